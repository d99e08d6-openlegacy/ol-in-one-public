      *    WIREMNT - WIRE LIFECYCLE MAINTENANCE                        *
      *    Wire desk path for moving a ledger entry through its        *
      *    lifecycle over the commarea: X cancels a wire still only    *
      *    posted, warehoused or held, C confirms a dispatched wire    *
      *    settled, R records a wire the beneficiary bank sent back, S *
      *    releases a wire WIRETRAN held on a sanctions hit once       *
      *    compliance has cleared the hit on SANREVMT - or, for a wire *
      *    that was also over the keying operator's authority (Q),     *
      *    sends it on to await approval (A) with an APPRQUE item for  *
      *    APPRMGR instead of posting it. Every move needs a reason    *
      *    and is stamped with the desk userid and date in the         *
      *    ledger's status trailer, where WIREINQ reads it back. A     *
      *    move the lifecycle does not allow (cancelling a wire        *
      *    already dispatched, confirming one never dispatched,        *
      *    releasing one that is not held, whose hit is not cleared,   *
      *    or under the userid that keyed it) is refused with '03'; a  *
      *    release whose approval item cannot be queued comes back     *
      *    '04' with the wire left held. Posting stays with            *
      *    WIRETRAN, releasing a warehoused wire on its value date     *
      *    with the WIRREL01 run, and dispatching with the WIRSTL01    *
      *    settlement run.                                             *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  New function S releases a wire held on a   *
      *                     sanctions hit (status H) back to posted, so*
      *                     WIRSTL01 dispatches it and GLFEED01 feeds  *
      *                     it; the release must be made under a       *
      *                     different userid from the one that keyed   *
      *                     the wire. A held wire can also be cancelled*
      *                     with X.                                    *
      *    2026-10-15  CST  A warehoused forward-dated wire (status W) *
      *                     can be cancelled with X before its value   *
      *                     date, as can one the WIRREL01 release run  *
      *                     held on a failed release (F). A sanctions  *
      *                     release (S) of a wire whose value date is  *
      *                     still to come puts it back in the warehouse*
      *                     rather than posting it early.              *
      *    2026-10-15  CST  A sanctions release (S) is refused ('03')  *
      *                     unless the SANREVW review entries for the  *
      *                     list entry the wire hit have all been      *
      *                     cleared by compliance. A wire held under Q *
      *                     (also over the keying operator's wire      *
      *                     authority) is released to await approval   *
      *                     (A) and queued on APPRQUE (action W) for   *
      *                     APPRMGR instead of posted; '04' if the item*
      *                     cannot be queued.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS WL-WIRE-REF
                FILE STATUS IS WS-WIRELOG-STATUS.

            SELECT SANREVW ASSIGN TO SANREVW
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SV-KEY
                FILE STATUS IS WS-SANREVW-STATUS.

            SELECT APPRQUE ASSIGN TO APPRQUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AQ-KEY
                FILE STATUS IS WS-APPRQUE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WIRELOG.
        COPY WIRELOG.

        FD  SANREVW.
        COPY SANREVW.

        FD  APPRQUE.
        COPY APPRQUE.

        WORKING-STORAGE SECTION.
        01  WS-WIRELOG-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIRELOG-OK              VALUE '00'.
            88  WS-MOVE-ALLOWED            VALUE 'Y'.
            88  WS-MOVE-NOT-ALLOWED        VALUE 'N'.

        01  WS-SANREVW-STATUS       PIC X(02) VALUE '00'.
            88  WS-SANREVW-OK              VALUE '00'.

        01  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-BROWSE-EOF              VALUE 'Y'.
            88  WS-BROWSE-NOT-EOF          VALUE 'N'.

        01  WS-HIT-ENTRY-ID         PIC X(12).
        01  WS-CLEARED-COUNT        PIC 9(04) COMP.
        01  WS-UNCLEARED-COUNT      PIC 9(04) COMP.

        01  WS-APPRQUE-STATUS       PIC X(02) VALUE '00'.
            88  WS-APPRQUE-OK              VALUE '00'.
            88  WS-APPRQUE-DUPKEY          VALUE '22'.

        01  WS-QUEUED-SW            PIC X(01) VALUE 'N'.
            88  WS-ITEM-QUEUED             VALUE 'Y'.
            88  WS-ITEM-NOT-QUEUED         VALUE 'N'.

        01  WS-QUEUE-KEY            PIC X(20).

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

              88  WM-FUNC-CANCEL           VALUE 'X'.
              88  WM-FUNC-CONFIRM          VALUE 'C'.
              88  WM-FUNC-RETURN           VALUE 'R'.
              88  WM-FUNC-SANCTIONS-RELEASE
                                           VALUE 'S'.
           03 WM-WIRE-REF           PIC X(16).
           03 WM-REASON             PIC X(30).
           03 WM-RETURN-CODE        PIC X(02).
              88  WM-NOT-FOUND             VALUE '01'.
              88  WM-REQUEST-INVALID       VALUE '02'.
              88  WM-MOVE-NOT-ALLOWED      VALUE '03'.
              88  WM-QUEUE-FAILED          VALUE '04'.
           03 WM-OLD-STATUS         PIC X(01).
           03 WM-NEW-STATUS         PIC X(01).

            IF WM-WIRE-REF = SPACES
               OR WM-REASON = SPACES
               OR (NOT WM-FUNC-CANCEL AND NOT WM-FUNC-CONFIRM
                   AND NOT WM-FUNC-RETURN
                   AND NOT WM-FUNC-SANCTIONS-RELEASE)
                CONTINUE
            ELSE
                OPEN I-O WIRELOG
            EXIT.

      *-----------------------------------------------------------*
      *    1100-CHECK-LIFECYCLE - cancel only a wire still only   *
      *    posted, warehoused or held, confirm only a dispatched  *
      *    wire, and a return can only come back on a wire that   *
      *    went out. A sanctions release needs a held wire, a     *
      *    second pair of eyes and a hit compliance has cleared.  *
      *-----------------------------------------------------------*
        1100-CHECK-LIFECYCLE.
            SET WS-MOVE-NOT-ALLOWED TO TRUE
            IF WM-FUNC-CANCEL
               AND (WL-POSTED OR WL-HELD-SANCTIONS
                    OR WL-WAREHOUSED OR WL-HELD-RELEASE)
                SET WS-MOVE-ALLOWED TO TRUE
            END-IF
            IF WM-FUNC-SANCTIONS-RELEASE
               AND WL-HELD-SANCTIONS
               AND WL-USER-ID NOT = EIBUSERID
                PERFORM 1150-CHECK-REVIEW THRU 1150-EXIT
            END-IF
            IF WM-FUNC-CONFIRM AND WL-DISPATCHED
                SET WS-MOVE-ALLOWED TO TRUE
            END-IF
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1150-CHECK-REVIEW - the wire carries the list entry it   *
      *    hit in its status reason. Every SANREVW review entry     *
      *    for that list entry must have been cleared as a false    *
      *    positive; one still open or confirmed as a true match, *
      *    or none on file at all, keeps the wire held.             *
      *-----------------------------------------------------------*
        1150-CHECK-REVIEW.
            MOVE WL-STATUS-REASON(15:12) TO WS-HIT-ENTRY-ID
            MOVE ZERO TO WS-CLEARED-COUNT WS-UNCLEARED-COUNT
            OPEN INPUT SANREVW
            IF NOT WS-SANREVW-OK
                GO TO 1150-EXIT
            END-IF
            SET WS-BROWSE-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO SV-KEY
            START SANREVW
                KEY IS NOT LESS THAN SV-KEY
                INVALID KEY
                    SET WS-BROWSE-EOF TO TRUE
            END-START
            PERFORM 1160-CHECK-ONE-REVIEW THRU 1160-EXIT
                UNTIL WS-BROWSE-EOF
            CLOSE SANREVW
            IF WS-CLEARED-COUNT > ZERO
               AND WS-UNCLEARED-COUNT = ZERO
                SET WS-MOVE-ALLOWED TO TRUE
            END-IF.
        1150-EXIT.
            EXIT.

        1160-CHECK-ONE-REVIEW.
            READ SANREVW NEXT RECORD
                AT END
                    SET WS-BROWSE-EOF TO TRUE
            END-READ
            IF NOT WS-BROWSE-EOF
               AND SV-ENTRY-ID = WS-HIT-ENTRY-ID
                IF SV-CLEARED
                    ADD 1 TO WS-CLEARED-COUNT
                ELSE
                    ADD 1 TO WS-UNCLEARED-COUNT
                END-IF
            END-IF.
        1160-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1200-APPLY-MOVE - a released wire whose value date is    *
      *    still to come goes back to the warehouse for WIRREL01;   *
      *    one also over the keying operator's authority is queued  *
      *    for approval first and waits for APPRMGR (A).            *
      *-----------------------------------------------------------*
        1200-APPLY-MOVE.
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
            END-EXEC
            SET WS-ITEM-NOT-QUEUED TO TRUE
            IF WM-FUNC-SANCTIONS-RELEASE AND WL-HELD-SANCTIONS-AUTH
                PERFORM 1300-QUEUE-FOR-APPROVAL THRU 1300-EXIT
                IF WS-ITEM-NOT-QUEUED
                    SET WM-QUEUE-FAILED TO TRUE
                    GO TO 1200-EXIT
                END-IF
            END-IF
            IF WM-FUNC-CANCEL
                SET WL-CANCELLED TO TRUE
            ELSE
                IF WM-FUNC-CONFIRM
                    SET WL-CONFIRMED TO TRUE
                ELSE
                 IF WM-FUNC-SANCTIONS-RELEASE
                    IF WS-ITEM-QUEUED
                        SET WL-HELD-APPROVAL TO TRUE
                    ELSE
                     IF WL-VALUE-DATE > WS-TODAY-DATE
                        SET WL-WAREHOUSED TO TRUE
                     ELSE
                        SET WL-POSTED TO TRUE
                     END-IF
                    END-IF
                 ELSE
                    SET WL-RETURNED TO TRUE
                 END-IF
                END-IF
            END-IF
            MOVE WS-TODAY-DATE TO WL-STATUS-DATE
            MOVE EIBUSERID     TO WL-STATUS-USER
            MOVE WM-REASON     TO WL-STATUS-REASON
            IF WS-WIRELOG-OK
                SET WM-ACCEPTED TO TRUE
                MOVE WL-STATUS TO WM-NEW-STATUS
            ELSE
                IF WS-ITEM-QUEUED
                    PERFORM 1400-UNQUEUE THRU 1400-EXIT
                END-IF
            END-IF.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1300-QUEUE-FOR-APPROVAL - put the released wire on the   *
      *    APPRQUE pending-approval file (action W) as WIRETRAN     *
      *    would have when it was keyed: requested by the keying    *
      *    operator, whose authority it is over, for the base       *
      *    equivalent in whole units. AQ-SEQ is bumped past any     *
      *    items already queued in the same second.                 *
      *-----------------------------------------------------------*
        1300-QUEUE-FOR-APPROVAL.
            OPEN I-O APPRQUE
            MOVE SPACES TO APPROVAL-QUEUE-RECORD
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(AQ-DATE)
                TIME(AQ-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE ZERO TO AQ-SEQ
            SET AQ-WIRE-RELEASE TO TRUE
            SET AQ-PENDING TO TRUE
            MOVE WL-ORIG-CUST-ID TO AQ-CUST-ID
            MOVE WL-WIRE-REF     TO AQ-CARD-NUMBER
            MOVE WL-BENE-IBAN    TO AQ-BENE-IBAN
            MOVE WL-BASE-AMOUNT  TO AQ-NEW-LIMIT
            MOVE WL-USER-ID      TO AQ-REQUEST-USER
            MOVE WL-TERM-ID      TO AQ-REQUEST-TERM
            PERFORM 1350-WRITE-QUEUE-ITEM THRU 1350-EXIT
                UNTIL WS-ITEM-QUEUED
                   OR AQ-SEQ > 9998
            MOVE AQ-KEY TO WS-QUEUE-KEY
            CLOSE APPRQUE.
        1300-EXIT.
            EXIT.

        1350-WRITE-QUEUE-ITEM.
            WRITE APPROVAL-QUEUE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-APPRQUE-OK
                SET WS-ITEM-QUEUED TO TRUE
            ELSE
                IF WS-APPRQUE-DUPKEY
                    ADD 1 TO AQ-SEQ
                ELSE
                    MOVE 9999 TO AQ-SEQ
                END-IF
            END-IF.
        1350-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1400-UNQUEUE - the wire could not be rewritten, so it is *
      *    still held under Q; take its approval item back off so   *
      *    APPRMGR is not left with an item for a wire not waiting  *
      *    on it.                                                   *
      *-----------------------------------------------------------*
        1400-UNQUEUE.
            OPEN I-O APPRQUE
            MOVE WS-QUEUE-KEY TO AQ-KEY
            DELETE APPRQUE RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            CLOSE APPRQUE.
        1400-EXIT.
            EXIT.
