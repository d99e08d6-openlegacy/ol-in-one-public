      *    the way WIRRCV01 would have posted it - and T records       *
      *    that the wire was sent back to the correspondent, with a    *
      *    required note. Every disposition is stamped with the desk   *
      *    userid and date on the suspense record. A resolution whose  *
      *    base equivalent is over the operator's own OPRENT suspense  *
      *    maximum is not posted but queued for APPRMGR, which LINKs   *
      *    back with A to post it once approved or D to free the item  *
      *    again once declined.                                        *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  A resolution whose base equivalent is over *
      *                     the resolving operator's own suspense      *
      *                     maximum on the OPRENT entitlement file (no *
      *                     record, no authority) is queued on APPRQUE *
      *                     (action S) with '07' instead of posted; the*
      *                     item is flagged and comes back with '08'   *
      *                     (listed with status A) until APPRMGR       *
      *                     decides it, through the new functions A    *
      *                     (post the approved resolution) and D (free *
      *                     the item again). The commarea layout moved *
      *                     out to the shared SUSPAREA copybook, also  *
      *                     COPYed by APPRMGR.                         *
      *    2026-10-15  CST  Function A posts only against the APPRQUE  *
      *                     item APPRMGR names in SQ-APPROVAL-KEY: an  *
      *                     S for the same suspense reference,         *
      *                     customer and requester, decided approved   *
      *                     by another userid - anything else is       *
      *                     refused '09' - and marks the item applied. *
      *                     The reference fixes the amount and         *
      *                     currency approved, so a rate loaded since  *
      *                     it was queued does not stale the approval. *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS WL-WIRE-REF
                FILE STATUS IS WS-WIRELOG-STATUS.

            SELECT OPRENT ASSIGN TO OPRENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OE-USER-ID
                FILE STATUS IS WS-OPRENT-STATUS.

            SELECT APPRQUE ASSIGN TO APPRQUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AQ-KEY
                FILE STATUS IS WS-APPRQUE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WIRSUSP.
        FD  WIRELOG.
        COPY WIRELOG.

        FD  OPRENT.
        COPY OPRENT.

        FD  APPRQUE.
        COPY APPRQUE.

        WORKING-STORAGE SECTION.
        01  WS-WIRSUSP-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIRSUSP-OK              VALUE '00'.
        01  WS-WIRELOG-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIRELOG-OK              VALUE '00'.
            88  WS-WIRELOG-DUPKEY          VALUE '22'.
        01  WS-OPRENT-STATUS        PIC X(02) VALUE '00'.
            88  WS-OPRENT-OK               VALUE '00'.
        01  WS-APPRQUE-STATUS       PIC X(02) VALUE '00'.
            88  WS-APPRQUE-OK              VALUE '00'.
            88  WS-APPRQUE-DUPKEY          VALUE '22'.

        01  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-BROWSE-EOF              VALUE 'Y'.
            88  WS-LEDGER-WRITTEN          VALUE 'Y'.
            88  WS-LEDGER-NOT-WRITTEN      VALUE 'N'.

        01  WS-AUTHORITY-SW         PIC X(01) VALUE 'Y'.
            88  WS-WITHIN-AUTHORITY        VALUE 'Y'.
            88  WS-OVER-AUTHORITY          VALUE 'N'.

        01  WS-QUEUED-SW            PIC X(01) VALUE 'N'.
            88  WS-ITEM-QUEUED             VALUE 'Y'.
            88  WS-ITEM-NOT-QUEUED         VALUE 'N'.

        01  WS-APPROVAL-SW          PIC X(01) VALUE 'N'.
            88  WS-APPROVAL-FOUND          VALUE 'Y'.
            88  WS-APPROVAL-NOT-FOUND      VALUE 'N'.

        01  WS-OPR-MAX-SUSP-AMOUNT  PIC S9(7) COMP.

        01  WS-ITEM-SUB             PIC 9(02) COMP.
        01  WS-MAX-ITEMS            PIC 9(02) COMP VALUE 10.


        LINKAGE SECTION.
        01 DFHCOMMAREA.
        COPY SUSPAREA.

        PROCEDURE DIVISION.

            IF SQ-FUNC-LIST
                PERFORM 1000-LIST-OPEN THRU 1000-EXIT
            ELSE
                IF (SQ-FUNC-RESOLVE OR SQ-FUNC-RETURN
                    OR SQ-FUNC-APPLY-APPROVED OR SQ-FUNC-DECLINED)
                   AND SQ-SUSP-REF NOT = SPACES
                    PERFORM 2000-WORK-ONE-ITEM THRU 2000-EXIT
                END-IF

      *-----------------------------------------------------------*
      *    1000-LIST-OPEN - the oldest open and escalated items,    *
      *    up to the size of the commarea table. An item waiting on *
      *    approval is listed with status A.                        *
      *-----------------------------------------------------------*
        1000-LIST-OPEN.
            MOVE ZERO TO SQ-ITEM-COUNT
                        TO SQ-I-SUSP-REASON(WS-ITEM-SUB)
                    MOVE SP-STATUS
                        TO SQ-I-STATUS(WS-ITEM-SUB)
                    IF SP-AWAITING-APPROVAL
                        MOVE 'A' TO SQ-I-STATUS(WS-ITEM-SUB)
                    END-IF
                END-IF
            END-IF.
        1100-EXIT.

      *-----------------------------------------------------------*
      *    2000-WORK-ONE-ITEM - read the item; only an open or      *
      *    escalated one not already waiting on approval can be     *
      *    resolved or returned. APPRMGR's decisions go to 2100.    *
      *-----------------------------------------------------------*
        2000-WORK-ONE-ITEM.
            MOVE SQ-SUSP-REF TO SP-SUSP-REF
            IF NOT WS-WIRSUSP-OK
                SET SQ-NOT-FOUND TO TRUE
            ELSE
             IF SQ-FUNC-APPLY-APPROVED OR SQ-FUNC-DECLINED
                PERFORM 2100-WORK-DECIDED-ITEM THRU 2100-EXIT
             ELSE
              IF NOT SP-OPEN AND NOT SP-ESCALATED
                SET SQ-NOT-OPEN TO TRUE
              ELSE
               IF SP-AWAITING-APPROVAL
                SET SQ-AWAITING-APPROVAL TO TRUE
               ELSE
                IF SQ-FUNC-RESOLVE
                    PERFORM 3000-RESOLVE-ITEM THRU 3000-EXIT
                ELSE
                    PERFORM 4000-RETURN-ITEM THRU 4000-EXIT
                END-IF
               END-IF
              END-IF
             END-IF
            END-IF.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2100-WORK-DECIDED-ITEM - APPRMGR's decision on a         *
      *    resolution held for approval: approved, it posts as the  *
      *    desk keyed it; declined, the item is freed to be worked  *
      *    again. Neither can be made under the userid that keyed   *
      *    the resolution.                                          *
      *-----------------------------------------------------------*
        2100-WORK-DECIDED-ITEM.
            IF NOT SP-AWAITING-APPROVAL
                SET SQ-NOT-OPEN TO TRUE
                GO TO 2100-EXIT
            END-IF
            IF SP-RESOLVE-USER = EIBUSERID
                GO TO 2100-EXIT
            END-IF
            IF SQ-FUNC-APPLY-APPROVED
                PERFORM 3000-RESOLVE-ITEM THRU 3000-EXIT
            ELSE
                MOVE SPACES TO SP-APPROVAL-FLAG
                               SP-RESOLVE-USER
                               SP-RESOLVE-DATE
                               SP-RESOLVE-NOTE
                REWRITE WIRE-SUSPENSE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-WIRSUSP-OK
                    SET SQ-ACCEPTED TO TRUE
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-RESOLVE-ITEM - the named customer must exist; the   *
      *    receipt then posts to the ledger the way WIRRCV01 would  *
      *    have posted it, and the suspense record is closed. A     *
      *    desk resolution over the operator's authority is queued  *
      *    for approval instead; an approved one posts only against *
      *    its approved APPRQUE item.                               *
      *-----------------------------------------------------------*
        3000-RESOLVE-ITEM.
            IF SQ-CUST-ID = SPACES
            IF SQ-NO-FX-RATE
                GO TO 3000-EXIT
            END-IF
            IF SQ-FUNC-RESOLVE
                PERFORM 3050-CHECK-AUTHORITY THRU 3050-EXIT
                IF WS-OVER-AUTHORITY
                    PERFORM 3300-QUEUE-FOR-APPROVAL THRU 3300-EXIT
                    GO TO 3000-EXIT
                END-IF
            ELSE
                PERFORM 3060-CHECK-APPROVAL THRU 3060-EXIT
                IF WS-APPROVAL-NOT-FOUND
                    SET SQ-NOT-APPROVED TO TRUE
                    GO TO 3000-EXIT
                END-IF
            END-IF
            PERFORM 3200-POST-RECEIPT THRU 3200-EXIT
            IF WS-LEDGER-WRITTEN
                SET SP-RESOLVED TO TRUE
                MOVE SPACE         TO SP-APPROVAL-FLAG
                MOVE SQ-CUST-ID    TO SP-CUST-ID-REF
                MOVE EIBUSERID     TO SP-RESOLVE-USER
                MOVE WS-TODAY-DATE TO SP-RESOLVE-DATE
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF SQ-FUNC-APPLY-APPROVED
                    PERFORM 3070-MARK-APPLIED THRU 3070-EXIT
                END-IF
                SET SQ-ACCEPTED TO TRUE
            ELSE
                SET SQ-LEDGER-WRITE-FAILED TO TRUE
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3050-CHECK-AUTHORITY - hold the base equivalent against  *
      *    the operator's own suspense maximum on the OPRENT        *
      *    entitlement file; no record means no authority.          *
      *-----------------------------------------------------------*
        3050-CHECK-AUTHORITY.
            SET WS-WITHIN-AUTHORITY TO TRUE
            MOVE ZERO TO WS-OPR-MAX-SUSP-AMOUNT
            OPEN INPUT OPRENT
            MOVE EIBUSERID TO OE-USER-ID
            READ OPRENT
                INVALID KEY
                    MOVE '23' TO WS-OPRENT-STATUS
            END-READ
            IF WS-OPRENT-OK
                MOVE OE-MAX-SUSP-AMOUNT TO WS-OPR-MAX-SUSP-AMOUNT
            END-IF
            CLOSE OPRENT
            IF WS-BASE-AMOUNT > WS-OPR-MAX-SUSP-AMOUNT
                SET WS-OVER-AUTHORITY TO TRUE
            END-IF.
        3050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3060-CHECK-APPROVAL - the APPRQUE item APPRMGR names     *
      *    must be a suspense resolution of this item to this       *
      *    customer, keyed by the userid that flagged the item and  *
      *    decided approved under the userid applying it - which    *
      *    cannot be the requester's. The item's own amount and     *
      *    currency are what was approved; the base equivalent is   *
      *    not compared, as FXLOAD01 may have loaded a new rate     *
      *    since it was queued. It posts at today's rate, as any    *
      *    resolution does.                                         *
      *-----------------------------------------------------------*
        3060-CHECK-APPROVAL.
            SET WS-APPROVAL-NOT-FOUND TO TRUE
            OPEN INPUT APPRQUE
            MOVE SQ-APPROVAL-KEY TO AQ-KEY
            READ APPRQUE
                INVALID KEY
                    MOVE '23' TO WS-APPRQUE-STATUS
            END-READ
            IF WS-APPRQUE-OK
               AND AQ-SUSPENSE-RESOLVE
               AND AQ-APPROVED
               AND AQ-CARD-NUMBER = SP-SUSP-REF
               AND AQ-CUST-ID = SQ-CUST-ID
               AND AQ-REQUEST-USER = SP-RESOLVE-USER
               AND AQ-DECIDE-USER = EIBUSERID
               AND AQ-DECIDE-USER NOT = AQ-REQUEST-USER
                SET WS-APPROVAL-FOUND TO TRUE
            END-IF
            CLOSE APPRQUE.
        3060-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3070-MARK-APPLIED - the approved item has been acted on  *
      *    and cannot be applied a second time.                     *
      *-----------------------------------------------------------*
        3070-MARK-APPLIED.
            OPEN I-O APPRQUE
            MOVE SQ-APPROVAL-KEY TO AQ-KEY
            READ APPRQUE
                INVALID KEY
                    MOVE '23' TO WS-APPRQUE-STATUS
            END-READ
            IF WS-APPRQUE-OK
                SET AQ-APPLIED TO TRUE
                REWRITE APPROVAL-QUEUE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            CLOSE APPRQUE.
        3070-EXIT.
            EXIT.

        3100-GET-FX-RATE.
            IF SP-CURRENCY-CODE = SPACES
                MOVE WS-BASE-CURRENCY TO WS-WIRE-CURRENCY
        3250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3300-QUEUE-FOR-APPROVAL - put the resolution on the      *
      *    APPRQUE pending-approval file (action S) for a           *
      *    supervisor to decide through APPRMGR, bumping AQ-SEQ     *
      *    past any items already queued in the same second, and    *
      *    flag the item with who keyed it, for whom and why.       *
      *    Nothing is posted or flagged if the item cannot be       *
      *    queued ('06').                                           *
      *-----------------------------------------------------------*
        3300-QUEUE-FOR-APPROVAL.
            OPEN I-O APPRQUE
            MOVE SPACES TO APPROVAL-QUEUE-RECORD
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(AQ-DATE)
                TIME(AQ-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE ZERO TO AQ-SEQ
            SET AQ-SUSPENSE-RESOLVE TO TRUE
            SET AQ-PENDING TO TRUE
            MOVE SQ-CUST-ID     TO AQ-CUST-ID
            MOVE SP-SUSP-REF    TO AQ-CARD-NUMBER
            MOVE SQ-NOTE        TO AQ-BENE-IBAN
            MOVE WS-BASE-AMOUNT TO AQ-NEW-LIMIT
            MOVE EIBUSERID      TO AQ-REQUEST-USER
            MOVE EIBTRMID       TO AQ-REQUEST-TERM
            SET WS-ITEM-NOT-QUEUED TO TRUE
            PERFORM 3350-WRITE-QUEUE-ITEM THRU 3350-EXIT
                UNTIL WS-ITEM-QUEUED
                   OR AQ-SEQ > 9998
            CLOSE APPRQUE
            IF WS-ITEM-QUEUED
                SET SP-AWAITING-APPROVAL TO TRUE
                MOVE EIBUSERID     TO SP-RESOLVE-USER
                MOVE WS-TODAY-DATE TO SP-RESOLVE-DATE
                MOVE SQ-NOTE       TO SP-RESOLVE-NOTE
                REWRITE WIRE-SUSPENSE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                SET SQ-QUEUED-FOR-APPROVAL TO TRUE
            ELSE
                SET SQ-LEDGER-WRITE-FAILED TO TRUE
            END-IF.
        3300-EXIT.
            EXIT.

        3350-WRITE-QUEUE-ITEM.
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
        3350-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-RETURN-ITEM - record that the wire went back to     *
      *    the correspondent; the note says why.                    *
