      *    2026-09-02  CST  A posted wire is now stamped outbound in      *
      *                     WL-DIRECTION, since WIRRCV01 posts inbound    *
      *                     receipts to the same ledger.                  *
      *    2026-10-15  CST  Before posting, the beneficiary name and   *
      *                     the bank name are screened against the     *
      *                     sanctions list through SANCHK. A hit still *
      *                     goes on the ledger, but held (WL-STATUS H) *
      *                     rather than posted, with '10' and the      *
      *                     reference passed back and an exception     *
      *                     raised, so nothing is dispatched or fed to *
      *                     the GL until compliance clears the hit on  *
      *                     SANREVMT and the desk releases the wire    *
      *                     through WIREMNT. The name comes off the    *
      *                     BENEREG entry for a registered beneficiary *
      *                     (a held entry is not usable, '09') and must*
      *                     otherwise be keyed in the new WT-BENE-NAME *
      *                     ('02' if blank). A list that cannot be     *
      *                     read rejects the wire ('02').              *
      *    2026-10-15  CST  A wire can now be keyed for a later value  *
      *                     date (new WT-VALUE-DATE, up to             *
      *                     WS-MAX-FORWARD-DAYS ahead; a back date or a*
      *                     non-date is refused '02'). It is screened  *
      *                     as usual but warehoused on the ledger      *
      *                     (WL-STATUS W, '11') under that date's      *
      *                     reference series instead of posted, with   *
      *                     the beneficiary ID and name kept on the new*
      *                     WIRFWD file, and the daily limit is held   *
      *                     against that date. The WIRREL01 morning run*
      *                     hands each wire due back in WT-RELEASE-REF;*
      *                     it goes through the full screening again   *
      *                     and is posted in place, valued today, or   *
      *                     held on the ledger (F) with the reason if  *
      *                     it fails. A wire not warehoused or not yet *
      *                     due comes back '12'. The commarea layout   *
      *                     moved out to the shared WIRTAREA copybook, *
      *                     also COPYed by WIRREL01.                   *
      *    2026-10-15  CST  The value date (today when none is keyed)  *
      *                     is rolled forward to the next business day *
      *                     - past Saturdays, Sundays and the HOLCAL   *
      *                     holidays of both the USD calendar and the  *
      *                     wire currency's - and passed back in       *
      *                     WT-VALUE-DATE. A wire keyed on a day       *
      *                     either side is closed is therefore         *
      *                     warehoused for the next open day; the      *
      *                     WS-MAX-FORWARD-DAYS limit applies to the   *
      *                     rolled date.                               *
      *    2026-10-15  CST  A wire whose base equivalent is over the   *
      *                     keying operator's own wire maximum on the  *
      *                     OPRENT entitlement file (no record, no     *
      *                     authority) goes on the ledger held         *
      *                     awaiting approval (WL-STATUS A, '13') and  *
      *                     is queued on APPRQUE (action W) for a      *
      *                     supervisor to approve or reject through    *
      *                     APPRMGR. A sanctions hit still holds it    *
      *                     for compliance first. A wire released on   *
      *                     its value date was checked when keyed and  *
      *                     is not checked again.                      *
      *    2026-10-15  CST  A sanctions hit that is also over the      *
      *                     operator's wire authority is held under the*
      *                     new WL-STATUS Q instead of H, so the       *
      *                     WIREMNT sanctions release sends it on to   *
      *                     await approval rather than posting it past *
      *                     the authority check.                       *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS BR-BENE-ID
                FILE STATUS IS WS-BENEREG-STATUS.

            SELECT WIRFWD ASSIGN TO WIRFWD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FW-WIRE-REF
                FILE STATUS IS WS-WIRFWD-STATUS.

            SELECT HOLCAL ASSIGN TO HOLCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HC-KEY
                FILE STATUS IS WS-HOLCAL-STATUS.

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
        FD  WIRELOG.
        FD  BENEREG.
        COPY BENEREG.

        FD  WIRFWD.
        COPY WIRFWD.

        FD  HOLCAL.
        COPY HOLCAL.

        FD  OPRENT.
        COPY OPRENT.

        FD  APPRQUE.
        COPY APPRQUE.

        WORKING-STORAGE SECTION.
        01  WS-IBAN-API-KEY         PIC X(255) VALUE SPACES.

            88  WS-BENE-FROM-REGISTRY      VALUE 'R'.
            88  WS-BENE-UNRESOLVED         VALUE 'U'.

        01  WS-SCREEN-SW            PIC X(01) VALUE 'C'.
            88  WS-SCREEN-CLEAR            VALUE 'C'.
            88  WS-SCREEN-HIT              VALUE 'H'.
            88  WS-SCREEN-UNAVAILABLE      VALUE 'U'.

        01  WS-SCREEN-HIT-ENTRY     PIC X(12).

        01  WS-WIRFWD-STATUS        PIC X(02) VALUE '00'.
            88  WS-WIRFWD-OK               VALUE '00'.

        01  WS-MODE-SW              PIC X(01) VALUE 'E'.
            88  WS-ENTRY-MODE              VALUE 'E'.
            88  WS-RELEASE-MODE            VALUE 'R'.

        01  WS-RELEASE-SW           PIC X(01) VALUE 'N'.
            88  WS-RELEASE-READY           VALUE 'Y'.
            88  WS-RELEASE-NOT-READY       VALUE 'N'.

        01  WS-VALUE-DATE-SW        PIC X(01) VALUE 'T'.
            88  WS-VALUE-TODAY             VALUE 'T'.
            88  WS-FORWARD-DATED           VALUE 'F'.
            88  WS-VALUE-DATE-BAD          VALUE 'B'.

        01  WS-VALUE-DATE           PIC X(08).
        01  WS-VALUE-DATE-NUM REDEFINES WS-VALUE-DATE
                                    PIC 9(08).
        01  WS-TODAY-NUM            PIC 9(08).
        01  WS-TODAY-INT            PIC 9(08) COMP.
        01  WS-VALUE-INT            PIC 9(08) COMP.
        01  WS-CHECK-DATE           PIC 9(08).
        01  WS-MAX-FORWARD-DAYS     PIC 9(03) VALUE 90.

        01  WS-HOLCAL-STATUS        PIC X(02) VALUE '00'.
            88  WS-HOLCAL-OK               VALUE '00'.

        01  WS-BUSINESS-DAY-SW      PIC X(01) VALUE 'N'.
            88  WS-BUSINESS-DAY            VALUE 'Y'.
            88  WS-NOT-BUSINESS-DAY        VALUE 'N'.

        01  WS-DAY-NUM              PIC 9(08) COMP.
        01  WS-WEEK-COUNT           PIC 9(08) COMP.
        01  WS-WEEKDAY              PIC 9(01) COMP.

        01  WS-OPRENT-STATUS        PIC X(02) VALUE '00'.
            88  WS-OPRENT-OK               VALUE '00'.

        01  WS-APPRQUE-STATUS       PIC X(02) VALUE '00'.
            88  WS-APPRQUE-OK              VALUE '00'.
            88  WS-APPRQUE-DUPKEY          VALUE '22'.

        01  WS-AUTHORITY-SW         PIC X(01) VALUE 'Y'.
            88  WS-WITHIN-AUTHORITY        VALUE 'Y'.
            88  WS-OVER-AUTHORITY          VALUE 'N'.

        01  WS-QUEUED-SW            PIC X(01) VALUE 'N'.
            88  WS-ITEM-QUEUED             VALUE 'Y'.
            88  WS-ITEM-NOT-QUEUED         VALUE 'N'.

        01  WS-OPR-MAX-WIRE-AMOUNT  PIC S9(7) COMP.

        COPY EXCPTREC.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.

        COPY IBANAREA.

        COPY SANCAREA.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
        COPY WIRTAREA.

        PROCEDURE DIVISION.

            MOVE '02' TO WT-RETURN-CODE
            MOVE SPACES TO WT-BENE-BANK-NAME
            MOVE SPACES TO WT-WIRE-REF
            SET WS-SCREEN-CLEAR TO TRUE
            PERFORM 0100-GET-POST-DATE THRU 0100-EXIT
            IF WT-RELEASE-REF = SPACES OR WT-RELEASE-REF = LOW-VALUES
                SET WS-ENTRY-MODE TO TRUE
                PERFORM 0600-CHECK-VALUE-DATE THRU 0600-EXIT
                IF WS-VALUE-DATE-BAD
                    GO TO 0000-RETURN
                END-IF
            ELSE
                SET WS-RELEASE-MODE TO TRUE
                PERFORM 0300-LOAD-FORWARD-WIRE THRU 0300-EXIT
                IF WS-RELEASE-NOT-READY
                    SET WT-NOT-RELEASABLE TO TRUE
                    GO TO 0000-RETURN
                END-IF
            END-IF
            PERFORM 0500-RESOLVE-BENEFICIARY THRU 0500-EXIT
            IF WS-BENE-UNRESOLVED
                SET WT-REJECTED-UNKNOWN-BENE TO TRUE
                PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
                GO TO 0000-RETURN
            END-IF
            IF WT-BENE-NAME = SPACES OR WT-BENE-NAME = LOW-VALUES
                GO TO 0000-RETURN
            END-IF
            IF WS-BENE-FROM-IBAN
                PERFORM 1000-VALIDATE-IBAN THRU 1000-EXIT
            END-IF
                            TO EXC-REASON
                        PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
                     ELSE
                      PERFORM 1700-SCREEN-SANCTIONS THRU 1700-EXIT
                      IF WS-SCREEN-UNAVAILABLE
                        SET WT-REJECTED-VALIDATION TO TRUE
                        MOVE 'SANCTIONS LIST UNAVAILABLE'
                            TO EXC-REASON
                        PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
                      ELSE
                        PERFORM 1800-CHECK-AUTHORITY THRU 1800-EXIT
                        PERFORM 2000-POST-WIRE THRU 2000-EXIT
                        IF WT-HELD-SANCTIONS
                            MOVE WL-STATUS-REASON TO EXC-REASON
                            PERFORM 8500-WRITE-EXCEPTION
                                THRU 8500-EXIT
                        END-IF
                      END-IF
                     END-IF
                    END-IF
                    CLOSE WIRELOG
            END-IF.

        0000-RETURN.
            IF WS-RELEASE-MODE
               AND NOT WT-POSTED
               AND NOT WT-HELD-SANCTIONS
               AND NOT WT-NOT-RELEASABLE
               AND NOT WT-LEDGER-WRITE-FAILED
                PERFORM 2500-HOLD-FAILED-RELEASE THRU 2500-EXIT
            END-IF
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    0100-GET-POST-DATE - today's date and time, used for     *
      *    the value-date check, the duplicate window and the       *
      *    posting, and yesterday's date for the ledger browse.     *
      *-----------------------------------------------------------*
        0100-GET-POST-DATE.
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-POST-DATE)
                TIME(WS-POST-TIME)
                TIMESEP(':')
            END-EXEC
            COMPUTE WS-PREV-ABSTIME = WS-NOW-ABSTIME - 86400000
            EXEC CICS FORMATTIME
                ABSTIME(WS-PREV-ABSTIME)
                YYYYMMDD(WS-PREV-DATE)
            END-EXEC.
        0100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0300-LOAD-FORWARD-WIRE - release of a warehoused wire    *
      *    (WIRREL01): the wire must still be warehoused and due,   *
      *    and is loaded back onto the commarea as it was keyed -   *
      *    beneficiary ID and name off the WIRFWD companion file -  *
      *    so it goes through the same screening as a new wire. A   *
      *    wire released after its value date is valued today.      *
      *-----------------------------------------------------------*
        0300-LOAD-FORWARD-WIRE.
            SET WS-RELEASE-NOT-READY TO TRUE
            OPEN INPUT WIRELOG
            MOVE WT-RELEASE-REF TO WL-WIRE-REF
            READ WIRELOG
                INVALID KEY
                    MOVE '23' TO WS-WIRELOG-STATUS
            END-READ
            IF WS-WIRELOG-OK
               AND WL-WAREHOUSED
               AND WL-OUTBOUND
               AND WL-VALUE-DATE NOT > WS-POST-DATE
                SET WS-RELEASE-READY TO TRUE
                MOVE WL-BENE-IBAN      TO WT-BENE-IBAN
                MOVE WL-AMOUNT         TO WT-AMOUNT
                MOVE WL-CURRENCY-CODE  TO WT-CURRENCY-CODE
                MOVE WL-CORR-SWIFT-BIC TO WT-CORR-SWIFT-BIC
                MOVE WL-ORIG-CUST-ID   TO WT-ORIG-CUST-ID
            END-IF
            CLOSE WIRELOG
            IF WS-RELEASE-NOT-READY
                GO TO 0300-EXIT
            END-IF
            MOVE SPACES       TO WT-BENE-ID WT-BENE-NAME
            MOVE 'N'          TO WT-SUPV-RELEASE-FLAG
            MOVE WS-POST-DATE TO WT-VALUE-DATE WS-VALUE-DATE
            SET WS-VALUE-TODAY TO TRUE
            OPEN INPUT WIRFWD
            MOVE WT-RELEASE-REF TO FW-WIRE-REF
            READ WIRFWD
                INVALID KEY
                    MOVE '23' TO WS-WIRFWD-STATUS
            END-READ
            IF WS-WIRFWD-OK
                MOVE FW-BENE-ID   TO WT-BENE-ID
                MOVE FW-BENE-NAME TO WT-BENE-NAME
            END-IF
            CLOSE WIRFWD.
        0300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0500-RESOLVE-BENEFICIARY - a wire keyed with a           *
      *    beneficiary ID is resolved off the BENEREG registry:     *
      *    correspondent BIC replace the keyed fields and the Hub   *
      *    IBAN validation is skipped - the registry entry was      *
      *    validated when it was registered. No ID keyed means the  *
      *    raw-IBAN path as before. The registered name is used for *
      *    the sanctions screen; an entry with no name on file      *
      *    falls back to the keyed name.                            *
      *-----------------------------------------------------------*
        0500-RESOLVE-BENEFICIARY.
            SET WS-BENE-FROM-IBAN TO TRUE
                   OR WT-CORR-SWIFT-BIC = LOW-VALUES
                    MOVE BR-CORR-SWIFT-BIC TO WT-CORR-SWIFT-BIC
                END-IF
                IF BR-BENE-NAME NOT = SPACES
                    MOVE BR-BENE-NAME TO WT-BENE-NAME
                END-IF
            ELSE
                SET WS-BENE-UNRESOLVED TO TRUE
            END-IF
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0600-CHECK-VALUE-DATE - no value date (or today) values  *
      *    the wire today; a later date must be a real calendar     *
      *    date, and a back value date or anything else is refused  *
      *    ('02'). Either way the date is then rolled forward to    *
      *    the next business day, and passed back. A rolled date    *
      *    later than today warehouses the wire until then, as long *
      *    as it is no more than WS-MAX-FORWARD-DAYS ahead.         *
      *-----------------------------------------------------------*
        0600-CHECK-VALUE-DATE.
            SET WS-VALUE-TODAY TO TRUE
            MOVE WS-POST-DATE TO WS-VALUE-DATE
            MOVE WS-POST-DATE TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
            MOVE WS-TODAY-INT TO WS-VALUE-INT
            IF WT-VALUE-DATE NOT = SPACES
               AND WT-VALUE-DATE NOT = LOW-VALUES
               AND WT-VALUE-DATE NOT = WS-POST-DATE
                PERFORM 0610-EDIT-VALUE-DATE THRU 0610-EXIT
                IF WS-VALUE-DATE-BAD
                    GO TO 0600-EXIT
                END-IF
            END-IF
            PERFORM 0650-ROLL-VALUE-DATE THRU 0650-EXIT
            MOVE WS-VALUE-DATE TO WT-VALUE-DATE
            IF WS-VALUE-INT = WS-TODAY-INT
                SET WS-VALUE-TODAY TO TRUE
                GO TO 0600-EXIT
            END-IF
            IF WS-VALUE-INT - WS-TODAY-INT > WS-MAX-FORWARD-DAYS
                SET WS-VALUE-DATE-BAD TO TRUE
            ELSE
                SET WS-FORWARD-DATED TO TRUE
            END-IF.
        0600-EXIT.
            EXIT.

        0610-EDIT-VALUE-DATE.
            SET WS-VALUE-DATE-BAD TO TRUE
            IF WT-VALUE-DATE IS NOT NUMERIC
               OR WT-VALUE-DATE < WS-POST-DATE
                GO TO 0610-EXIT
            END-IF
            MOVE WT-VALUE-DATE TO WS-VALUE-DATE
            COMPUTE WS-VALUE-INT =
                FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE-NUM)
            COMPUTE WS-CHECK-DATE =
                FUNCTION DATE-OF-INTEGER(WS-VALUE-INT)
            IF WS-CHECK-DATE = WS-VALUE-DATE-NUM
                SET WS-FORWARD-DATED TO TRUE
            END-IF.
        0610-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0650-ROLL-VALUE-DATE - move WS-VALUE-INT on a day at a   *
      *    time until it is a business day in both the base         *
      *    currency and the wire currency (blank = base).           *
      *-----------------------------------------------------------*
        0650-ROLL-VALUE-DATE.
            IF WT-CURRENCY-CODE = SPACES
               OR WT-CURRENCY-CODE = LOW-VALUES
                MOVE WS-BASE-CURRENCY TO WS-WIRE-CURRENCY
            ELSE
                MOVE WT-CURRENCY-CODE TO WS-WIRE-CURRENCY
            END-IF
            OPEN INPUT HOLCAL
            SET WS-NOT-BUSINESS-DAY TO TRUE
            PERFORM 0660-CHECK-BUSINESS-DAY THRU 0660-EXIT
                UNTIL WS-BUSINESS-DAY
            CLOSE HOLCAL.
        0650-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0660-CHECK-BUSINESS-DAY - WS-VALUE-INT is a business day *
      *    unless it is a Saturday or Sunday (day 1 of the integer  *
      *    date count, 1601-01-01, was a Monday) or a holiday on    *
      *    the base or the wire-currency calendar; if it is not,    *
      *    move on a day.                                           *
      *-----------------------------------------------------------*
        0660-CHECK-BUSINESS-DAY.
            COMPUTE WS-VALUE-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-VALUE-INT)
            COMPUTE WS-DAY-NUM = WS-VALUE-INT - 1
            DIVIDE WS-DAY-NUM BY 7
                GIVING WS-WEEK-COUNT
                REMAINDER WS-WEEKDAY
            IF WS-WEEKDAY > 4
                ADD 1 TO WS-VALUE-INT
                GO TO 0660-EXIT
            END-IF
            MOVE WS-BASE-CURRENCY TO HC-CAL-CODE
            MOVE WS-VALUE-DATE    TO HC-DATE
            READ HOLCAL
                INVALID KEY
                    MOVE '23' TO WS-HOLCAL-STATUS
            END-READ
            IF WS-HOLCAL-OK
                ADD 1 TO WS-VALUE-INT
                GO TO 0660-EXIT
            END-IF
            IF WS-WIRE-CURRENCY NOT = WS-BASE-CURRENCY
                MOVE WS-WIRE-CURRENCY TO HC-CAL-CODE
                MOVE WS-VALUE-DATE    TO HC-DATE
                READ HOLCAL
                    INVALID KEY
                        MOVE '23' TO WS-HOLCAL-STATUS
                END-READ
                IF WS-HOLCAL-OK
                    ADD 1 TO WS-VALUE-INT
                    GO TO 0660-EXIT
                END-IF
            END-IF
            SET WS-BUSINESS-DAY TO TRUE.
        0660-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-VALIDATE-IBAN - link to the IBANVAL Hub client to   *
      *    check the beneficiary IBAN before any posting is done.   *
      *    yesterday and today and see whether a wire for the same  *
      *    beneficiary IBAN and amount was already posted within    *
      *    the last WS-DUP-WINDOW-HOURS, totalling the customer's   *
      *    wires already valued today along the way. A forward-     *
      *    dated wire is checked against the wires already          *
      *    warehoused for its own value date instead. A wire being  *
      *    released is skipped over itself, and wires held on a     *
      *    failed release do not count to the total.                *
      *-----------------------------------------------------------*
        1500-CHECK-DUPLICATE.
            SET WS-NO-DUP TO TRUE
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE ZERO TO WS-TODAY-TOTAL
            COMPUTE WS-DUP-WINDOW-MS =
                WS-DUP-WINDOW-HOURS * 3600000
            IF WS-FORWARD-DATED
                MOVE WS-VALUE-DATE TO WS-LOW-DATE
            ELSE
                MOVE WS-PREV-DATE  TO WS-LOW-DATE
            END-IF
            MOVE WS-VALUE-DATE TO WS-HIGH-DATE
            MOVE WS-BROWSE-LOW-KEY TO WL-WIRE-REF
            START WIRELOG
                KEY IS NOT LESS THAN WL-WIRE-REF
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 1600-EXIT
            END-IF
            IF WL-WIRE-REF > WS-BROWSE-HIGH-KEY
                SET WS-SCAN-EOF TO TRUE
                GO TO 1600-EXIT
            END-IF
            IF WL-WIRE-REF = WT-RELEASE-REF
               OR WL-HELD-RELEASE
                GO TO 1600-EXIT
            END-IF
            IF WL-BENE-IBAN = WT-BENE-IBAN
               AND WL-AMOUNT = WT-AMOUNT
               AND WL-CURRENCY-CODE = WS-WIRE-CURRENCY
                COMPUTE WS-ELAPSED-MS =
                    WS-NOW-ABSTIME - WL-POST-ABSTIME
                IF WS-ELAPSED-MS <= WS-DUP-WINDOW-MS
                    SET WS-DUP-FOUND TO TRUE
                END-IF
            END-IF
            IF WL-VALUE-DATE = WS-VALUE-DATE
               AND WL-ORIG-CUST-ID = WT-ORIG-CUST-ID
                ADD WL-BASE-AMOUNT TO WS-TODAY-TOTAL
            END-IF.
        1600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1700-SCREEN-SANCTIONS - screen the beneficiary name,     *
      *    then the bank name, through SANCHK. The first hit, or a  *
      *    list that cannot be read, stops the screen.              *
      *-----------------------------------------------------------*
        1700-SCREEN-SANCTIONS.
            SET WS-SCREEN-CLEAR TO TRUE
            MOVE SPACES TO SANCTIONS-SCREEN-AREA
            MOVE WT-BENE-NAME TO SC-SCREEN-NAME
            SET SC-SUBJECT-BENEFICIARY TO TRUE
            PERFORM 1710-SCREEN-ONE-NAME THRU 1710-EXIT
            IF WS-SCREEN-CLEAR
                MOVE SPACES TO SANCTIONS-SCREEN-AREA
                MOVE WT-BENE-BANK-NAME(1:60) TO SC-SCREEN-NAME
                SET SC-SUBJECT-BANK TO TRUE
                PERFORM 1710-SCREEN-ONE-NAME THRU 1710-EXIT
            END-IF.
        1700-EXIT.
            EXIT.

        1710-SCREEN-ONE-NAME.
            IF WS-BENE-FROM-REGISTRY
                MOVE WT-BENE-ID TO SC-SUBJECT-REF
            ELSE
                MOVE WT-BENE-IBAN(1:20) TO SC-SUBJECT-REF
            END-IF
            MOVE 'WIRETRAN' TO SC-CALLER-ID
            EXEC CICS LINK
                PROGRAM('SANCHK')
                COMMAREA(SANCTIONS-SCREEN-AREA)
                LENGTH(LENGTH OF SANCTIONS-SCREEN-AREA)
            END-EXEC
            IF SC-MATCH-FOUND
                SET WS-SCREEN-HIT TO TRUE
                MOVE SC-HIT-ENTRY-ID TO WS-SCREEN-HIT-ENTRY
            ELSE
                IF SC-LIST-UNAVAILABLE
                    SET WS-SCREEN-UNAVAILABLE TO TRUE
                END-IF
            END-IF.
        1710-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1800-CHECK-AUTHORITY - hold the base equivalent against  *
      *    the keying operator's own wire maximum on the OPRENT     *
      *    entitlement file; no record means no authority. A wire   *
      *    being released was checked when it was keyed.            *
      *-----------------------------------------------------------*
        1800-CHECK-AUTHORITY.
            SET WS-WITHIN-AUTHORITY TO TRUE
            IF WS-RELEASE-MODE
                GO TO 1800-EXIT
            END-IF
            MOVE ZERO TO WS-OPR-MAX-WIRE-AMOUNT
            OPEN INPUT OPRENT
            MOVE EIBUSERID TO OE-USER-ID
            READ OPRENT
                INVALID KEY
                    MOVE '23' TO WS-OPRENT-STATUS
            END-READ
            IF WS-OPRENT-OK
                MOVE OE-MAX-WIRE-AMOUNT TO WS-OPR-MAX-WIRE-AMOUNT
            END-IF
            CLOSE OPRENT
            IF WS-BASE-AMOUNT > WS-OPR-MAX-WIRE-AMOUNT
                SET WS-OVER-AUTHORITY TO TRUE
            END-IF.
        1800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-POST-WIRE - the beneficiary IBAN validated; assign  *
      *    a reference number and write the transfer to the WIRELOG *
      *    ledger file - held rather than posted when the sanctions *
      *    screen hit (under Q when it is over the operator's       *
      *    authority as well, so WIREMNT sends it on for approval   *
      *    once compliance releases it), held awaiting approval     *
      *    (and queued for APPRMGR) when it is only over the        *
      *    operator's authority, and warehoused under its value     *
      *    date's reference series when it is forward-dated. A wire *
      *    being released is moved on in place by 2200-RELEASE-WIRE.*
      *-----------------------------------------------------------*
        2000-POST-WIRE.
            IF WS-RELEASE-MODE
                PERFORM 2200-RELEASE-WIRE THRU 2200-EXIT
                GO TO 2000-EXIT
            END-IF
            MOVE WS-VALUE-DATE TO WS-REF-DATE
            MOVE EIBTASKN      TO WS-REF-SEQ
            MOVE SPACES            TO WIRE-LEDGER-RECORD
            MOVE WS-VALUE-DATE     TO WL-VALUE-DATE
            MOVE WS-POST-TIME      TO WL-POST-TIME
            MOVE WS-NOW-ABSTIME    TO WL-POST-ABSTIME
            MOVE WT-BENE-IBAN      TO WL-BENE-IBAN
            MOVE WT-ORIG-CUST-ID   TO WL-ORIG-CUST-ID
            MOVE WT-CORR-SWIFT-BIC TO WL-CORR-SWIFT-BIC
            SET WL-OUTBOUND TO TRUE
            MOVE WS-POST-DATE      TO WL-STATUS-DATE
            MOVE EIBUSERID         TO WL-STATUS-USER
            IF WS-SCREEN-HIT
                IF WS-OVER-AUTHORITY
                    SET WL-HELD-SANCTIONS-AUTH TO TRUE
                ELSE
                    SET WL-HELD-SANCTIONS TO TRUE
                END-IF
                STRING 'SANCTIONS HIT '    DELIMITED BY SIZE
                       WS-SCREEN-HIT-ENTRY DELIMITED BY SIZE
                    INTO WL-STATUS-REASON
                END-STRING
            ELSE
             IF WS-OVER-AUTHORITY
                SET WL-HELD-APPROVAL TO TRUE
                MOVE 'OVER OPERATOR WIRE AUTHORITY'
                                   TO WL-STATUS-REASON
             ELSE
                IF WS-FORWARD-DATED
                    SET WL-WAREHOUSED TO TRUE
                ELSE
                    SET WL-POSTED TO TRUE
                END-IF
                MOVE SPACES        TO WL-STATUS-REASON
             END-IF
            END-IF
            SET WS-LEDGER-NOT-WRITTEN TO TRUE
            PERFORM 2100-WRITE-LEDGER THRU 2100-EXIT
                UNTIL WS-LEDGER-WRITTEN
                   OR WS-REF-SEQ = 999999
            IF WS-LEDGER-WRITTEN AND WS-FORWARD-DATED
                PERFORM 2300-WRITE-FORWARD THRU 2300-EXIT
            END-IF
            IF WS-LEDGER-WRITTEN AND WL-HELD-APPROVAL
                PERFORM 2600-QUEUE-FOR-APPROVAL THRU 2600-EXIT
            END-IF
            IF WS-LEDGER-WRITTEN
                EVALUATE TRUE
                    WHEN WL-HELD-SANCTIONS
                        SET WT-HELD-SANCTIONS TO TRUE
                    WHEN WL-HELD-APPROVAL
                        SET WT-HELD-APPROVAL TO TRUE
                    WHEN WL-WAREHOUSED
                        SET WT-WAREHOUSED TO TRUE
                    WHEN OTHER
                        SET WT-POSTED TO TRUE
                END-EVALUATE
                MOVE WL-WIRE-REF TO WT-WIRE-REF
            ELSE
                SET WT-LEDGER-WRITE-FAILED TO TRUE
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2200-RELEASE-WIRE - a warehoused wire passed the         *
      *    screening on its release: rewrite it in place as posted  *
      *    (or held, on a sanctions hit), valued and timed today    *
      *    at today's base equivalent, so WIRSTL01 dispatches it    *
      *    with the day's wires. The entering user stays on the     *
      *    ledger; the status trailer records the release.          *
      *-----------------------------------------------------------*
        2200-RELEASE-WIRE.
            MOVE WT-RELEASE-REF TO WL-WIRE-REF
            READ WIRELOG
                INVALID KEY
                    MOVE '23' TO WS-WIRELOG-STATUS
            END-READ
            IF NOT WS-WIRELOG-OK OR NOT WL-WAREHOUSED
                SET WT-LEDGER-WRITE-FAILED TO TRUE
                GO TO 2200-EXIT
            END-IF
            MOVE WS-POST-DATE      TO WL-VALUE-DATE
            MOVE WS-POST-TIME      TO WL-POST-TIME
            MOVE WS-NOW-ABSTIME    TO WL-POST-ABSTIME
            MOVE WT-BENE-IBAN      TO WL-BENE-IBAN
            MOVE WS-BASE-AMOUNT    TO WL-BASE-AMOUNT
            MOVE WT-BENE-BANK-NAME TO WL-BENE-BANK-NAME
            MOVE WT-CORR-SWIFT-BIC TO WL-CORR-SWIFT-BIC
            MOVE WS-POST-DATE      TO WL-STATUS-DATE
            MOVE EIBUSERID         TO WL-STATUS-USER
            MOVE SPACES            TO WL-STATUS-REASON
            IF WS-SCREEN-HIT
                SET WL-HELD-SANCTIONS TO TRUE
                STRING 'SANCTIONS HIT '    DELIMITED BY SIZE
                       WS-SCREEN-HIT-ENTRY DELIMITED BY SIZE
                    INTO WL-STATUS-REASON
                END-STRING
            ELSE
                SET WL-POSTED TO TRUE
                MOVE 'RELEASED ON VALUE DATE' TO WL-STATUS-REASON
            END-IF
            REWRITE WIRE-LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF NOT WS-WIRELOG-OK
                SET WT-LEDGER-WRITE-FAILED TO TRUE
                GO TO 2200-EXIT
            END-IF
            IF WL-HELD-SANCTIONS
                SET WT-HELD-SANCTIONS TO TRUE
            ELSE
                SET WT-POSTED TO TRUE
            END-IF
            MOVE WL-WIRE-REF TO WT-WIRE-REF
            PERFORM 2400-RECORD-RELEASE THRU 2400-EXIT.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2300-WRITE-FORWARD - keep the beneficiary ID and name    *
      *    of a warehoused wire on WIRFWD for its release. The      *
      *    wire cannot be released without them, so a failed write  *
      *    takes the ledger record back off and the wire is not     *
      *    accepted ('07').                                         *
      *-----------------------------------------------------------*
        2300-WRITE-FORWARD.
            OPEN I-O WIRFWD
            MOVE SPACES       TO FORWARD-WIRE-RECORD
            MOVE WL-WIRE-REF  TO FW-WIRE-REF
            MOVE WT-BENE-ID   TO FW-BENE-ID
            MOVE WT-BENE-NAME TO FW-BENE-NAME
            WRITE FORWARD-WIRE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF NOT WS-WIRFWD-OK
                DELETE WIRELOG RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
                SET WS-LEDGER-NOT-WRITTEN TO TRUE
            END-IF
            CLOSE WIRFWD.
        2300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2400-RECORD-RELEASE - stamp the release date and the     *
      *    outcome on the wire's WIRFWD record.                     *
      *-----------------------------------------------------------*
        2400-RECORD-RELEASE.
            OPEN I-O WIRFWD
            MOVE WT-RELEASE-REF TO FW-WIRE-REF
            READ WIRFWD
                INVALID KEY
                    MOVE '23' TO WS-WIRFWD-STATUS
            END-READ
            IF WS-WIRFWD-OK
                MOVE WS-POST-DATE   TO FW-RELEASE-DATE
                MOVE WT-RETURN-CODE TO FW-RELEASE-RC
                REWRITE FORWARD-WIRE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            CLOSE WIRFWD.
        2400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2500-HOLD-FAILED-RELEASE - a warehoused wire that fails  *
      *    the screening on its release is held on the ledger (F)   *
      *    with the reason, so it is neither dispatched nor tried   *
      *    again; the desk cancels it through WIREMNT and re-keys   *
      *    it once the problem is cleared.                          *
      *-----------------------------------------------------------*
        2500-HOLD-FAILED-RELEASE.
            OPEN I-O WIRELOG
            MOVE WT-RELEASE-REF TO WL-WIRE-REF
            READ WIRELOG
                INVALID KEY
                    MOVE '23' TO WS-WIRELOG-STATUS
            END-READ
            IF WS-WIRELOG-OK AND WL-WAREHOUSED
                SET WL-HELD-RELEASE TO TRUE
                MOVE WS-POST-DATE TO WL-STATUS-DATE
                MOVE EIBUSERID    TO WL-STATUS-USER
                EVALUATE TRUE
                    WHEN WT-REJECTED-BAD-IBAN
                        MOVE 'BENEFICIARY IBAN NOT VALID'
                            TO WL-STATUS-REASON
                    WHEN WT-HELD-DUPLICATE
                        MOVE 'POSSIBLE DUPLICATE WIRE'
                            TO WL-STATUS-REASON
                    WHEN WT-REJECTED-UNKNOWN-CORR
                        MOVE 'CORRESPONDENT NOT ON FILE'
                            TO WL-STATUS-REASON
                    WHEN WT-REJECTED-BLOCKED
                        MOVE 'BENEFICIARY ON BLOCK LIST'
                            TO WL-STATUS-REASON
                    WHEN WT-REJECTED-DAILY-LIMIT
                        MOVE 'DAILY WIRE LIMIT EXCEEDED'
                            TO WL-STATUS-REASON
                    WHEN WT-REJECTED-NO-FX-RATE
                        MOVE 'NO FX RATE FOR CURRENCY'
                            TO WL-STATUS-REASON
                    WHEN WT-REJECTED-UNKNOWN-BENE
                        MOVE 'BENEFICIARY ID NOT USABLE'
                            TO WL-STATUS-REASON
                    WHEN OTHER
                        MOVE 'RELEASE FAILED SCREENING'
                            TO WL-STATUS-REASON
                END-EVALUATE
                REWRITE WIRE-LEDGER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-WIRELOG-OK
                    PERFORM 2400-RECORD-RELEASE THRU 2400-EXIT
                END-IF
            END-IF
            CLOSE WIRELOG.
        2500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2600-QUEUE-FOR-APPROVAL - put a wire held over the       *
      *    operator's authority on the APPRQUE pending-approval     *
      *    file (action W) for a supervisor to decide through       *
      *    APPRMGR, bumping AQ-SEQ past any items already queued    *
      *    in the same second. A held wire nobody can find on the   *
      *    queue would never move, so a failed write takes it back  *
      *    off the ledger (and WIRFWD) and the wire is not          *
      *    accepted ('07').                                         *
      *-----------------------------------------------------------*
        2600-QUEUE-FOR-APPROVAL.
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
            MOVE WT-ORIG-CUST-ID TO AQ-CUST-ID
            MOVE WL-WIRE-REF     TO AQ-CARD-NUMBER
            MOVE WT-BENE-IBAN    TO AQ-BENE-IBAN
            MOVE WS-BASE-AMOUNT  TO AQ-NEW-LIMIT
            MOVE EIBUSERID       TO AQ-REQUEST-USER
            MOVE EIBTRMID        TO AQ-REQUEST-TERM
            SET WS-ITEM-NOT-QUEUED TO TRUE
            PERFORM 2650-WRITE-QUEUE-ITEM THRU 2650-EXIT
                UNTIL WS-ITEM-QUEUED
                   OR AQ-SEQ > 9998
            CLOSE APPRQUE
            IF WS-ITEM-NOT-QUEUED
                DELETE WIRELOG RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
                IF WS-FORWARD-DATED
                    OPEN I-O WIRFWD
                    MOVE WL-WIRE-REF TO FW-WIRE-REF
                    DELETE WIRFWD RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                    CLOSE WIRFWD
                END-IF
                SET WS-LEDGER-NOT-WRITTEN TO TRUE
            END-IF.
        2600-EXIT.
            EXIT.

        2650-WRITE-QUEUE-ITEM.
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
        2650-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8500-WRITE-EXCEPTION - raise a screening rejection onto  *
      *    the consolidated EXCP feed. EXC-REASON is set by the     *
                TIME(EXC-TIME)
                TIMESEP(':')
            END-EXEC
            IF WS-RELEASE-MODE
                MOVE WT-RELEASE-REF     TO EXC-REF-ID
            ELSE
                IF WT-HELD-SANCTIONS
                    MOVE WT-WIRE-REF        TO EXC-REF-ID
                ELSE
                    MOVE WT-BENE-IBAN(1:20) TO EXC-REF-ID
                END-IF
            END-IF
            MOVE WT-RETURN-CODE     TO EXC-RETURN-CODE
            EXEC CICS LINK
                PROGRAM('OLEXCPT')
