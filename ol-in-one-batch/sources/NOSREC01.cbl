        IDENTIFICATION DIVISION.
        PROGRAM-ID.    NOSREC01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    NOSREC01 - NOSTRO STATEMENT RECONCILIATION                  *
      *    Daily batch job. WIRBAL01 proves the SETTLE file against    *
      *    the ledger; this run proves the money moved. Reads the      *
      *    day's correspondent account statements (NOSTMT, one         *
      *    header/trailer block per correspondent, proven before       *
      *    anything is matched) and ties every entry to the WIRELOG    *
      *    ledger:                                                     *
      *                                                                *
      *    A debit is matched by our wire reference to a dispatched    *
      *    outbound wire sent through that correspondent, and must     *
      *    agree on amount, currency and value date. The wire is moved *
      *    to confirmed with a system reason - the desk no longer      *
      *    confirms it by hand through WIREMNT. A wire the desk        *
      *    already confirmed is simply tied.                           *
      *                                                                *
      *    A credit is matched to a WIRRCV01 receipt (inbound,         *
      *    confirmed, from that correspondent, same value date, amount *
      *    and currency) not already tied to an entry.                 *
      *                                                                *
      *    Every entry is kept on NOSENT with its outcome. Entries     *
      *    that will not tie are breaks: they are carried forward and  *
      *    retried every run, and those open past WS-ESCALATE-DAYS are *
      *    raised onto EXCPSTAT once. The ledger side is swept too -   *
      *    dispatched wires and receipts from the last                 *
      *    WS-LOOKBACK-DAYS still untied a day after they moved are    *
      *    breaks, escalated the same way. Both sides are listed on    *
      *    the NOSRPT break report.                                    *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Registers its start and end (return code,  *
      *                     records read and written) on the RUNREG    *
      *                     run register through RUNCTL, and is        *
      *                     refused with RC 12 until every predecessor *
      *                     on its RUNJOB schedule entry has completed *
      *                     for the business date.                     *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NOSTMT ASSIGN TO NOSTMT.

            SELECT WIRELOG ASSIGN TO WIRELOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WL-WIRE-REF
                FILE STATUS IS WS-WIRELOG-STATUS.

            SELECT NOSENT ASSIGN TO NOSENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NE-KEY
                FILE STATUS IS WS-NOSENT-STATUS.

            SELECT EXCPSTAT ASSIGN TO EXCPSTAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ES-KEY
                FILE STATUS IS WS-EXCPSTAT-STATUS.

            SELECT NOSRPT ASSIGN TO NOSRPT.

        DATA DIVISION.
        FILE SECTION.
        FD  NOSTMT
            LABEL RECORDS ARE STANDARD.
        COPY NOSTMT.

        FD  WIRELOG.
        COPY WIRELOG.

        FD  NOSENT.
        COPY NOSENT.

        FD  EXCPSTAT.
        COPY EXCPSTAT.

        FD  NOSRPT
            LABEL RECORDS ARE STANDARD.
        01  NOSRPT-RECORD           PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-WIRELOG-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIRELOG-OK              VALUE '00'.
        01  WS-NOSENT-STATUS        PIC X(02) VALUE '00'.
            88  WS-NOSENT-OK               VALUE '00'.
        01  WS-EXCPSTAT-STATUS      PIC X(02) VALUE '00'.
            88  WS-EXCPSTAT-OK             VALUE '00'.
            88  WS-EXCPSTAT-DUPKEY         VALUE '22'.

        01  WS-STMT-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-STMT-EOF                VALUE 'Y'.
        01  WS-ENTRY-EOF-SW         PIC X(01) VALUE 'N'.
            88  WS-ENTRY-EOF               VALUE 'Y'.
        01  WS-LEDGER-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-LEDGER-EOF              VALUE 'Y'.
        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-IN-BLOCK-SW          PIC X(01) VALUE 'N'.
            88  WS-IN-BLOCK                VALUE 'Y'.
            88  WS-NOT-IN-BLOCK            VALUE 'N'.

        01  WS-BALANCED-SW          PIC X(01) VALUE 'Y'.
            88  WS-IN-BALANCE              VALUE 'Y'.
            88  WS-OUT-OF-BALANCE          VALUE 'N'.

        01  WS-MATCH-SW             PIC X(01) VALUE 'N'.
            88  WS-ENTRY-MATCHED           VALUE 'Y'.
            88  WS-ENTRY-NOT-MATCHED       VALUE 'N'.

        01  WS-WRITTEN-SW           PIC X(01) VALUE 'N'.
            88  WS-RECORD-WRITTEN          VALUE 'Y'.
            88  WS-RECORD-NOT-WRITTEN      VALUE 'N'.

        01  WS-ESCALATE-DAYS        PIC 9(03) VALUE 5.
        01  WS-LOOKBACK-DAYS        PIC 9(03) VALUE 30.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).
        01  WS-RUN-INT              PIC 9(08) COMP.
        01  WS-WORK-INT             PIC 9(08) COMP.
        01  WS-WORK-DATE            PIC 9(08).
        01  WS-CUTOFF-DATE-X        PIC X(08).
        01  WS-LOOKBACK-DATE-X      PIC X(08).
        01  WS-AGE-DATE-X           PIC X(08).
        01  WS-AGE-DAYS             PIC 9(05) COMP-3.

        01  WS-STMT-BIC             PIC X(11) VALUE SPACES.
        01  WS-STMT-DATE            PIC X(08) VALUE SPACES.
        01  WS-BLOCK-COUNT          PIC 9(07) COMP-3.
        01  WS-BLOCK-DEBITS         PIC S9(13)V99 COMP-3.
        01  WS-BLOCK-CREDITS        PIC S9(13)V99 COMP-3.
        01  WS-TRL-COUNT            PIC 9(07).
        01  WS-TRL-AMOUNT           PIC S9(13)V99.

        01  WS-ABEND-CODE           PIC S9(04) COMP VALUE +3019.

        01  WS-ENTRY.
            05  WS-EN-BIC           PIC X(11).
            05  WS-EN-REF           PIC X(16).
            05  WS-EN-STMT-DATE     PIC X(08).
            05  WS-EN-DR-CR         PIC X(01).
                88  WS-EN-DEBIT            VALUE 'D'.
            05  WS-EN-VALUE-DATE    PIC X(08).
            05  WS-EN-AMOUNT        PIC S9(11)V99 COMP-3.
            05  WS-EN-CURRENCY      PIC X(03).
            05  WS-EN-NARRATIVE     PIC X(35).

        01  WS-BREAK-REASON         PIC X(30).
        01  WS-MATCHED-WIRE-REF     PIC X(16).
        01  WS-OLD-STATUS           PIC X(01).
            88  WS-WAS-DISPATCHED          VALUE 'D'.
        01  WS-SYSTEM-REASON        PIC X(30)
                                    VALUE 'AUTO-CONFIRMED NOSTRO STMT'.

        01  WS-EXCP-REF             PIC X(20).
        01  WS-EXCP-REASON          PIC X(30).

        01  WS-ENTRIES-READ         PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-REPEAT-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-AUTO-CONFIRMED       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-DESK-CONFIRMED       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-CREDITS-TIED         PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-NEW-BREAKS           PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-BREAKS-CLEARED       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-STMT-BREAKS          PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-LEDGER-BREAKS        PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-ESCALATED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-BREAK-LINE.
            05  BL-CORR-BIC         PIC X(11).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  BL-SIDE             PIC X(09).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  BL-REFERENCE        PIC X(16).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  BL-DR-CR            PIC X(02).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  BL-VALUE-DATE       PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  BL-CURRENCY         PIC X(03).
            05  FILLER              PIC X(01) VALUE SPACES.
            05  BL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  BL-AGE              PIC ZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  BL-REASON           PIC X(30).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  BL-NOTE             PIC X(10).
            05  FILLER              PIC X(07) VALUE SPACES.

        01  WS-TOTAL-LINE.
            05  TO-LABEL            PIC X(30).
            05  FILLER              PIC X(02) VALUE ': '.
            05  TO-COUNT            PIC ZZZZZZ9.
            05  FILLER              PIC X(93) VALUE SPACES.

        01  WS-HEADING-1.
            05  FILLER              PIC X(46) VALUE
                'CORRESP-BIC  SIDE       REFERENCE         DC  '.
            05  FILLER              PIC X(43) VALUE
                'VALUE-DT  CCY           AMOUNT  AGE  BREAK '.
            05  FILLER              PIC X(30) VALUE
                'REASON                    NOTE'.
            05  FILLER              PIC X(13) VALUE SPACES.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            COMPUTE WS-RUN-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            COMPUTE WS-WORK-INT = WS-RUN-INT - WS-ESCALATE-DAYS
            COMPUTE WS-WORK-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
            MOVE WS-WORK-DATE TO WS-CUTOFF-DATE-X
            COMPUTE WS-WORK-INT = WS-RUN-INT - WS-LOOKBACK-DAYS
            COMPUTE WS-WORK-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
            MOVE WS-WORK-DATE TO WS-LOOKBACK-DATE-X
            OPEN INPUT NOSTMT
            PERFORM 0100-PROVE-FILE THRU 0100-EXIT
            CLOSE NOSTMT
            IF WS-OUT-OF-BALANCE
                DISPLAY 'NOSREC01 - STATEMENTS DO NOT PROVE - ABENDING'
                CALL 'ILBOABN0' USING WS-ABEND-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT NOSTMT
            OPEN I-O WIRELOG
            OPEN I-O NOSENT
            OPEN I-O EXCPSTAT
            OPEN OUTPUT NOSRPT
            WRITE NOSRPT-RECORD FROM WS-HEADING-1
            WRITE NOSRPT-RECORD FROM WS-HEADING-2
            MOVE 'N' TO WS-STMT-EOF-SW
            PERFORM 1000-READ-STMT THRU 1000-EXIT
            PERFORM 2000-PROCESS-STMT THRU 2000-EXIT
                UNTIL WS-STMT-EOF
            PERFORM 4000-WORK-BREAKS THRU 4000-EXIT
            PERFORM 5000-SWEEP-LEDGER THRU 5000-EXIT
            PERFORM 9000-WRITE-TOTALS THRU 9000-EXIT
            CLOSE NOSTMT
            CLOSE WIRELOG
            CLOSE NOSENT
            CLOSE EXCPSTAT
            CLOSE NOSRPT
            DISPLAY 'NOSREC01 - STATEMENT ENTRIES:    ' WS-ENTRIES-READ
            DISPLAY 'NOSREC01 - WIRES AUTO-CONFIRMED: '
                WS-AUTO-CONFIRMED
            DISPLAY 'NOSREC01 - CREDITS TIED:         ' WS-CREDITS-TIED
            DISPLAY 'NOSREC01 - STATEMENT BREAKS:     ' WS-STMT-BREAKS
            DISPLAY 'NOSREC01 - LEDGER BREAKS:        ' WS-LEDGER-BREAKS
            DISPLAY 'NOSREC01 - BREAKS ESCALATED:     '
                WS-ESCALATED-COUNT
            MOVE WS-ENTRIES-READ TO RC-READ-COUNT
            MOVE WS-AUTO-CONFIRMED TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    0100-PROVE-FILE - read the statements once before any    *
      *    matching: every detail must sit inside a header/trailer  *
      *    block, carry a debit or credit mark and a numeric        *
      *    amount, and each trailer must agree with its block's     *
      *    count and debit and credit totals.                       *
      *-----------------------------------------------------------*
        0100-PROVE-FILE.
            PERFORM 1000-READ-STMT THRU 1000-EXIT
            PERFORM 0150-PROVE-ONE-RECORD THRU 0150-EXIT
                UNTIL WS-STMT-EOF
            IF WS-IN-BLOCK
                DISPLAY 'NOSREC01 - TRAILER MISSING FOR LAST BLOCK'
                SET WS-OUT-OF-BALANCE TO TRUE
            END-IF.
        0100-EXIT.
            EXIT.

        0150-PROVE-ONE-RECORD.
            IF NS-HEADER-REC
                IF WS-IN-BLOCK
                    DISPLAY 'NOSREC01 - TRAILER MISSING BEFORE: '
                        NSH-CORR-SWIFT-BIC
                    SET WS-OUT-OF-BALANCE TO TRUE
                END-IF
                SET WS-IN-BLOCK TO TRUE
                MOVE ZERO TO WS-BLOCK-COUNT WS-BLOCK-DEBITS
                             WS-BLOCK-CREDITS
            END-IF
            IF NS-DETAIL-REC
                IF WS-NOT-IN-BLOCK
                    DISPLAY 'NOSREC01 - DETAIL OUTSIDE A BLOCK: '
                        NS-ENTRY-REF
                    SET WS-OUT-OF-BALANCE TO TRUE
                END-IF
                IF NS-AMOUNT IS NOT NUMERIC
                   OR (NOT NS-DEBIT AND NOT NS-CREDIT)
                    DISPLAY 'NOSREC01 - INVALID ENTRY: ' NS-ENTRY-REF
                    SET WS-OUT-OF-BALANCE TO TRUE
                ELSE
                    ADD 1 TO WS-BLOCK-COUNT
                    IF NS-DEBIT
                        ADD NS-AMOUNT TO WS-BLOCK-DEBITS
                    ELSE
                        ADD NS-AMOUNT TO WS-BLOCK-CREDITS
                    END-IF
                END-IF
            END-IF
            IF NS-TRAILER-REC
                PERFORM 0180-CHECK-TRAILER THRU 0180-EXIT
                SET WS-NOT-IN-BLOCK TO TRUE
            END-IF
            PERFORM 1000-READ-STMT THRU 1000-EXIT.
        0150-EXIT.
            EXIT.

        0180-CHECK-TRAILER.
            MOVE NST-ENTRY-COUNT TO WS-TRL-COUNT
            IF WS-TRL-COUNT NOT = WS-BLOCK-COUNT
                DISPLAY 'NOSREC01 - COUNT MISMATCH, BLOCK: '
                    NST-CORR-SWIFT-BIC
                SET WS-OUT-OF-BALANCE TO TRUE
            END-IF
            MOVE NST-DEBIT-TOTAL TO WS-TRL-AMOUNT
            IF WS-TRL-AMOUNT NOT = WS-BLOCK-DEBITS
                DISPLAY 'NOSREC01 - DEBIT TOTAL MISMATCH, BLOCK: '
                    NST-CORR-SWIFT-BIC
                SET WS-OUT-OF-BALANCE TO TRUE
            END-IF
            MOVE NST-CREDIT-TOTAL TO WS-TRL-AMOUNT
            IF WS-TRL-AMOUNT NOT = WS-BLOCK-CREDITS
                DISPLAY 'NOSREC01 - CREDIT TOTAL MISMATCH, BLOCK: '
                    NST-CORR-SWIFT-BIC
                SET WS-OUT-OF-BALANCE TO TRUE
            END-IF.
        0180-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-READ-STMT - get the next statement record.          *
      *-----------------------------------------------------------*
        1000-READ-STMT.
            READ NOSTMT
                AT END
                    SET WS-STMT-EOF TO TRUE
            END-READ.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-PROCESS-STMT - a header names the correspondent     *
      *    and statement date for the details that follow; each    *
      *    detail is reconciled once.                               *
      *-----------------------------------------------------------*
        2000-PROCESS-STMT.
            IF NS-HEADER-REC
                MOVE NSH-CORR-SWIFT-BIC TO WS-STMT-BIC
                MOVE NSH-STMT-DATE      TO WS-STMT-DATE
            END-IF
            IF NS-DETAIL-REC
                PERFORM 2100-RECONCILE-ENTRY THRU 2100-EXIT
            END-IF
            PERFORM 1000-READ-STMT THRU 1000-EXIT.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2100-RECONCILE-ENTRY - an entry already on NOSENT (the   *
      *    statement fed in again) is left as it stands - a break   *
      *    among them is retried with the others in 4000. A new     *
      *    entry is matched to the ledger and recorded with its     *
      *    outcome.                                                 *
      *-----------------------------------------------------------*
        2100-RECONCILE-ENTRY.
            ADD 1 TO WS-ENTRIES-READ
            MOVE WS-STMT-BIC      TO WS-EN-BIC
            MOVE NS-ENTRY-REF     TO WS-EN-REF
            MOVE WS-STMT-DATE     TO WS-EN-STMT-DATE
            MOVE NS-DR-CR         TO WS-EN-DR-CR
            MOVE NS-VALUE-DATE    TO WS-EN-VALUE-DATE
            MOVE NS-AMOUNT        TO WS-EN-AMOUNT
            MOVE NS-CURRENCY-CODE TO WS-EN-CURRENCY
            MOVE NS-NARRATIVE     TO WS-EN-NARRATIVE
            MOVE WS-EN-BIC        TO NE-CORR-SWIFT-BIC
            MOVE WS-EN-REF        TO NE-ENTRY-REF
            MOVE WS-EN-STMT-DATE  TO NE-STMT-DATE
            READ NOSENT
                KEY IS NE-KEY
                INVALID KEY
                    MOVE '23' TO WS-NOSENT-STATUS
            END-READ
            IF WS-NOSENT-OK
                ADD 1 TO WS-REPEAT-COUNT
                GO TO 2100-EXIT
            END-IF
            PERFORM 3000-MATCH-ENTRY THRU 3000-EXIT
            MOVE SPACES           TO NOSTRO-ENTRY-RECORD
            MOVE WS-EN-BIC        TO NE-CORR-SWIFT-BIC
            MOVE WS-EN-REF        TO NE-ENTRY-REF
            MOVE WS-EN-STMT-DATE  TO NE-STMT-DATE
            MOVE WS-EN-DR-CR      TO NE-DR-CR
            MOVE WS-EN-VALUE-DATE TO NE-VALUE-DATE
            MOVE WS-EN-AMOUNT     TO NE-AMOUNT
            MOVE WS-EN-CURRENCY   TO NE-CURRENCY-CODE
            MOVE WS-EN-NARRATIVE  TO NE-NARRATIVE
            MOVE WS-RUN-DATE-X    TO NE-OPENED-DATE
                                     NE-STATUS-DATE
            IF WS-ENTRY-MATCHED
                SET NE-MATCHED TO TRUE
                MOVE WS-MATCHED-WIRE-REF TO NE-MATCHED-WIRE-REF
            ELSE
                SET NE-OPEN TO TRUE
                MOVE WS-BREAK-REASON TO NE-BREAK-REASON
                ADD 1 TO WS-NEW-BREAKS
            END-IF
            WRITE NOSTRO-ENTRY-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-MATCH-ENTRY - tie the entry in WS-ENTRY to the      *
      *    ledger. On a miss WS-BREAK-REASON says why.              *
      *-----------------------------------------------------------*
        3000-MATCH-ENTRY.
            SET WS-ENTRY-NOT-MATCHED TO TRUE
            MOVE SPACES TO WS-MATCHED-WIRE-REF
            IF WS-EN-DEBIT
                PERFORM 3100-MATCH-DEBIT THRU 3100-EXIT
            ELSE
                PERFORM 3200-MATCH-CREDIT THRU 3200-EXIT
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3100-MATCH-DEBIT - the entry quotes our wire reference;  *
      *    the wire must be outbound, dispatched (or already        *
      *    confirmed by the desk), sent through this correspondent  *
      *    and agree on currency, amount and value date. A          *
      *    dispatched wire is confirmed here with the system        *
      *    reason.                                                  *
      *-----------------------------------------------------------*
        3100-MATCH-DEBIT.
            MOVE 'WIRE NOT ON LEDGER' TO WS-BREAK-REASON
            MOVE WS-EN-REF TO WL-WIRE-REF
            READ WIRELOG
                KEY IS WL-WIRE-REF
                INVALID KEY
                    MOVE '23' TO WS-WIRELOG-STATUS
            END-READ
            IF NOT WS-WIRELOG-OK
                GO TO 3100-EXIT
            END-IF
            IF NOT WL-OUTBOUND
                MOVE 'NOT AN OUTBOUND WIRE' TO WS-BREAK-REASON
                GO TO 3100-EXIT
            END-IF
            IF WL-NOSTRO-MATCHED
                MOVE 'WIRE ALREADY ON A STATEMENT' TO WS-BREAK-REASON
                GO TO 3100-EXIT
            END-IF
            IF NOT WL-DISPATCHED
               AND NOT WL-CONFIRMED
                MOVE 'WIRE NOT DISPATCHED' TO WS-BREAK-REASON
                GO TO 3100-EXIT
            END-IF
            IF WL-CORR-SWIFT-BIC NOT = WS-EN-BIC
                MOVE 'SENT VIA ANOTHER CORRESPONDENT' TO WS-BREAK-REASON
                GO TO 3100-EXIT
            END-IF
            IF WL-CURRENCY-CODE NOT = WS-EN-CURRENCY
                MOVE 'CURRENCY DIFFERS FROM WIRE' TO WS-BREAK-REASON
                GO TO 3100-EXIT
            END-IF
            IF WL-AMOUNT NOT = WS-EN-AMOUNT
                MOVE 'AMOUNT DIFFERS FROM WIRE' TO WS-BREAK-REASON
                GO TO 3100-EXIT
            END-IF
            IF WL-VALUE-DATE NOT = WS-EN-VALUE-DATE
                MOVE 'VALUE DATE DIFFERS FROM WIRE' TO WS-BREAK-REASON
                GO TO 3100-EXIT
            END-IF
            MOVE WL-STATUS TO WS-OLD-STATUS
            IF WL-DISPATCHED
                SET WL-CONFIRMED TO TRUE
                MOVE WS-RUN-DATE-X    TO WL-STATUS-DATE
                MOVE 'NOSREC01'       TO WL-STATUS-USER
                MOVE WS-SYSTEM-REASON TO WL-STATUS-REASON
            END-IF
            SET WL-NOSTRO-MATCHED TO TRUE
            MOVE WS-RUN-DATE-X TO WL-NOSTRO-DATE
            REWRITE WIRE-LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF NOT WS-WIRELOG-OK
                MOVE 'LEDGER UPDATE FAILED' TO WS-BREAK-REASON
                GO TO 3100-EXIT
            END-IF
            SET WS-ENTRY-MATCHED TO TRUE
            MOVE WL-WIRE-REF TO WS-MATCHED-WIRE-REF
            IF WS-WAS-DISPATCHED
                ADD 1 TO WS-AUTO-CONFIRMED
            ELSE
                ADD 1 TO WS-DESK-CONFIRMED
            END-IF.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3200-MATCH-CREDIT - the entry quotes the sending bank's  *
      *    reference, which the ledger does not keep, so the        *
      *    receipt is found on the WI series by correspondent,      *
      *    value date, amount and currency - the first such         *
      *    receipt not yet tied to an entry.                        *
      *-----------------------------------------------------------*
        3200-MATCH-CREDIT.
            MOVE 'NO MATCHING RECEIPT' TO WS-BREAK-REASON
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE 'WI' TO WL-WIRE-REF
            START WIRELOG
                KEY IS NOT LESS THAN WL-WIRE-REF
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 3250-SCAN-ONE-RECEIPT THRU 3250-EXIT
                UNTIL WS-SCAN-EOF
            IF WS-ENTRY-NOT-MATCHED
                GO TO 3200-EXIT
            END-IF
            SET WL-NOSTRO-MATCHED TO TRUE
            MOVE WS-RUN-DATE-X TO WL-NOSTRO-DATE
            REWRITE WIRE-LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-WIRELOG-OK
                MOVE WL-WIRE-REF TO WS-MATCHED-WIRE-REF
                ADD 1 TO WS-CREDITS-TIED
            ELSE
                SET WS-ENTRY-NOT-MATCHED TO TRUE
                MOVE 'LEDGER UPDATE FAILED' TO WS-BREAK-REASON
            END-IF.
        3200-EXIT.
            EXIT.

        3250-SCAN-ONE-RECEIPT.
            READ WIRELOG NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 3250-EXIT
            END-IF
            IF WL-WIRE-REF(1:2) NOT = 'WI'
                SET WS-SCAN-EOF TO TRUE
                GO TO 3250-EXIT
            END-IF
            IF WL-INBOUND
               AND WL-CONFIRMED
               AND NOT WL-NOSTRO-MATCHED
               AND WL-CORR-SWIFT-BIC = WS-EN-BIC
               AND WL-VALUE-DATE = WS-EN-VALUE-DATE
               AND WL-CURRENCY-CODE = WS-EN-CURRENCY
               AND WL-AMOUNT = WS-EN-AMOUNT
                SET WS-ENTRY-MATCHED TO TRUE
                SET WS-SCAN-EOF TO TRUE
            END-IF.
        3250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-WORK-BREAKS - every open statement break on NOSENT  *
      *    is retried against the ledger (except those opened this  *
      *    run, just tried), closed if it now ties, otherwise       *
      *    listed, and escalated once it has been open past the     *
      *    escalation window.                                       *
      *-----------------------------------------------------------*
        4000-WORK-BREAKS.
            MOVE LOW-VALUES TO NE-KEY
            START NOSENT
                KEY IS NOT LESS THAN NE-KEY
                INVALID KEY
                    SET WS-ENTRY-EOF TO TRUE
            END-START
            PERFORM 4100-WORK-ONE-BREAK THRU 4100-EXIT
                UNTIL WS-ENTRY-EOF.
        4000-EXIT.
            EXIT.

        4100-WORK-ONE-BREAK.
            READ NOSENT NEXT RECORD
                AT END
                    SET WS-ENTRY-EOF TO TRUE
            END-READ
            IF WS-ENTRY-EOF
               OR NE-MATCHED
                GO TO 4100-EXIT
            END-IF
            IF NE-OPENED-DATE < WS-RUN-DATE-X
                MOVE NE-CORR-SWIFT-BIC TO WS-EN-BIC
                MOVE NE-ENTRY-REF      TO WS-EN-REF
                MOVE NE-STMT-DATE      TO WS-EN-STMT-DATE
                MOVE NE-DR-CR          TO WS-EN-DR-CR
                MOVE NE-VALUE-DATE     TO WS-EN-VALUE-DATE
                MOVE NE-AMOUNT         TO WS-EN-AMOUNT
                MOVE NE-CURRENCY-CODE  TO WS-EN-CURRENCY
                MOVE NE-NARRATIVE      TO WS-EN-NARRATIVE
                PERFORM 3000-MATCH-ENTRY THRU 3000-EXIT
                IF WS-ENTRY-MATCHED
                    SET NE-MATCHED TO TRUE
                    MOVE WS-RUN-DATE-X       TO NE-STATUS-DATE
                    MOVE WS-MATCHED-WIRE-REF TO NE-MATCHED-WIRE-REF
                    REWRITE NOSTRO-ENTRY-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    ADD 1 TO WS-BREAKS-CLEARED
                    GO TO 4100-EXIT
                END-IF
                MOVE WS-BREAK-REASON TO NE-BREAK-REASON
                IF NE-OPEN
                   AND NE-OPENED-DATE < WS-CUTOFF-DATE-X
                    SET NE-ESCALATED TO TRUE
                    MOVE WS-RUN-DATE-X TO NE-STATUS-DATE
                    MOVE NE-ENTRY-REF  TO WS-EXCP-REF
                    MOVE 'NOSTRO BREAK - NOT ON LEDGER'
                        TO WS-EXCP-REASON
                    PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
                END-IF
                REWRITE NOSTRO-ENTRY-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            MOVE SPACES            TO WS-BREAK-LINE
            MOVE NE-CORR-SWIFT-BIC TO BL-CORR-BIC
            MOVE 'STATEMENT'       TO BL-SIDE
            MOVE NE-ENTRY-REF      TO BL-REFERENCE
            IF NE-DEBIT
                MOVE 'DR' TO BL-DR-CR
            ELSE
                MOVE 'CR' TO BL-DR-CR
            END-IF
            MOVE NE-VALUE-DATE     TO BL-VALUE-DATE
            MOVE NE-CURRENCY-CODE  TO BL-CURRENCY
            MOVE NE-AMOUNT         TO BL-AMOUNT
            MOVE NE-OPENED-DATE    TO WS-AGE-DATE-X
            PERFORM 8100-COMPUTE-AGE THRU 8100-EXIT
            MOVE WS-AGE-DAYS       TO BL-AGE
            MOVE NE-BREAK-REASON   TO BL-REASON
            IF NE-ESCALATED
                MOVE 'ESCALATED' TO BL-NOTE
            END-IF
            WRITE NOSRPT-RECORD FROM WS-BREAK-LINE
            ADD 1 TO WS-STMT-BREAKS.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    5000-SWEEP-LEDGER - the other side of the account: a     *
      *    dispatched wire or a receipt through a correspondent     *
      *    that no statement entry has tied by the day after it     *
      *    moved is a break. Only movements inside the lookback     *
      *    window are listed; each is escalated once when it is    *
      *    older than the escalation window.                        *
      *-----------------------------------------------------------*
        5000-SWEEP-LEDGER.
            MOVE LOW-VALUES TO WL-WIRE-REF
            START WIRELOG
                KEY IS NOT LESS THAN WL-WIRE-REF
                INVALID KEY
                    SET WS-LEDGER-EOF TO TRUE
            END-START
            PERFORM 5100-SWEEP-ONE-WIRE THRU 5100-EXIT
                UNTIL WS-LEDGER-EOF.
        5000-EXIT.
            EXIT.

        5100-SWEEP-ONE-WIRE.
            READ WIRELOG NEXT RECORD
                AT END
                    SET WS-LEDGER-EOF TO TRUE
            END-READ
            IF WS-LEDGER-EOF
               OR WL-NOSTRO-MATCHED
               OR WL-CORR-SWIFT-BIC = SPACES
                GO TO 5100-EXIT
            END-IF
            IF NOT (WL-OUTBOUND AND WL-DISPATCHED)
               AND NOT (WL-INBOUND AND WL-CONFIRMED)
                GO TO 5100-EXIT
            END-IF
            IF WL-STATUS-DATE NOT < WS-RUN-DATE-X
               OR WL-STATUS-DATE < WS-LOOKBACK-DATE-X
                GO TO 5100-EXIT
            END-IF
            IF WL-STATUS-DATE < WS-CUTOFF-DATE-X
               AND NOT WL-NOSTRO-ESCALATED
                SET WL-NOSTRO-ESCALATED TO TRUE
                MOVE WS-RUN-DATE-X TO WL-NOSTRO-DATE
                REWRITE WIRE-LEDGER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                MOVE WL-WIRE-REF TO WS-EXCP-REF
                MOVE 'NOSTRO BREAK - NOT ON STMT' TO WS-EXCP-REASON
                PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
            END-IF
            MOVE SPACES            TO WS-BREAK-LINE
            MOVE WL-CORR-SWIFT-BIC TO BL-CORR-BIC
            MOVE 'LEDGER'          TO BL-SIDE
            MOVE WL-WIRE-REF       TO BL-REFERENCE
            IF WL-OUTBOUND
                MOVE 'DR' TO BL-DR-CR
                MOVE 'DISPATCHED, NOT ON STATEMENT' TO BL-REASON
            ELSE
                MOVE 'CR' TO BL-DR-CR
                MOVE 'RECEIPT NOT ON STATEMENT' TO BL-REASON
            END-IF
            MOVE WL-VALUE-DATE     TO BL-VALUE-DATE
            MOVE WL-CURRENCY-CODE  TO BL-CURRENCY
            MOVE WL-AMOUNT         TO BL-AMOUNT
            MOVE WL-STATUS-DATE    TO WS-AGE-DATE-X
            PERFORM 8100-COMPUTE-AGE THRU 8100-EXIT
            MOVE WS-AGE-DAYS       TO BL-AGE
            IF WL-NOSTRO-ESCALATED
                MOVE 'ESCALATED' TO BL-NOTE
            END-IF
            WRITE NOSRPT-RECORD FROM WS-BREAK-LINE
            ADD 1 TO WS-LEDGER-BREAKS.
        5100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    7000-RAISE-EXCEPTION - one open EXCPSTAT item per        *
      *    escalated break, for the morning EXCPMON screen.         *
      *    WS-EXCP-REF and WS-EXCP-REASON are set by the caller.    *
      *-----------------------------------------------------------*
        7000-RAISE-EXCEPTION.
            MOVE SPACES         TO EXCP-STATUS-RECORD
            MOVE WS-RUN-DATE-X  TO ES-DATE
            MOVE '00:00:00'     TO ES-TIME
            MOVE ZERO           TO ES-SEQ
            MOVE 'NOSREC01'     TO ES-PROGRAM-ID
            MOVE WS-EXCP-REF    TO ES-REF-ID
            MOVE '07'           TO ES-RETURN-CODE
            MOVE WS-EXCP-REASON TO ES-REASON
            SET ES-OPEN TO TRUE
            SET WS-RECORD-NOT-WRITTEN TO TRUE
            PERFORM 7100-WRITE-STATUS THRU 7100-EXIT
                UNTIL WS-RECORD-WRITTEN
                   OR ES-SEQ > 9998
            ADD 1 TO WS-ESCALATED-COUNT.
        7000-EXIT.
            EXIT.

        7100-WRITE-STATUS.
            WRITE EXCP-STATUS-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-EXCPSTAT-OK
                SET WS-RECORD-WRITTEN TO TRUE
            ELSE
                IF WS-EXCPSTAT-DUPKEY
                    ADD 1 TO ES-SEQ
                ELSE
                    MOVE 9999 TO ES-SEQ
                END-IF
            END-IF.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8100-COMPUTE-AGE - whole days from WS-AGE-DATE-X to the  *
      *    run date (zero if the date is not usable).               *
      *-----------------------------------------------------------*
        8100-COMPUTE-AGE.
            MOVE ZERO TO WS-AGE-DAYS
            IF WS-AGE-DATE-X IS NUMERIC
               AND WS-AGE-DATE-X < WS-RUN-DATE-X
                MOVE WS-AGE-DATE-X TO WS-WORK-DATE
                COMPUTE WS-AGE-DAYS = WS-RUN-INT -
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
            END-IF.
        8100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9000-WRITE-TOTALS - run totals at the foot of the        *
      *    break report.                                            *
      *-----------------------------------------------------------*
        9000-WRITE-TOTALS.
            WRITE NOSRPT-RECORD FROM WS-HEADING-2
            MOVE 'STATEMENT ENTRIES READ'   TO TO-LABEL
            MOVE WS-ENTRIES-READ            TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'ENTRIES ALREADY RECONCILED' TO TO-LABEL
            MOVE WS-REPEAT-COUNT            TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'WIRES AUTO-CONFIRMED'     TO TO-LABEL
            MOVE WS-AUTO-CONFIRMED          TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'WIRES TIED, DESK CONFIRMED' TO TO-LABEL
            MOVE WS-DESK-CONFIRMED          TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'CREDITS TIED TO RECEIPTS' TO TO-LABEL
            MOVE WS-CREDITS-TIED            TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'NEW STATEMENT BREAKS'     TO TO-LABEL
            MOVE WS-NEW-BREAKS              TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'EARLIER BREAKS NOW TIED'  TO TO-LABEL
            MOVE WS-BREAKS-CLEARED          TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'STATEMENT BREAKS OPEN'    TO TO-LABEL
            MOVE WS-STMT-BREAKS             TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'LEDGER BREAKS OPEN'       TO TO-LABEL
            MOVE WS-LEDGER-BREAKS           TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'BREAKS ESCALATED'         TO TO-LABEL
            MOVE WS-ESCALATED-COUNT         TO TO-COUNT
            WRITE NOSRPT-RECORD FROM WS-TOTAL-LINE.
        9000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9800-REGISTER-START - register the run on RUNREG through *
      *    RUNCTL, which refuses it until every predecessor on the  *
      *    RUNJOB schedule has completed for the business date.     *
      *-----------------------------------------------------------*
        9800-REGISTER-START.
            MOVE SPACES       TO WS-RUN-CONTROL
            MOVE ZERO         TO RC-RUN-RC RC-READ-COUNT
                                 RC-WRITTEN-COUNT
            SET RC-FUNC-START TO TRUE
            MOVE 'NOSREC01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'NOSREC01 - RUN NOT STARTED: ' RC-REASON
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE RC-BUS-DATE  TO WS-RUN-DATE.
        9800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9850-REGISTER-END - register the end with the return     *
      *    code and record counts; RETURN-CODE is put back after    *
      *    the CALL so the step still ends with the program's own.  *
      *-----------------------------------------------------------*
        9850-REGISTER-END.
            SET RC-FUNC-END   TO TRUE
            MOVE RETURN-CODE  TO RC-RUN-RC
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            MOVE RC-RUN-RC    TO RETURN-CODE
            IF NOT RC-CLEARED
                DISPLAY 'NOSREC01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
