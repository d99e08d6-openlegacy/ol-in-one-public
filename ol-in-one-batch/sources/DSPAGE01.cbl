        IDENTIFICATION DIVISION.
        PROGRAM-ID.    DSPAGE01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    DSPAGE01 - OPEN DISPUTE CASE AGING REPORT                   *
      *    Daily batch job. Walks the DISPUTE case file the service    *
      *    desk maintains through FINDSPMT and reports every case      *
      *    still open, oldest first, with its days open bucketed       *
      *    30/60/90+ and where its provisional credit stands, so the   *
      *    desk chases the cases about to run out of the network's     *
      *    chargeback window instead of the ones opened yesterday.     *
      *    Bucket totals trail the report.                             *
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
            SELECT DISPUTE ASSIGN TO DISPUTE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DP-KEY
                FILE STATUS IS WS-DISPUTE-STATUS.

            SELECT DSPRPT ASSIGN TO DSPRPT.

            SELECT SORTDSP ASSIGN TO SORTWK1.

        DATA DIVISION.
        FILE SECTION.
        FD  DISPUTE.
        COPY DISPUTE.

        FD  DSPRPT
            LABEL RECORDS ARE STANDARD.
        01  DSPRPT-RECORD           PIC X(132).

        SD  SORTDSP.
        01  DSP-SORT-RECORD.
            05  DS-DAYS-OPEN        PIC 9(05).
            05  DS-CARD-NUMBER      PIC X(16).
            05  DS-TXN-REF          PIC X(12).
            05  DS-CUST-ID          PIC X(10).
            05  DS-OPEN-DATE        PIC X(08).
            05  DS-REASON-CODE      PIC X(04).
            05  DS-DISPUTE-AMOUNT   PIC S9(7)V99 COMP-3.
            05  DS-CREDIT-STATUS    PIC X(01).

        WORKING-STORAGE SECTION.
        01  WS-DISPUTE-STATUS       PIC X(02) VALUE '00'.
            88  WS-DISPUTE-OK              VALUE '00'.

        01  WS-DISPUTE-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-DISPUTE-EOF             VALUE 'Y'.
        01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SORT-EOF                VALUE 'Y'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-INT         PIC 9(08) COMP.
        01  WS-OPEN-DATE-NUM        PIC 9(08).
        01  WS-OPEN-DATE-INT        PIC 9(08) COMP.
        01  WS-DAYS-OPEN            PIC S9(05) COMP-3.

        01  WS-BUCKET-30-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-BUCKET-60-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-BUCKET-90-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-EARLY-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-BUCKET-30-AMT        PIC S9(9)V99 COMP-3 VALUE ZERO.
        01  WS-BUCKET-60-AMT        PIC S9(9)V99 COMP-3 VALUE ZERO.
        01  WS-BUCKET-90-AMT        PIC S9(9)V99 COMP-3 VALUE ZERO.
        01  WS-EARLY-AMT            PIC S9(9)V99 COMP-3 VALUE ZERO.

        01  WS-DETAIL-LINE.
            05  DT-CARD-NUMBER      PIC X(16).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-TXN-REF          PIC X(12).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-CUST-ID          PIC X(10).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-OPEN-DATE        PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-DAYS             PIC ZZZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-REASON-CODE      PIC X(04).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-AMOUNT           PIC ZZZ,ZZ9.99-.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-CREDIT           PIC X(16).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-BUCKET           PIC X(04).
            05  FILLER              PIC X(30) VALUE SPACES.

        01  WS-BUCKET-LINE.
            05  FILLER              PIC X(08) VALUE 'BUCKET'.
            05  BK-NAME             PIC X(05).
            05  FILLER              PIC X(09) VALUE '  CASES:'.
            05  BK-COUNT            PIC ZZZZ9.
            05  FILLER              PIC X(11) VALUE '  DISPUTED:'.
            05  BK-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(78) VALUE SPACES.

        01  WS-HEADING-1.
            05  FILLER              PIC X(66) VALUE
                'CARD-NUMBER       TXN-REF       CUST-ID     OPENED
      -         '    DAYS'.
            05  FILLER              PIC X(66) VALUE
                'REAS    DISPUTED  PROV CREDIT       AGE'.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            SORT SORTDSP
                DESCENDING KEY DS-DAYS-OPEN
                ASCENDING KEY DS-CARD-NUMBER DS-TXN-REF
                INPUT PROCEDURE 1000-RELEASE-OPEN-CASES THRU 1000-EXIT
                OUTPUT PROCEDURE 2000-PRINT-AGING THRU 2000-EXIT
            DISPLAY 'DSPAGE01 - CASES UNDER 30 DAYS: ' WS-EARLY-COUNT
            DISPLAY 'DSPAGE01 - CASES 30+ DAYS:      '
                WS-BUCKET-30-COUNT
            DISPLAY 'DSPAGE01 - CASES 60+ DAYS:      '
                WS-BUCKET-60-COUNT
            DISPLAY 'DSPAGE01 - CASES 90+ DAYS:      '
                WS-BUCKET-90-COUNT
            COMPUTE RC-WRITTEN-COUNT =
                WS-EARLY-COUNT + WS-BUCKET-30-COUNT
                    + WS-BUCKET-60-COUNT + WS-BUCKET-90-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-RELEASE-OPEN-CASES - feed every open case to the    *
      *    sort with its days open, oldest first on the way out.    *
      *-----------------------------------------------------------*
        1000-RELEASE-OPEN-CASES.
            OPEN INPUT DISPUTE
            PERFORM 1100-RELEASE-ONE THRU 1100-EXIT
                UNTIL WS-DISPUTE-EOF
            CLOSE DISPUTE.
        1000-EXIT.
            EXIT.

        1100-RELEASE-ONE.
            READ DISPUTE NEXT RECORD
                AT END
                    SET WS-DISPUTE-EOF TO TRUE
            END-READ
            IF NOT WS-DISPUTE-EOF AND DP-CASE-OPEN
                MOVE DP-OPEN-DATE TO WS-OPEN-DATE-NUM
                COMPUTE WS-OPEN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-NUM)
                COMPUTE WS-DAYS-OPEN =
                    WS-RUN-DATE-INT - WS-OPEN-DATE-INT
                IF WS-DAYS-OPEN < ZERO
                    MOVE ZERO TO WS-DAYS-OPEN
                END-IF
                MOVE WS-DAYS-OPEN      TO DS-DAYS-OPEN
                MOVE DP-CARD-NUMBER    TO DS-CARD-NUMBER
                MOVE DP-TXN-REF        TO DS-TXN-REF
                MOVE DP-CUST-ID        TO DS-CUST-ID
                MOVE DP-OPEN-DATE      TO DS-OPEN-DATE
                MOVE DP-REASON-CODE    TO DS-REASON-CODE
                MOVE DP-DISPUTE-AMOUNT TO DS-DISPUTE-AMOUNT
                MOVE DP-CREDIT-STATUS  TO DS-CREDIT-STATUS
                RELEASE DSP-SORT-RECORD
            END-IF.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-PRINT-AGING - print the sorted cases and trail the  *
      *    bucket totals.                                           *
      *-----------------------------------------------------------*
        2000-PRINT-AGING.
            OPEN OUTPUT DSPRPT
            WRITE DSPRPT-RECORD FROM WS-HEADING-1
            WRITE DSPRPT-RECORD FROM WS-HEADING-2
            PERFORM 2100-PRINT-ONE THRU 2100-EXIT
                UNTIL WS-SORT-EOF
            PERFORM 9000-WRITE-BUCKETS THRU 9000-EXIT
            CLOSE DSPRPT.
        2000-EXIT.
            EXIT.

        2100-PRINT-ONE.
            RETURN SORTDSP
                AT END
                    SET WS-SORT-EOF TO TRUE
            END-RETURN
            IF NOT WS-SORT-EOF
                MOVE DS-CARD-NUMBER    TO DT-CARD-NUMBER
                MOVE DS-TXN-REF        TO DT-TXN-REF
                MOVE DS-CUST-ID        TO DT-CUST-ID
                MOVE DS-OPEN-DATE      TO DT-OPEN-DATE
                MOVE DS-DAYS-OPEN      TO DT-DAYS
                MOVE DS-REASON-CODE    TO DT-REASON-CODE
                MOVE DS-DISPUTE-AMOUNT TO DT-AMOUNT
                PERFORM 2150-DESCRIBE-CREDIT THRU 2150-EXIT
                PERFORM 2200-BUCKET-ONE THRU 2200-EXIT
                WRITE DSPRPT-RECORD FROM WS-DETAIL-LINE
            END-IF.
        2100-EXIT.
            EXIT.

        2150-DESCRIBE-CREDIT.
            EVALUATE DS-CREDIT-STATUS
                WHEN 'P'
                    MOVE 'PENDING POSTING ' TO DT-CREDIT
                WHEN 'S'
                    MOVE 'POSTED          ' TO DT-CREDIT
                WHEN 'R'
                    MOVE 'REVERSAL PENDING' TO DT-CREDIT
                WHEN 'V'
                    MOVE 'REVERSED        ' TO DT-CREDIT
                WHEN 'X'
                    MOVE 'CANCELLED       ' TO DT-CREDIT
                WHEN OTHER
                    MOVE 'NONE            ' TO DT-CREDIT
            END-EVALUATE.
        2150-EXIT.
            EXIT.

        2200-BUCKET-ONE.
            IF DS-DAYS-OPEN >= 90
                MOVE '90+ ' TO DT-BUCKET
                ADD 1 TO WS-BUCKET-90-COUNT
                ADD DS-DISPUTE-AMOUNT TO WS-BUCKET-90-AMT
            ELSE
             IF DS-DAYS-OPEN >= 60
                MOVE '60+ ' TO DT-BUCKET
                ADD 1 TO WS-BUCKET-60-COUNT
                ADD DS-DISPUTE-AMOUNT TO WS-BUCKET-60-AMT
             ELSE
              IF DS-DAYS-OPEN >= 30
                MOVE '30+ ' TO DT-BUCKET
                ADD 1 TO WS-BUCKET-30-COUNT
                ADD DS-DISPUTE-AMOUNT TO WS-BUCKET-30-AMT
              ELSE
                MOVE '<30 ' TO DT-BUCKET
                ADD 1 TO WS-EARLY-COUNT
                ADD DS-DISPUTE-AMOUNT TO WS-EARLY-AMT
              END-IF
             END-IF
            END-IF.
        2200-EXIT.
            EXIT.

        9000-WRITE-BUCKETS.
            WRITE DSPRPT-RECORD FROM WS-HEADING-2
            MOVE '90+  '            TO BK-NAME
            MOVE WS-BUCKET-90-COUNT TO BK-COUNT
            MOVE WS-BUCKET-90-AMT   TO BK-AMOUNT
            WRITE DSPRPT-RECORD FROM WS-BUCKET-LINE
            MOVE '60+  '            TO BK-NAME
            MOVE WS-BUCKET-60-COUNT TO BK-COUNT
            MOVE WS-BUCKET-60-AMT   TO BK-AMOUNT
            WRITE DSPRPT-RECORD FROM WS-BUCKET-LINE
            MOVE '30+  '            TO BK-NAME
            MOVE WS-BUCKET-30-COUNT TO BK-COUNT
            MOVE WS-BUCKET-30-AMT   TO BK-AMOUNT
            WRITE DSPRPT-RECORD FROM WS-BUCKET-LINE
            MOVE '<30  '            TO BK-NAME
            MOVE WS-EARLY-COUNT     TO BK-COUNT
            MOVE WS-EARLY-AMT       TO BK-AMOUNT
            WRITE DSPRPT-RECORD FROM WS-BUCKET-LINE.
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
            MOVE 'DSPAGE01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'DSPAGE01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'DSPAGE01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
