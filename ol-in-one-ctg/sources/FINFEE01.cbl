      *                     CM-CARD-EXPIRY-DATE (record maximum now   *
      *                     696); existing files are converted once   *
      *                     by the FINCNV02 job.                      *
      *    2026-10-15  CST  A card charged off by FINCHO01 is passed   *
      *                     over: no fee, no finance charge and no     *
      *                     new minimum on an obligation already       *
      *                     written off.                               *
      *    2026-10-15  CST  The payment due date is now set once per  *
      *                     run and rolled forward to the next         *
      *                     business day - past Saturdays, Sundays and *
      *                     USD holidays on the HOLCAL calendar - so a *
      *                     minimum never falls due on a day the bank  *
      *                     is closed.                                 *
      *    2026-10-15  CST  Registers its start and end (return code,  *
      *                     records read and written) on the RUNREG    *
      *                     run register through RUNCTL, and ends      *
      *                     without doing anything until every         *
      *                     predecessor on its RUNJOB schedule entry   *
      *                     has completed for the business date.       *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS PD-CARD-NUMBER
                FILE STATUS IS WS-PAYDUE-STATUS.

            SELECT HOLCAL ASSIGN TO HOLCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HC-KEY
                FILE STATUS IS WS-HOLCAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAS
        FD  PAYDUE.
        COPY PAYDUE.

        FD  HOLCAL.
        COPY HOLCAL.

        WORKING-STORAGE SECTION.
        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-CARD-SUB             PIC 9(02) COMP.

        01  WS-RUN-DATE             PIC X(08).
        01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                    PIC 9(08).
        01  WS-MIN-PAYMENT          PIC S9(7)V99 COMP-3.
        01  WS-DUE-DATE-INT         PIC 9(08) COMP.
        01  WS-DUE-DATE             PIC 9(08).
        01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE
                                    PIC X(08).
        01  WS-DAY-NUM              PIC 9(08) COMP.
        01  WS-WEEK-COUNT           PIC 9(08) COMP.
        01  WS-WEEKDAY              PIC 9(01) COMP.
        01  WS-BASE-CALENDAR        PIC X(03) VALUE 'USD'.

        01  WS-HOLCAL-STATUS        PIC X(02) VALUE '00'.
            88  WS-HOLCAL-OK               VALUE '00'.

        01  WS-BUSINESS-DAY-SW      PIC X(01) VALUE 'N'.
            88  WS-BUSINESS-DAY            VALUE 'Y'.
            88  WS-NOT-BUSINESS-DAY        VALUE 'N'.

        01  WS-CARDS-CHARGED        PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-FEE-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.

        COPY RATETBL.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            OPEN I-O CUSTMAS
            OPEN OUTPUT BILLDTL
            OPEN OUTPUT FEEREG
            OPEN I-O PAYDUE
            OPEN INPUT HOLCAL
            PERFORM 0500-SET-DUE-DATE THRU 0500-EXIT
            WRITE FEEREG-RECORD FROM WS-HEADING-1
            WRITE FEEREG-RECORD FROM WS-HEADING-2
            SET WS-SCAN-NOT-EOF TO TRUE
            CLOSE BILLDTL
            CLOSE FEEREG
            CLOSE PAYDUE
            CLOSE HOLCAL
            MOVE WS-CARDS-CHARGED TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    0500-SET-DUE-DATE - the run's payment due date: the      *
      *    grace period out from the run date, rolled forward to    *
      *    the next business day on the base calendar.              *
      *-----------------------------------------------------------*
        0500-SET-DUE-DATE.
            COMPUTE WS-DUE-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    + WS-DUE-GRACE-DAYS
            SET WS-NOT-BUSINESS-DAY TO TRUE
            PERFORM 0600-CHECK-BUSINESS-DAY THRU 0600-EXIT
                UNTIL WS-BUSINESS-DAY.
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0600-CHECK-BUSINESS-DAY - WS-DUE-DATE-INT is a business  *
      *    day unless it falls on a Saturday or Sunday (day 1 of    *
      *    the integer date count, 1601-01-01, was a Monday) or is  *
      *    a holiday on the base calendar; if not, move on a day.   *
      *-----------------------------------------------------------*
        0600-CHECK-BUSINESS-DAY.
            COMPUTE WS-DUE-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
            COMPUTE WS-DAY-NUM = WS-DUE-DATE-INT - 1
            DIVIDE WS-DAY-NUM BY 7
                GIVING WS-WEEK-COUNT
                REMAINDER WS-WEEKDAY
            IF WS-WEEKDAY > 4
                ADD 1 TO WS-DUE-DATE-INT
                GO TO 0600-EXIT
            END-IF
            MOVE WS-BASE-CALENDAR TO HC-CAL-CODE
            MOVE WS-DUE-DATE-X    TO HC-DATE
            READ HOLCAL
                INVALID KEY
                    MOVE '23' TO WS-HOLCAL-STATUS
            END-READ
            IF WS-HOLCAL-OK
                ADD 1 TO WS-DUE-DATE-INT
                GO TO 0600-EXIT
            END-IF
            SET WS-BUSINESS-DAY TO TRUE.
        0600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-ASSESS-ONE-CUSTOMER - read the next customer and    *
      *    run every card through the assessment; the record is     *
      *-----------------------------------------------------------*
        2000-ASSESS-ONE-CARD.
            MOVE ZERO TO WS-FEE-AMOUNT WS-FINANCE-CHG
            IF CM-CARD-CHARGED-OFF(WS-CARD-SUB)
                GO TO 2000-EXIT
            END-IF
            MOVE CM-CARD-TYPE(WS-CARD-SUB) TO RL-CARD-TYPE
            MOVE WS-RUN-DATE TO RL-EFF-DATE
            EXEC CICS LINK
            IF WS-MIN-PAYMENT > CM-CARD-USAGE(WS-CARD-SUB)
                MOVE CM-CARD-USAGE(WS-CARD-SUB) TO WS-MIN-PAYMENT
            END-IF
            MOVE CM-CARD-NUMBER(WS-CARD-SUB) TO PD-CARD-NUMBER
            READ PAYDUE
                INVALID KEY
            END-IF.
        9000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9800-REGISTER-START - register the run on RUNREG through *
      *    RUNCTL, which refuses it (and records the refusal there) *
      *    until every predecessor on the RUNJOB schedule has       *
      *    completed for the business date.                         *
      *-----------------------------------------------------------*
        9800-REGISTER-START.
            MOVE SPACES       TO WS-RUN-CONTROL
            MOVE ZERO         TO RC-RUN-RC RC-READ-COUNT
                                 RC-WRITTEN-COUNT
            SET RC-FUNC-START TO TRUE
            MOVE 'FINFEE01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                EXEC CICS RETURN END-EXEC
            END-IF
            MOVE RC-BUS-DATE  TO WS-RUN-DATE.
        9800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9850-REGISTER-END - register the end with the run's      *
      *    result (RC-RUN-RC) and record counts.                    *
      *-----------------------------------------------------------*
        9850-REGISTER-END.
            SET RC-FUNC-END   TO TRUE
            CALL 'RUNCTL' USING WS-RUN-CONTROL.
        9850-EXIT.
            EXIT.
