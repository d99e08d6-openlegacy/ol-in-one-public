      *    desk stops re-keying payment instructions from a screen     *
      *    print. WIRBAL01 proves the file against the ledger the      *
      *    next morning.                                               *
      *                                                                *
      *    A posted wire is held back, left posted for a later run,    *
      *    until its value date has come and that day is a business    *
      *    day both here (the USD calendar) and in the wire's          *
      *    currency - no Saturdays, Sundays or HOLCAL holidays.        *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-09-02  CST  Inbound receipts (WL-DIRECTION I, posted   *
      *                     by WIRRCV01) are never settled outbound,   *
      *                     whatever their status.                     *
      *    2026-10-15  CST  A posted wire whose value date is still    *
      *                     ahead, or whose value date has come but    *
      *                     the run date is not a business day on the  *
      *                     USD or the wire-currency HOLCAL calendar,  *
      *                     is held back for a later run and counted.  *
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
                RECORD KEY IS WL-WIRE-REF
                FILE STATUS IS WS-WIRELOG-STATUS.

            SELECT HOLCAL ASSIGN TO HOLCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HC-KEY
                FILE STATUS IS WS-HOLCAL-STATUS.

            SELECT SETTLE ASSIGN TO SETTLE.

            SELECT SORTSTL ASSIGN TO SORTWK1.
        FD  WIRELOG.
        COPY WIRELOG.

        FD  HOLCAL.
        COPY HOLCAL.

        FD  SETTLE
            LABEL RECORDS ARE STANDARD.
        COPY SETTLE.
        01  WS-WIRELOG-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIRELOG-OK              VALUE '00'.

        01  WS-HOLCAL-STATUS        PIC X(02) VALUE '00'.
            88  WS-HOLCAL-OK               VALUE '00'.

        01  WS-BASE-OPEN-SW         PIC X(01) VALUE 'Y'.
            88  WS-BASE-OPEN               VALUE 'Y'.
            88  WS-BASE-CLOSED             VALUE 'N'.

        01  WS-SETTLE-SW            PIC X(01) VALUE 'Y'.
            88  WS-SETTLE-TODAY            VALUE 'Y'.
            88  WS-HOLD-BACK               VALUE 'N'.

        01  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-BROWSE-EOF              VALUE 'Y'.
        01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).
        01  WS-RUN-DATE-INT         PIC 9(08) COMP.
        01  WS-DAY-NUM              PIC 9(08) COMP.
        01  WS-WEEK-COUNT           PIC 9(08) COMP.
        01  WS-WEEKDAY              PIC 9(01) COMP.
        01  WS-BASE-CALENDAR        PIC X(03) VALUE 'USD'.

        01  WS-CURR-BIC             PIC X(11).
        01  WS-BLOCK-COUNT          PIC 9(07) COMP-3.
        01  WS-AMOUNT-OUT           PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-BLOCKS-OUT           PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-MARK-FAILED          PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-HELD-BACK            PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            OPEN I-O WIRELOG
            OPEN INPUT HOLCAL
            PERFORM 0500-CHECK-BASE-CALENDAR THRU 0500-EXIT
            SORT SORTSTL
                ASCENDING KEY SS-CORR-SWIFT-BIC SS-WIRE-REF
                INPUT PROCEDURE 1000-RELEASE-POSTED THRU 1000-EXIT
                OUTPUT PROCEDURE 2000-WRITE-SETTLE THRU 2000-EXIT
            CLOSE WIRELOG
            CLOSE HOLCAL
            DISPLAY 'WIRSTL01 - WIRES DISPATCHED:    ' WS-WIRES-OUT
            DISPLAY 'WIRSTL01 - CORRESPONDENT BLOCKS:' WS-BLOCKS-OUT
            DISPLAY 'WIRSTL01 - WIRES HELD BACK:     ' WS-HELD-BACK
            IF WS-MARK-FAILED > ZERO
                DISPLAY 'WIRSTL01 - LEDGER MARKS FAILED: '
                    WS-MARK-FAILED
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE WS-WIRES-OUT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    0500-CHECK-BASE-CALENDAR - the run date is a business    *
      *    day on the base calendar unless it is a Saturday or      *
      *    Sunday (day 1 of the integer date count, 1601-01-01, was *
      *    a Monday) or a holiday on it.                            *
      *-----------------------------------------------------------*
        0500-CHECK-BASE-CALENDAR.
            SET WS-BASE-OPEN TO TRUE
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            COMPUTE WS-DAY-NUM = WS-RUN-DATE-INT - 1
            DIVIDE WS-DAY-NUM BY 7
                GIVING WS-WEEK-COUNT
                REMAINDER WS-WEEKDAY
            IF WS-WEEKDAY > 4
                SET WS-BASE-CLOSED TO TRUE
                GO TO 0500-EXIT
            END-IF
            MOVE WS-BASE-CALENDAR TO HC-CAL-CODE
            MOVE WS-RUN-DATE-X    TO HC-DATE
            READ HOLCAL
                INVALID KEY
                    MOVE '23' TO WS-HOLCAL-STATUS
            END-READ
            IF WS-HOLCAL-OK
                SET WS-BASE-CLOSED TO TRUE
            END-IF.
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-RELEASE-POSTED - feed every wire still in posted    *
      *    status and due for settlement to the sort, keyed by      *
      *    correspondent.                                           *
      *-----------------------------------------------------------*
        1000-RELEASE-POSTED.
            MOVE LOW-VALUES TO WL-WIRE-REF
                AT END
                    SET WS-BROWSE-EOF TO TRUE
            END-READ
            IF WS-BROWSE-EOF OR NOT WL-POSTED OR WL-INBOUND
                GO TO 1100-EXIT
            END-IF
            PERFORM 1200-CHECK-VALUE-DATE THRU 1200-EXIT
            IF WS-HOLD-BACK
                ADD 1 TO WS-HELD-BACK
            ELSE
                MOVE WL-CORR-SWIFT-BIC  TO SS-CORR-SWIFT-BIC
                MOVE WL-WIRE-REF        TO SS-WIRE-REF
                MOVE WL-VALUE-DATE      TO SS-VALUE-DATE
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1200-CHECK-VALUE-DATE - hold the wire back while its     *
      *    value date is still ahead, or while the run date is not  *
      *    a business day on the base or the wire-currency          *
      *    calendar.                                                *
      *-----------------------------------------------------------*
        1200-CHECK-VALUE-DATE.
            SET WS-HOLD-BACK TO TRUE
            IF WL-VALUE-DATE > WS-RUN-DATE-X OR WS-BASE-CLOSED
                GO TO 1200-EXIT
            END-IF
            IF WL-CURRENCY-CODE NOT = SPACES
               AND WL-CURRENCY-CODE NOT = WS-BASE-CALENDAR
                MOVE WL-CURRENCY-CODE TO HC-CAL-CODE
                MOVE WS-RUN-DATE-X    TO HC-DATE
                READ HOLCAL
                    INVALID KEY
                        MOVE '23' TO WS-HOLCAL-STATUS
                END-READ
                IF WS-HOLCAL-OK
                    GO TO 1200-EXIT
                END-IF
            END-IF
            SET WS-SETTLE-TODAY TO TRUE.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-WRITE-SETTLE - write the sorted wires in blocks,    *
      *    one header/trailer pair per correspondent, marking each  *
            END-IF.
        2500-EXIT.
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
            MOVE 'WIRSTL01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'WIRSTL01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'WIRSTL01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
