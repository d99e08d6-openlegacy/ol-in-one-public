      *    of the utilization report - a maxed-out card that pays on   *
      *    time no longer looks like one that has not paid in ninety   *
      *    days. Bucket totals trail the report.                       *
      *                                                                *
      *    Age is counted in business days: Saturdays, Sundays and     *
      *    the USD holidays on the HOLCAL calendar between the due     *
      *    date and the run date are not held against the customer.   *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  Days past due are now business days: the   *
      *                     weekdays after the due date up to the run  *
      *                     date, less the USD holidays on the HOLCAL  *
      *                     calendar in that span.                     *
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
                RECORD KEY IS PD-CARD-NUMBER
                FILE STATUS IS WS-PAYDUE-STATUS.

            SELECT HOLCAL ASSIGN TO HOLCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HC-KEY
                FILE STATUS IS WS-HOLCAL-STATUS.

            SELECT AGERPT ASSIGN TO AGERPT.

            SELECT SORTAGE ASSIGN TO SORTWK1.
        FD  PAYDUE.
        COPY PAYDUE.

        FD  HOLCAL.
        COPY HOLCAL.

        FD  AGERPT
            LABEL RECORDS ARE STANDARD.
        01  AGERPT-RECORD           PIC X(132).
        01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SORT-EOF                VALUE 'Y'.

        01  WS-HOLCAL-STATUS        PIC X(02) VALUE '00'.
            88  WS-HOLCAL-OK               VALUE '00'.
        01  WS-HOLCAL-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-HOLCAL-EOF              VALUE 'Y'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-INT         PIC 9(08) COMP.
        01  WS-DUE-DATE-NUM         PIC 9(08).
        01  WS-DUE-DATE-INT         PIC 9(08) COMP.
        01  WS-DAYS-PAST            PIC S9(05) COMP-3.

        01  WS-BASE-CALENDAR        PIC X(03) VALUE 'USD'.
        01  WS-HOL-DATE-NUM         PIC 9(08).
        01  WS-HOL-INT              PIC 9(08) COMP.
        01  WS-DAY-NUM              PIC 9(08) COMP.
        01  WS-WEEK-COUNT           PIC 9(08) COMP.
        01  WS-WEEKDAY              PIC 9(01) COMP.
        01  WS-WEEKDAYS-BEFORE      PIC 9(08) COMP.
        01  WS-RUN-WEEKDAYS         PIC 9(08) COMP.
        01  WS-DUE-WEEKDAYS         PIC 9(08) COMP.

        01  WS-HOL-SUB              PIC 9(04) COMP.
        01  WS-HOL-COUNT            PIC 9(04) COMP VALUE ZERO.
        01  WS-MAX-HOLIDAYS         PIC 9(04) COMP VALUE 500.
        01  WS-HOLIDAY-TABLE.
            05  WS-HOLIDAY-INT      PIC 9(08) COMP
                                    OCCURS 500 TIMES.

        01  WS-BUCKET-30-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-BUCKET-60-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-BUCKET-90-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
                '   AMOUNT-PAID  AGE'.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM 0500-LOAD-HOLIDAYS THRU 0500-EXIT
            COMPUTE WS-DAY-NUM = WS-RUN-DATE-INT
            PERFORM 1300-COUNT-WEEKDAYS THRU 1300-EXIT
            MOVE WS-WEEKDAYS-BEFORE TO WS-RUN-WEEKDAYS
            SORT SORTAGE
                DESCENDING KEY AG-DAYS-PAST
                ASCENDING KEY AG-CUST-ID AG-CARD-NUMBER
            DISPLAY 'FINAGE01 - CARDS 30+ DAYS: ' WS-BUCKET-30-COUNT
            DISPLAY 'FINAGE01 - CARDS 60+ DAYS: ' WS-BUCKET-60-COUNT
            DISPLAY 'FINAGE01 - CARDS 90+ DAYS: ' WS-BUCKET-90-COUNT
            COMPUTE RC-WRITTEN-COUNT =
                WS-EARLY-COUNT + WS-BUCKET-30-COUNT
                    + WS-BUCKET-60-COUNT + WS-BUCKET-90-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    0500-LOAD-HOLIDAYS - table the base calendar's weekday   *
      *    holidays up to the run date, in date order, as integer   *
      *    dates for the business-day count.                        *
      *-----------------------------------------------------------*
        0500-LOAD-HOLIDAYS.
            OPEN INPUT HOLCAL
            MOVE WS-BASE-CALENDAR TO HC-CAL-CODE
            MOVE LOW-VALUES       TO HC-DATE
            START HOLCAL
                KEY IS NOT LESS THAN HC-KEY
                INVALID KEY
                    SET WS-HOLCAL-EOF TO TRUE
            END-START
            PERFORM 0600-LOAD-ONE-HOLIDAY THRU 0600-EXIT
                UNTIL WS-HOLCAL-EOF
            CLOSE HOLCAL
            DISPLAY 'FINAGE01 - HOLIDAYS LOADED:  ' WS-HOL-COUNT.
        0500-EXIT.
            EXIT.

        0600-LOAD-ONE-HOLIDAY.
            READ HOLCAL NEXT RECORD
                AT END
                    SET WS-HOLCAL-EOF TO TRUE
            END-READ
            IF WS-HOLCAL-EOF
                GO TO 0600-EXIT
            END-IF
            IF HC-CAL-CODE NOT = WS-BASE-CALENDAR
               OR HC-DATE IS NOT NUMERIC
               OR HC-DATE > WS-RUN-DATE
                SET WS-HOLCAL-EOF TO TRUE
                GO TO 0600-EXIT
            END-IF
            IF WS-HOL-COUNT NOT < WS-MAX-HOLIDAYS
                DISPLAY 'FINAGE01 - HOLIDAY TABLE FULL AT ' HC-DATE
                SET WS-HOLCAL-EOF TO TRUE
                GO TO 0600-EXIT
            END-IF
            MOVE HC-DATE TO WS-HOL-DATE-NUM
            COMPUTE WS-HOL-INT =
                FUNCTION INTEGER-OF-DATE(WS-HOL-DATE-NUM)
            COMPUTE WS-DAY-NUM = WS-HOL-INT - 1
            DIVIDE WS-DAY-NUM BY 7
                GIVING WS-WEEK-COUNT
                REMAINDER WS-WEEKDAY
            IF WS-WEEKDAY < 5
                ADD 1 TO WS-HOL-COUNT
                MOVE WS-HOL-INT TO WS-HOLIDAY-INT(WS-HOL-COUNT)
            END-IF.
        0600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-RELEASE-PAST-DUE - feed every open obligation past  *
      *    its due date to the sort, worst first on the way out.    *
                MOVE PD-DUE-DATE TO WS-DUE-DATE-NUM
                COMPUTE WS-DUE-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                PERFORM 1200-BUSINESS-DAYS-PAST THRU 1200-EXIT
                IF WS-DAYS-PAST > ZERO
                    MOVE WS-DAYS-PAST   TO AG-DAYS-PAST
                    MOVE PD-CUST-ID     TO AG-CUST-ID
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1200-BUSINESS-DAYS-PAST - business days after the due    *
      *    date up to and including the run date: the weekdays in   *
      *    that span less the base-calendar holidays falling in it. *
      *-----------------------------------------------------------*
        1200-BUSINESS-DAYS-PAST.
            MOVE ZERO TO WS-DAYS-PAST
            IF WS-DUE-DATE-INT NOT < WS-RUN-DATE-INT
                GO TO 1200-EXIT
            END-IF
            COMPUTE WS-DAY-NUM = WS-DUE-DATE-INT
            PERFORM 1300-COUNT-WEEKDAYS THRU 1300-EXIT
            MOVE WS-WEEKDAYS-BEFORE TO WS-DUE-WEEKDAYS
            COMPUTE WS-DAYS-PAST = WS-RUN-WEEKDAYS - WS-DUE-WEEKDAYS
            PERFORM 1400-DROP-ONE-HOLIDAY THRU 1400-EXIT
                VARYING WS-HOL-SUB FROM 1 BY 1
                UNTIL WS-HOL-SUB > WS-HOL-COUNT.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1300-COUNT-WEEKDAYS - weekdays from 1601-01-01 (day 1    *
      *    of the integer date count, a Monday) up to and           *
      *    including integer date WS-DAY-NUM.                       *
      *-----------------------------------------------------------*
        1300-COUNT-WEEKDAYS.
            DIVIDE WS-DAY-NUM BY 7
                GIVING WS-WEEK-COUNT
                REMAINDER WS-WEEKDAY
            IF WS-WEEKDAY > 5
                MOVE 5 TO WS-WEEKDAY
            END-IF
            COMPUTE WS-WEEKDAYS-BEFORE =
                WS-WEEK-COUNT * 5 + WS-WEEKDAY.
        1300-EXIT.
            EXIT.

        1400-DROP-ONE-HOLIDAY.
            IF WS-HOLIDAY-INT(WS-HOL-SUB) > WS-DUE-DATE-INT
               AND WS-HOLIDAY-INT(WS-HOL-SUB) NOT > WS-RUN-DATE-INT
                SUBTRACT 1 FROM WS-DAYS-PAST
            END-IF.
        1400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-PRINT-AGING - print the sorted aging and trail the  *
      *    bucket totals.                                           *
            WRITE AGERPT-RECORD FROM WS-BUCKET-LINE.
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
            MOVE 'FINAGE01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'FINAGE01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'FINAGE01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
