        IDENTIFICATION DIVISION.
        PROGRAM-ID.    FINDUN01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    FINDUN01 - NIGHTLY DUNNING LETTER RUN                       *
      *    Runs after FINDLQ01 has matched the day's payments. Walks   *
      *    the PAYDUE payment-due file and, for every open obligation  *
      *    that has entered a new aging bucket - 30, 60 or 90 days     *
      *    past due, the FINAGE01 buckets - prints the written notice  *
      *    for that bucket to the DUNLTR letter file: addressed off    *
      *    CUSTCNT, showing the amount still owed, the days past due   *
      *    and the card by its last four digits only. The stage sent   *
      *    is recorded on the obligation (PD-NOTICE-STAGE) before the  *
      *    letter is printed, so the same notice is never mailed      *
      *    twice for the same obligation; a card that skips a bucket   *
      *    between runs gets only the notice for the bucket it is in.  *
      *    A customer with no contact record cannot be addressed and   *
      *    is left for the next run. The run trailer counts letters    *
      *    by stage.                                                   *
      *                                                                *
      *    Days past due are business days, counted as FINAGE01 counts *
      *    them: Saturdays, Sundays and the USD holidays on the HOLCAL *
      *    calendar between the due date and the run date are not     *
      *    held against the customer, so a letter never runs ahead of  *
      *    the bucket the aging report shows.                          *
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
      *    2026-10-15  CST  Days past due are now business days on the *
      *                     HOLCAL USD calendar, as FINAGE01 ages the  *
      *                     same obligations, instead of calendar      *
      *                     days.                                      *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PAYDUE ASSIGN TO PAYDUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PD-CARD-NUMBER
                FILE STATUS IS WS-PAYDUE-STATUS.

            SELECT CUSTCNT ASSIGN TO CUSTCNT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CC-CUST-ID
                FILE STATUS IS WS-CUSTCNT-STATUS.

            SELECT HOLCAL ASSIGN TO HOLCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HC-KEY
                FILE STATUS IS WS-HOLCAL-STATUS.

            SELECT DUNLTR ASSIGN TO DUNLTR.

        DATA DIVISION.
        FILE SECTION.
        FD  PAYDUE.
        COPY PAYDUE.

        FD  CUSTCNT.
        COPY CUSTCNT.

        FD  HOLCAL.
        COPY HOLCAL.

        FD  DUNLTR
            LABEL RECORDS ARE STANDARD.
        01  DUNLTR-RECORD           PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-PAYDUE-STATUS        PIC X(02) VALUE '00'.
            88  WS-PAYDUE-OK               VALUE '00'.

        01  WS-CUSTCNT-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTCNT-OK              VALUE '00'.

        01  WS-HOLCAL-STATUS        PIC X(02) VALUE '00'.
            88  WS-HOLCAL-OK               VALUE '00'.
        01  WS-HOLCAL-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-HOLCAL-EOF              VALUE 'Y'.

        01  WS-PAYDUE-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-PAYDUE-EOF              VALUE 'Y'.

        01  WS-NOTICE-30-DAYS       PIC 9(03) VALUE 30.
        01  WS-NOTICE-60-DAYS       PIC 9(03) VALUE 60.
        01  WS-NOTICE-90-DAYS       PIC 9(03) VALUE 90.

        01  WS-TARGET-STAGE         PIC X(01).
        01  WS-TARGET-STAGE-N REDEFINES WS-TARGET-STAGE
                                    PIC 9(01).

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).
        01  WS-RUN-DATE-INT         PIC 9(08) COMP.
        01  WS-DUE-DATE-NUM         PIC 9(08).
        01  WS-DUE-DATE-INT         PIC 9(08) COMP.
        01  WS-DAYS-PAST            PIC S9(05) COMP-3.
        01  WS-AMOUNT-OWED          PIC S9(7)V99 COMP-3.

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

        01  WS-EDIT-DATE-IN         PIC X(08).
        01  WS-EDIT-DATE-IN-R REDEFINES WS-EDIT-DATE-IN.
            05  WS-EDIT-IN-YYYY     PIC X(04).
            05  WS-EDIT-IN-MM       PIC X(02).
            05  WS-EDIT-IN-DD       PIC X(02).
        01  WS-EDIT-DATE-OUT.
            05  WS-EDIT-OUT-YYYY    PIC X(04).
            05  FILLER              PIC X(01) VALUE '-'.
            05  WS-EDIT-OUT-MM      PIC X(02).
            05  FILLER              PIC X(01) VALUE '-'.
            05  WS-EDIT-OUT-DD      PIC X(02).

        01  WS-LETTER-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-STAGE-1-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-STAGE-2-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-STAGE-3-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-NO-CONTACT-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-NOT-UPDATED-COUNT    PIC 9(07) COMP-3 VALUE ZERO.

      *    Heading and body text for the three notices, by stage.
        01  WS-NOTICE-TEXTS.
            05  FILLER              PIC X(60) VALUE
                'FIRST NOTICE - YOUR PAYMENT IS PAST DUE'.
            05  FILLER              PIC X(60) VALUE
                'OUR RECORDS SHOW THAT THE MINIMUM PAYMENT ON YOUR'.
            05  FILLER              PIC X(60) VALUE
                'CARD ACCOUNT HAS NOT BEEN RECEIVED. PLEASE SEND THE'.
            05  FILLER              PIC X(60) VALUE
                'AMOUNT BELOW TODAY.'.
            05  FILLER              PIC X(60) VALUE
                'SECOND NOTICE - YOUR PAYMENT IS SERIOUSLY PAST DUE'.
            05  FILLER              PIC X(60) VALUE
                'YOUR MINIMUM PAYMENT IS NOW MORE THAN 60 DAYS PAST'.
            05  FILLER              PIC X(60) VALUE
                'DUE. PLEASE PAY THE AMOUNT BELOW OR CALL US TO'.
            05  FILLER              PIC X(60) VALUE
                'DISCUSS YOUR ACCOUNT.'.
            05  FILLER              PIC X(60) VALUE
                'FINAL NOTICE - YOUR ACCOUNT IS AT RISK OF CHARGE-OFF'.
            05  FILLER              PIC X(60) VALUE
                'YOUR MINIMUM PAYMENT IS NOW MORE THAN 90 DAYS PAST'.
            05  FILLER              PIC X(60) VALUE
                'DUE. UNLESS PAYMENT IS RECEIVED PROMPTLY, YOUR'.
            05  FILLER              PIC X(60) VALUE
                'ACCOUNT MAY BE CHARGED OFF.'.
        01  WS-NOTICE-TABLE REDEFINES WS-NOTICE-TEXTS.
            05  WS-NOTICE-ENTRY     OCCURS 3 TIMES.
                10  WS-NOTICE-TITLE     PIC X(60).
                10  WS-NOTICE-BODY-1    PIC X(60).
                10  WS-NOTICE-BODY-2    PIC X(60).
                10  WS-NOTICE-BODY-3    PIC X(60).

        01  WS-TEXT-LINE.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  LT-TEXT             PIC X(70).
            05  FILLER              PIC X(52) VALUE SPACES.

        01  WS-CITY-LINE.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  CY-CITY             PIC X(20).
            05  FILLER              PIC X(01) VALUE SPACES.
            05  CY-STATE            PIC X(02).
            05  FILLER              PIC X(01) VALUE SPACES.
            05  CY-ZIP              PIC X(10).
            05  FILLER              PIC X(88) VALUE SPACES.

        01  WS-DATE-LINE.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  FILLER              PIC X(22) VALUE 'DATE:'.
            05  LD-DATE             PIC X(10).
            05  FILLER              PIC X(90) VALUE SPACES.

        01  WS-CARD-LINE.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  FILLER              PIC X(22) VALUE
                'RE: CARD ENDING IN'.
            05  LC-LAST-FOUR        PIC X(04).
            05  FILLER              PIC X(96) VALUE SPACES.

        01  WS-AMOUNT-LINE.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  FILLER              PIC X(22) VALUE
                'AMOUNT NOW DUE:'.
            05  LA-AMOUNT           PIC Z,ZZZ,ZZ9.99.
            05  FILLER              PIC X(88) VALUE SPACES.

        01  WS-DUE-LINE.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  FILLER              PIC X(22) VALUE
                'PAYMENT WAS DUE ON:'.
            05  LU-DATE             PIC X(10).
            05  FILLER              PIC X(90) VALUE SPACES.

        01  WS-DAYS-LINE.
            05  FILLER              PIC X(10) VALUE SPACES.
            05  FILLER              PIC X(22) VALUE
                'DAYS PAST DUE:'.
            05  LP-DAYS             PIC ZZZZ9.
            05  FILLER              PIC X(95) VALUE SPACES.

        01  WS-RUN-TOTAL-LINE.
            05  FILLER              PIC X(09) VALUE 'LETTERS:'.
            05  RT-LETTERS          PIC ZZZZZZ9.
            05  FILLER              PIC X(11) VALUE '  30-DAY:'.
            05  RT-STAGE-1          PIC ZZZZZZ9.
            05  FILLER              PIC X(11) VALUE '  60-DAY:'.
            05  RT-STAGE-2          PIC ZZZZZZ9.
            05  FILLER              PIC X(11) VALUE '  90-DAY:'.
            05  RT-STAGE-3          PIC ZZZZZZ9.
            05  FILLER              PIC X(15) VALUE '  NO CONTACT:'.
            05  RT-NO-CONTACT       PIC ZZZZZZ9.
            05  FILLER              PIC X(40) VALUE SPACES.

        01  WS-SEPARATOR            PIC X(132) VALUE ALL '='.
        01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM 0500-LOAD-HOLIDAYS THRU 0500-EXIT
            COMPUTE WS-DAY-NUM = WS-RUN-DATE-INT
            PERFORM 1300-COUNT-WEEKDAYS THRU 1300-EXIT
            MOVE WS-WEEKDAYS-BEFORE TO WS-RUN-WEEKDAYS
            MOVE WS-RUN-DATE-X TO WS-EDIT-DATE-IN
            PERFORM 8000-EDIT-DATE THRU 8000-EXIT
            MOVE WS-EDIT-DATE-OUT TO LD-DATE
            OPEN I-O PAYDUE
            OPEN INPUT CUSTCNT
            OPEN OUTPUT DUNLTR
            MOVE LOW-VALUES TO PD-CARD-NUMBER
            START PAYDUE
                KEY IS NOT LESS THAN PD-CARD-NUMBER
                INVALID KEY
                    SET WS-PAYDUE-EOF TO TRUE
            END-START
            PERFORM 1000-CHECK-ONE-OBLIGATION THRU 1000-EXIT
                UNTIL WS-PAYDUE-EOF
            PERFORM 9000-WRITE-RUN-TOTALS THRU 9000-EXIT
            CLOSE PAYDUE
            CLOSE CUSTCNT
            CLOSE DUNLTR
            DISPLAY 'FINDUN01 - LETTERS PRINTED:    ' WS-LETTER-COUNT
            DISPLAY 'FINDUN01 - 30-DAY NOTICES:     ' WS-STAGE-1-COUNT
            DISPLAY 'FINDUN01 - 60-DAY NOTICES:     ' WS-STAGE-2-COUNT
            DISPLAY 'FINDUN01 - 90-DAY NOTICES:     ' WS-STAGE-3-COUNT
            DISPLAY 'FINDUN01 - NO CONTACT RECORD:  '
                WS-NO-CONTACT-COUNT
            IF WS-NOT-UPDATED-COUNT > ZERO
                DISPLAY 'FINDUN01 - PAYDUE NOT UPDATED: '
                    WS-NOT-UPDATED-COUNT
            END-IF
            MOVE WS-LETTER-COUNT TO RC-WRITTEN-COUNT
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
            DISPLAY 'FINDUN01 - HOLIDAYS LOADED:  ' WS-HOL-COUNT.
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
                DISPLAY 'FINDUN01 - HOLIDAY TABLE FULL AT ' HC-DATE
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
      *    1000-CHECK-ONE-OBLIGATION - an open obligation whose     *
      *    aging bucket is past the last notice sent gets the       *
      *    notice for its bucket; everything else passes through.   *
      *-----------------------------------------------------------*
        1000-CHECK-ONE-OBLIGATION.
            READ PAYDUE NEXT RECORD
                AT END
                    SET WS-PAYDUE-EOF TO TRUE
            END-READ
            IF WS-PAYDUE-EOF OR NOT PD-OPEN
                GO TO 1000-EXIT
            END-IF
            IF PD-DUE-DATE IS NOT NUMERIC
                GO TO 1000-EXIT
            END-IF
            MOVE PD-DUE-DATE TO WS-DUE-DATE-NUM
            COMPUTE WS-DUE-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
            PERFORM 1200-BUSINESS-DAYS-PAST THRU 1200-EXIT
            IF WS-DAYS-PAST < WS-NOTICE-30-DAYS
                GO TO 1000-EXIT
            END-IF
            IF WS-DAYS-PAST >= WS-NOTICE-90-DAYS
                MOVE '3' TO WS-TARGET-STAGE
            ELSE
                IF WS-DAYS-PAST >= WS-NOTICE-60-DAYS
                    MOVE '2' TO WS-TARGET-STAGE
                ELSE
                    MOVE '1' TO WS-TARGET-STAGE
                END-IF
            END-IF
            IF WS-TARGET-STAGE NOT > PD-NOTICE-STAGE
                GO TO 1000-EXIT
            END-IF
            COMPUTE WS-AMOUNT-OWED = PD-AMOUNT-DUE - PD-AMOUNT-PAID
            IF WS-AMOUNT-OWED NOT > ZERO
                GO TO 1000-EXIT
            END-IF
            MOVE PD-CUST-ID TO CC-CUST-ID
            READ CUSTCNT
                INVALID KEY
                    MOVE '23' TO WS-CUSTCNT-STATUS
            END-READ
            IF NOT WS-CUSTCNT-OK
                ADD 1 TO WS-NO-CONTACT-COUNT
                DISPLAY 'FINDUN01 - NO CONTACT RECORD, CUST '
                    PD-CUST-ID ' CARD ' PD-CARD-NUMBER
                GO TO 1000-EXIT
            END-IF
            PERFORM 2000-RECORD-STAGE THRU 2000-EXIT
            IF NOT WS-PAYDUE-OK
                ADD 1 TO WS-NOT-UPDATED-COUNT
                DISPLAY 'FINDUN01 - PAYDUE REWRITE FAILED, CARD '
                    PD-CARD-NUMBER ' STATUS ' WS-PAYDUE-STATUS
                GO TO 1000-EXIT
            END-IF
            PERFORM 3000-PRINT-LETTER THRU 3000-EXIT.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1200-BUSINESS-DAYS-PAST - business days after the due    *
      *    date up to and including the run date: the weekdays in   *
      *    that span less the base-calendar holidays falling in it, *
      *    counted as FINAGE01 counts them.                         *
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
      *    2000-RECORD-STAGE - mark the notice sent on the          *
      *    obligation before it is printed, so a failure to record  *
      *    it can never lead to the same letter going out twice.    *
      *-----------------------------------------------------------*
        2000-RECORD-STAGE.
            MOVE WS-TARGET-STAGE TO PD-NOTICE-STAGE
            MOVE WS-RUN-DATE-X   TO PD-NOTICE-DATE
            REWRITE PAYMENT-DUE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-PRINT-LETTER - one notice: the CUSTCNT name and     *
      *    address, the date, the card's last four digits, the      *
      *    stage's heading and body, and the amount and aging.      *
      *-----------------------------------------------------------*
        3000-PRINT-LETTER.
            WRITE DUNLTR-RECORD FROM WS-SEPARATOR
            WRITE DUNLTR-RECORD FROM WS-BLANK-LINE
            MOVE CC-CUST-NAME TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            MOVE CC-ADDR-LINE-1 TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            IF CC-ADDR-LINE-2 NOT = SPACES
                MOVE CC-ADDR-LINE-2 TO LT-TEXT
                WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            END-IF
            MOVE CC-CITY  TO CY-CITY
            MOVE CC-STATE TO CY-STATE
            MOVE CC-ZIP   TO CY-ZIP
            WRITE DUNLTR-RECORD FROM WS-CITY-LINE
            WRITE DUNLTR-RECORD FROM WS-BLANK-LINE
            WRITE DUNLTR-RECORD FROM WS-DATE-LINE
            MOVE PD-CARD-NUMBER(13:4) TO LC-LAST-FOUR
            WRITE DUNLTR-RECORD FROM WS-CARD-LINE
            WRITE DUNLTR-RECORD FROM WS-BLANK-LINE
            MOVE WS-NOTICE-TITLE(WS-TARGET-STAGE-N) TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            WRITE DUNLTR-RECORD FROM WS-BLANK-LINE
            MOVE WS-NOTICE-BODY-1(WS-TARGET-STAGE-N) TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            MOVE WS-NOTICE-BODY-2(WS-TARGET-STAGE-N) TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            MOVE WS-NOTICE-BODY-3(WS-TARGET-STAGE-N) TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            WRITE DUNLTR-RECORD FROM WS-BLANK-LINE
            MOVE WS-AMOUNT-OWED TO LA-AMOUNT
            WRITE DUNLTR-RECORD FROM WS-AMOUNT-LINE
            MOVE PD-DUE-DATE TO WS-EDIT-DATE-IN
            PERFORM 8000-EDIT-DATE THRU 8000-EXIT
            MOVE WS-EDIT-DATE-OUT TO LU-DATE
            WRITE DUNLTR-RECORD FROM WS-DUE-LINE
            MOVE WS-DAYS-PAST TO LP-DAYS
            WRITE DUNLTR-RECORD FROM WS-DAYS-LINE
            WRITE DUNLTR-RECORD FROM WS-BLANK-LINE
            MOVE 'IF YOU HAVE ALREADY SENT YOUR PAYMENT, PLEASE'
                TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            MOVE 'DISREGARD THIS NOTICE. QUESTIONS? CALL CARD SERVICES'
                TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            MOVE 'AT THE NUMBER ON THE BACK OF YOUR CARD.'
                TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            WRITE DUNLTR-RECORD FROM WS-BLANK-LINE
            MOVE 'CARD SERVICES - COLLECTIONS' TO LT-TEXT
            WRITE DUNLTR-RECORD FROM WS-TEXT-LINE
            ADD 1 TO WS-LETTER-COUNT
            EVALUATE TRUE
                WHEN PD-NOTICE-30-SENT
                    ADD 1 TO WS-STAGE-1-COUNT
                WHEN PD-NOTICE-60-SENT
                    ADD 1 TO WS-STAGE-2-COUNT
                WHEN PD-NOTICE-90-SENT
                    ADD 1 TO WS-STAGE-3-COUNT
            END-EVALUATE.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8000-EDIT-DATE - YYYYMMDD to YYYY-MM-DD for print.       *
      *-----------------------------------------------------------*
        8000-EDIT-DATE.
            MOVE WS-EDIT-IN-YYYY TO WS-EDIT-OUT-YYYY
            MOVE WS-EDIT-IN-MM   TO WS-EDIT-OUT-MM
            MOVE WS-EDIT-IN-DD   TO WS-EDIT-OUT-DD.
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9000-WRITE-RUN-TOTALS - run trailer, letters by stage.   *
      *-----------------------------------------------------------*
        9000-WRITE-RUN-TOTALS.
            WRITE DUNLTR-RECORD FROM WS-SEPARATOR
            MOVE WS-LETTER-COUNT     TO RT-LETTERS
            MOVE WS-STAGE-1-COUNT    TO RT-STAGE-1
            MOVE WS-STAGE-2-COUNT    TO RT-STAGE-2
            MOVE WS-STAGE-3-COUNT    TO RT-STAGE-3
            MOVE WS-NO-CONTACT-COUNT TO RT-NO-CONTACT
            WRITE DUNLTR-RECORD FROM WS-RUN-TOTAL-LINE.
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
            MOVE 'FINDUN01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'FINDUN01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'FINDUN01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
