        IDENTIFICATION DIVISION.
        PROGRAM-ID.    FINCLR01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    FINCLR01 - QUARTERLY CREDIT-LINE REVIEW                     *
      *    Quarterly batch job. Scores every active card from three    *
      *    things: its UTILHIST utilization trend over the quarter     *
      *    (the latest snapshot against the last one at or before      *
      *    WS-REVIEW-DAYS ago, as FINRPT02 measures the week), its     *
      *    PAYDUE payment record, and its aging position - days past   *
      *    due on an open obligation, in business days on the HOLCAL   *
      *    USD calendar and bucketed the way FINAGE01 does.            *
      *    A card in good standing running at or above                 *
      *    WS-HIGH-UTIL-PCT is proposed for an increase; a card 30 or  *
      *    more days past due, or one that sat at or below             *
      *    WS-LOW-UTIL-PCT all quarter, is proposed for a decrease.    *
      *    A card with an open delinquency is never proposed for an    *
      *    increase. Nothing is changed here: each proposal goes onto  *
      *    the APPRQUE pending-approval file as a limit-change item    *
      *    for a supervisor to decide through APPRMGR, and the CLRRPT  *
      *    review register shows every proposal and every held         *
      *    increase with its reason.                                   *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Days past due are now business days on the *
      *                     HOLCAL USD calendar, as FINAGE01 ages the  *
      *                     same obligations, instead of calendar      *
      *                     days.                                      *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT UTILHIST ASSIGN TO UTILHIST.

            SELECT CUSTMAS ASSIGN TO CUSTMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS WS-CUSTMAS-STATUS.

            SELECT PAYDUE ASSIGN TO PAYDUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PD-CARD-NUMBER
                FILE STATUS IS WS-PAYDUE-STATUS.

            SELECT APPRQUE ASSIGN TO APPRQUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AQ-KEY
                FILE STATUS IS WS-APPRQUE-STATUS.

            SELECT HOLCAL ASSIGN TO HOLCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HC-KEY
                FILE STATUS IS WS-HOLCAL-STATUS.

            SELECT CLRRPT ASSIGN TO CLRRPT.

            SELECT SORTHIST ASSIGN TO SORTWK1.

        DATA DIVISION.
        FILE SECTION.
        FD  UTILHIST
            LABEL RECORDS ARE STANDARD.
        COPY UTILHIST.

        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
                DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        FD  PAYDUE.
        COPY PAYDUE.

        FD  APPRQUE.
        COPY APPRQUE.

        FD  HOLCAL.
        COPY HOLCAL.

        FD  CLRRPT
            LABEL RECORDS ARE STANDARD.
        01  CLRRPT-RECORD           PIC X(132).

        SD  SORTHIST.
        01  HIST-SORT-RECORD.
            05  HS-CUST-ID          PIC X(10).
            05  HS-CARD-NUMBER      PIC X(16).
            05  HS-SNAP-DATE        PIC X(08).
            05  HS-UTIL-PCT         PIC 9(03).

        WORKING-STORAGE SECTION.
        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-PAYDUE-STATUS        PIC X(02) VALUE '00'.
            88  WS-PAYDUE-OK               VALUE '00'.

        01  WS-APPRQUE-STATUS       PIC X(02) VALUE '00'.
            88  WS-APPRQUE-OK              VALUE '00'.
            88  WS-APPRQUE-DUPKEY          VALUE '22'.

        01  WS-HOLCAL-STATUS        PIC X(02) VALUE '00'.
            88  WS-HOLCAL-OK               VALUE '00'.
        01  WS-HOLCAL-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-HOLCAL-EOF              VALUE 'Y'.

        01  WS-UTILHIST-EOF-SW      PIC X(01) VALUE 'N'.
            88  WS-UTILHIST-EOF            VALUE 'Y'.
        01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SORT-EOF                VALUE 'Y'.

        01  WS-GROUP-OPEN-SW        PIC X(01) VALUE 'N'.
            88  WS-GROUP-OPEN              VALUE 'Y'.
            88  WS-GROUP-CLOSED            VALUE 'N'.

        01  WS-FOUND-SW             PIC X(01) VALUE 'N'.
            88  WS-CARD-WAS-FOUND          VALUE 'Y'.
            88  WS-CARD-NOT-YET-FOUND      VALUE 'N'.

        01  WS-DELINQ-SW            PIC X(01) VALUE 'N'.
            88  WS-CARD-DELINQUENT         VALUE 'Y'.
            88  WS-CARD-IN-GOOD-STANDING   VALUE 'N'.

        01  WS-QUEUED-SW            PIC X(01) VALUE 'N'.
            88  WS-ITEM-QUEUED             VALUE 'Y'.
            88  WS-ITEM-NOT-QUEUED         VALUE 'N'.

        01  WS-PROPOSAL-SW          PIC X(01) VALUE 'N'.
            88  WS-PROPOSE-INCREASE        VALUE 'I'.
            88  WS-PROPOSE-DECREASE        VALUE 'D'.
            88  WS-INCREASE-HELD           VALUE 'H'.
            88  WS-PROPOSE-NOTHING         VALUE 'N'.

        01  WS-CARD-SUB             PIC 9(02) COMP.
        01  WS-SCAN-SUB             PIC 9(02) COMP.

        01  WS-REVIEW-DAYS          PIC 9(03) VALUE 90.
        01  WS-HIGH-UTIL-PCT        PIC 9(03) VALUE 80.
        01  WS-LOW-UTIL-PCT         PIC 9(03) VALUE 10.
        01  WS-MAX-RISE-PCT         PIC 9(03) VALUE 30.
        01  WS-INCREASE-PCT         PIC 9(03) VALUE 20.
        01  WS-DECREASE-PCT         PIC 9(03) VALUE 25.
        01  WS-DELINQ-DECREASE-DAYS PIC 9(03) VALUE 30.
        01  WS-MIN-LIMIT            PIC 9(07) VALUE 500.
        01  WS-MAX-LIMIT            PIC 9(07) VALUE 9999999.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).
        01  WS-RUN-DATE-INT         PIC 9(08) COMP.
        01  WS-CUTOFF-INT           PIC 9(08) COMP.
        01  WS-CUTOFF-DATE          PIC 9(08).
        01  WS-CUTOFF-DATE-X        PIC X(08).
        01  WS-DUE-DATE-NUM         PIC 9(08).
        01  WS-DUE-DATE-INT         PIC 9(08) COMP.

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

        01  WS-RUN-TIME.
            05  WS-RUN-HH           PIC X(02).
            05  WS-RUN-MM           PIC X(02).
            05  WS-RUN-SS           PIC X(02).
            05  WS-RUN-HS           PIC X(02).
        01  WS-QUEUE-TIME.
            05  WS-QUEUE-HH         PIC X(02).
            05  FILLER              PIC X(01) VALUE ':'.
            05  WS-QUEUE-MM         PIC X(02).
            05  FILLER              PIC X(01) VALUE ':'.
            05  WS-QUEUE-SS         PIC X(02).
        01  WS-NEXT-SEQ             PIC 9(04) VALUE ZERO.

        01  WS-LOADED-CUST-ID       PIC X(10) VALUE SPACES.
        01  WS-CUR-CUST-ID          PIC X(10).
        01  WS-CUR-CARD-NUMBER      PIC X(16).
        01  WS-BASE-PCT             PIC 9(03).
        01  WS-LATEST-PCT           PIC 9(03).
        01  WS-DELTA-PCT            PIC S9(03).
        01  WS-DAYS-PAST            PIC S9(05) COMP-3.
        01  WS-NEW-LIMIT            PIC S9(09) COMP-3.
        01  WS-REASON               PIC X(32).

        01  WS-REVIEWED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-INCREASE-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-DECREASE-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-HELD-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-UNCHANGED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-NOT-QUEUED-COUNT     PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-REG-LINE.
            05  RG-CUST-ID          PIC X(10).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-CARD-NUMBER      PIC X(16).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-LIMIT            PIC Z,ZZZ,ZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-USAGE            PIC Z,ZZZ,ZZ9-.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-BASE-PCT         PIC ZZ9.
            05  FILLER              PIC X(01) VALUE '%'.
            05  FILLER              PIC X(04) VALUE ' -> '.
            05  RG-LATEST-PCT       PIC ZZ9.
            05  FILLER              PIC X(01) VALUE '%'.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-DAYS             PIC ZZZZ9.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  RG-BUCKET           PIC X(04).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-ACTION           PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-NEW-LIMIT        PIC Z,ZZZ,ZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-REASON           PIC X(32).

        01  WS-TOTAL-LINE.
            05  TO-LABEL            PIC X(30).
            05  FILLER              PIC X(02) VALUE ': '.
            05  TO-COUNT            PIC ZZZZZZ9.
            05  FILLER              PIC X(93) VALUE SPACES.

        01  WS-HEADING-1.
            05  FILLER              PIC X(66) VALUE
                'CUST-ID     CARD-NUMBER           LIMIT      USAGE   PR
      -         'IOR -> NOW'.
            05  FILLER              PIC X(66) VALUE
                '  DAYS AGE   ACTION    NEW LIMIT  REASON'.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            MOVE WS-RUN-HH   TO WS-QUEUE-HH
            MOVE WS-RUN-MM   TO WS-QUEUE-MM
            MOVE WS-RUN-SS   TO WS-QUEUE-SS
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - WS-REVIEW-DAYS
            COMPUTE WS-CUTOFF-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
            MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-X
            PERFORM 0500-LOAD-HOLIDAYS THRU 0500-EXIT
            COMPUTE WS-DAY-NUM = WS-RUN-DATE-INT
            PERFORM 3260-COUNT-WEEKDAYS THRU 3260-EXIT
            MOVE WS-WEEKDAYS-BEFORE TO WS-RUN-WEEKDAYS
            OPEN INPUT CUSTMAS
            OPEN INPUT PAYDUE
            OPEN I-O APPRQUE
            OPEN OUTPUT CLRRPT
            WRITE CLRRPT-RECORD FROM WS-HEADING-1
            WRITE CLRRPT-RECORD FROM WS-HEADING-2
            SORT SORTHIST
                ASCENDING KEY HS-CUST-ID HS-CARD-NUMBER HS-SNAP-DATE
                INPUT PROCEDURE 1000-RELEASE-HISTORY THRU 1000-EXIT
                OUTPUT PROCEDURE 2000-REVIEW-CARDS THRU 2000-EXIT
            PERFORM 9000-WRITE-TOTALS THRU 9000-EXIT
            CLOSE CUSTMAS
            CLOSE PAYDUE
            CLOSE APPRQUE
            CLOSE CLRRPT
            DISPLAY 'FINCLR01 - CARDS REVIEWED:      ' WS-REVIEWED-COUNT
            DISPLAY 'FINCLR01 - INCREASES PROPOSED:  ' WS-INCREASE-COUNT
            DISPLAY 'FINCLR01 - DECREASES PROPOSED:  ' WS-DECREASE-COUNT
            DISPLAY 'FINCLR01 - INCREASES HELD:      ' WS-HELD-COUNT
            DISPLAY 'FINCLR01 - NOT QUEUED:          '
                WS-NOT-QUEUED-COUNT
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
            DISPLAY 'FINCLR01 - HOLIDAYS LOADED:  ' WS-HOL-COUNT.
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
                DISPLAY 'FINCLR01 - HOLIDAY TABLE FULL AT ' HC-DATE
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
      *    1000-RELEASE-HISTORY - feed every snapshot to the sort.  *
      *-----------------------------------------------------------*
        1000-RELEASE-HISTORY.
            OPEN INPUT UTILHIST
            PERFORM 1100-RELEASE-ONE THRU 1100-EXIT
                UNTIL WS-UTILHIST-EOF
            CLOSE UTILHIST.
        1000-EXIT.
            EXIT.

        1100-RELEASE-ONE.
            READ UTILHIST
                AT END
                    SET WS-UTILHIST-EOF TO TRUE
            END-READ
            IF NOT WS-UTILHIST-EOF
                MOVE UH-CUST-ID     TO HS-CUST-ID
                MOVE UH-CARD-NUMBER TO HS-CARD-NUMBER
                MOVE UH-SNAP-DATE   TO HS-SNAP-DATE
                MOVE UH-UTIL-PCT    TO HS-UTIL-PCT
                RELEASE HIST-SORT-RECORD
            END-IF.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-REVIEW-CARDS - walk the snapshots card by card,     *
      *    pick the quarter-ago baseline and the latest percent,    *
      *    and review each card as its group closes.                *
      *-----------------------------------------------------------*
        2000-REVIEW-CARDS.
            SET WS-GROUP-CLOSED TO TRUE
            PERFORM 2100-TAKE-ONE-SNAPSHOT THRU 2100-EXIT
                UNTIL WS-SORT-EOF
            IF WS-GROUP-OPEN
                PERFORM 3000-REVIEW-ONE-CARD THRU 3000-EXIT
            END-IF.
        2000-EXIT.
            EXIT.

        2100-TAKE-ONE-SNAPSHOT.
            RETURN SORTHIST
                AT END
                    SET WS-SORT-EOF TO TRUE
            END-RETURN
            IF NOT WS-SORT-EOF
                IF WS-GROUP-OPEN
                   AND (HS-CUST-ID NOT = WS-CUR-CUST-ID
                        OR HS-CARD-NUMBER NOT = WS-CUR-CARD-NUMBER)
                    PERFORM 3000-REVIEW-ONE-CARD THRU 3000-EXIT
                END-IF
                IF WS-GROUP-CLOSED
                    PERFORM 2200-OPEN-CARD-GROUP THRU 2200-EXIT
                END-IF
                IF HS-SNAP-DATE <= WS-CUTOFF-DATE-X
                    MOVE HS-UTIL-PCT TO WS-BASE-PCT
                END-IF
                MOVE HS-UTIL-PCT TO WS-LATEST-PCT
            END-IF.
        2100-EXIT.
            EXIT.

        2200-OPEN-CARD-GROUP.
            SET WS-GROUP-OPEN TO TRUE
            MOVE HS-CUST-ID     TO WS-CUR-CUST-ID
            MOVE HS-CARD-NUMBER TO WS-CUR-CARD-NUMBER
            MOVE HS-UTIL-PCT    TO WS-BASE-PCT
            MOVE HS-UTIL-PCT    TO WS-LATEST-PCT.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-REVIEW-ONE-CARD - only a card still active on the   *
      *    master is reviewed. Its payment record and aging are     *
      *    looked up, the card is scored and any proposal queued    *
      *    and registered.                                          *
      *-----------------------------------------------------------*
        3000-REVIEW-ONE-CARD.
            SET WS-GROUP-CLOSED TO TRUE
            PERFORM 3100-FIND-CARD THRU 3100-EXIT
            IF WS-CARD-NOT-YET-FOUND
                GO TO 3000-EXIT
            END-IF
            IF NOT CM-CARD-ACTIVE(WS-CARD-SUB)
               OR CM-CARD-LIMIT(WS-CARD-SUB) NOT > ZERO
                GO TO 3000-EXIT
            END-IF
            ADD 1 TO WS-REVIEWED-COUNT
            MOVE SPACES             TO WS-REG-LINE
            MOVE WS-CUR-CUST-ID     TO RG-CUST-ID
            MOVE WS-CUR-CARD-NUMBER TO RG-CARD-NUMBER
            MOVE CM-CARD-LIMIT(WS-CARD-SUB) TO RG-LIMIT
            MOVE CM-CARD-USAGE(WS-CARD-SUB) TO RG-USAGE
            MOVE WS-BASE-PCT        TO RG-BASE-PCT
            MOVE WS-LATEST-PCT      TO RG-LATEST-PCT
            COMPUTE WS-DELTA-PCT = WS-LATEST-PCT - WS-BASE-PCT
            PERFORM 3200-CHECK-PAYMENTS THRU 3200-EXIT
            MOVE WS-DAYS-PAST       TO RG-DAYS
            PERFORM 3300-SCORE-CARD THRU 3300-EXIT
            IF WS-PROPOSE-INCREASE OR WS-PROPOSE-DECREASE
                PERFORM 3400-SET-NEW-LIMIT THRU 3400-EXIT
            END-IF
            IF WS-PROPOSE-NOTHING
                ADD 1 TO WS-UNCHANGED-COUNT
                GO TO 3000-EXIT
            END-IF
            MOVE WS-REASON TO RG-REASON
            IF WS-INCREASE-HELD
                MOVE 'HELD'  TO RG-ACTION
                MOVE ZERO    TO RG-NEW-LIMIT
                ADD 1 TO WS-HELD-COUNT
            ELSE
                MOVE WS-NEW-LIMIT TO RG-NEW-LIMIT
                PERFORM 4000-QUEUE-PROPOSAL THRU 4000-EXIT
                IF WS-ITEM-NOT-QUEUED
                    MOVE 'NOT QUEUED - APPRQUE WRITE ERROR'
                        TO RG-REASON
                    ADD 1 TO WS-NOT-QUEUED-COUNT
                ELSE
                    IF WS-PROPOSE-INCREASE
                        ADD 1 TO WS-INCREASE-COUNT
                    ELSE
                        ADD 1 TO WS-DECREASE-COUNT
                    END-IF
                END-IF
            END-IF
            WRITE CLRRPT-RECORD FROM WS-REG-LINE.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3100-FIND-CARD - keyed read of the owning CUSTOMER-      *
      *    MASTER record (skipped when the previous card's read     *
      *    already holds it), leaving WS-CARD-SUB pointing at the   *
      *    card entry.                                              *
      *-----------------------------------------------------------*
        3100-FIND-CARD.
            SET WS-CARD-NOT-YET-FOUND TO TRUE
            IF WS-CUR-CUST-ID NOT = WS-LOADED-CUST-ID
                MOVE SPACES         TO WS-LOADED-CUST-ID
                MOVE WS-CUR-CUST-ID TO CM-CUST-ID
                READ CUSTMAS
                    KEY IS CM-CUST-ID
                    INVALID KEY
                        MOVE '23' TO WS-CUSTMAS-STATUS
                END-READ
                IF NOT WS-CUSTMAS-OK
                    GO TO 3100-EXIT
                END-IF
                MOVE WS-CUR-CUST-ID TO WS-LOADED-CUST-ID
            END-IF
            PERFORM 3150-CHECK-ONE-CARD THRU 3150-EXIT
                VARYING WS-SCAN-SUB FROM 1 BY 1
                UNTIL WS-SCAN-SUB > CM-CARD-COUNT
                   OR WS-CARD-WAS-FOUND.
        3100-EXIT.
            EXIT.

        3150-CHECK-ONE-CARD.
            IF CM-CARD-NUMBER(WS-SCAN-SUB) = WS-CUR-CARD-NUMBER
                SET WS-CARD-WAS-FOUND TO TRUE
                MOVE WS-SCAN-SUB TO WS-CARD-SUB
            END-IF.
        3150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3200-CHECK-PAYMENTS - an open PAYDUE obligation past its *
      *    due date is an open delinquency; its days past due are   *
      *    bucketed as on the FINAGE01 aging report. No PAYDUE      *
      *    record, or a satisfied one, is good standing.            *
      *-----------------------------------------------------------*
        3200-CHECK-PAYMENTS.
            SET WS-CARD-IN-GOOD-STANDING TO TRUE
            MOVE ZERO   TO WS-DAYS-PAST
            MOVE SPACES TO RG-BUCKET
            MOVE WS-CUR-CARD-NUMBER TO PD-CARD-NUMBER
            READ PAYDUE
                INVALID KEY
                    MOVE '23' TO WS-PAYDUE-STATUS
            END-READ
            IF NOT WS-PAYDUE-OK
                GO TO 3200-EXIT
            END-IF
            IF NOT PD-OPEN OR PD-DUE-DATE IS NOT NUMERIC
                GO TO 3200-EXIT
            END-IF
            MOVE PD-DUE-DATE TO WS-DUE-DATE-NUM
            COMPUTE WS-DUE-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
            PERFORM 3250-BUSINESS-DAYS-PAST THRU 3250-EXIT
            IF WS-DAYS-PAST NOT > ZERO
                MOVE ZERO TO WS-DAYS-PAST
                GO TO 3200-EXIT
            END-IF
            SET WS-CARD-DELINQUENT TO TRUE
            IF WS-DAYS-PAST >= 90
                MOVE '90+ ' TO RG-BUCKET
            ELSE
             IF WS-DAYS-PAST >= 60
                MOVE '60+ ' TO RG-BUCKET
             ELSE
              IF WS-DAYS-PAST >= 30
                MOVE '30+ ' TO RG-BUCKET
              ELSE
                MOVE '<30 ' TO RG-BUCKET
              END-IF
             END-IF
            END-IF.
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3250-BUSINESS-DAYS-PAST - business days after the due    *
      *    date up to and including the run date: the weekdays in   *
      *    that span less the base-calendar holidays falling in it, *
      *    counted as FINAGE01 counts them.                         *
      *-----------------------------------------------------------*
        3250-BUSINESS-DAYS-PAST.
            MOVE ZERO TO WS-DAYS-PAST
            IF WS-DUE-DATE-INT NOT < WS-RUN-DATE-INT
                GO TO 3250-EXIT
            END-IF
            COMPUTE WS-DAY-NUM = WS-DUE-DATE-INT
            PERFORM 3260-COUNT-WEEKDAYS THRU 3260-EXIT
            MOVE WS-WEEKDAYS-BEFORE TO WS-DUE-WEEKDAYS
            COMPUTE WS-DAYS-PAST = WS-RUN-WEEKDAYS - WS-DUE-WEEKDAYS
            PERFORM 3270-DROP-ONE-HOLIDAY THRU 3270-EXIT
                VARYING WS-HOL-SUB FROM 1 BY 1
                UNTIL WS-HOL-SUB > WS-HOL-COUNT.
        3250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3260-COUNT-WEEKDAYS - weekdays from 1601-01-01 (day 1    *
      *    of the integer date count, a Monday) up to and           *
      *    including integer date WS-DAY-NUM.                       *
      *-----------------------------------------------------------*
        3260-COUNT-WEEKDAYS.
            DIVIDE WS-DAY-NUM BY 7
                GIVING WS-WEEK-COUNT
                REMAINDER WS-WEEKDAY
            IF WS-WEEKDAY > 5
                MOVE 5 TO WS-WEEKDAY
            END-IF
            COMPUTE WS-WEEKDAYS-BEFORE =
                WS-WEEK-COUNT * 5 + WS-WEEKDAY.
        3260-EXIT.
            EXIT.

        3270-DROP-ONE-HOLIDAY.
            IF WS-HOLIDAY-INT(WS-HOL-SUB) > WS-DUE-DATE-INT
               AND WS-HOLIDAY-INT(WS-HOL-SUB) NOT > WS-RUN-DATE-INT
                SUBTRACT 1 FROM WS-DAYS-PAST
            END-IF.
        3270-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3300-SCORE-CARD - decide the proposal. A delinquent card *
      *    is only ever considered for a decrease; an increase it   *
      *    would otherwise have earned is registered as held. A     *
      *    card whose utilization jumped more than WS-MAX-RISE-PCT  *
      *    over the quarter is held too rather than fed more line.  *
      *-----------------------------------------------------------*
        3300-SCORE-CARD.
            SET WS-PROPOSE-NOTHING TO TRUE
            MOVE SPACES TO WS-REASON
            IF WS-CARD-DELINQUENT
                IF WS-DAYS-PAST >= WS-DELINQ-DECREASE-DAYS
                    SET WS-PROPOSE-DECREASE TO TRUE
                    MOVE 'OPEN DELINQUENCY 30+ DAYS' TO WS-REASON
                ELSE
                    IF WS-LATEST-PCT >= WS-HIGH-UTIL-PCT
                        SET WS-INCREASE-HELD TO TRUE
                        MOVE 'INCREASE HELD - OPEN DELINQUENCY'
                            TO WS-REASON
                    END-IF
                END-IF
                GO TO 3300-EXIT
            END-IF
            IF WS-LATEST-PCT >= WS-HIGH-UTIL-PCT
                IF WS-DELTA-PCT > WS-MAX-RISE-PCT
                    SET WS-INCREASE-HELD TO TRUE
                    MOVE 'INCREASE HELD - RAPID UTIL RISE'
                        TO WS-REASON
                ELSE
                    SET WS-PROPOSE-INCREASE TO TRUE
                    MOVE 'HIGH UTILIZATION, PAID TO DATE'
                        TO WS-REASON
                END-IF
                GO TO 3300-EXIT
            END-IF
            IF WS-LATEST-PCT <= WS-LOW-UTIL-PCT
               AND WS-BASE-PCT <= WS-LOW-UTIL-PCT
                SET WS-PROPOSE-DECREASE TO TRUE
                MOVE 'LOW UTILIZATION ALL QUARTER' TO WS-REASON
            END-IF.
        3300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3400-SET-NEW-LIMIT - an increase is WS-INCREASE-PCT of   *
      *    the current limit, capped at WS-MAX-LIMIT; a decrease is *
      *    WS-DECREASE-PCT, never below WS-MIN-LIMIT or the card's  *
      *    current usage. A proposal that would leave the limit     *
      *    where it is is dropped.                                  *
      *-----------------------------------------------------------*
        3400-SET-NEW-LIMIT.
            IF WS-PROPOSE-INCREASE
                MOVE 'INCREASE' TO RG-ACTION
                COMPUTE WS-NEW-LIMIT ROUNDED =
                    CM-CARD-LIMIT(WS-CARD-SUB)
                        * (100 + WS-INCREASE-PCT) / 100
                IF WS-NEW-LIMIT > WS-MAX-LIMIT
                    MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
                END-IF
                IF WS-NEW-LIMIT NOT > CM-CARD-LIMIT(WS-CARD-SUB)
                    SET WS-PROPOSE-NOTHING TO TRUE
                END-IF
            ELSE
                MOVE 'DECREASE' TO RG-ACTION
                COMPUTE WS-NEW-LIMIT ROUNDED =
                    CM-CARD-LIMIT(WS-CARD-SUB)
                        * (100 - WS-DECREASE-PCT) / 100
                IF WS-NEW-LIMIT < WS-MIN-LIMIT
                    MOVE WS-MIN-LIMIT TO WS-NEW-LIMIT
                END-IF
                IF WS-NEW-LIMIT < CM-CARD-USAGE(WS-CARD-SUB)
                    MOVE CM-CARD-USAGE(WS-CARD-SUB) TO WS-NEW-LIMIT
                END-IF
                IF WS-NEW-LIMIT NOT < CM-CARD-LIMIT(WS-CARD-SUB)
                    SET WS-PROPOSE-NOTHING TO TRUE
                END-IF
            END-IF.
        3400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-QUEUE-PROPOSAL - put the proposed limit on the      *
      *    APPRQUE pending-approval file as a limit-change item for *
      *    a supervisor to decide through APPRMGR. Every item of    *
      *    the run carries the run's date and time, AQ-SEQ          *
      *    numbering them past anything already queued in the same *
      *    second.                                                  *
      *-----------------------------------------------------------*
        4000-QUEUE-PROPOSAL.
            MOVE SPACES TO APPROVAL-QUEUE-RECORD
            MOVE WS-RUN-DATE-X TO AQ-DATE
            MOVE WS-QUEUE-TIME TO AQ-TIME
            MOVE WS-NEXT-SEQ   TO AQ-SEQ
            IF WS-PROPOSE-INCREASE
                SET AQ-LIMIT-INCREASE TO TRUE
            ELSE
                SET AQ-LIMIT-DECREASE TO TRUE
            END-IF
            SET AQ-PENDING TO TRUE
            MOVE WS-CUR-CUST-ID     TO AQ-CUST-ID
            MOVE WS-CUR-CARD-NUMBER TO AQ-CARD-NUMBER
            MOVE WS-NEW-LIMIT       TO AQ-NEW-LIMIT
            MOVE 'FINCLR01'         TO AQ-REQUEST-USER
            MOVE SPACES             TO AQ-REQUEST-TERM
            SET WS-ITEM-NOT-QUEUED TO TRUE
            PERFORM 4100-WRITE-QUEUE-ITEM THRU 4100-EXIT
                UNTIL WS-ITEM-QUEUED
                   OR AQ-SEQ > 9998
            IF WS-ITEM-QUEUED
                COMPUTE WS-NEXT-SEQ = AQ-SEQ + 1
            ELSE
                MOVE 9999 TO WS-NEXT-SEQ
            END-IF.
        4000-EXIT.
            EXIT.

        4100-WRITE-QUEUE-ITEM.
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
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9000-WRITE-TOTALS - run totals at the foot of the        *
      *    register.                                                *
      *-----------------------------------------------------------*
        9000-WRITE-TOTALS.
            WRITE CLRRPT-RECORD FROM WS-HEADING-2
            MOVE 'CARDS REVIEWED'       TO TO-LABEL
            MOVE WS-REVIEWED-COUNT      TO TO-COUNT
            WRITE CLRRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'INCREASES PROPOSED'   TO TO-LABEL
            MOVE WS-INCREASE-COUNT      TO TO-COUNT
            WRITE CLRRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'DECREASES PROPOSED'   TO TO-LABEL
            MOVE WS-DECREASE-COUNT      TO TO-COUNT
            WRITE CLRRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'INCREASES HELD'       TO TO-LABEL
            MOVE WS-HELD-COUNT          TO TO-COUNT
            WRITE CLRRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'NO CHANGE'            TO TO-LABEL
            MOVE WS-UNCHANGED-COUNT     TO TO-COUNT
            WRITE CLRRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'PROPOSALS NOT QUEUED' TO TO-LABEL
            MOVE WS-NOT-QUEUED-COUNT    TO TO-COUNT
            WRITE CLRRPT-RECORD FROM WS-TOTAL-LINE.
        9000-EXIT.
            EXIT.
