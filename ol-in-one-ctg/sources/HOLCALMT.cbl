        IDENTIFICATION DIVISION.
        PROGRAM-ID.    HOLCALMT.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    HOLCALMT - BUSINESS-DAY CALENDAR MAINTENANCE                *
      *    Operations desk maintenance for the HOLCAL holiday calendar *
      *    file over the commarea: A adds a holiday to a calendar (a   *
      *    currency code - USD for our own closures, a foreign         *
      *    currency for its correspondents and clearing) with a        *
      *    description, D removes one, I returns the stored entry, and *
      *    L lists a calendar's holidays from the date given, a page   *
      *    of up to 12 at a time. Only a real calendar date that falls *
      *    on a weekday can be added; weekends are never business days *
      *    and are not held on the file. Operator authority is         *
      *    controlled by the transaction/resource definitions, not by  *
      *    this program.                                               *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HOLCAL ASSIGN TO HOLCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HC-KEY
                FILE STATUS IS WS-HOLCAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  HOLCAL.
        COPY HOLCAL.

        WORKING-STORAGE SECTION.
        01  WS-HOLCAL-STATUS        PIC X(02) VALUE '00'.
            88  WS-HOLCAL-OK               VALUE '00'.
            88  WS-HOLCAL-DUPKEY           VALUE '22'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-DATE-SW              PIC X(01) VALUE 'N'.
            88  WS-DATE-VALID              VALUE 'Y'.
            88  WS-DATE-NOT-VALID          VALUE 'N'.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

        01  WS-HOL-DATE             PIC X(08).
        01  WS-HOL-DATE-NUM REDEFINES WS-HOL-DATE
                                    PIC 9(08).
        01  WS-HOL-INT              PIC 9(08) COMP.
        01  WS-CHECK-DATE           PIC 9(08).
        01  WS-DAY-NUM              PIC 9(08) COMP.
        01  WS-WEEK-COUNT           PIC 9(08) COMP.
        01  WS-WEEKDAY              PIC 9(01) COMP.

        01  WS-HOL-SUB              PIC 9(02) COMP.
        01  WS-MAX-HOLIDAYS         PIC 9(02) COMP VALUE 12.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 HM-FUNCTION           PIC X(01).
              88  HM-FUNC-ADD              VALUE 'A'.
              88  HM-FUNC-DELETE           VALUE 'D'.
              88  HM-FUNC-INQUIRY          VALUE 'I'.
              88  HM-FUNC-LIST             VALUE 'L'.
           03 HM-CAL-CODE           PIC X(03).
           03 HM-DATE               PIC X(08).
           03 HM-DESCRIPTION        PIC X(30).
           03 HM-RETURN-CODE        PIC X(02).
              88  HM-ACCEPTED              VALUE '00'.
              88  HM-NOT-FOUND             VALUE '01'.
              88  HM-REQUEST-INVALID       VALUE '02'.
              88  HM-DUPLICATE             VALUE '03'.
           03 HM-ADDED-DATE         PIC X(08).
           03 HM-ADDED-USER         PIC X(08).
           03 HM-HOL-COUNT          PIC 9(02) COMP.
           03 HM-MORE-FLAG          PIC X(01).
              88  HM-MORE-YES              VALUE 'Y'.
              88  HM-MORE-NO               VALUE 'N'.
           03 HM-HOLIDAYS OCCURS 12 TIMES.
              05  HM-H-DATE               PIC X(08).
              05  HM-H-DESCRIPTION        PIC X(30).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO HM-RETURN-CODE
            MOVE ZERO TO HM-HOL-COUNT
            SET HM-MORE-NO TO TRUE
            PERFORM 0500-CLEAR-ONE-HOLIDAY THRU 0500-EXIT
                VARYING WS-HOL-SUB FROM 1 BY 1
                UNTIL WS-HOL-SUB > WS-MAX-HOLIDAYS
            IF HM-CAL-CODE = SPACES
               OR (NOT HM-FUNC-ADD AND NOT HM-FUNC-DELETE
                   AND NOT HM-FUNC-INQUIRY AND NOT HM-FUNC-LIST)
                GO TO 0000-RETURN
            END-IF
            IF NOT HM-FUNC-LIST
                PERFORM 0600-CHECK-DATE THRU 0600-EXIT
                IF WS-DATE-NOT-VALID
                    GO TO 0000-RETURN
                END-IF
            END-IF
            OPEN I-O HOLCAL
            IF HM-FUNC-ADD
                PERFORM 1000-ADD-HOLIDAY THRU 1000-EXIT
            ELSE
             IF HM-FUNC-DELETE
                PERFORM 2000-DELETE-HOLIDAY THRU 2000-EXIT
             ELSE
              IF HM-FUNC-INQUIRY
                PERFORM 3000-INQUIRE-HOLIDAY THRU 3000-EXIT
              ELSE
                PERFORM 4000-LIST-HOLIDAYS THRU 4000-EXIT
              END-IF
             END-IF
            END-IF
            CLOSE HOLCAL.

        0000-RETURN.
            EXEC CICS RETURN END-EXEC.

        0500-CLEAR-ONE-HOLIDAY.
            MOVE SPACES TO HM-H-DATE(WS-HOL-SUB)
                           HM-H-DESCRIPTION(WS-HOL-SUB).
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0600-CHECK-DATE - the date must be a real calendar date  *
      *    and, for an add, a weekday (day 1 of the integer date    *
      *    count, 1601-01-01, was a Monday).                        *
      *-----------------------------------------------------------*
        0600-CHECK-DATE.
            SET WS-DATE-NOT-VALID TO TRUE
            IF HM-DATE IS NOT NUMERIC
                GO TO 0600-EXIT
            END-IF
            MOVE HM-DATE TO WS-HOL-DATE
            COMPUTE WS-HOL-INT =
                FUNCTION INTEGER-OF-DATE(WS-HOL-DATE-NUM)
            COMPUTE WS-CHECK-DATE =
                FUNCTION DATE-OF-INTEGER(WS-HOL-INT)
            IF WS-CHECK-DATE NOT = WS-HOL-DATE-NUM
                GO TO 0600-EXIT
            END-IF
            IF HM-FUNC-ADD
                COMPUTE WS-DAY-NUM = WS-HOL-INT - 1
                DIVIDE WS-DAY-NUM BY 7
                    GIVING WS-WEEK-COUNT
                    REMAINDER WS-WEEKDAY
                IF WS-WEEKDAY > 4
                    GO TO 0600-EXIT
                END-IF
            END-IF
            SET WS-DATE-VALID TO TRUE.
        0600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-ADD-HOLIDAY - put the holiday on the calendar.      *
      *-----------------------------------------------------------*
        1000-ADD-HOLIDAY.
            IF HM-DESCRIPTION = SPACES
                GO TO 1000-EXIT
            END-IF
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
            END-EXEC
            MOVE SPACES         TO HOLIDAY-CALENDAR-RECORD
            MOVE HM-CAL-CODE    TO HC-CAL-CODE
            MOVE HM-DATE        TO HC-DATE
            MOVE HM-DESCRIPTION TO HC-DESCRIPTION
            MOVE WS-TODAY-DATE  TO HC-ADDED-DATE
            MOVE EIBUSERID      TO HC-ADDED-USER
            WRITE HOLIDAY-CALENDAR-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-HOLCAL-OK
                SET HM-ACCEPTED TO TRUE
                MOVE WS-TODAY-DATE TO HM-ADDED-DATE
                MOVE EIBUSERID     TO HM-ADDED-USER
            ELSE
                IF WS-HOLCAL-DUPKEY
                    SET HM-DUPLICATE TO TRUE
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-DELETE-HOLIDAY - take the holiday off the calendar. *
      *-----------------------------------------------------------*
        2000-DELETE-HOLIDAY.
            MOVE HM-CAL-CODE TO HC-CAL-CODE
            MOVE HM-DATE     TO HC-DATE
            READ HOLCAL
                INVALID KEY
                    MOVE '23' TO WS-HOLCAL-STATUS
            END-READ
            IF NOT WS-HOLCAL-OK
                SET HM-NOT-FOUND TO TRUE
                GO TO 2000-EXIT
            END-IF
            DELETE HOLCAL RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-HOLCAL-OK
                SET HM-ACCEPTED TO TRUE
            END-IF.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-INQUIRE-HOLIDAY - return the stored entry.          *
      *-----------------------------------------------------------*
        3000-INQUIRE-HOLIDAY.
            MOVE HM-CAL-CODE TO HC-CAL-CODE
            MOVE HM-DATE     TO HC-DATE
            READ HOLCAL
                INVALID KEY
                    MOVE '23' TO WS-HOLCAL-STATUS
            END-READ
            IF WS-HOLCAL-OK
                SET HM-ACCEPTED TO TRUE
                MOVE HC-DESCRIPTION TO HM-DESCRIPTION
                MOVE HC-ADDED-DATE  TO HM-ADDED-DATE
                MOVE HC-ADDED-USER  TO HM-ADDED-USER
            ELSE
                SET HM-NOT-FOUND TO TRUE
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-LIST-HOLIDAYS - the calendar's holidays from        *
      *    HM-DATE on (the start of the calendar if blank), up to   *
      *    WS-MAX-HOLIDAYS; one more found sets the more flag.      *
      *-----------------------------------------------------------*
        4000-LIST-HOLIDAYS.
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE HM-CAL-CODE TO HC-CAL-CODE
            IF HM-DATE = SPACES OR HM-DATE = LOW-VALUES
                MOVE LOW-VALUES TO HC-DATE
            ELSE
                MOVE HM-DATE    TO HC-DATE
            END-IF
            START HOLCAL
                KEY IS NOT LESS THAN HC-KEY
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 4100-LIST-ONE-HOLIDAY THRU 4100-EXIT
                UNTIL WS-SCAN-EOF
            IF HM-HOL-COUNT > ZERO
                SET HM-ACCEPTED TO TRUE
            ELSE
                SET HM-NOT-FOUND TO TRUE
            END-IF.
        4000-EXIT.
            EXIT.

        4100-LIST-ONE-HOLIDAY.
            READ HOLCAL NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 4100-EXIT
            END-IF
            IF HC-CAL-CODE NOT = HM-CAL-CODE
                SET WS-SCAN-EOF TO TRUE
                GO TO 4100-EXIT
            END-IF
            IF HM-HOL-COUNT NOT < WS-MAX-HOLIDAYS
                SET HM-MORE-YES TO TRUE
                SET WS-SCAN-EOF TO TRUE
                GO TO 4100-EXIT
            END-IF
            ADD 1 TO HM-HOL-COUNT
            MOVE HM-HOL-COUNT   TO WS-HOL-SUB
            MOVE HC-DATE        TO HM-H-DATE(WS-HOL-SUB)
            MOVE HC-DESCRIPTION TO HM-H-DESCRIPTION(WS-HOL-SUB).
        4100-EXIT.
            EXIT.
