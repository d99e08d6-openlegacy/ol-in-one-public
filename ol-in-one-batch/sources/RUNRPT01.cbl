        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RUNRPT01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    RUNRPT01 - MORNING MISSED-RUN REPORT                        *
      *    First thing each morning. Walks the RUNJOB schedule for the *
      *    business date just ended (the date on the BUSCTL control    *
      *    record, or the date on the RUNPARM card when operations     *
      *    rerun it for another night) and checks each program         *
      *    expected that date against the RUNREG run register. Every   *
      *    program that did not complete is printed with why - NOT RUN *
      *    (nothing on the register), FAILED (with its return code),   *
      *    REFUSED (with the unmet predecessor) or STARTED, NO END     *
      *    (abended) - and the trailer counts the night. The step ends *
      *    RC 4 when anything is on the report so the scheduler can    *
      *    page the on-call operator; a clean night ends RC 0.         *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Defaults to the business date on the       *
      *                     BUSCTL control record instead of           *
      *                     yesterday, so runs after midnight report   *
      *                     under the date they registered.            *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNPARM ASSIGN TO RUNPARM.

            SELECT RUNJOB ASSIGN TO RUNJOB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RJ-JOB-NAME
                FILE STATUS IS WS-RUNJOB-STATUS.

            SELECT RUNREG ASSIGN TO RUNREG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RR-KEY
                FILE STATUS IS WS-RUNREG-STATUS.

            SELECT BUSCTL ASSIGN TO BUSCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BC-CONTROL-ID
                FILE STATUS IS WS-BUSCTL-STATUS.

            SELECT RUNRPT ASSIGN TO RUNRPT.

        DATA DIVISION.
        FILE SECTION.
        FD  RUNPARM
            LABEL RECORDS ARE STANDARD.
        01  RUNPARM-RECORD.
            05  PM-BUS-DATE         PIC X(08).
            05  FILLER              PIC X(72).

        FD  RUNJOB.
        COPY RUNJOB.

        FD  RUNREG.
        COPY RUNREG.

        FD  BUSCTL.
        COPY BUSCTL.

        FD  RUNRPT
            LABEL RECORDS ARE STANDARD.
        01  RUNRPT-RECORD           PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-RUNJOB-STATUS        PIC X(02) VALUE '00'.
            88  WS-RUNJOB-OK               VALUE '00'.
        01  WS-RUNJOB-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-RUNJOB-EOF              VALUE 'Y'.

        01  WS-RUNREG-STATUS        PIC X(02) VALUE '00'.
            88  WS-RUNREG-OK               VALUE '00'.

        01  WS-BUSCTL-STATUS        PIC X(02) VALUE '00'.
            88  WS-BUSCTL-OK               VALUE '00'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-INT              PIC 9(08) COMP.
        01  WS-BUS-DATE             PIC 9(08).
        01  WS-BUS-DATE-X REDEFINES WS-BUS-DATE
                                    PIC X(08).
        01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
            05  FILLER              PIC 9(06).
            05  WS-BUS-DAY          PIC 9(02).

        01  WS-SCHEDULED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-COMPLETED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-NOT-RUN-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-FAILED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-REFUSED-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-NO-END-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-MISSED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.

        01  WS-DETAIL-LINE.
            05  DT-JOB-NAME         PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-FREQUENCY        PIC X(01).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-STATUS           PIC X(14).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-START-DATE       PIC X(08).
            05  FILLER              PIC X(01) VALUE SPACES.
            05  DT-START-TIME       PIC X(06).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-END-DATE         PIC X(08).
            05  FILLER              PIC X(01) VALUE SPACES.
            05  DT-END-TIME         PIC X(06).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-RETURN-CODE      PIC ZZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-ATTEMPTS         PIC ZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-REASON           PIC X(40).
            05  FILLER              PIC X(18) VALUE SPACES.

        01  WS-TITLE-LINE.
            05  FILLER              PIC X(37) VALUE
                'RUNRPT01 - MISSED RUNS, BUSINESS DATE'.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  TL-BUS-DATE         PIC X(08).
            05  FILLER              PIC X(86) VALUE SPACES.

        01  WS-TOTAL-LINE-1.
            05  FILLER              PIC X(11) VALUE 'SCHEDULED:'.
            05  TO-SCHEDULED        PIC ZZZZ9.
            05  FILLER              PIC X(13) VALUE '  COMPLETED:'.
            05  TO-COMPLETED        PIC ZZZZ9.
            05  FILLER              PIC X(10) VALUE '  MISSED:'.
            05  TO-MISSED           PIC ZZZZ9.
            05  FILLER              PIC X(83) VALUE SPACES.

        01  WS-TOTAL-LINE-2.
            05  FILLER              PIC X(09) VALUE 'NOT RUN:'.
            05  TO-NOT-RUN          PIC ZZZZ9.
            05  FILLER              PIC X(10) VALUE '  FAILED:'.
            05  TO-FAILED           PIC ZZZZ9.
            05  FILLER              PIC X(11) VALUE '  REFUSED:'.
            05  TO-REFUSED          PIC ZZZZ9.
            05  FILLER              PIC X(18) VALUE
                '  STARTED NO END:'.
            05  TO-NO-END           PIC ZZZZ9.
            05  FILLER              PIC X(64) VALUE SPACES.

        01  WS-HEADING-1            PIC X(132) VALUE
      -     'JOB       F  STATUS          STARTED          ENDED
      -     '              RC  TRY  REASON'.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 0100-SET-BUSINESS-DATE THRU 0100-EXIT
            OPEN INPUT RUNJOB
            OPEN INPUT RUNREG
            OPEN OUTPUT RUNRPT
            MOVE WS-BUS-DATE-X TO TL-BUS-DATE
            WRITE RUNRPT-RECORD FROM WS-TITLE-LINE
            WRITE RUNRPT-RECORD FROM WS-HEADING-1
            WRITE RUNRPT-RECORD FROM WS-HEADING-2
            PERFORM 1000-READ-JOB THRU 1000-EXIT
            PERFORM 2000-CHECK-ONE-JOB THRU 2000-EXIT
                UNTIL WS-RUNJOB-EOF
            PERFORM 9000-WRITE-TOTALS THRU 9000-EXIT
            CLOSE RUNJOB
            CLOSE RUNREG
            CLOSE RUNRPT
            DISPLAY 'RUNRPT01 - BUSINESS DATE:  ' WS-BUS-DATE-X
            DISPLAY 'RUNRPT01 - JOBS SCHEDULED: ' WS-SCHEDULED-COUNT
            DISPLAY 'RUNRPT01 - JOBS MISSED:    ' WS-MISSED-COUNT
            IF WS-MISSED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

      *-----------------------------------------------------------*
      *    0100-SET-BUSINESS-DATE - the date on the RUNPARM card    *
      *    when one is given, otherwise the business date on the    *
      *    BUSCTL control record; yesterday only if the day has     *
      *    never been opened.                                       *
      *-----------------------------------------------------------*
        0100-SET-BUSINESS-DATE.
            OPEN INPUT RUNPARM
            READ RUNPARM
                AT END
                    MOVE SPACES TO PM-BUS-DATE
            END-READ
            CLOSE RUNPARM
            IF PM-BUS-DATE IS NUMERIC
               AND PM-BUS-DATE NOT = ZERO
                MOVE PM-BUS-DATE TO WS-BUS-DATE-X
                GO TO 0100-EXIT
            END-IF
            OPEN INPUT BUSCTL
            IF WS-BUSCTL-OK
                MOVE 'BUSDATE ' TO BC-CONTROL-ID
                READ BUSCTL
                    INVALID KEY
                        MOVE '23' TO WS-BUSCTL-STATUS
                END-READ
                CLOSE BUSCTL
            END-IF
            IF WS-BUSCTL-OK
               AND BC-BUS-DATE IS NUMERIC
                MOVE BC-BUS-DATE TO WS-BUS-DATE-X
            ELSE
                COMPUTE WS-RUN-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
                COMPUTE WS-BUS-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
            END-IF.
        0100-EXIT.
            EXIT.

        1000-READ-JOB.
            READ RUNJOB
                AT END
                    SET WS-RUNJOB-EOF TO TRUE
            END-READ.
        1000-EXIT.
            EXIT.

        2000-CHECK-ONE-JOB.
            PERFORM 2100-CHECK-SCHEDULED THRU 2100-EXIT
            PERFORM 1000-READ-JOB THRU 1000-EXIT.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2100-CHECK-SCHEDULED - a monthly program not due on the  *
      *    business date is passed over; anything else expected     *
      *    that has not completed on the register is printed.       *
      *-----------------------------------------------------------*
        2100-CHECK-SCHEDULED.
            IF RJ-MONTHLY AND RJ-MONTH-DAY NOT = WS-BUS-DAY
                GO TO 2100-EXIT
            END-IF
            ADD 1 TO WS-SCHEDULED-COUNT
            MOVE WS-BUS-DATE-X TO RR-BUS-DATE
            MOVE RJ-JOB-NAME   TO RR-JOB-NAME
            READ RUNREG
                INVALID KEY
                    MOVE '23' TO WS-RUNREG-STATUS
            END-READ
            IF WS-RUNREG-OK AND RR-COMPLETED
                ADD 1 TO WS-COMPLETED-COUNT
                GO TO 2100-EXIT
            END-IF
            PERFORM 3000-PRINT-MISSED THRU 3000-EXIT.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-PRINT-MISSED - one line for a program that did not  *
      *    complete, with what the register says about it.          *
      *-----------------------------------------------------------*
        3000-PRINT-MISSED.
            ADD 1 TO WS-MISSED-COUNT
            MOVE SPACES        TO DT-START-DATE DT-START-TIME
                                  DT-END-DATE DT-END-TIME DT-REASON
            MOVE ZERO          TO DT-RETURN-CODE DT-ATTEMPTS
            MOVE RJ-JOB-NAME   TO DT-JOB-NAME
            MOVE RJ-FREQUENCY  TO DT-FREQUENCY
            IF WS-RUNREG-OK
                PERFORM 3100-DESCRIBE-RUN THRU 3100-EXIT
            ELSE
                ADD 1 TO WS-NOT-RUN-COUNT
                MOVE 'NOT RUN'  TO DT-STATUS
                MOVE 'NOTHING ON THE RUN REGISTER' TO DT-REASON
            END-IF
            WRITE RUNRPT-RECORD FROM WS-DETAIL-LINE.
        3000-EXIT.
            EXIT.

        3100-DESCRIBE-RUN.
            MOVE RR-START-DATE    TO DT-START-DATE
            MOVE RR-START-TIME    TO DT-START-TIME
            MOVE RR-END-DATE      TO DT-END-DATE
            MOVE RR-END-TIME      TO DT-END-TIME
            MOVE RR-RETURN-CODE   TO DT-RETURN-CODE
            MOVE RR-ATTEMPTS      TO DT-ATTEMPTS
            MOVE RR-REASON        TO DT-REASON
            EVALUATE TRUE
                WHEN RR-FAILED
                    ADD 1 TO WS-FAILED-COUNT
                    MOVE 'FAILED'         TO DT-STATUS
                    IF DT-REASON = SPACES
                        MOVE 'ENDED WITH A RETURN CODE OVER 4'
                            TO DT-REASON
                    END-IF
                WHEN RR-REFUSED
                    ADD 1 TO WS-REFUSED-COUNT
                    MOVE 'REFUSED'        TO DT-STATUS
                WHEN OTHER
                    ADD 1 TO WS-NO-END-COUNT
                    MOVE 'STARTED NO END' TO DT-STATUS
                    MOVE 'NO END REGISTERED - CHECK FOR AN ABEND'
                        TO DT-REASON
            END-EVALUATE.
        3100-EXIT.
            EXIT.

        9000-WRITE-TOTALS.
            MOVE WS-SCHEDULED-COUNT TO TO-SCHEDULED
            MOVE WS-COMPLETED-COUNT TO TO-COMPLETED
            MOVE WS-MISSED-COUNT    TO TO-MISSED
            MOVE WS-NOT-RUN-COUNT   TO TO-NOT-RUN
            MOVE WS-FAILED-COUNT    TO TO-FAILED
            MOVE WS-REFUSED-COUNT   TO TO-REFUSED
            MOVE WS-NO-END-COUNT    TO TO-NO-END
            WRITE RUNRPT-RECORD FROM WS-HEADING-2
            WRITE RUNRPT-RECORD FROM WS-TOTAL-LINE-1
            WRITE RUNRPT-RECORD FROM WS-TOTAL-LINE-2.
        9000-EXIT.
            EXIT.
