        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RUNLD01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    RUNLD01 - RUN SCHEDULE DEFINITION LOAD                      *
      *    Loads the keyed RUNJOB schedule definition file from the    *
      *    operations RUNCARD card-image file: program name, frequency *
      *    (D daily, M monthly), the day of the month a monthly        *
      *    program runs, up to six predecessor programs and a short    *
      *    description. A program already on file is replaced and a    *
      *    new one added, so operations re-runs this job whenever the  *
      *    schedule changes. The predecessor count is worked out from  *
      *    the predecessor columns filled in.                          *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNCARD ASSIGN TO RUNCARD.

            SELECT RUNJOB ASSIGN TO RUNJOB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RJ-JOB-NAME
                FILE STATUS IS WS-RUNJOB-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RUNCARD
            LABEL RECORDS ARE STANDARD.
        01  RUN-CARD-RECORD.
            05  JC-JOB-NAME         PIC X(08).
            05  JC-FREQUENCY        PIC X(01).
                88  JC-DAILY               VALUE 'D'.
                88  JC-MONTHLY             VALUE 'M'.
            05  JC-MONTH-DAY        PIC X(02).
            05  JC-MONTH-DAY-NUM REDEFINES JC-MONTH-DAY
                                    PIC 9(02).
            05  JC-PREDECESSOR      PIC X(08)
                                    OCCURS 6 TIMES.
            05  JC-DESCRIPTION      PIC X(21).

        FD  RUNJOB.
        COPY RUNJOB.

        WORKING-STORAGE SECTION.
        01  WS-RUNJOB-STATUS        PIC X(02) VALUE '00'.
            88  WS-RUNJOB-OK               VALUE '00'.

        01  WS-RUNCARD-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-RUNCARD-EOF             VALUE 'Y'.

        01  WS-PRED-SUB             PIC 9(02) COMP.
        01  WS-MAX-PREDS            PIC 9(02) COMP VALUE 6.

        01  WS-LOADED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-SKIPPED-COUNT        PIC 9(05) COMP-3 VALUE ZERO.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            OPEN INPUT RUNCARD
            OPEN I-O RUNJOB
            PERFORM 1000-READ-CARD THRU 1000-EXIT
            PERFORM 2000-LOAD-ONE-JOB THRU 2000-EXIT
                UNTIL WS-RUNCARD-EOF
            CLOSE RUNCARD
            CLOSE RUNJOB
            DISPLAY 'RUNLD01 - PROGRAMS LOADED:' WS-LOADED-COUNT
            DISPLAY 'RUNLD01 - CARDS SKIPPED:  ' WS-SKIPPED-COUNT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-READ-CARD                                           *
      *-----------------------------------------------------------*
        1000-READ-CARD.
            READ RUNCARD
                AT END
                    SET WS-RUNCARD-EOF TO TRUE
            END-READ.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-LOAD-ONE-JOB - replace or add the schedule entry.   *
      *    A monthly program needs a day of the month 01 to 28, so  *
      *    it falls due every month.                                *
      *-----------------------------------------------------------*
        2000-LOAD-ONE-JOB.
            IF JC-JOB-NAME = SPACES
               OR (NOT JC-DAILY AND NOT JC-MONTHLY)
               OR (JC-MONTHLY AND (JC-MONTH-DAY IS NOT NUMERIC
                   OR JC-MONTH-DAY-NUM < 1
                   OR JC-MONTH-DAY-NUM > 28))
                ADD 1 TO WS-SKIPPED-COUNT
                DISPLAY 'RUNLD01 - BAD CARD SKIPPED: ' JC-JOB-NAME
                PERFORM 1000-READ-CARD THRU 1000-EXIT
                GO TO 2000-EXIT
            END-IF
            MOVE JC-JOB-NAME TO RJ-JOB-NAME
            READ RUNJOB
                INVALID KEY
                    MOVE '23' TO WS-RUNJOB-STATUS
            END-READ
            IF NOT WS-RUNJOB-OK
                MOVE SPACES      TO RUN-JOB-RECORD
                MOVE JC-JOB-NAME TO RJ-JOB-NAME
            END-IF
            MOVE JC-FREQUENCY   TO RJ-FREQUENCY
            IF JC-MONTHLY
                MOVE JC-MONTH-DAY-NUM TO RJ-MONTH-DAY
            ELSE
                MOVE ZERO             TO RJ-MONTH-DAY
            END-IF
            MOVE JC-DESCRIPTION TO RJ-DESCRIPTION
            MOVE ZERO           TO RJ-PRED-COUNT
            PERFORM 2100-LOAD-ONE-PRED THRU 2100-EXIT
                VARYING WS-PRED-SUB FROM 1 BY 1
                UNTIL WS-PRED-SUB > WS-MAX-PREDS
            IF WS-RUNJOB-OK
                REWRITE RUN-JOB-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                WRITE RUN-JOB-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF
            ADD 1 TO WS-LOADED-COUNT
            PERFORM 1000-READ-CARD THRU 1000-EXIT.
        2000-EXIT.
            EXIT.

        2100-LOAD-ONE-PRED.
            MOVE SPACES TO RJ-PREDECESSOR(WS-PRED-SUB)
            IF JC-PREDECESSOR(WS-PRED-SUB) NOT = SPACES
                ADD 1 TO RJ-PRED-COUNT
                MOVE JC-PREDECESSOR(WS-PRED-SUB)
                    TO RJ-PREDECESSOR(RJ-PRED-COUNT)
            END-IF.
        2100-EXIT.
            EXIT.
