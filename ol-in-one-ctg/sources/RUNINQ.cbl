        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RUNINQ.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    RUNINQ - BATCH SCHEDULE STATUS INQUIRY                      *
      *    Over the commarea, lists the programs the RUNJOB schedule   *
      *    expects on RQ-BUS-DATE (the open business date on BUSCTL    *
      *    when it is blank), in program name order, each with where   *
      *    it stands on the RUNREG run register - completed, failed,   *
      *    refused, started and never ended, or N when it has not run  *
      *    at all - with its start and end times, return code, records *
      *    read and written and the reason for a refusal. So           *
      *    operations and the desk can see how the night went from a   *
      *    screen without going through the job logs. Up to            *
      *    WS-MAX-JOBS come back; RQ-MORE-JOBS-FLAG says there are     *
      *    more, and the next page starts after the program named in   *
      *    RQ-START-JOB.                                               *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  A blank date lists the business date open  *
      *                     on the BUSCTL control record instead of    *
      *                     today's, so after midnight the screen      *
      *                     still shows the night being run.           *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNJOB ASSIGN TO RUNJOB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
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

        DATA DIVISION.
        FILE SECTION.
        FD  RUNJOB.
        COPY RUNJOB.

        FD  RUNREG.
        COPY RUNREG.

        FD  BUSCTL.
        COPY BUSCTL.

        WORKING-STORAGE SECTION.
        01  WS-RUNJOB-STATUS        PIC X(02) VALUE '00'.
            88  WS-RUNJOB-OK               VALUE '00'.

        01  WS-RUNREG-STATUS        PIC X(02) VALUE '00'.
            88  WS-RUNREG-OK               VALUE '00'.

        01  WS-BUSCTL-STATUS        PIC X(02) VALUE '00'.
            88  WS-BUSCTL-OK               VALUE '00'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-BUS-DATE             PIC X(08).
        01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
            05  FILLER              PIC X(06).
            05  WS-BUS-DAY          PIC 9(02).

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.

        01  WS-JOB-SUB              PIC 9(02) COMP.
        01  WS-MAX-JOBS             PIC 9(02) COMP VALUE 12.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 RQ-BUS-DATE           PIC X(08).
           03 RQ-START-JOB          PIC X(08).
           03 RQ-RETURN-CODE        PIC X(02).
              88  RQ-FOUND                 VALUE '00'.
              88  RQ-NOT-FOUND             VALUE '01'.
              88  RQ-REQUEST-INVALID       VALUE '02'.
           03 RQ-JOB-COUNT          PIC 9(02) COMP.
           03 RQ-MORE-JOBS-FLAG     PIC X(01).
              88  RQ-MORE-JOBS-YES         VALUE 'Y'.
              88  RQ-MORE-JOBS-NO          VALUE 'N'.
           03 RQ-JOBS OCCURS 12 TIMES.
              05  RQ-J-JOB-NAME           PIC X(08).
              05  RQ-J-FREQUENCY          PIC X(01).
              05  RQ-J-STATUS             PIC X(01).
                  88  RQ-J-NOT-RUN               VALUE 'N'.
              05  RQ-J-START-TIME         PIC X(06).
              05  RQ-J-END-TIME           PIC X(06).
              05  RQ-J-RETURN-CODE        PIC 9(04).
              05  RQ-J-READ-COUNT         PIC 9(09) COMP-3.
              05  RQ-J-WRITTEN-COUNT      PIC 9(09) COMP-3.
              05  RQ-J-ATTEMPTS           PIC 9(03).
              05  RQ-J-REASON             PIC X(40).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '01' TO RQ-RETURN-CODE
            MOVE ZERO TO RQ-JOB-COUNT
            SET RQ-MORE-JOBS-NO TO TRUE
            PERFORM 0500-CLEAR-ONE-JOB THRU 0500-EXIT
                VARYING WS-JOB-SUB FROM 1 BY 1
                UNTIL WS-JOB-SUB > WS-MAX-JOBS
            IF RQ-BUS-DATE = SPACES OR RQ-BUS-DATE = LOW-VALUES
                PERFORM 0100-DEFAULT-BUS-DATE THRU 0100-EXIT
            END-IF
            MOVE RQ-BUS-DATE TO WS-BUS-DATE
            IF WS-BUS-DATE IS NOT NUMERIC
               OR WS-BUS-DAY < 1 OR WS-BUS-DAY > 31
                SET RQ-REQUEST-INVALID TO TRUE
            ELSE
                OPEN INPUT RUNJOB
                OPEN INPUT RUNREG
                PERFORM 1000-LIST-SCHEDULE THRU 1000-EXIT
                CLOSE RUNJOB
                CLOSE RUNREG
            END-IF
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    0100-DEFAULT-BUS-DATE - the business date open on the    *
      *    BUSCTL control record; today's only if the day has       *
      *    never been opened.                                       *
      *-----------------------------------------------------------*
        0100-DEFAULT-BUS-DATE.
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
                MOVE BC-BUS-DATE TO RQ-BUS-DATE
            ELSE
                EXEC CICS ASKTIME
                    ABSTIME(WS-NOW-ABSTIME)
                END-EXEC
                EXEC CICS FORMATTIME
                    ABSTIME(WS-NOW-ABSTIME)
                    YYYYMMDD(RQ-BUS-DATE)
                END-EXEC
            END-IF.
        0100-EXIT.
            EXIT.

        0500-CLEAR-ONE-JOB.
            MOVE SPACES TO RQ-J-JOB-NAME(WS-JOB-SUB)
                           RQ-J-FREQUENCY(WS-JOB-SUB)
                           RQ-J-STATUS(WS-JOB-SUB)
                           RQ-J-START-TIME(WS-JOB-SUB)
                           RQ-J-END-TIME(WS-JOB-SUB)
                           RQ-J-REASON(WS-JOB-SUB)
            MOVE ZERO   TO RQ-J-RETURN-CODE(WS-JOB-SUB)
                           RQ-J-READ-COUNT(WS-JOB-SUB)
                           RQ-J-WRITTEN-COUNT(WS-JOB-SUB)
                           RQ-J-ATTEMPTS(WS-JOB-SUB).
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-LIST-SCHEDULE - walk the schedule in program name   *
      *    order from just past RQ-START-JOB for the first          *
      *    WS-MAX-JOBS expected on the business date. One more      *
      *    found past a full page sets the more flag and ends the   *
      *    scan.                                                    *
      *-----------------------------------------------------------*
        1000-LIST-SCHEDULE.
            SET WS-SCAN-NOT-EOF TO TRUE
            IF RQ-START-JOB = SPACES OR RQ-START-JOB = LOW-VALUES
                MOVE LOW-VALUES TO RJ-JOB-NAME
                START RUNJOB
                    KEY IS NOT LESS THAN RJ-JOB-NAME
                    INVALID KEY
                        SET WS-SCAN-EOF TO TRUE
                END-START
            ELSE
                MOVE RQ-START-JOB TO RJ-JOB-NAME
                START RUNJOB
                    KEY IS GREATER THAN RJ-JOB-NAME
                    INVALID KEY
                        SET WS-SCAN-EOF TO TRUE
                END-START
            END-IF
            PERFORM 1100-SCAN-ONE-JOB THRU 1100-EXIT
                UNTIL WS-SCAN-EOF
            IF RQ-JOB-COUNT > ZERO
                SET RQ-FOUND TO TRUE
            END-IF.
        1000-EXIT.
            EXIT.

        1100-SCAN-ONE-JOB.
            READ RUNJOB NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 1100-EXIT
            END-IF
            IF RJ-MONTHLY AND RJ-MONTH-DAY NOT = WS-BUS-DAY
                GO TO 1100-EXIT
            END-IF
            IF RQ-JOB-COUNT NOT < WS-MAX-JOBS
                SET RQ-MORE-JOBS-YES TO TRUE
                SET WS-SCAN-EOF TO TRUE
                GO TO 1100-EXIT
            END-IF
            ADD 1 TO RQ-JOB-COUNT
            MOVE RQ-JOB-COUNT TO WS-JOB-SUB
            PERFORM 2000-MOVE-ONE-JOB THRU 2000-EXIT.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-MOVE-ONE-JOB - the program's register record for    *
      *    the business date; none on file means it has not run.    *
      *-----------------------------------------------------------*
        2000-MOVE-ONE-JOB.
            MOVE RJ-JOB-NAME  TO RQ-J-JOB-NAME(WS-JOB-SUB)
            MOVE RJ-FREQUENCY TO RQ-J-FREQUENCY(WS-JOB-SUB)
            MOVE WS-BUS-DATE  TO RR-BUS-DATE
            MOVE RJ-JOB-NAME  TO RR-JOB-NAME
            READ RUNREG
                INVALID KEY
                    MOVE '23' TO WS-RUNREG-STATUS
            END-READ
            IF NOT WS-RUNREG-OK
                SET RQ-J-NOT-RUN(WS-JOB-SUB) TO TRUE
                GO TO 2000-EXIT
            END-IF
            MOVE RR-STATUS        TO RQ-J-STATUS(WS-JOB-SUB)
            MOVE RR-START-TIME    TO RQ-J-START-TIME(WS-JOB-SUB)
            MOVE RR-END-TIME      TO RQ-J-END-TIME(WS-JOB-SUB)
            MOVE RR-RETURN-CODE   TO RQ-J-RETURN-CODE(WS-JOB-SUB)
            MOVE RR-READ-COUNT    TO RQ-J-READ-COUNT(WS-JOB-SUB)
            MOVE RR-WRITTEN-COUNT TO RQ-J-WRITTEN-COUNT(WS-JOB-SUB)
            MOVE RR-ATTEMPTS      TO RQ-J-ATTEMPTS(WS-JOB-SUB)
            MOVE RR-REASON        TO RQ-J-REASON(WS-JOB-SUB).
        2000-EXIT.
            EXIT.
