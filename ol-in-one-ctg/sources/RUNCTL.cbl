        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RUNCTL.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    RUNCTL - RUN REGISTER SERVICE                               *
      *    CALLed by every program on the nightly and monthly          *
      *    schedule with the RUNCAREA parameter area, so the register  *
      *    is kept one way in one place. It is shared by the batch     *
      *    programs and the CICS-started jobs (FINFEE01, INVBIL01,     *
      *    REFVAL01, WIRREL01) alike, and so is kept with the other    *
      *    shared services and its RUNCAREA, RUNJOB, RUNREG and BUSCTL *
      *    layouts in the online library. At start it reads the        *
      *    program's RUNJOB schedule entry and refuses the run ('04',  *
      *    reason passed back and a refused record on RUNREG) unless   *
      *    every predecessor expected on the business date has         *
      *    completed on the register, or if the program is not on the  *
      *    schedule at all; otherwise it registers the program         *
      *    started. At end it registers the program completed (return  *
      *    code 4 or under) or failed, with its return code and        *
      *    records read and written. A rerun on the same business date *
      *    restarts the same register record and counts the attempt; a *
      *    refused rerun of a program that already completed leaves    *
      *    the completed record alone.                                 *
      *    The business date is not the caller's: at start it is read  *
      *    from the BUSCTL control record RUNDAT01 sets at the open of *
      *    each processing day and handed back in RC-BUS-DATE, and the *
      *    end is registered under the date the start handed back.     *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Start takes the business date from the     *
      *                     BUSCTL control record instead of the       *
      *                     caller's clock and returns it in           *
      *                     RC-BUS-DATE; no date set refuses '08'.     *
      *    2026-10-15  CST  Moved to the online source library beside  *
      *                     OLEXCPT and OLCHGLOG, as the CICS-started  *
      *                     jobs CALL it as the batch programs do.     *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNREG ASSIGN TO RUNREG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RR-KEY
                FILE STATUS IS WS-RUNREG-STATUS.

            SELECT RUNJOB ASSIGN TO RUNJOB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RJ-JOB-NAME
                FILE STATUS IS WS-RUNJOB-STATUS.

            SELECT BUSCTL ASSIGN TO BUSCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BC-CONTROL-ID
                FILE STATUS IS WS-BUSCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RUNREG.
        COPY RUNREG.

        FD  RUNJOB.
        COPY RUNJOB.

        FD  BUSCTL.
        COPY BUSCTL.

        WORKING-STORAGE SECTION.
        01  WS-RUNREG-STATUS        PIC X(02) VALUE '00'.
            88  WS-RUNREG-OK               VALUE '00'.

        01  WS-RUNJOB-STATUS        PIC X(02) VALUE '00'.
            88  WS-RUNJOB-OK               VALUE '00'.

        01  WS-BUSCTL-STATUS        PIC X(02) VALUE '00'.
            88  WS-BUSCTL-OK               VALUE '00'.

        01  WS-PRED-SW              PIC X(01) VALUE 'Y'.
            88  WS-PREDS-MET               VALUE 'Y'.
            88  WS-PRED-NOT-MET            VALUE 'N'.

        01  WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
            88  WS-REG-ON-FILE             VALUE 'Y'.
            88  WS-REG-NOT-ON-FILE         VALUE 'N'.

        01  WS-BUS-DATE             PIC X(08).
        01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
            05  FILLER              PIC X(06).
            05  WS-BUS-DAY          PIC 9(02).

        01  WS-NOW-DATE             PIC 9(08).
        01  WS-NOW-TIME.
            05  WS-NOW-HHMMSS       PIC X(06).
            05  WS-NOW-HS           PIC X(02).

        01  WS-PRED-SUB             PIC 9(02) COMP.
        01  WS-PRED-COUNT           PIC 9(02) COMP.
        01  WS-MAX-PREDS            PIC 9(02) COMP VALUE 6.
        01  WS-PRED-TABLE.
            05  WS-PRED-NAME        PIC X(08)
                                    OCCURS 6 TIMES.

        01  WS-PRED-REASON.
            05  FILLER              PIC X(12) VALUE 'PREDECESSOR '.
            05  WS-REASON-JOB       PIC X(08).
            05  FILLER              PIC X(20)
                                    VALUE ' HAS NOT COMPLETED'.

        LINKAGE SECTION.
        01  RUN-CONTROL-AREA.
        COPY RUNCAREA.

        PROCEDURE DIVISION USING RUN-CONTROL-AREA.

        0000-MAINLINE.
            MOVE '08' TO RC-RETURN-CODE
            IF RC-JOB-NAME = SPACES
               OR (NOT RC-FUNC-START AND NOT RC-FUNC-END)
                MOVE 'INVALID RUN CONTROL REQUEST' TO RC-REASON
                GO TO 0000-RETURN
            END-IF
            IF RC-FUNC-START
                PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT
                IF NOT WS-BUSCTL-OK
                    GO TO 0000-RETURN
                END-IF
            END-IF
            IF RC-BUS-DATE IS NOT NUMERIC
                MOVE 'INVALID RUN CONTROL REQUEST' TO RC-REASON
                GO TO 0000-RETURN
            END-IF
            MOVE RC-BUS-DATE TO WS-BUS-DATE
            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME
            OPEN I-O RUNREG
            IF NOT WS-RUNREG-OK
                MOVE 'RUN REGISTER NOT AVAILABLE' TO RC-REASON
                GO TO 0000-RETURN
            END-IF
            IF RC-FUNC-START
                PERFORM 1000-REGISTER-START THRU 1000-EXIT
            ELSE
                PERFORM 2000-REGISTER-END THRU 2000-EXIT
            END-IF
            CLOSE RUNREG.

        0000-RETURN.
            GOBACK.

      *-----------------------------------------------------------*
      *    0100-READ-BUSINESS-DATE - the business date the day was  *
      *    opened under, handed back to the caller in RC-BUS-DATE.  *
      *-----------------------------------------------------------*
        0100-READ-BUSINESS-DATE.
            OPEN INPUT BUSCTL
            IF NOT WS-BUSCTL-OK
                MOVE 'BUSINESS DATE CONTROL NOT AVAILABLE'
                    TO RC-REASON
                GO TO 0100-EXIT
            END-IF
            MOVE 'BUSDATE ' TO BC-CONTROL-ID
            READ BUSCTL
                INVALID KEY
                    MOVE '23' TO WS-BUSCTL-STATUS
            END-READ
            IF WS-BUSCTL-OK
                MOVE BC-BUS-DATE TO RC-BUS-DATE
            ELSE
                MOVE 'BUSINESS DATE NOT SET' TO RC-REASON
            END-IF
            CLOSE BUSCTL.
        0100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-REGISTER-START - the program must be on the         *
      *    schedule and every predecessor expected on the business  *
      *    date must have completed; then it is registered started. *
      *-----------------------------------------------------------*
        1000-REGISTER-START.
            MOVE SPACES TO RC-REASON
            OPEN INPUT RUNJOB
            IF NOT WS-RUNJOB-OK
                MOVE 'RUN SCHEDULE NOT AVAILABLE' TO RC-REASON
                GO TO 1000-EXIT
            END-IF
            MOVE RC-JOB-NAME TO RJ-JOB-NAME
            READ RUNJOB
                INVALID KEY
                    MOVE '23' TO WS-RUNJOB-STATUS
            END-READ
            IF NOT WS-RUNJOB-OK
                CLOSE RUNJOB
                SET RC-REFUSED TO TRUE
                MOVE 'NOT ON THE RUNJOB SCHEDULE' TO RC-REASON
                PERFORM 1500-REGISTER-REFUSAL THRU 1500-EXIT
                GO TO 1000-EXIT
            END-IF
            MOVE RJ-PRED-COUNT TO WS-PRED-COUNT
            IF WS-PRED-COUNT > WS-MAX-PREDS
                MOVE WS-MAX-PREDS TO WS-PRED-COUNT
            END-IF
            PERFORM 1050-SAVE-ONE-PRED THRU 1050-EXIT
                VARYING WS-PRED-SUB FROM 1 BY 1
                UNTIL WS-PRED-SUB > WS-MAX-PREDS
            SET WS-PREDS-MET TO TRUE
            PERFORM 1100-CHECK-ONE-PRED THRU 1100-EXIT
                VARYING WS-PRED-SUB FROM 1 BY 1
                UNTIL WS-PRED-SUB > WS-PRED-COUNT
                   OR WS-PRED-NOT-MET
            CLOSE RUNJOB
            IF WS-PRED-NOT-MET
                SET RC-REFUSED TO TRUE
                MOVE WS-PRED-REASON TO RC-REASON
                PERFORM 1500-REGISTER-REFUSAL THRU 1500-EXIT
                GO TO 1000-EXIT
            END-IF
            PERFORM 3000-READ-REGISTER THRU 3000-EXIT
            SET RR-STARTED TO TRUE
            MOVE WS-NOW-DATE   TO RR-START-DATE
            MOVE WS-NOW-HHMMSS TO RR-START-TIME
            MOVE SPACES        TO RR-END-DATE RR-END-TIME RR-REASON
            MOVE ZERO          TO RR-RETURN-CODE RR-READ-COUNT
                                  RR-WRITTEN-COUNT
            PERFORM 3100-WRITE-REGISTER THRU 3100-EXIT
            IF WS-RUNREG-OK
                SET RC-CLEARED TO TRUE
            ELSE
                MOVE 'RUN REGISTER NOT UPDATED' TO RC-REASON
            END-IF.
        1000-EXIT.
            EXIT.

        1050-SAVE-ONE-PRED.
            MOVE RJ-PREDECESSOR(WS-PRED-SUB)
                TO WS-PRED-NAME(WS-PRED-SUB).
        1050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1100-CHECK-ONE-PRED - a monthly predecessor not due on   *
      *    this business date is passed over; any other must be     *
      *    completed on the register for the same date.             *
      *-----------------------------------------------------------*
        1100-CHECK-ONE-PRED.
            IF WS-PRED-NAME(WS-PRED-SUB) = SPACES
                GO TO 1100-EXIT
            END-IF
            MOVE WS-PRED-NAME(WS-PRED-SUB) TO RJ-JOB-NAME
            READ RUNJOB
                INVALID KEY
                    MOVE '23' TO WS-RUNJOB-STATUS
            END-READ
            IF WS-RUNJOB-OK AND RJ-MONTHLY
               AND RJ-MONTH-DAY NOT = WS-BUS-DAY
                GO TO 1100-EXIT
            END-IF
            MOVE RC-BUS-DATE               TO RR-BUS-DATE
            MOVE WS-PRED-NAME(WS-PRED-SUB) TO RR-JOB-NAME
            READ RUNREG
                INVALID KEY
                    MOVE '23' TO WS-RUNREG-STATUS
            END-READ
            IF WS-RUNREG-OK AND RR-COMPLETED
                GO TO 1100-EXIT
            END-IF
            SET WS-PRED-NOT-MET TO TRUE
            MOVE WS-PRED-NAME(WS-PRED-SUB) TO WS-REASON-JOB.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1500-REGISTER-REFUSAL - put the refusal and its reason   *
      *    on the register for the morning report, unless the       *
      *    program already completed on this business date.         *
      *-----------------------------------------------------------*
        1500-REGISTER-REFUSAL.
            PERFORM 3000-READ-REGISTER THRU 3000-EXIT
            IF WS-REG-ON-FILE AND RR-COMPLETED
                GO TO 1500-EXIT
            END-IF
            SET RR-REFUSED TO TRUE
            MOVE WS-NOW-DATE   TO RR-START-DATE RR-END-DATE
            MOVE WS-NOW-HHMMSS TO RR-START-TIME RR-END-TIME
            MOVE ZERO          TO RR-RETURN-CODE RR-READ-COUNT
                                  RR-WRITTEN-COUNT
            MOVE RC-REASON     TO RR-REASON
            PERFORM 3100-WRITE-REGISTER THRU 3100-EXIT.
        1500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-REGISTER-END - completed at return code 4 or under, *
      *    failed above it, with the program's record counts.       *
      *-----------------------------------------------------------*
        2000-REGISTER-END.
            PERFORM 3000-READ-REGISTER THRU 3000-EXIT
            IF WS-REG-NOT-ON-FILE
                MOVE WS-NOW-DATE   TO RR-START-DATE
                MOVE WS-NOW-HHMMSS TO RR-START-TIME
            END-IF
            IF RC-RUN-RC > 4
                SET RR-FAILED TO TRUE
            ELSE
                SET RR-COMPLETED TO TRUE
            END-IF
            MOVE WS-NOW-DATE      TO RR-END-DATE
            MOVE WS-NOW-HHMMSS    TO RR-END-TIME
            MOVE RC-RUN-RC        TO RR-RETURN-CODE
            MOVE RC-READ-COUNT    TO RR-READ-COUNT
            MOVE RC-WRITTEN-COUNT TO RR-WRITTEN-COUNT
            MOVE SPACES           TO RR-REASON
            PERFORM 3100-WRITE-REGISTER THRU 3100-EXIT
            IF WS-RUNREG-OK
                SET RC-CLEARED TO TRUE
            ELSE
                MOVE 'RUN REGISTER NOT UPDATED' TO RC-REASON
            END-IF.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-READ-REGISTER - this program's record for the       *
      *    business date; a start on an existing record is another  *
      *    attempt, and a new record is the first.                  *
      *-----------------------------------------------------------*
        3000-READ-REGISTER.
            MOVE RC-BUS-DATE TO RR-BUS-DATE
            MOVE RC-JOB-NAME TO RR-JOB-NAME
            READ RUNREG
                INVALID KEY
                    MOVE '23' TO WS-RUNREG-STATUS
            END-READ
            IF WS-RUNREG-OK
                SET WS-REG-ON-FILE TO TRUE
                IF RC-FUNC-START
                    ADD 1 TO RR-ATTEMPTS
                END-IF
            ELSE
                SET WS-REG-NOT-ON-FILE TO TRUE
                MOVE SPACES      TO RUN-REGISTER-RECORD
                MOVE RC-BUS-DATE TO RR-BUS-DATE
                MOVE RC-JOB-NAME TO RR-JOB-NAME
                MOVE 1           TO RR-ATTEMPTS
            END-IF.
        3000-EXIT.
            EXIT.

        3100-WRITE-REGISTER.
            IF WS-REG-ON-FILE
                REWRITE RUN-REGISTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                WRITE RUN-REGISTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF.
        3100-EXIT.
            EXIT.
