      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-08-22  CST  Original program.                          *
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
        01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SORT-EOF                VALUE 'Y'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-CHANGE-COUNT         PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-DETAIL-LINE.
                'CARD-NUMBER       OLD-LIM/USE/S ->  NEW-LIM/USE/S'.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            SORT SORTCHG
                ASCENDING KEY CS-USER-ID CS-DATE CS-TIME
                INPUT PROCEDURE 1000-RELEASE-CHANGES THRU 1000-EXIT
                OUTPUT PROCEDURE 2000-PRINT-CHANGES THRU 2000-EXIT
            DISPLAY 'CHGRPT01 - CHANGES LISTED: ' WS-CHANGE-COUNT
            MOVE WS-CHANGE-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
            END-IF.
        2100-EXIT.
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
            MOVE 'CHGRPT01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'CHGRPT01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'CHGRPT01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
