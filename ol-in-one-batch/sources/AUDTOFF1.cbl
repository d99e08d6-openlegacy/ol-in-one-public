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
        01  WS-SKIPPED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-PURGED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            OPEN INPUT AUDTQ
            OPEN I-O AUDHIST
            PERFORM 1000-READ-QUEUE THRU 1000-EXIT
            DISPLAY 'AUDTOFF1 - RECORDS LOADED:  ' WS-LOADED-COUNT
            DISPLAY 'AUDTOFF1 - RECORDS SKIPPED: ' WS-SKIPPED-COUNT
            DISPLAY 'AUDTOFF1 - RECORDS PURGED:  ' WS-PURGED-COUNT
            MOVE WS-LOADED-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    WS-RETENTION-DAYS.                                       *
      *-----------------------------------------------------------*
        3000-PURGE-EXPIRED.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETENTION-DAYS
            END-IF.
        3100-EXIT.
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
            MOVE 'AUDTOFF1'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'AUDTOFF1 - RUN NOT STARTED: ' RC-REASON
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE RC-BUS-DATE  TO WS-TODAY-DATE.
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
                DISPLAY 'AUDTOFF1 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
