      *                     restarting it, and carries the counts on,   *
      *                     so a Hub outage no longer costs a rerun     *
      *                     from record one.                            *
      *    2026-10-15  CST  Registers its start and end (return code,  *
      *                     records read and written) on the RUNREG    *
      *                     run register through RUNCTL, and ends      *
      *                     without doing anything until every         *
      *                     predecessor on its RUNJOB schedule entry   *
      *                     has completed for the business date.       *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        01  WS-LAST-REF-ID           PIC X(10) VALUE SPACES.
        01  WS-RESTART-REF-ID        PIC X(10) VALUE SPACES.

        01  WS-RUN-DATE              PIC X(08).

        01  WS-HEADING-1             PIC X(80) VALUE
            'REF-ID     TYPE  VALUE                              REASON'.
        01  WS-HEADING-2             PIC X(80) VALUE ALL '-'.

        COPY SWIFTAREA.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            PERFORM 0100-READ-CHECKPOINT THRU 0100-EXIT
            OPEN INPUT REFCHK
            IF WS-RESTART-RUN
            PERFORM 9500-MARK-COMPLETE THRU 9500-EXIT
            CLOSE REFCHK
            CLOSE REFRPT
            MOVE WS-CHECKED-COUNT TO RC-READ-COUNT
            MOVE WS-EXCEPTION-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
            WRITE REPORT-LINE FROM WS-TRAILER-LINE.
        9000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9800-REGISTER-START - register the run on RUNREG through *
      *    RUNCTL, which refuses it (and records the refusal there) *
      *    until every predecessor on the RUNJOB schedule has       *
      *    completed for the business date.                         *
      *-----------------------------------------------------------*
        9800-REGISTER-START.
            MOVE SPACES       TO WS-RUN-CONTROL
            MOVE ZERO         TO RC-RUN-RC RC-READ-COUNT
                                 RC-WRITTEN-COUNT
            SET RC-FUNC-START TO TRUE
            MOVE 'REFVAL01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                EXEC CICS RETURN END-EXEC
            END-IF
            MOVE RC-BUS-DATE  TO WS-RUN-DATE.
        9800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9850-REGISTER-END - register the end with the run's      *
      *    result (RC-RUN-RC) and record counts.                    *
      *-----------------------------------------------------------*
        9850-REGISTER-END.
            SET RC-FUNC-END   TO TRUE
            CALL 'RUNCTL' USING WS-RUN-CONTROL.
        9850-EXIT.
            EXIT.
