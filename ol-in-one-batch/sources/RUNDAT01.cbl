        IDENTIFICATION DIVISION.
        PROGRAM-ID.    RUNDAT01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    RUNDAT01 - PROCESSING DAY OPEN                              *
      *    First job of each processing day. Sets the business date    *
      *    on the BUSCTL control record that RUNCTL hands back to      *
      *    every scheduled program at its start, so the whole day's    *
      *    chain runs on one date however late it finishes. The date  *
      *    is the one on the RUNPARM card when operations give one     *
      *    (to re-open or catch up a day), otherwise today's system    *
      *    date - which never takes the business date backwards: an    *
      *    uncarded run on a date already open leaves it alone, and    *
      *    one finding a later date already open ends RC 12 without    *
      *    changing it. The day it replaces is kept on the record.     *
      *    The open is registered on RUNREG like any other program,    *
      *    and every first program of the day waits for it.            *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNPARM ASSIGN TO RUNPARM.

            SELECT BUSCTL ASSIGN TO BUSCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BC-CONTROL-ID
                FILE STATUS IS WS-BUSCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RUNPARM
            LABEL RECORDS ARE STANDARD.
        01  RUNPARM-RECORD.
            05  PM-BUS-DATE         PIC X(08).
            05  FILLER              PIC X(72).

        FD  BUSCTL.
        COPY BUSCTL.

        WORKING-STORAGE SECTION.
        01  WS-BUSCTL-STATUS        PIC X(02) VALUE '00'.
            88  WS-BUSCTL-OK               VALUE '00'.
            88  WS-BUSCTL-NOT-FOUND        VALUE '23'.

        01  WS-NOW-DATE             PIC 9(08).
        01  WS-NOW-DATE-X REDEFINES WS-NOW-DATE
                                    PIC X(08).
        01  WS-NOW-TIME.
            05  WS-NOW-HHMMSS       PIC X(06).
            05  WS-NOW-HS           PIC X(02).

        01  WS-NEW-BUS-DATE         PIC X(08).
        01  WS-OLD-BUS-DATE         PIC X(08).

        01  WS-CARD-SW              PIC X(01) VALUE 'N'.
            88  WS-DATE-CARDED             VALUE 'Y'.
            88  WS-DATE-NOT-CARDED         VALUE 'N'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME
            PERFORM 0100-READ-RUN-PARM THRU 0100-EXIT
            OPEN I-O BUSCTL
            PERFORM 1000-READ-CONTROL THRU 1000-EXIT
            IF WS-DATE-NOT-CARDED
               AND WS-BUSCTL-OK
               AND BC-BUS-DATE > WS-NEW-BUS-DATE
                DISPLAY 'RUNDAT01 - BUSINESS DATE ' BC-BUS-DATE
                    ' IS AHEAD OF TODAY - NOT CHANGED'
                CLOSE BUSCTL
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-DATE-NOT-CARDED
               AND WS-BUSCTL-OK
               AND BC-BUS-DATE = WS-NEW-BUS-DATE
                DISPLAY 'RUNDAT01 - BUSINESS DATE ALREADY OPEN: '
                    BC-BUS-DATE
            ELSE
                PERFORM 2000-SET-BUSINESS-DATE THRU 2000-EXIT
            END-IF
            CLOSE BUSCTL
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            DISPLAY 'RUNDAT01 - BUSINESS DATE:  ' WS-NEW-BUS-DATE
            DISPLAY 'RUNDAT01 - PREVIOUS DATE:  ' WS-OLD-BUS-DATE
            MOVE 1 TO RC-READ-COUNT RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    0100-READ-RUN-PARM - the date on the RUNPARM card when   *
      *    one is given, otherwise today's system date.             *
      *-----------------------------------------------------------*
        0100-READ-RUN-PARM.
            OPEN INPUT RUNPARM
            READ RUNPARM
                AT END
                    MOVE SPACES TO PM-BUS-DATE
            END-READ
            CLOSE RUNPARM
            IF PM-BUS-DATE IS NUMERIC
               AND PM-BUS-DATE NOT = ZERO
                SET WS-DATE-CARDED TO TRUE
                MOVE PM-BUS-DATE   TO WS-NEW-BUS-DATE
            ELSE
                SET WS-DATE-NOT-CARDED TO TRUE
                MOVE WS-NOW-DATE-X     TO WS-NEW-BUS-DATE
            END-IF.
        0100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-READ-CONTROL - the control record, if the business  *
      *    date has ever been set.                                  *
      *-----------------------------------------------------------*
        1000-READ-CONTROL.
            MOVE 'BUSDATE ' TO BC-CONTROL-ID
            READ BUSCTL
                INVALID KEY
                    MOVE '23' TO WS-BUSCTL-STATUS
            END-READ
            IF WS-BUSCTL-OK
                MOVE BC-BUS-DATE TO WS-OLD-BUS-DATE
            ELSE
                MOVE SPACES      TO WS-OLD-BUS-DATE
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-SET-BUSINESS-DATE - open the new day, keeping the   *
      *    one it replaces; the first run ever seeds the record.    *
      *-----------------------------------------------------------*
        2000-SET-BUSINESS-DATE.
            IF WS-BUSCTL-OK
                MOVE BC-BUS-DATE     TO BC-PREV-BUS-DATE
                MOVE WS-NEW-BUS-DATE TO BC-BUS-DATE
                MOVE WS-NOW-DATE-X   TO BC-SET-DATE
                MOVE WS-NOW-HHMMSS   TO BC-SET-TIME
                REWRITE BUS-DATE-CONTROL-RECORD
                    INVALID KEY
                        MOVE '22' TO WS-BUSCTL-STATUS
                END-REWRITE
            ELSE
                MOVE SPACES          TO BUS-DATE-CONTROL-RECORD
                MOVE 'BUSDATE '      TO BC-CONTROL-ID
                MOVE WS-NEW-BUS-DATE TO BC-BUS-DATE
                MOVE WS-NOW-DATE-X   TO BC-SET-DATE
                MOVE WS-NOW-HHMMSS   TO BC-SET-TIME
                WRITE BUS-DATE-CONTROL-RECORD
                    INVALID KEY
                        MOVE '22' TO WS-BUSCTL-STATUS
                END-WRITE
            END-IF
            IF NOT WS-BUSCTL-OK
                DISPLAY 'RUNDAT01 - BUSCTL NOT UPDATED, STATUS '
                    WS-BUSCTL-STATUS
                CLOSE BUSCTL
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9800-REGISTER-START - register the open on RUNREG under  *
      *    the business date just set.                              *
      *-----------------------------------------------------------*
        9800-REGISTER-START.
            MOVE SPACES       TO WS-RUN-CONTROL
            MOVE ZERO         TO RC-RUN-RC RC-READ-COUNT
                                 RC-WRITTEN-COUNT
            SET RC-FUNC-START TO TRUE
            MOVE 'RUNDAT01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'RUNDAT01 - RUN NOT STARTED: ' RC-REASON
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
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
                DISPLAY 'RUNDAT01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
