      *                     CM-CARD-EXPIRY-DATE (record maximum now   *
      *                     696); existing files are converted once   *
      *                     by the FINCNV02 job.                      *
      *    2026-10-15  CST  A card with a REWARDS points account      *
      *                     prints a points line under its card line: *
      *                     opening, earned (net of points taken back *
      *                     on credits), redeemed and closing points  *
      *                     for the cycle. The cycle is rolled on the *
      *                     account as it prints; a same-day rerun    *
      *                     reprints the cycle it already rolled.     *
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
                RECORD KEY IS CC-CUST-ID
                FILE STATUS IS WS-CUSTCNT-STATUS.

            SELECT REWARDS ASSIGN TO REWARDS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RA-CARD-NUMBER
                FILE STATUS IS WS-REWARDS-STATUS.

            SELECT STMT ASSIGN TO STMT.

        DATA DIVISION.
        FD  CUSTCNT.
        COPY CUSTCNT.

        FD  REWARDS.
        COPY REWARDS.

        FD  STMT
            LABEL RECORDS ARE STANDARD.
        01  STMT-RECORD             PIC X(132).
        01  WS-CUSTCNT-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTCNT-OK              VALUE '00'.

        01  WS-REWARDS-STATUS       PIC X(02) VALUE '00'.
            88  WS-REWARDS-OK              VALUE '00'.

        01  WS-CUSTMAS-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-CUSTMAS-EOF             VALUE 'Y'.

        01  WS-RUN-FEE-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-RUN-CHG-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-ORPHAN-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-POINTS-STATED        PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).

        01  WS-STMT-HEAD-1.
            05  FILLER              PIC X(21) VALUE
            05  CD-CLOSE-BAL        PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(35) VALUE SPACES.

        01  WS-POINTS-LINE.
            05  FILLER              PIC X(18) VALUE SPACES.
            05  FILLER              PIC X(24) VALUE
                'REWARDS POINTS  OPENING:'.
            05  PT-OPENING          PIC ZZZ,ZZZ,ZZ9-.
            05  FILLER              PIC X(10) VALUE '  EARNED:'.
            05  PT-EARNED           PIC ZZZ,ZZZ,ZZ9-.
            05  FILLER              PIC X(12) VALUE '  REDEEMED:'.
            05  PT-REDEEMED         PIC ZZZ,ZZZ,ZZ9-.
            05  FILLER              PIC X(11) VALUE '  CLOSING:'.
            05  PT-CLOSING          PIC ZZZ,ZZZ,ZZ9-.
            05  FILLER              PIC X(09) VALUE SPACES.

        01  WS-STMT-TOTAL-LINE.
            05  FILLER              PIC X(36) VALUE
                'STATEMENT TOTALS'.
        01  WS-RULE-LINE            PIC X(132) VALUE ALL '-'.
        01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            OPEN INPUT CUSTMAS
            OPEN INPUT BILLDTL
            OPEN INPUT CUSTCNT
            OPEN I-O REWARDS
            OPEN OUTPUT STMT
            PERFORM 1000-READ-DETAIL THRU 1000-EXIT
            PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
            CLOSE CUSTMAS
            CLOSE BILLDTL
            CLOSE CUSTCNT
            CLOSE REWARDS
            CLOSE STMT
            DISPLAY 'FINSTM01 - STATEMENTS PRINTED: ' WS-STMT-COUNT
            DISPLAY 'FINSTM01 - CARDS CHARGED:      ' WS-CARDS-CHARGED
            DISPLAY 'FINSTM01 - POINTS LINES:       ' WS-POINTS-STATED
            IF WS-ORPHAN-COUNT > ZERO
                DISPLAY 'FINSTM01 - DETAILS WITH NO MASTER: '
                    WS-ORPHAN-COUNT
            END-IF
            MOVE WS-STMT-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
            MOVE WS-CARD-CHG      TO CD-CHARGE
            MOVE WS-CLOSE-BALANCE TO CD-CLOSE-BAL
            WRITE STMT-RECORD FROM WS-CARD-LINE
            PERFORM 3300-PRINT-POINTS THRU 3300-EXIT
            ADD WS-CARD-FEE      TO WS-STMT-FEE-TOTAL
            ADD WS-CARD-CHG      TO WS-STMT-CHG-TOTAL
            ADD WS-CLOSE-BALANCE TO WS-STMT-CLOSE-TOTAL
        3250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3300-PRINT-POINTS - a card with a REWARDS account gets   *
      *    its points for the cycle: the cycle's earned and         *
      *    redeemed points are rolled into the statement fields,    *
      *    the closing figure is the balance now and the opening    *
      *    is the closing less the cycle's movement. An account     *
      *    already rolled today is reprinted as it stands, so a     *
      *    rerun of the statements does not zero the cycle.         *
      *-----------------------------------------------------------*
        3300-PRINT-POINTS.
            MOVE CM-CARD-NUMBER(WS-CARD-SUB) TO RA-CARD-NUMBER
            READ REWARDS
                INVALID KEY
                    MOVE '23' TO WS-REWARDS-STATUS
            END-READ
            IF NOT WS-REWARDS-OK
                GO TO 3300-EXIT
            END-IF
            IF RA-LAST-STMT-DATE NOT = WS-RUN-DATE-X
                MOVE RA-CYCLE-EARNED   TO RA-STMT-EARNED
                MOVE RA-CYCLE-REDEEMED TO RA-STMT-REDEEMED
                MOVE RA-POINTS-BALANCE TO RA-STMT-CLOSING
                COMPUTE RA-STMT-OPENING = RA-POINTS-BALANCE
                    - RA-CYCLE-EARNED + RA-CYCLE-REDEEMED
                MOVE ZERO TO RA-CYCLE-EARNED RA-CYCLE-REDEEMED
                MOVE WS-RUN-DATE-X     TO RA-LAST-STMT-DATE
                REWRITE REWARDS-ACCOUNT-RECORD
                    INVALID KEY
                        DISPLAY 'FINSTM01 - UNABLE TO ROLL POINTS '
                            RA-CARD-NUMBER
                END-REWRITE
            END-IF
            MOVE RA-STMT-OPENING  TO PT-OPENING
            MOVE RA-STMT-EARNED   TO PT-EARNED
            MOVE RA-STMT-REDEEMED TO PT-REDEEMED
            MOVE RA-STMT-CLOSING  TO PT-CLOSING
            WRITE STMT-RECORD FROM WS-POINTS-LINE
            ADD 1 TO WS-POINTS-STATED.
        3300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9100-DRAIN-ORPHANS - billing details left after the      *
      *    last master belong to no customer on file; count them    *
            WRITE STMT-RECORD FROM WS-RUN-TOTAL-LINE.
        9000-EXIT.
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
            MOVE 'FINSTM01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'FINSTM01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'FINSTM01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
