      *                     resume at the first unapplied one - the    *
      *                     same protection FINPOST1 has, off the      *
      *                     same file.                                 *
      *    2026-10-15  CST  A returned (NSF) payment, type N on the    *
      *                     same file, takes its amount back off       *
      *                     PD-AMOUNT-PAID and reopens the obligation  *
      *                     the bounced payment satisfied, keeping     *
      *                     its original due date so the aging shows   *
      *                     the card as late as it really is. Only a   *
      *                     return FINPOST1 actually posted (found on  *
      *                     CRDHIST) is applied; any shortfall beyond  *
      *                     what the current obligation shows paid is  *
      *                     added to the amount due.                   *
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
                RECORD KEY IS PD-CARD-NUMBER
                FILE STATUS IS WS-PAYDUE-STATUS.

            SELECT CRDHIST ASSIGN TO CRDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CH-KEY
                FILE STATUS IS WS-CRDHIST-STATUS.

            SELECT DLQCTL ASSIGN TO DLQCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
        FD  PAYDUE.
        COPY PAYDUE.

        FD  CRDHIST.
        COPY CRDHIST.

        FD  DLQCTL.
        COPY POSTCTL.

        01  WS-PAYDUE-STATUS        PIC X(02) VALUE '00'.
            88  WS-PAYDUE-OK               VALUE '00'.

        01  WS-CRDHIST-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDHIST-OK              VALUE '00'.

        01  WS-DLQCTL-STATUS        PIC X(02) VALUE '00'.
            88  WS-DLQCTL-OK               VALUE '00'.
            88  WS-DLQCTL-NOT-FOUND        VALUE '23'.
        01  WS-CRDTXN-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-CRDTXN-EOF              VALUE 'Y'.

        01  WS-HIST-SCAN-EOF-SW     PIC X(01) VALUE 'N'.
            88  WS-HIST-SCAN-EOF           VALUE 'Y'.
            88  WS-HIST-SCAN-NOT-EOF       VALUE 'N'.

        01  WS-RETURN-POSTED-SW     PIC X(01) VALUE 'N'.
            88  WS-RETURN-WAS-POSTED       VALUE 'Y'.
            88  WS-RETURN-NOT-POSTED       VALUE 'N'.

        01  WS-BLOCKED-SW           PIC X(01) VALUE 'N'.
            88  WS-RUN-BLOCKED             VALUES 'H' 'C'.
            88  WS-BLOCKED-NO-HEADER       VALUE 'H'.
        01  WS-MATCHED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-SATISFIED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-UNMATCHED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-REOPENED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-RETURNS-SKIPPED      PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-RUN-DATE             PIC 9(08).

        01  WS-ABEND-CODE           PIC S9(04) COMP VALUE +3017.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            OPEN INPUT CRDTXN
            OPEN I-O PAYDUE
            OPEN INPUT CRDHIST
            OPEN I-O DLQCTL
            PERFORM 1000-READ-TXN THRU 1000-EXIT
            PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT
                END-IF
                CLOSE CRDTXN
                CLOSE PAYDUE
                CLOSE CRDHIST
                CLOSE DLQCTL
                CALL 'ILBOABN0' USING WS-ABEND-CODE
                MOVE 16 TO RETURN-CODE
            PERFORM 0300-MARK-COMPLETE THRU 0300-EXIT
            CLOSE CRDTXN
            CLOSE PAYDUE
            CLOSE CRDHIST
            CLOSE DLQCTL
            DISPLAY 'FINDLQ01 - PAYMENTS MATCHED:    '
                WS-MATCHED-COUNT
                WS-SATISFIED-COUNT
            DISPLAY 'FINDLQ01 - NO OPEN OBLIGATION:  '
                WS-UNMATCHED-COUNT
            DISPLAY 'FINDLQ01 - OBLIGATIONS REOPENED:'
                WS-REOPENED-COUNT
            DISPLAY 'FINDLQ01 - RETURNS NOT POSTED:  '
                WS-RETURNS-SKIPPED
            MOVE WS-PAYMENTS-PROCESSED TO RC-READ-COUNT
            MOVE WS-MATCHED-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*

      *-----------------------------------------------------------*
      *    2000-PROCESS-TXN - payments go against the card's open   *
      *    obligation and returned payments come back off it, with  *
      *    a checkpoint after each so a restart never applies one   *
      *    twice; the pass stops at the trailer and everything      *
      *    else passes through.                                     *
      *-----------------------------------------------------------*
        2000-PROCESS-TXN.
            IF CT-TRAILER-REC
                SET WS-CRDTXN-EOF TO TRUE
                GO TO 2000-EXIT
            END-IF
            IF (CT-PAYMENT OR CT-RETURNED-PAYMENT)
               AND CT-AMOUNT IS NUMERIC
                IF WS-SKIP-REMAINING > ZERO
                    SUBTRACT 1 FROM WS-SKIP-REMAINING
                ELSE
                    IF CT-PAYMENT
                        PERFORM 2100-APPLY-PAYMENT THRU 2100-EXIT
                    ELSE
                        PERFORM 2200-APPLY-RETURN THRU 2200-EXIT
                    END-IF
                    ADD 1 TO WS-PAYMENTS-PROCESSED
                    PERFORM 8300-TAKE-CHECKPOINT THRU 8300-EXIT
                END-IF
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2200-APPLY-RETURN - a bounced payment comes back off     *
      *    PD-AMOUNT-PAID, and an obligation it had satisfied is    *
      *    reopened under its original due date. A return the      *
      *    posting run rejected never reached the card and is left  *
      *    alone here too. Where the card's obligation has since    *
      *    been replaced and shows less paid than came back, the    *
      *    shortfall is added to the amount due instead.            *
      *-----------------------------------------------------------*
        2200-APPLY-RETURN.
            PERFORM 2300-CHECK-RETURN-POSTED THRU 2300-EXIT
            IF WS-RETURN-NOT-POSTED
                ADD 1 TO WS-RETURNS-SKIPPED
                GO TO 2200-EXIT
            END-IF
            MOVE CT-CARD-NUMBER TO PD-CARD-NUMBER
            READ PAYDUE
                INVALID KEY
                    MOVE '23' TO WS-PAYDUE-STATUS
            END-READ
            IF NOT WS-PAYDUE-OK
                ADD 1 TO WS-UNMATCHED-COUNT
                GO TO 2200-EXIT
            END-IF
            IF CT-AMOUNT > PD-AMOUNT-PAID
                COMPUTE PD-AMOUNT-DUE =
                    PD-AMOUNT-DUE + CT-AMOUNT - PD-AMOUNT-PAID
                MOVE ZERO TO PD-AMOUNT-PAID
            ELSE
                SUBTRACT CT-AMOUNT FROM PD-AMOUNT-PAID
            END-IF
            IF PD-SATISFIED AND PD-AMOUNT-PAID < PD-AMOUNT-DUE
                SET PD-OPEN TO TRUE
                ADD 1 TO WS-REOPENED-COUNT
            END-IF
            REWRITE PAYMENT-DUE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2300-CHECK-RETURN-POSTED - look for the posted type N    *
      *    entry FINPOST1 wrote for this return on the card's       *
      *    CRDHIST history for the transaction date.                *
      *-----------------------------------------------------------*
        2300-CHECK-RETURN-POSTED.
            SET WS-RETURN-NOT-POSTED TO TRUE
            SET WS-HIST-SCAN-NOT-EOF TO TRUE
            MOVE CT-CARD-NUMBER TO CH-CARD-NUMBER
            MOVE CT-TXN-DATE    TO CH-TXN-DATE
            MOVE ZERO           TO CH-SEQ
            START CRDHIST
                KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    SET WS-HIST-SCAN-EOF TO TRUE
            END-START
            PERFORM 2350-CHECK-ONE-ENTRY THRU 2350-EXIT
                UNTIL WS-HIST-SCAN-EOF
                   OR WS-RETURN-WAS-POSTED.
        2300-EXIT.
            EXIT.

        2350-CHECK-ONE-ENTRY.
            READ CRDHIST NEXT RECORD
                AT END
                    SET WS-HIST-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-HIST-SCAN-EOF
                IF CH-CARD-NUMBER NOT = CT-CARD-NUMBER
                   OR CH-TXN-DATE NOT = CT-TXN-DATE
                    SET WS-HIST-SCAN-EOF TO TRUE
                ELSE
                    IF CH-RETURNED-PAYMENT AND CH-POSTED
                       AND CH-TXN-REF = CT-TXN-REF
                        SET WS-RETURN-WAS-POSTED TO TRUE
                    END-IF
                END-IF
            END-IF.
        2350-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8300-TAKE-CHECKPOINT - rewrite the in-flight DLQCTL      *
      *    record with the running position and counts.             *
            END-REWRITE.
        8300-EXIT.
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
            MOVE 'FINDLQ01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'FINDLQ01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'FINDLQ01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
