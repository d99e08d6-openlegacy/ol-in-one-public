      *                     balanced perfectly and duplicated every    *
      *                     movement) and a skipped or abended night   *
      *                     feeds next time instead of never.          *
      *    2026-10-15  CST  Dispute provisional credits (CRDHIST type  *
      *                     D) and their reversals on lost cases (type *
      *                     X), posted by FINPOST1 off the DISPUTE     *
      *                     case file, feed under their own DISPCRED   *
      *                     and DISPREV source codes instead of being  *
      *                     swept up as ordinary cardholder credits.   *
      *    2026-10-15  CST  Returned (NSF) payments (CRDHIST type N)   *
      *                     and the returned-payment fees they draw    *
      *                     (type F) feed under their own CARDRTN and  *
      *                     RTNFEE source codes.                       *
      *    2026-10-15  CST  Charge-offs written by FINCHO01 (CRDHIST   *
      *                     type W) and the recoveries FINPOST1 posts  *
      *                     against them (type Y) feed under CHGOFF    *
      *                     and CHGOFFREC; the card-type selection is  *
      *                     now one EVALUATE instead of nested IFs.    *
      *    2026-10-15  CST  Rewards points: points earned and taken    *
      *                     back off the RWDLEDG ledger feed at their  *
      *                     money value under RWDEARN and RWDRETURN,   *
      *                     and the statement credits FINPOST1 posts   *
      *                     for redemptions (CRDHIST type R) feed      *
      *                     under RWDREDEEM against the points         *
      *                     liability instead of as cardholder         *
      *                     credits.                                   *
      *    2026-10-15  CST  Credit-balance refund debits FINPOST1      *
      *                     posts off FINRFD01's REFUNDS file (CRDHIST *
      *                     type B) feed under CARDRFND against the    *
      *                     refunds payable treasury pays out of.      *
      *    2026-10-15  CST  A wire held on a sanctions hit (WL-STATUS  *
      *                     H) is not fed, and not marked fed, until   *
      *                     WIREMNT releases it to posted.             *
      *    2026-10-15  CST  A forward-dated wire still warehoused      *
      *                     (WL-STATUS W) or held on a failed release  *
      *                     (F) has not been paid and is not fed, or   *
      *                     marked fed, until the WIRREL01 release run *
      *                     posts it.                                  *
      *    2026-10-15  CST  Registers its start and end (return code,  *
      *                     records read and written) on the RUNREG    *
      *                     run register through RUNCTL, and is        *
      *                     refused with RC 12 until every predecessor *
      *                     on its RUNJOB schedule entry has completed *
      *                     for the business date.                     *
      *    2026-10-15  CST  A wire held awaiting a supervisor's        *
      *                     approval as over the keying operator's     *
      *                     authority (WL-STATUS A) is not fed, or     *
      *                     marked fed, until APPRMGR approves it.     *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      *    2026-10-15  CST  A charge-off recovery reversed by a        *
      *                     returned payment (CRDHIST type Z) is fed   *
      *                     under its own source code, CHGOFFRRV.      *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS IN-KEY
                FILE STATUS IS WS-INVFILE-STATUS.

            SELECT RWDLEDG ASSIGN TO RWDLEDG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RW-KEY
                FILE STATUS IS WS-RWDLEDG-STATUS.

            SELECT GLMAP ASSIGN TO GLMAP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
        FD  INVFILE.
        COPY INVFILE.

        FD  RWDLEDG.
        COPY RWDLEDG.

        FD  GLMAP.
        COPY GLMAP.

            88  WS-WIRELOG-OK              VALUE '00'.
        01  WS-INVFILE-STATUS       PIC X(02) VALUE '00'.
            88  WS-INVFILE-OK              VALUE '00'.
        01  WS-RWDLEDG-STATUS       PIC X(02) VALUE '00'.
            88  WS-RWDLEDG-OK              VALUE '00'.
        01  WS-GLMAP-STATUS         PIC X(02) VALUE '00'.
            88  WS-GLMAP-OK                VALUE '00'.
        01  WS-GLCTL-STATUS         PIC X(02) VALUE '00'.
            88  WS-WIRELOG-NOT-EOF         VALUE 'N'.
        01  WS-INVFILE-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-INVFILE-EOF             VALUE 'Y'.
        01  WS-RWDLEDG-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-RWDLEDG-EOF             VALUE 'Y'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).

        01  WS-ABEND-CODE           PIC S9(04) COMP VALUE +3016.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            OPEN I-O GLCTL
            PERFORM 0100-CHECK-FEED-CONTROL THRU 0100-EXIT
            PERFORM 2000-FEED-BILLING THRU 2000-EXIT
            PERFORM 3000-FEED-WIRES THRU 3000-EXIT
            PERFORM 4000-FEED-INVOICES THRU 4000-EXIT
            PERFORM 5000-FEED-REWARDS THRU 5000-EXIT
            PERFORM 9000-WRITE-TRAILER THRU 9000-EXIT
            CLOSE GLMAP
            CLOSE GLFEED
                PERFORM 9400-RELEASE-CONTROL THRU 9400-EXIT
            END-IF
            CLOSE GLCTL
            MOVE WS-RECORD-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
               AND CH-TXN-DATE > WS-LAST-FED-DATE
               AND CH-TXN-DATE <= WS-RUN-DATE-X
               AND CH-POSTED
                EVALUATE TRUE
                    WHEN CH-PURCHASE
                        MOVE 'CARDPURCH ' TO WS-SOURCE-CODE
                    WHEN CH-PAYMENT
                        MOVE 'CARDPAY   ' TO WS-SOURCE-CODE
                    WHEN CH-DISPUTE-CREDIT
                        MOVE 'DISPCRED  ' TO WS-SOURCE-CODE
                    WHEN CH-DISPUTE-REVERSAL
                        MOVE 'DISPREV   ' TO WS-SOURCE-CODE
                    WHEN CH-RETURNED-PAYMENT
                        MOVE 'CARDRTN   ' TO WS-SOURCE-CODE
                    WHEN CH-RETURN-FEE
                        MOVE 'RTNFEE    ' TO WS-SOURCE-CODE
                    WHEN CH-CHARGE-OFF
                        MOVE 'CHGOFF    ' TO WS-SOURCE-CODE
                    WHEN CH-RECOVERY
                        MOVE 'CHGOFFREC ' TO WS-SOURCE-CODE
                    WHEN CH-RECOVERY-REVERSAL
                        MOVE 'CHGOFFRRV ' TO WS-SOURCE-CODE
                    WHEN CH-REWARD-CREDIT
                        MOVE 'RWDREDEEM ' TO WS-SOURCE-CODE
                    WHEN CH-REFUND-DEBIT
                        MOVE 'CARDRFND  ' TO WS-SOURCE-CODE
                    WHEN OTHER
                        MOVE 'CARDCREDIT' TO WS-SOURCE-CODE
                END-EVALUATE
                MOVE CH-CARD-NUMBER TO WS-SOURCE-REF
                MOVE CH-AMOUNT      TO WS-MOVE-AMOUNT
                PERFORM 8000-WRITE-PAIR THRU 8000-EXIT
            END-READ
            IF NOT WS-WIRELOG-EOF
               AND NOT WL-CANCELLED
               AND NOT WL-HELD-SANCTIONS
               AND NOT WL-WAREHOUSED
               AND NOT WL-HELD-RELEASE
               AND NOT WL-HELD-APPROVAL
               AND NOT WL-GL-FED
                IF WL-INBOUND
                    MOVE 'WIREIN    ' TO WS-SOURCE-CODE
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    5000-FEED-REWARDS - rewards points earned on purchases   *
      *    and taken back on credits off the RWDLEDG ledger, dated  *
      *    inside the selection window, at their money value. A     *
      *    redemption is not fed from here: its statement credit    *
      *    feeds off CRDHIST once FINPOST1 has posted it.           *
      *-----------------------------------------------------------*
        5000-FEED-REWARDS.
            OPEN INPUT RWDLEDG
            PERFORM 5100-FEED-ONE-ENTRY THRU 5100-EXIT
                UNTIL WS-RWDLEDG-EOF
            CLOSE RWDLEDG.
        5000-EXIT.
            EXIT.

        5100-FEED-ONE-ENTRY.
            READ RWDLEDG NEXT RECORD
                AT END
                    SET WS-RWDLEDG-EOF TO TRUE
            END-READ
            IF NOT WS-RWDLEDG-EOF
               AND RW-ENTRY-DATE > WS-LAST-FED-DATE
               AND RW-ENTRY-DATE <= WS-RUN-DATE-X
               AND RW-POINTS-VALUE > ZERO
                IF RW-POINTS-EARNED
                    MOVE 'RWDEARN   ' TO WS-SOURCE-CODE
                    MOVE RW-CARD-NUMBER  TO WS-SOURCE-REF
                    MOVE RW-POINTS-VALUE TO WS-MOVE-AMOUNT
                    PERFORM 8000-WRITE-PAIR THRU 8000-EXIT
                END-IF
                IF RW-POINTS-RETURNED
                    MOVE 'RWDRETURN ' TO WS-SOURCE-CODE
                    MOVE RW-CARD-NUMBER  TO WS-SOURCE-REF
                    MOVE RW-POINTS-VALUE TO WS-MOVE-AMOUNT
                    PERFORM 8000-WRITE-PAIR THRU 8000-EXIT
                END-IF
            END-IF.
        5100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8000-WRITE-PAIR - resolve the movement's mapping and     *
      *    write its balanced debit and credit records. A source    *
            END-READ
            IF NOT WS-WIRELOG-EOF
               AND NOT WL-CANCELLED
               AND NOT WL-HELD-SANCTIONS
               AND NOT WL-WAREHOUSED
               AND NOT WL-HELD-RELEASE
               AND NOT WL-HELD-APPROVAL
               AND NOT WL-GL-FED
                SET WL-GL-FED TO TRUE
                REWRITE WIRE-LEDGER-RECORD
            WRITE GL-FEED-RECORD FROM GL-FEED-TRAILER-RECORD.
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
            MOVE 'GLFEED01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'GLFEED01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'GLFEED01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
