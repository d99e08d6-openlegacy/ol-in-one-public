      *                     details - appends after it instead of     *
      *                     losing the who/when/why of every card     *
      *                     blocked before the failure.               *
      *    2026-10-15  CST  A posted purchase now releases the open    *
      *                     AUTHHOLD hold FINAUTH placed for it,       *
      *                     matched by card number and CT-TXN-REF,     *
      *                     and at the end of the run any hold still   *
      *                     unmatched past VP-HOLD-EXPIRY-DAYS is      *
      *                     expired so it stops reducing the card's    *
      *                     open-to-buy.                               *
      *    2026-10-15  CST  After the daily file, the DISPUTE case     *
      *                     file is swept: a provisional credit the    *
      *                     desk raised through FINDSPMT posts to the  *
      *                     card as a dispute credit (type D), and a   *
      *                     credit reversed on a lost case posts back  *
      *                     as a dispute reversal (type X), both       *
      *                     through the same find-card/apply path as   *
      *                     a daily transaction and onto CRDHIST for   *
      *                     GLFEED01. The case is stamped as it posts, *
      *                     so a restart picks up only what is left.   *
      *    2026-10-15  CST  Returned (NSF) payments, type N on the     *
      *                     daily file, are matched by CT-TXN-REF to   *
      *                     the posted payment they return and put     *
      *                     the amount back on the card's usage; a     *
      *                     return with no such payment, for more      *
      *                     than it, or for a payment already          *
      *                     returned is rejected. Each return draws    *
      *                     the VELPARM returned-payment fee (type F), *
      *                     and the VP-RETURN-ALERT-COUNT'th return on *
      *                     a card inside a year raises an open        *
      *                     EXCPSTAT item for collections.             *
      *    2026-10-15  CST  A card the FINCHO01 run has charged off    *
      *                     (CM-CARD-STATUS C) takes nothing more on   *
      *                     its usage: a payment on it posts as a      *
      *                     recovery against its CHRGOFF record        *
      *                     (CRDHIST type Y, for GLFEED01) and every   *
      *                     other transaction is rejected.             *
      *    2026-10-15  CST  Rewards points: a posted purchase earns    *
      *                     points at the RT-EARN-RATE on the RATEFILE *
      *                     row in effect for the card type on the     *
      *                     transaction date, and a posted credit      *
      *                     takes the same rate's points back, both    *
      *                     onto the card's REWARDS account and the    *
      *                     RWDLEDG ledger. After the disputes, every  *
      *                     redemption FINRWDRD left pending on the    *
      *                     ledger posts to the card as a rewards      *
      *                     credit (type R) through the same apply     *
      *                     path, and is stamped as it posts.          *
      *    2026-10-15  CST  Last, every credit-balance refund FINRFD01 *
      *                     left pending on REFUNDS posts to the card  *
      *                     as a refund debit (type B), adding the     *
      *                     amount paid out back onto the usage so the *
      *                     card returns to zero, and is stamped as it *
      *                     posts.                                     *
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
      *    2026-10-15  CST  A CRDTXN file dated after the business     *
      *                     date it was registered under abends before *
      *                     posting - the day has not been opened for  *
      *                     it yet.                                    *
      *    2026-10-15  CST  A returned payment on a charged-off card   *
      *                     reverses the recovery it was posted as:    *
      *                     taken back off CO-RECOVERED-AMT (the       *
      *                     charge-off reopened if that leaves it      *
      *                     short) and recorded on CRDHIST as type Z   *
      *                     for the GL. No fee is charged on it.       *
      *    2026-10-15  CST  A reversed recovery also comes off         *
      *                     CO-RECOVERY-COUNT, so the charge-off       *
      *                     register counts only the recoveries that   *
      *                     stood.                                     *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS ES-KEY
                FILE STATUS IS WS-EXCPSTAT-STATUS.

            SELECT AUTHHOLD ASSIGN TO AUTHHOLD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AH-KEY
                FILE STATUS IS WS-AUTHHOLD-STATUS.

            SELECT DISPUTE ASSIGN TO DISPUTE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DP-KEY
                FILE STATUS IS WS-DISPUTE-STATUS.

            SELECT CHRGOFF ASSIGN TO CHRGOFF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CO-CARD-NUMBER
                FILE STATUS IS WS-CHRGOFF-STATUS.

            SELECT RATEFILE ASSIGN TO RATEFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RT-KEY
                FILE STATUS IS WS-RATEFILE-STATUS.

            SELECT REWARDS ASSIGN TO REWARDS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RA-CARD-NUMBER
                FILE STATUS IS WS-REWARDS-STATUS.

            SELECT RWDLEDG ASSIGN TO RWDLEDG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RW-KEY
                FILE STATUS IS WS-RWDLEDG-STATUS.

            SELECT REFUNDS ASSIGN TO REFUNDS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RF-KEY
                FILE STATUS IS WS-REFUNDS-STATUS.

            SELECT POSTCTL ASSIGN TO POSTCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
        FD  EXCPSTAT.
        COPY EXCPSTAT.

        FD  AUTHHOLD.
        COPY AUTHHOLD.

        FD  DISPUTE.
        COPY DISPUTE.

        FD  CHRGOFF.
        COPY CHRGOFF.

        FD  RATEFILE.
        COPY CRDRATE.

        FD  REWARDS.
        COPY REWARDS.

        FD  RWDLEDG.
        COPY RWDLEDG.

        FD  REFUNDS.
        COPY REFUNDS.

        WORKING-STORAGE SECTION.
        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.
        01  WS-VEL-REASON           PIC X(30).
        01  WS-BLOCKED-COUNT        PIC 9(05) COMP-3 VALUE ZERO.

        01  WS-AUTHHOLD-STATUS      PIC X(02) VALUE '00'.
            88  WS-AUTHHOLD-OK             VALUE '00'.

        01  WS-HOLD-SCAN-EOF-SW     PIC X(01) VALUE 'N'.
            88  WS-HOLD-SCAN-EOF           VALUE 'Y'.
            88  WS-HOLD-SCAN-NOT-EOF       VALUE 'N'.

        01  WS-DISPUTE-STATUS       PIC X(02) VALUE '00'.
            88  WS-DISPUTE-OK              VALUE '00'.

        01  WS-DISPUTE-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-DISPUTE-EOF             VALUE 'Y'.
            88  WS-DISPUTE-NOT-EOF         VALUE 'N'.

        01  WS-DISPUTES-POSTED      PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-CHRGOFF-STATUS       PIC X(02) VALUE '00'.
            88  WS-CHRGOFF-OK              VALUE '00'.

        01  WS-RECOVERIES-POSTED    PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-RECOVERIES-REVERSED  PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-RATEFILE-STATUS      PIC X(02) VALUE '00'.
            88  WS-RATEFILE-OK             VALUE '00'.

        01  WS-REWARDS-STATUS       PIC X(02) VALUE '00'.
            88  WS-REWARDS-OK              VALUE '00'.

        01  WS-RWDLEDG-STATUS       PIC X(02) VALUE '00'.
            88  WS-RWDLEDG-OK              VALUE '00'.
            88  WS-RWDLEDG-DUPKEY          VALUE '22'.

        01  WS-REFUNDS-STATUS       PIC X(02) VALUE '00'.
            88  WS-REFUNDS-OK              VALUE '00'.

        01  WS-RFD-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
            88  WS-RFD-SCAN-EOF            VALUE 'Y'.
            88  WS-RFD-SCAN-NOT-EOF        VALUE 'N'.

        01  WS-RATE-SCAN-EOF-SW     PIC X(01) VALUE 'N'.
            88  WS-RATE-SCAN-EOF           VALUE 'Y'.
            88  WS-RATE-SCAN-NOT-EOF       VALUE 'N'.

        01  WS-RWD-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
            88  WS-RWD-SCAN-EOF            VALUE 'Y'.
            88  WS-RWD-SCAN-NOT-EOF        VALUE 'N'.

        01  WS-NEW-ACCOUNT-SW       PIC X(01) VALUE 'N'.
            88  WS-NEW-ACCOUNT             VALUE 'Y'.
            88  WS-EXISTING-ACCOUNT        VALUE 'N'.

        01  WS-LEDGER-WRITTEN-SW    PIC X(01) VALUE 'N'.
            88  WS-LEDGER-WRITTEN          VALUE 'Y'.
            88  WS-LEDGER-NOT-WRITTEN      VALUE 'N'.

      *    Money value of one point, the rate FINRWDRD redeems at.
        01  WS-POINT-VALUE          PIC 9(01)V9999 VALUE 0.0100.
        01  WS-RATE-CARD-TYPE       PIC X(16) VALUE SPACES.
        01  WS-RATE-TXN-DATE        PIC X(08) VALUE SPACES.
        01  WS-EARN-RATE            PIC 9(02)V99 VALUE ZERO.
        01  WS-TXN-POINTS           PIC S9(09) COMP-3.
        01  WS-POINTS-EARNED        PIC S9(11) COMP-3 VALUE ZERO.
        01  WS-POINTS-RETURNED      PIC S9(11) COMP-3 VALUE ZERO.
        01  WS-REDEMPTIONS-POSTED   PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-REFUNDS-POSTED       PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-RTN-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
            88  WS-RTN-SCAN-EOF            VALUE 'Y'.
            88  WS-RTN-SCAN-NOT-EOF        VALUE 'N'.

        01  WS-ORIG-PAYMENT-SW      PIC X(01) VALUE 'N'.
            88  WS-ORIG-PAYMENT-FOUND      VALUE 'Y'.
            88  WS-ORIG-PAYMENT-MISSING    VALUE 'N'.

        01  WS-PRIOR-RETURN-SW      PIC X(01) VALUE 'N'.
            88  WS-ALREADY-RETURNED        VALUE 'Y'.
            88  WS-NOT-YET-RETURNED        VALUE 'N'.

        01  WS-RETURN-FEE           PIC 9(03)V99 VALUE 25.00.
        01  WS-RETURN-ALERT-COUNT   PIC 9(02) VALUE 2.
        01  WS-RETURN-WINDOW-DAYS   PIC 9(03) VALUE 365.
        01  WS-RETURN-WINDOW-DATE   PIC X(08).
        01  WS-ORIG-PAYMENT-AMT     PIC S9(7)V99 COMP-3.
        01  WS-PRIOR-RETURN-COUNT   PIC 9(03) COMP-3.
        01  WS-SAVE-TXN-RECORD      PIC X(76).
        01  WS-RETURNS-POSTED       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-RETURN-FEES-POSTED   PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-RETURN-ALERTS        PIC 9(05) COMP-3 VALUE ZERO.

        01  WS-HOLD-EXPIRY-DAYS     PIC 9(03) VALUE 7.
        01  WS-FILE-DATE-NUM        PIC 9(08).
        01  WS-FILE-DATE-INT        PIC 9(08) COMP.
        01  WS-CUTOFF-INT           PIC 9(08) COMP.
        01  WS-CUTOFF-DATE          PIC 9(08).
        01  WS-CUTOFF-DATE-X        PIC X(08).
        01  WS-HOLDS-RELEASED       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-HOLDS-EXPIRED        PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-FOUND-SW             PIC X(01) VALUE 'N'.
            88  WS-CARD-WAS-FOUND          VALUE 'Y'.
            88  WS-CARD-NOT-YET-FOUND      VALUE 'N'.
        01  WS-SCAN-SUB             PIC 9(02) COMP.
        01  WS-NEW-USAGE            PIC S9(09).

        01  WS-RUN-DATE             PIC 9(08).

        01  WS-POSTED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-REJECT-COUNT         PIC 9(07) COMP-3 VALUE ZERO.

            'CARD-NUMBER       T  AMOUNT     REASON'.
        01  WS-HEADING-2            PIC X(80) VALUE ALL '-'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            OPEN INPUT CRDTXN
            PERFORM 0100-PROVE-FILE THRU 0100-EXIT
            CLOSE CRDTXN
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-FILE-DATE > WS-RUN-DATE
                DISPLAY 'FINPOST1 - FILE DATE ' WS-FILE-DATE
                    ' IS AHEAD OF BUSINESS DATE ' WS-RUN-DATE
                    ' - ABENDING'
                CALL 'ILBOABN0' USING WS-ABEND-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM 0050-LOAD-VELOCITY-PARMS THRU 0050-EXIT
            IF WS-OUT-OF-BALANCE
                DISPLAY 'FINPOST1 - VELPARM THRESHOLDS MISSING'
            OPEN I-O CRDHIST
            OPEN EXTEND CHGOUT
            OPEN I-O EXCPSTAT
            OPEN I-O AUTHHOLD
            OPEN I-O DISPUTE
            OPEN I-O CHRGOFF
            OPEN INPUT RATEFILE
            OPEN I-O REWARDS
            OPEN I-O RWDLEDG
            OPEN I-O REFUNDS
            WRITE REJECT-LINE FROM WS-HEADING-1
            WRITE REJECT-LINE FROM WS-HEADING-2
            MOVE 'N' TO WS-CRDTXN-EOF-SW
            PERFORM 1000-READ-TXN THRU 1000-EXIT
            PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
                UNTIL WS-CRDTXN-EOF
            PERFORM 3000-EXPIRE-HOLDS THRU 3000-EXIT
            PERFORM 4000-POST-DISPUTES THRU 4000-EXIT
            PERFORM 5000-POST-REDEMPTIONS THRU 5000-EXIT
            PERFORM 6000-POST-REFUNDS THRU 6000-EXIT
            PERFORM 0300-MARK-COMPLETE THRU 0300-EXIT
            CLOSE CRDTXN
            CLOSE CRDXREF
            CLOSE CRDHIST
            CLOSE CHGOUT
            CLOSE EXCPSTAT
            CLOSE AUTHHOLD
            CLOSE DISPUTE
            CLOSE CHRGOFF
            CLOSE RATEFILE
            CLOSE REWARDS
            CLOSE RWDLEDG
            CLOSE REFUNDS
            CLOSE POSTCTL
            DISPLAY 'FINPOST1 - TRANSACTIONS POSTED:   '
                WS-POSTED-COUNT
                WS-REJECT-COUNT
            DISPLAY 'FINPOST1 - CARDS BLOCKED (VEL):   '
                WS-BLOCKED-COUNT
            DISPLAY 'FINPOST1 - AUTH HOLDS RELEASED:   '
                WS-HOLDS-RELEASED
            DISPLAY 'FINPOST1 - AUTH HOLDS EXPIRED:    '
                WS-HOLDS-EXPIRED
            DISPLAY 'FINPOST1 - DISPUTE ITEMS POSTED:  '
                WS-DISPUTES-POSTED
            DISPLAY 'FINPOST1 - RETURNED PAYMENTS:     '
                WS-RETURNS-POSTED
            DISPLAY 'FINPOST1 - RETURN FEES CHARGED:   '
                WS-RETURN-FEES-POSTED
            DISPLAY 'FINPOST1 - REPEAT RETURN ALERTS:  '
                WS-RETURN-ALERTS
            DISPLAY 'FINPOST1 - CHARGE-OFF RECOVERIES: '
                WS-RECOVERIES-POSTED
            DISPLAY 'FINPOST1 - RECOVERIES RETURNED:   '
                WS-RECOVERIES-REVERSED
            DISPLAY 'FINPOST1 - REWARDS POINTS EARNED: '
                WS-POINTS-EARNED
            DISPLAY 'FINPOST1 - POINTS TAKEN BACK:     '
                WS-POINTS-RETURNED
            DISPLAY 'FINPOST1 - REDEMPTIONS POSTED:    '
                WS-REDEMPTIONS-POSTED
            DISPLAY 'FINPOST1 - CREDIT REFUNDS POSTED: '
                WS-REFUNDS-POSTED
            MOVE WS-DETAIL-COUNT TO RC-READ-COUNT
            MOVE WS-POSTED-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
                MOVE VP-MAX-DAILY-COUNT  TO WS-VEL-MAX-COUNT
                MOVE VP-MAX-DAILY-AMOUNT TO WS-VEL-MAX-AMOUNT
                MOVE VP-SINGLE-CEILING   TO WS-VEL-CEILING
                IF VP-HOLD-EXPIRY-DAYS IS NUMERIC
                   AND VP-HOLD-EXPIRY-DAYS > ZERO
                    MOVE VP-HOLD-EXPIRY-DAYS TO WS-HOLD-EXPIRY-DAYS
                END-IF
                IF VP-RETURN-FEE IS NUMERIC
                   AND VP-RETURN-FEE > ZERO
                    MOVE VP-RETURN-FEE TO WS-RETURN-FEE
                END-IF
                IF VP-RETURN-ALERT-COUNT IS NUMERIC
                   AND VP-RETURN-ALERT-COUNT > ZERO
                    MOVE VP-RETURN-ALERT-COUNT
                        TO WS-RETURN-ALERT-COUNT
                END-IF
            END-IF
            CLOSE VELPARM.
        0050-EXIT.
        2050-HANDLE-DETAIL.
            MOVE SPACES TO WS-HIST-CUST-ID
            IF NOT CT-PURCHASE AND NOT CT-PAYMENT AND NOT CT-CREDIT
               AND NOT CT-RETURNED-PAYMENT
                MOVE 'INVALID TRANSACTION TYPE' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
            ELSE
                ELSE
                    PERFORM 2100-FIND-CARD THRU 2100-EXIT
                    IF WS-CARD-WAS-FOUND
                        IF CT-RETURNED-PAYMENT
                            PERFORM 2900-POST-RETURN THRU 2900-EXIT
                        ELSE
                            PERFORM 2500-APPLY-TXN THRU 2500-EXIT
                        END-IF
                    ELSE
                        MOVE 'CARD NUMBER NOT ON FILE' TO RJ-REASON
                        PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
        2350-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2450-POST-RECOVERY - a payment on a charged-off card     *
      *    goes against the balance written off on its CHRGOFF      *
      *    record, never back onto CM-CARD-USAGE. It is recorded    *
      *    on CRDHIST as a recovery (type Y) so the GL books it     *
      *    against the write-off rather than as a payment.          *
      *-----------------------------------------------------------*
        2450-POST-RECOVERY.
            MOVE CT-CARD-NUMBER TO CO-CARD-NUMBER
            READ CHRGOFF
                INVALID KEY
                    MOVE '23' TO WS-CHRGOFF-STATUS
            END-READ
            IF NOT WS-CHRGOFF-OK
                MOVE 'CHARGE-OFF RECORD NOT FOUND' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
                GO TO 2450-EXIT
            END-IF
            ADD CT-AMOUNT   TO CO-RECOVERED-AMT
            ADD 1           TO CO-RECOVERY-COUNT
            MOVE CT-TXN-DATE TO CO-LAST-RECOVERY-DATE
            IF CO-RECOVERED-AMT >= CO-CHARGED-OFF-AMT
                SET CO-RECOVERED-IN-FULL TO TRUE
            END-IF
            REWRITE CHARGE-OFF-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF NOT WS-CHRGOFF-OK
                MOVE 'UNABLE TO UPDATE CHARGE-OFF' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
                GO TO 2450-EXIT
            END-IF
            ADD 1 TO WS-POSTED-COUNT
            ADD 1 TO WS-RECOVERIES-POSTED
            MOVE 'P'    TO WS-HIST-DISPOSITION
            MOVE SPACES TO WS-HIST-REASON
            SET CT-RECOVERY TO TRUE
            PERFORM 8200-WRITE-HISTORY THRU 8200-EXIT
            SET CT-PAYMENT TO TRUE.
        2450-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2460-REVERSE-RECOVERY - a returned payment on a          *
      *    charged-off card bounces the recovery it was posted as.  *
      *    The amount comes back off CO-RECOVERED-AMT and the       *
      *    recovery off CO-RECOVERY-COUNT, a charge-off             *
      *    recovered in full is outstanding again if that leaves it *
      *    short, and the reversal goes on CRDHIST as type Z so the *
      *    GL takes the recovery back. The usage is not touched.    *
      *-----------------------------------------------------------*
        2460-REVERSE-RECOVERY.
            MOVE CT-CARD-NUMBER TO CO-CARD-NUMBER
            READ CHRGOFF
                INVALID KEY
                    MOVE '23' TO WS-CHRGOFF-STATUS
            END-READ
            IF NOT WS-CHRGOFF-OK
                MOVE 'CHARGE-OFF RECORD NOT FOUND' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
                GO TO 2460-EXIT
            END-IF
            SUBTRACT CT-AMOUNT FROM CO-RECOVERED-AMT
            IF CO-RECOVERY-COUNT > ZERO
                SUBTRACT 1 FROM CO-RECOVERY-COUNT
            END-IF
            IF CO-RECOVERED-IN-FULL
               AND CO-RECOVERED-AMT < CO-CHARGED-OFF-AMT
                SET CO-OUTSTANDING TO TRUE
            END-IF
            REWRITE CHARGE-OFF-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF NOT WS-CHRGOFF-OK
                MOVE 'UNABLE TO UPDATE CHARGE-OFF' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
                GO TO 2460-EXIT
            END-IF
            ADD 1 TO WS-POSTED-COUNT
            ADD 1 TO WS-RECOVERIES-REVERSED
            MOVE 'P'    TO WS-HIST-DISPOSITION
            MOVE SPACES TO WS-HIST-REASON
            SET CT-RECOVERY-REVERSAL TO TRUE
            PERFORM 8200-WRITE-HISTORY THRU 8200-EXIT
            SET CT-RETURNED-PAYMENT TO TRUE.
        2460-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2500-APPLY-TXN - post the transaction amount to the      *
      *    card's usage. A purchase that would push the card over   *
      *    its limit is rejected instead of applied. A charged-off  *
      *    card takes only payments, and those as recoveries.       *
      *-----------------------------------------------------------*
        2500-APPLY-TXN.
            IF CM-CARD-CHARGED-OFF(WS-CARD-SUB)
                IF CT-PAYMENT
                    PERFORM 2450-POST-RECOVERY THRU 2450-EXIT
                ELSE
                    MOVE 'CARD IS CHARGED OFF' TO RJ-REASON
                    PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
                END-IF
                GO TO 2500-EXIT
            END-IF
            IF CT-PURCHASE AND CM-CARD-HOT(WS-CARD-SUB)
                MOVE 'CARD IS BLOCKED/LOST/STOLEN' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
            EXIT.

        2550-POST-USAGE.
            IF CT-PURCHASE OR CT-DISPUTE-REVERSAL
               OR CT-RETURNED-PAYMENT OR CT-RETURN-FEE
               OR CT-REFUND-DEBIT
                COMPUTE WS-NEW-USAGE ROUNDED =
                    CM-CARD-USAGE(WS-CARD-SUB) + CT-AMOUNT
            ELSE
                    MOVE 'P'    TO WS-HIST-DISPOSITION
                    MOVE SPACES TO WS-HIST-REASON
                    PERFORM 8200-WRITE-HISTORY THRU 8200-EXIT
                    IF CT-PURCHASE
                        PERFORM 2800-RELEASE-HOLD THRU 2800-EXIT
                    END-IF
                    IF CT-PURCHASE OR CT-CREDIT
                        PERFORM 2850-ACCRUE-POINTS THRU 2850-EXIT
                    END-IF
                END-IF
             END-IF
            END-IF.
        2780-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2800-RELEASE-HOLD - the purchase has settled; the open   *
      *    hold FINAUTH placed for it under the same card and       *
      *    reference stops reducing open-to-buy now that the        *
      *    amount is in CM-CARD-USAGE. A purchase that was never    *
      *    authorized online simply has no hold.                    *
      *-----------------------------------------------------------*
        2800-RELEASE-HOLD.
            MOVE CT-CARD-NUMBER TO AH-CARD-NUMBER
            MOVE CT-TXN-REF     TO AH-TXN-REF
            READ AUTHHOLD
                INVALID KEY
                    MOVE '23' TO WS-AUTHHOLD-STATUS
            END-READ
            IF WS-AUTHHOLD-OK AND AH-OPEN
                SET AH-RELEASED TO TRUE
                MOVE CT-TXN-DATE TO AH-STATUS-DATE
                REWRITE AUTH-HOLD-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-AUTHHOLD-OK
                    ADD 1 TO WS-HOLDS-RELEASED
                END-IF
            END-IF.
        2800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2850-ACCRUE-POINTS - a posted purchase earns points at   *
      *    the card type's earn rate; a posted credit takes back    *
      *    the points it would have earned at the same rate. Part   *
      *    points are dropped. The card's REWARDS account is opened *
      *    on its first earn; a credit on a card that never earned  *
      *    has nothing to take back.                                *
      *-----------------------------------------------------------*
        2850-ACCRUE-POINTS.
            PERFORM 2860-GET-EARN-RATE THRU 2860-EXIT
            IF WS-EARN-RATE = ZERO
                GO TO 2850-EXIT
            END-IF
            COMPUTE WS-TXN-POINTS = CT-AMOUNT * WS-EARN-RATE
            IF WS-TXN-POINTS NOT > ZERO
                GO TO 2850-EXIT
            END-IF
            SET WS-EXISTING-ACCOUNT TO TRUE
            MOVE CT-CARD-NUMBER TO RA-CARD-NUMBER
            READ REWARDS
                INVALID KEY
                    MOVE '23' TO WS-REWARDS-STATUS
            END-READ
            IF NOT WS-REWARDS-OK
                IF CT-CREDIT
                    GO TO 2850-EXIT
                END-IF
                SET WS-NEW-ACCOUNT TO TRUE
                MOVE SPACES         TO REWARDS-ACCOUNT-RECORD
                MOVE CT-CARD-NUMBER TO RA-CARD-NUMBER
                MOVE WS-HIST-CUST-ID TO RA-CUST-ID
                MOVE ZERO           TO RA-POINTS-BALANCE
                                       RA-CYCLE-EARNED
                                       RA-CYCLE-REDEEMED
                                       RA-LIFETIME-EARNED
                                       RA-LIFETIME-REDEEMED
                                       RA-STMT-OPENING
                                       RA-STMT-EARNED
                                       RA-STMT-REDEEMED
                                       RA-STMT-CLOSING
                MOVE CT-TXN-DATE    TO RA-OPEN-DATE
            END-IF
            IF CT-PURCHASE
                ADD WS-TXN-POINTS TO RA-POINTS-BALANCE
                                     RA-CYCLE-EARNED
                                     RA-LIFETIME-EARNED
            ELSE
                SUBTRACT WS-TXN-POINTS FROM RA-POINTS-BALANCE
                                            RA-CYCLE-EARNED
                                            RA-LIFETIME-EARNED
            END-IF
            MOVE CT-TXN-DATE TO RA-LAST-ACTIVITY-DATE
            IF WS-NEW-ACCOUNT
                WRITE REWARDS-ACCOUNT-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            ELSE
                REWRITE REWARDS-ACCOUNT-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            IF NOT WS-REWARDS-OK
                DISPLAY 'FINPOST1 - UNABLE TO UPDATE REWARDS '
                    CT-CARD-NUMBER ' ' CT-TXN-REF
                GO TO 2850-EXIT
            END-IF
            IF CT-PURCHASE
                ADD WS-TXN-POINTS TO WS-POINTS-EARNED
            ELSE
                ADD WS-TXN-POINTS TO WS-POINTS-RETURNED
            END-IF
            PERFORM 2870-WRITE-LEDGER THRU 2870-EXIT.
        2850-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2860-GET-EARN-RATE - the earn rate on the RATEFILE row   *
      *    in effect for the card type on the transaction date,     *
      *    walked the way CARDRATE walks it online. The last        *
      *    answer is kept, since a day's file is mostly the same    *
      *    few types on the same date.                              *
      *-----------------------------------------------------------*
        2860-GET-EARN-RATE.
            IF CM-CARD-TYPE(WS-CARD-SUB) = WS-RATE-CARD-TYPE
               AND CT-TXN-DATE = WS-RATE-TXN-DATE
                GO TO 2860-EXIT
            END-IF
            MOVE CM-CARD-TYPE(WS-CARD-SUB) TO WS-RATE-CARD-TYPE
            MOVE CT-TXN-DATE               TO WS-RATE-TXN-DATE
            MOVE ZERO TO WS-EARN-RATE
            SET WS-RATE-SCAN-NOT-EOF TO TRUE
            MOVE WS-RATE-CARD-TYPE TO RT-CARD-TYPE
            MOVE LOW-VALUES        TO RT-EFF-DATE
            START RATEFILE
                KEY IS NOT LESS THAN RT-KEY
                INVALID KEY
                    SET WS-RATE-SCAN-EOF TO TRUE
            END-START
            PERFORM 2865-SCAN-ONE-RATE THRU 2865-EXIT
                UNTIL WS-RATE-SCAN-EOF.
        2860-EXIT.
            EXIT.

        2865-SCAN-ONE-RATE.
            READ RATEFILE NEXT RECORD
                AT END
                    SET WS-RATE-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-RATE-SCAN-EOF
                IF RT-CARD-TYPE NOT = WS-RATE-CARD-TYPE
                   OR RT-EFF-DATE > WS-RATE-TXN-DATE
                    SET WS-RATE-SCAN-EOF TO TRUE
                ELSE
                    IF RT-EARN-RATE IS NUMERIC
                        MOVE RT-EARN-RATE TO WS-EARN-RATE
                    ELSE
                        MOVE ZERO         TO WS-EARN-RATE
                    END-IF
                END-IF
            END-IF.
        2865-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2870-WRITE-LEDGER - record the points movement on the    *
      *    RWDLEDG ledger, bumping RW-SEQ past any entries already  *
      *    on file for the same card and date.                      *
      *-----------------------------------------------------------*
        2870-WRITE-LEDGER.
            MOVE SPACES         TO REWARDS-LEDGER-RECORD
            MOVE CT-CARD-NUMBER TO RW-CARD-NUMBER
            MOVE CT-TXN-DATE    TO RW-ENTRY-DATE
            MOVE ZERO           TO RW-SEQ
            IF CT-PURCHASE
                SET RW-POINTS-EARNED TO TRUE
            ELSE
                SET RW-POINTS-RETURNED TO TRUE
            END-IF
            MOVE WS-TXN-POINTS  TO RW-POINTS
            COMPUTE RW-POINTS-VALUE ROUNDED =
                WS-TXN-POINTS * WS-POINT-VALUE
            MOVE RA-POINTS-BALANCE TO RW-BALANCE-AFTER
            MOVE CT-AMOUNT      TO RW-TXN-AMOUNT
            MOVE WS-EARN-RATE   TO RW-EARN-RATE
            MOVE CT-TXN-REF     TO RW-TXN-REF
            MOVE RA-CUST-ID     TO RW-CUST-ID
            SET RW-CREDIT-NONE  TO TRUE
            MOVE 'FINPOST1'     TO RW-ENTRY-USER
            SET WS-LEDGER-NOT-WRITTEN TO TRUE
            PERFORM 2880-WRITE-ONE-LEDGER THRU 2880-EXIT
                UNTIL WS-LEDGER-WRITTEN
                   OR RW-SEQ > 9998.
        2870-EXIT.
            EXIT.

        2880-WRITE-ONE-LEDGER.
            WRITE REWARDS-LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-RWDLEDG-OK
                SET WS-LEDGER-WRITTEN TO TRUE
            ELSE
                IF WS-RWDLEDG-DUPKEY
                    ADD 1 TO RW-SEQ
                ELSE
                    MOVE 9999 TO RW-SEQ
                END-IF
            END-IF.
        2880-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2900-POST-RETURN - a returned (NSF) payment must name a  *
      *    payment posted to this card under the same reference,    *
      *    for no more than that payment, and not already returned. *
      *    It then posts back onto the usage through the normal     *
      *    apply path, draws the returned-payment fee, and a card   *
      *    that keeps bouncing payments goes to collections. On a   *
      *    charged-off card the payment was posted as a recovery;   *
      *    the return reverses that recovery instead (2460) and no  *
      *    fee is drawn, the card taking no new charges.            *
      *-----------------------------------------------------------*
        2900-POST-RETURN.
            PERFORM 2920-SCAN-CARD-HISTORY THRU 2920-EXIT
            IF WS-ORIG-PAYMENT-MISSING
                MOVE 'ORIGINAL PAYMENT NOT FOUND' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
                GO TO 2900-EXIT
            END-IF
            IF WS-ALREADY-RETURNED
                MOVE 'PAYMENT ALREADY RETURNED' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
                GO TO 2900-EXIT
            END-IF
            IF CT-AMOUNT > WS-ORIG-PAYMENT-AMT
                MOVE 'RETURN OVER ORIGINAL PAYMENT' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
                GO TO 2900-EXIT
            END-IF
            MOVE SPACES TO WS-HIST-DISPOSITION
            IF CM-CARD-CHARGED-OFF(WS-CARD-SUB)
                PERFORM 2460-REVERSE-RECOVERY THRU 2460-EXIT
            ELSE
                PERFORM 2500-APPLY-TXN THRU 2500-EXIT
            END-IF
            IF WS-HIST-DISPOSITION NOT = 'P'
                GO TO 2900-EXIT
            END-IF
            ADD 1 TO WS-RETURNS-POSTED
            IF NOT CM-CARD-CHARGED-OFF(WS-CARD-SUB)
                PERFORM 2950-CHARGE-RETURN-FEE THRU 2950-EXIT
            END-IF
            IF WS-PRIOR-RETURN-COUNT + 1 >= WS-RETURN-ALERT-COUNT
                PERFORM 2980-RAISE-RETURN-ALERT THRU 2980-EXIT
            END-IF.
        2900-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2920-SCAN-CARD-HISTORY - one pass over the card's        *
      *    CRDHIST entries: find the posted payment under the       *
      *    return's reference (on a charged-off card, the recovery  *
      *    it was posted as), note whether it has been returned     *
      *    before, and count the card's posted returns and          *
      *    recovery reversals inside the alert window.              *
      *-----------------------------------------------------------*
        2920-SCAN-CARD-HISTORY.
            SET WS-ORIG-PAYMENT-MISSING TO TRUE
            SET WS-NOT-YET-RETURNED TO TRUE
            MOVE ZERO TO WS-ORIG-PAYMENT-AMT WS-PRIOR-RETURN-COUNT
            MOVE CT-TXN-DATE TO WS-FILE-DATE-NUM
            COMPUTE WS-CUTOFF-INT =
                FUNCTION INTEGER-OF-DATE(WS-FILE-DATE-NUM)
                    - WS-RETURN-WINDOW-DAYS
            COMPUTE WS-CUTOFF-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
            MOVE WS-CUTOFF-DATE TO WS-RETURN-WINDOW-DATE
            SET WS-RTN-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES     TO CH-KEY
            MOVE CT-CARD-NUMBER TO CH-CARD-NUMBER
            START CRDHIST
                KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    SET WS-RTN-SCAN-EOF TO TRUE
            END-START
            PERFORM 2930-SCAN-ONE-ENTRY THRU 2930-EXIT
                UNTIL WS-RTN-SCAN-EOF.
        2920-EXIT.
            EXIT.

        2930-SCAN-ONE-ENTRY.
            READ CRDHIST NEXT RECORD
                AT END
                    SET WS-RTN-SCAN-EOF TO TRUE
            END-READ
            IF WS-RTN-SCAN-EOF
                GO TO 2930-EXIT
            END-IF
            IF CH-CARD-NUMBER NOT = CT-CARD-NUMBER
                SET WS-RTN-SCAN-EOF TO TRUE
                GO TO 2930-EXIT
            END-IF
            IF NOT CH-POSTED
                GO TO 2930-EXIT
            END-IF
            IF CH-TXN-REF = CT-TXN-REF
               AND ((CH-PAYMENT
                     AND NOT CM-CARD-CHARGED-OFF(WS-CARD-SUB))
                 OR (CH-RECOVERY
                     AND CM-CARD-CHARGED-OFF(WS-CARD-SUB)))
                SET WS-ORIG-PAYMENT-FOUND TO TRUE
                MOVE CH-AMOUNT TO WS-ORIG-PAYMENT-AMT
            END-IF
            IF CH-RETURNED-PAYMENT OR CH-RECOVERY-REVERSAL
                IF CH-TXN-REF = CT-TXN-REF
                    SET WS-ALREADY-RETURNED TO TRUE
                END-IF
                IF CH-TXN-DATE > WS-RETURN-WINDOW-DATE
                    ADD 1 TO WS-PRIOR-RETURN-COUNT
                END-IF
            END-IF.
        2930-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2950-CHARGE-RETURN-FEE - the fee is built as its own     *
      *    type F transaction under the return's reference and      *
      *    posted through the same apply path, so it lands on the   *
      *    usage and CRDHIST (and from there GLFEED01) like any     *
      *    other charge. The return itself is put back afterwards.  *
      *-----------------------------------------------------------*
        2950-CHARGE-RETURN-FEE.
            MOVE CARD-TXN-RECORD TO WS-SAVE-TXN-RECORD
            SET CT-RETURN-FEE TO TRUE
            MOVE WS-RETURN-FEE  TO CT-AMOUNT
            MOVE 'RETURNED PAYMENT FEE' TO CT-MERCHANT-NAME
            MOVE SPACES TO WS-HIST-DISPOSITION
            PERFORM 2500-APPLY-TXN THRU 2500-EXIT
            IF WS-HIST-DISPOSITION = 'P'
                ADD 1 TO WS-RETURN-FEES-POSTED
            END-IF
            MOVE WS-SAVE-TXN-RECORD TO CARD-TXN-RECORD.
        2950-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2980-RAISE-RETURN-ALERT - repeated returns on the card   *
      *    raise an open EXCPSTAT item so collections sees it on    *
      *    EXCPMON in the morning.                                  *
      *-----------------------------------------------------------*
        2980-RAISE-RETURN-ALERT.
            MOVE SPACES      TO EXCP-STATUS-RECORD
            MOVE CT-TXN-DATE TO ES-DATE
            MOVE '00:00:00'  TO ES-TIME
            MOVE ZERO        TO ES-SEQ
            MOVE 'FINPOST1'  TO ES-PROGRAM-ID
            MOVE CT-CARD-NUMBER(1:16) TO ES-REF-ID
            MOVE '07'        TO ES-RETURN-CODE
            MOVE 'REPEATED RETURNED PAYMENTS' TO ES-REASON
            SET ES-OPEN TO TRUE
            SET WS-STAT-NOT-WRITTEN TO TRUE
            PERFORM 2780-WRITE-STATUS THRU 2780-EXIT
                UNTIL WS-STAT-WRITTEN
                   OR ES-SEQ > 9998
            IF WS-STAT-WRITTEN
                ADD 1 TO WS-RETURN-ALERTS
            END-IF.
        2980-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-EXPIRE-HOLDS - once the day's file is posted, any   *
      *    hold still open that was authorized more than            *
      *    WS-HOLD-EXPIRY-DAYS before the file date never settled;  *
      *    expire it so it stops holding the card's open-to-buy.    *
      *    Re-running after a restart finds nothing left to expire. *
      *-----------------------------------------------------------*
        3000-EXPIRE-HOLDS.
            MOVE WS-FILE-DATE TO WS-FILE-DATE-NUM
            COMPUTE WS-FILE-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-FILE-DATE-NUM)
            COMPUTE WS-CUTOFF-INT =
                WS-FILE-DATE-INT - WS-HOLD-EXPIRY-DAYS
            COMPUTE WS-CUTOFF-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
            MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-X
            SET WS-HOLD-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO AH-KEY
            START AUTHHOLD
                KEY IS NOT LESS THAN AH-KEY
                INVALID KEY
                    SET WS-HOLD-SCAN-EOF TO TRUE
            END-START
            PERFORM 3100-EXPIRE-ONE-HOLD THRU 3100-EXIT
                UNTIL WS-HOLD-SCAN-EOF.
        3000-EXIT.
            EXIT.

        3100-EXPIRE-ONE-HOLD.
            READ AUTHHOLD NEXT RECORD
                AT END
                    SET WS-HOLD-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-HOLD-SCAN-EOF
                IF AH-OPEN AND AH-AUTH-DATE < WS-CUTOFF-DATE-X
                    SET AH-EXPIRED TO TRUE
                    MOVE WS-FILE-DATE TO AH-STATUS-DATE
                    REWRITE AUTH-HOLD-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    IF WS-AUTHHOLD-OK
                        ADD 1 TO WS-HOLDS-EXPIRED
                    END-IF
                END-IF
            END-IF.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-POST-DISPUTES - sweep the DISPUTE case file for     *
      *    provisional credits and reversals the desk left pending  *
      *    and post each one, dated the file date, through the      *
      *    same card lookup and apply path as a daily transaction.  *
      *    An item that posts is stamped on the case straight away; *
      *    one that rejects stays pending and shows on REJRPT.      *
      *-----------------------------------------------------------*
        4000-POST-DISPUTES.
            SET WS-DISPUTE-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO DP-KEY
            START DISPUTE
                KEY IS NOT LESS THAN DP-KEY
                INVALID KEY
                    SET WS-DISPUTE-EOF TO TRUE
            END-START
            PERFORM 4100-POST-ONE-DISPUTE THRU 4100-EXIT
                UNTIL WS-DISPUTE-EOF.
        4000-EXIT.
            EXIT.

        4100-POST-ONE-DISPUTE.
            READ DISPUTE NEXT RECORD
                AT END
                    SET WS-DISPUTE-EOF TO TRUE
            END-READ
            IF WS-DISPUTE-EOF
                GO TO 4100-EXIT
            END-IF
            IF NOT DP-CREDIT-PENDING AND NOT DP-REVERSAL-PENDING
                GO TO 4100-EXIT
            END-IF
            MOVE SPACES            TO CARD-TXN-RECORD
            IF DP-CREDIT-PENDING
                SET CT-DISPUTE-CREDIT TO TRUE
            ELSE
                SET CT-DISPUTE-REVERSAL TO TRUE
            END-IF
            MOVE DP-CARD-NUMBER    TO CT-CARD-NUMBER
            MOVE WS-FILE-DATE      TO CT-TXN-DATE
            MOVE DP-DISPUTE-AMOUNT TO CT-AMOUNT
            MOVE DP-TXN-REF        TO CT-TXN-REF
            MOVE DP-MERCHANT-NAME  TO CT-MERCHANT-NAME
            MOVE SPACES            TO WS-HIST-CUST-ID
                                      WS-HIST-DISPOSITION
            PERFORM 2100-FIND-CARD THRU 2100-EXIT
            IF WS-CARD-WAS-FOUND
                PERFORM 2500-APPLY-TXN THRU 2500-EXIT
            ELSE
                MOVE 'CARD NUMBER NOT ON FILE' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
            END-IF
            IF WS-HIST-DISPOSITION = 'P'
                IF CT-DISPUTE-CREDIT
                    SET DP-CREDIT-POSTED TO TRUE
                    MOVE WS-FILE-DATE TO DP-CREDIT-POST-DATE
                ELSE
                    SET DP-CREDIT-REVERSED TO TRUE
                    MOVE WS-FILE-DATE TO DP-REVERSE-POST-DATE
                END-IF
                REWRITE DISPUTE-CASE-RECORD
                    INVALID KEY
                        DISPLAY 'FINPOST1 - UNABLE TO STAMP DISPUTE '
                            DP-CARD-NUMBER ' ' DP-TXN-REF
                END-REWRITE
                ADD 1 TO WS-DISPUTES-POSTED
            END-IF
            PERFORM 8300-TAKE-CHECKPOINT THRU 8300-EXIT.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    5000-POST-REDEMPTIONS - sweep the RWDLEDG ledger for     *
      *    redemptions FINRWDRD left pending and post each one's    *
      *    statement credit, dated the file date and carrying the   *
      *    redemption's reference, as a rewards credit (type R)     *
      *    through the same card lookup and apply path as a daily   *
      *    credit. The points came off the account when the         *
      *    redemption was keyed; an entry that posts is stamped     *
      *    straight away, one that rejects stays pending and shows  *
      *    on REJRPT.                                               *
      *-----------------------------------------------------------*
        5000-POST-REDEMPTIONS.
            SET WS-RWD-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO RW-KEY
            START RWDLEDG
                KEY IS NOT LESS THAN RW-KEY
                INVALID KEY
                    SET WS-RWD-SCAN-EOF TO TRUE
            END-START
            PERFORM 5100-POST-ONE-REDEMPTION THRU 5100-EXIT
                UNTIL WS-RWD-SCAN-EOF.
        5000-EXIT.
            EXIT.

        5100-POST-ONE-REDEMPTION.
            READ RWDLEDG NEXT RECORD
                AT END
                    SET WS-RWD-SCAN-EOF TO TRUE
            END-READ
            IF WS-RWD-SCAN-EOF
                GO TO 5100-EXIT
            END-IF
            IF NOT RW-POINTS-REDEEMED OR NOT RW-CREDIT-PENDING
                GO TO 5100-EXIT
            END-IF
            MOVE SPACES          TO CARD-TXN-RECORD
            SET CT-REWARD-CREDIT TO TRUE
            MOVE RW-CARD-NUMBER  TO CT-CARD-NUMBER
            MOVE WS-FILE-DATE    TO CT-TXN-DATE
            MOVE RW-POINTS-VALUE TO CT-AMOUNT
            MOVE RW-TXN-REF      TO CT-TXN-REF
            MOVE 'REWARDS REDEMPTION' TO CT-MERCHANT-NAME
            MOVE SPACES          TO WS-HIST-CUST-ID
                                    WS-HIST-DISPOSITION
            PERFORM 2100-FIND-CARD THRU 2100-EXIT
            IF WS-CARD-WAS-FOUND
                PERFORM 2500-APPLY-TXN THRU 2500-EXIT
            ELSE
                MOVE 'CARD NUMBER NOT ON FILE' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
            END-IF
            IF WS-HIST-DISPOSITION = 'P'
                SET RW-CREDIT-POSTED TO TRUE
                MOVE WS-FILE-DATE TO RW-CREDIT-POST-DATE
                REWRITE REWARDS-LEDGER-RECORD
                    INVALID KEY
                        DISPLAY 'FINPOST1 - UNABLE TO STAMP REDEMPTION '
                            RW-CARD-NUMBER ' ' RW-TXN-REF
                END-REWRITE
                ADD 1 TO WS-REDEMPTIONS-POSTED
            END-IF
            PERFORM 8300-TAKE-CHECKPOINT THRU 8300-EXIT.
        5100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    6000-POST-REFUNDS - sweep the REFUNDS file for credit-   *
      *    balance refunds FINRFD01 left pending and post each one  *
      *    as a refund debit (type B), dated the file date and      *
      *    carrying the refund's reference, through the same card   *
      *    lookup and apply path as a daily transaction. The money  *
      *    has already gone to treasury, so the debit posts even if *
      *    the card has been used since; one that rejects stays     *
      *    pending and shows on REJRPT.                             *
      *-----------------------------------------------------------*
        6000-POST-REFUNDS.
            SET WS-RFD-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO RF-KEY
            START REFUNDS
                KEY IS NOT LESS THAN RF-KEY
                INVALID KEY
                    SET WS-RFD-SCAN-EOF TO TRUE
            END-START
            PERFORM 6100-POST-ONE-REFUND THRU 6100-EXIT
                UNTIL WS-RFD-SCAN-EOF.
        6000-EXIT.
            EXIT.

        6100-POST-ONE-REFUND.
            READ REFUNDS NEXT RECORD
                AT END
                    SET WS-RFD-SCAN-EOF TO TRUE
            END-READ
            IF WS-RFD-SCAN-EOF
                GO TO 6100-EXIT
            END-IF
            IF NOT RF-PENDING
                GO TO 6100-EXIT
            END-IF
            MOVE SPACES           TO CARD-TXN-RECORD
            SET CT-REFUND-DEBIT   TO TRUE
            MOVE RF-CARD-NUMBER   TO CT-CARD-NUMBER
            MOVE WS-FILE-DATE     TO CT-TXN-DATE
            MOVE RF-REFUND-AMOUNT TO CT-AMOUNT
            MOVE RF-REFUND-REF    TO CT-TXN-REF
            MOVE 'CREDIT BALANCE REFUND' TO CT-MERCHANT-NAME
            MOVE SPACES           TO WS-HIST-CUST-ID
                                     WS-HIST-DISPOSITION
            PERFORM 2100-FIND-CARD THRU 2100-EXIT
            IF WS-CARD-WAS-FOUND
                PERFORM 2500-APPLY-TXN THRU 2500-EXIT
            ELSE
                MOVE 'CARD NUMBER NOT ON FILE' TO RJ-REASON
                PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
            END-IF
            IF WS-HIST-DISPOSITION = 'P'
                SET RF-POSTED TO TRUE
                MOVE WS-FILE-DATE TO RF-POST-DATE
                REWRITE CREDIT-REFUND-RECORD
                    INVALID KEY
                        DISPLAY 'FINPOST1 - UNABLE TO STAMP REFUND '
                            RF-CARD-NUMBER ' ' RF-REFUND-REF
                END-REWRITE
                ADD 1 TO WS-REFUNDS-POSTED
            END-IF
            PERFORM 8300-TAKE-CHECKPOINT THRU 8300-EXIT.
        6100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8000-WRITE-REJECT - write one reject line. RJ-REASON is  *
      *    set by the caller.                                       *
            END-IF.
        8250-EXIT.
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
            MOVE 'FINPOST1'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'FINPOST1 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'FINPOST1 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
