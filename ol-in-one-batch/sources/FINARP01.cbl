        IDENTIFICATION DIVISION.
        PROGRAM-ID.    FINARP01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    FINARP01 - DAILY CARD RECEIVABLES SUB-LEDGER TO GL PROOF    *
      *                                                                *
      *    Daily batch job, run after the GLFEED01 interface feed.     *
      *    Proves that the card receivables the GL is carrying agree   *
      *    with the sub-ledger - the CM-CARD-USAGE on every card on    *
      *    CUSTMAS - instead of finding out at month end.              *
      *                                                                *
      *    The opening balance is the closing balance of the latest    *
      *    earlier proof on ARPROOF. To it are added the day's card    *
      *    movements exactly as GLFEED01 fed them: posted CRDHIST      *
      *    records and BILLDTL fees and finance charges dated after    *
      *    the opening proof up to today, each by its GL source code   *
      *    and with the effect it has on the sub-ledger (purchases,    *
      *    dispute reversals, returned payments and their fees, refund *
      *    debits, annual fees and finance charges raise it; payments, *
      *    credits, dispute credits, charge-offs and rewards           *
      *    redemptions lower it; a charge-off recovery, and its        *
      *    reversal when the payment is returned, is booked to the GL  *
      *    but the card usage it came off is already zero). The        *
      *    sub-ledger keeps whole units, so the rounding of each       *
      *    posting is shown on its own line.                           *
      *                                                                *
      *    The expected balance is compared with a fresh total of the  *
      *    master. The balancing report (ARPRPT) lists the movements   *
      *    by type, both balances and the difference; any difference   *
      *    is raised onto EXCPSTAT and ends the step with RC 4, once   *
      *    a day however often the proof is rerun. Because FINPOST1    *
      *    rounds an exact half away from zero on a usage that goes    *
      *    below zero, a master short by no more than one unit for     *
      *    each exact-half posting is taken as in balance. The         *
      *    master total is saved on ARPROOF as tomorrow's opening      *
      *    balance.                                                    *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      *    2026-10-15  CST  A master short by whole units, no more     *
      *                     than one per exact-half posting, is in     *
      *                     balance: FINPOST1 rounds the half away     *
      *                     from zero on a usage taken below zero. A   *
      *                     same-day rerun of a proof already out of   *
      *                     balance no longer raises a second EXCPSTAT *
      *                     item.                                      *
      *    2026-10-15  CST  A recovery reversed by a returned payment  *
      *                     (CRDHIST type Z) is taken as GLFEED01      *
      *                     feeds it, with no effect on the usage.     *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CRDHIST ASSIGN TO CRDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CH-KEY
                FILE STATUS IS WS-CRDHIST-STATUS.

            SELECT BILLDTL ASSIGN TO BILLDTL.

            SELECT CUSTMAS ASSIGN TO CUSTMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS WS-CUSTMAS-STATUS.

            SELECT ARPROOF ASSIGN TO ARPROOF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AP-PROOF-DATE
                FILE STATUS IS WS-ARPROOF-STATUS.

            SELECT EXCPSTAT ASSIGN TO EXCPSTAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ES-KEY
                FILE STATUS IS WS-EXCPSTAT-STATUS.

            SELECT ARPRPT ASSIGN TO ARPRPT.

        DATA DIVISION.
        FILE SECTION.
        FD  CRDHIST.
        COPY CRDHIST.

        FD  BILLDTL
            LABEL RECORDS ARE STANDARD.
        COPY BILLDTL.

        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
                DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        FD  ARPROOF.
        COPY ARPROOF.

        FD  EXCPSTAT.
        COPY EXCPSTAT.

        FD  ARPRPT
            LABEL RECORDS ARE STANDARD.
        01  ARPRPT-RECORD           PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-CRDHIST-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDHIST-OK              VALUE '00'.
        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.
        01  WS-ARPROOF-STATUS       PIC X(02) VALUE '00'.
            88  WS-ARPROOF-OK              VALUE '00'.
        01  WS-EXCPSTAT-STATUS      PIC X(02) VALUE '00'.
            88  WS-EXCPSTAT-OK             VALUE '00'.
            88  WS-EXCPSTAT-DUPKEY         VALUE '22'.

        01  WS-CRDHIST-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-CRDHIST-EOF             VALUE 'Y'.
        01  WS-BILLDTL-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-BILLDTL-EOF             VALUE 'Y'.
        01  WS-CUSTMAS-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-CUSTMAS-EOF             VALUE 'Y'.
        01  WS-ARPROOF-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-ARPROOF-EOF             VALUE 'Y'.

        01  WS-OPENING-SW           PIC X(01) VALUE 'N'.
            88  WS-OPENING-FOUND           VALUE 'Y'.
            88  WS-OPENING-NOT-FOUND       VALUE 'N'.
        01  WS-REPROOF-SW           PIC X(01) VALUE 'N'.
            88  WS-REPROOF                 VALUE 'Y'.
            88  WS-FIRST-PROOF-TODAY       VALUE 'N'.
        01  WS-RAISED-SW            PIC X(01) VALUE 'N'.
            88  WS-ALREADY-RAISED          VALUE 'Y'.
            88  WS-NOT-YET-RAISED          VALUE 'N'.
        01  WS-BALANCE-SW           PIC X(01) VALUE 'Y'.
            88  WS-PROOF-IN-BALANCE        VALUE 'Y'.
            88  WS-PROOF-OUT-OF-BALANCE    VALUE 'N'.
        01  WS-TYPE-SW              PIC X(01) VALUE 'N'.
            88  WS-TYPE-FOUND              VALUE 'Y'.
            88  WS-TYPE-NOT-FOUND          VALUE 'N'.

        01  WS-WRITTEN-SW           PIC X(01) VALUE 'N'.
            88  WS-RECORD-WRITTEN          VALUE 'Y'.
            88  WS-RECORD-NOT-WRITTEN      VALUE 'N'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).
        01  WS-FROM-DATE-X          PIC X(08) VALUE SPACES.

      *    One entry per movement type, in GLFEED01's order: the
      *    report label, the CRDHIST transaction type it is selected
      *    on (space for the two BILLDTL amounts), the GL source code
      *    it is fed under and its effect on the card usage - + raises
      *    it, - lowers it, space leaves it alone.
        01  WS-MOVE-TYPE-LIST.
            05  FILLER              PIC X(24) VALUE 'PURCHASES'.
            05  FILLER              PIC X(12) VALUE 'PCARDPURCH +'.
            05  FILLER              PIC X(24) VALUE 'PAYMENTS'.
            05  FILLER              PIC X(12) VALUE 'MCARDPAY   -'.
            05  FILLER              PIC X(24)
                                    VALUE 'CARDHOLDER CREDITS'.
            05  FILLER              PIC X(12) VALUE 'CCARDCREDIT-'.
            05  FILLER              PIC X(24) VALUE 'DISPUTE CREDITS'.
            05  FILLER              PIC X(12) VALUE 'DDISPCRED  -'.
            05  FILLER              PIC X(24) VALUE 'DISPUTE REVERSALS'.
            05  FILLER              PIC X(12) VALUE 'XDISPREV   +'.
            05  FILLER              PIC X(24) VALUE 'RETURNED PAYMENTS'.
            05  FILLER              PIC X(12) VALUE 'NCARDRTN   +'.
            05  FILLER              PIC X(24)
                                    VALUE 'RETURNED PAYMENT FEES'.
            05  FILLER              PIC X(12) VALUE 'FRTNFEE    +'.
            05  FILLER              PIC X(24) VALUE 'CHARGE-OFFS'.
            05  FILLER              PIC X(12) VALUE 'WCHGOFF    -'.
            05  FILLER              PIC X(24)
                                    VALUE 'CHARGE-OFF RECOVERIES'.
            05  FILLER              PIC X(12) VALUE 'YCHGOFFREC  '.
            05  FILLER              PIC X(24)
                                    VALUE 'RECOVERIES RETURNED'.
            05  FILLER              PIC X(12) VALUE 'ZCHGOFFRRV  '.
            05  FILLER              PIC X(24)
                                    VALUE 'REWARDS REDEMPTIONS'.
            05  FILLER              PIC X(12) VALUE 'RRWDREDEEM -'.
            05  FILLER              PIC X(24)
                                    VALUE 'CREDIT BALANCE REFUNDS'.
            05  FILLER              PIC X(12) VALUE 'BCARDRFND  +'.
            05  FILLER              PIC X(24) VALUE 'ANNUAL FEES'.
            05  FILLER              PIC X(12) VALUE ' ANNUALFEE +'.
            05  FILLER              PIC X(24) VALUE 'FINANCE CHARGES'.
            05  FILLER              PIC X(12) VALUE ' FINCHG    +'.
        01  WS-MOVE-TYPE-TABLE REDEFINES WS-MOVE-TYPE-LIST.
            05  WS-MOVE-TYPE        OCCURS 14 TIMES.
                10  MT-LABEL        PIC X(24).
                10  MT-TXN-TYPE     PIC X(01).
                10  MT-SOURCE-CODE  PIC X(10).
                10  MT-EFFECT       PIC X(01).
                    88  MT-RAISES          VALUE '+'.
                    88  MT-LOWERS          VALUE '-'.
        01  WS-MOVE-TYPE-COUNT      PIC 9(02) COMP VALUE 14.
        01  WS-CRDHIST-TYPE-COUNT   PIC 9(02) COMP VALUE 12.
        01  WS-OTHER-CREDIT-SUB     PIC 9(02) COMP VALUE 3.
        01  WS-ANNUAL-FEE-SUB       PIC 9(02) COMP VALUE 13.
        01  WS-FINANCE-CHG-SUB      PIC 9(02) COMP VALUE 14.

        01  WS-MOVE-TOTALS-TABLE.
            05  WS-MOVE-TOTALS      OCCURS 14 TIMES.
                10  MV-COUNT        PIC 9(07) COMP-3.
                10  MV-GL-AMOUNT    PIC S9(13)V99 COMP-3.
                10  MV-EFFECT       PIC S9(13)V99 COMP-3.

        01  WS-TYPE-SUB             PIC 9(02) COMP.
        01  WS-CARD-SUB             PIC 9(02) COMP.

        01  WS-MOVE-AMOUNT          PIC S9(13)V99 COMP-3.
        01  WS-WHOLE-AMOUNT         PIC S9(09) COMP-3.
        01  WS-BILLED-AMOUNT        PIC S9(09)V99 COMP-3.

        01  WS-OPENING-BAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-GL-MOVEMENT          PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-WHOLE-MOVEMENT       PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-ROUNDING             PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-EXPECTED-BAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-MASTER-BAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-DIFFERENCE           PIC S9(13)V99 COMP-3 VALUE ZERO.
        01  WS-SHORTFALL            PIC 9(13)V99 COMP-3 VALUE ZERO.
        01  WS-SHORTFALL-WHOLE      PIC 9(13) COMP-3 VALUE ZERO.

        01  WS-HIST-READ            PIC 9(09) COMP-3 VALUE ZERO.
        01  WS-BILL-READ            PIC 9(09) COMP-3 VALUE ZERO.
        01  WS-CUST-READ            PIC 9(09) COMP-3 VALUE ZERO.
        01  WS-CARDS-TOTALLED       PIC 9(09) COMP-3 VALUE ZERO.
        01  WS-MOVES-TAKEN          PIC 9(09) COMP-3 VALUE ZERO.
        01  WS-HALF-UNITS           PIC 9(09) COMP-3 VALUE ZERO.

        01  WS-EXCP-REF             PIC X(20).
        01  WS-EXCP-REASON          PIC X(30).

        01  WS-TITLE-LINE.
            05  FILLER              PIC X(48) VALUE
                'CARD RECEIVABLES SUB-LEDGER TO GL PROOF - DATE '.
            05  TL-RUN-DATE         PIC X(08).
            05  FILLER              PIC X(20) VALUE
                '   MOVEMENTS AFTER '.
            05  TL-FROM-DATE        PIC X(08).
            05  FILLER              PIC X(48) VALUE SPACES.

        01  WS-HEADING-1.
            05  FILLER              PIC X(28) VALUE 'MOVEMENT TYPE'.
            05  FILLER              PIC X(12) VALUE 'SOURCE'.
            05  FILLER              PIC X(09) VALUE '    COUNT'.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  FILLER              PIC X(21) VALUE
                '     AMOUNT FED TO GL'.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  FILLER              PIC X(21) VALUE
                ' EFFECT ON SUB-LEDGER'.
            05  FILLER              PIC X(37) VALUE SPACES.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        01  WS-MOVE-LINE.
            05  ML-LABEL            PIC X(24).
            05  FILLER              PIC X(04) VALUE SPACES.
            05  ML-SOURCE-CODE      PIC X(10).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  ML-COUNT            PIC Z,ZZZ,ZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  ML-GL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  ML-EFFECT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(37) VALUE SPACES.

        01  WS-BALANCE-LINE.
            05  BA-LABEL            PIC X(30).
            05  FILLER              PIC X(02) VALUE ': '.
            05  BA-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(79) VALUE SPACES.

        01  WS-RESULT-LINE.
            05  RS-LABEL            PIC X(30).
            05  FILLER              PIC X(02) VALUE ': '.
            05  RS-TEXT             PIC X(30).
            05  FILLER              PIC X(70) VALUE SPACES.

        01  WS-TOTAL-LINE.
            05  TO-LABEL            PIC X(30).
            05  FILLER              PIC X(02) VALUE ': '.
            05  TO-COUNT            PIC ZZZZZZZZ9.
            05  FILLER              PIC X(91) VALUE SPACES.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            PERFORM 1000-INITIALIZE THRU 1000-EXIT
            OPEN I-O ARPROOF
            PERFORM 1100-FIND-OPENING THRU 1100-EXIT
            IF WS-OPENING-FOUND
                PERFORM 2000-TALLY-CARD-HISTORY THRU 2000-EXIT
                PERFORM 3000-TALLY-BILLING THRU 3000-EXIT
            END-IF
            PERFORM 4000-TOTAL-MASTER THRU 4000-EXIT
            PERFORM 5000-PROVE THRU 5000-EXIT
            OPEN OUTPUT ARPRPT
            PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
            CLOSE ARPRPT
            IF WS-PROOF-OUT-OF-BALANCE
                IF WS-NOT-YET-RAISED
                    OPEN I-O EXCPSTAT
                    MOVE 'CARD RECEIVABLES'  TO WS-EXCP-REF
                    MOVE 'CARD AR OUT OF BALANCE WITH GL'
                                             TO WS-EXCP-REASON
                    PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
                    CLOSE EXCPSTAT
                END-IF
                MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM 6500-SAVE-PROOF THRU 6500-EXIT
            CLOSE ARPROOF
            DISPLAY 'FINARP01 - OPENING BALANCE:  ' WS-OPENING-BAL
            DISPLAY 'FINARP01 - MOVEMENTS TAKEN:  ' WS-MOVES-TAKEN
            DISPLAY 'FINARP01 - EXPECTED BALANCE: ' WS-EXPECTED-BAL
            DISPLAY 'FINARP01 - MASTER TOTAL:     ' WS-MASTER-BAL
            DISPLAY 'FINARP01 - DIFFERENCE:       ' WS-DIFFERENCE
            IF WS-PROOF-OUT-OF-BALANCE AND WS-ALREADY-RAISED
                DISPLAY 'FINARP01 - EXCEPTION ALREADY RAISED TODAY'
            END-IF
            COMPUTE RC-READ-COUNT =
                WS-HIST-READ + WS-BILL-READ + WS-CUST-READ
            MOVE 1 TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE - clear the movement totals.             *
      *-----------------------------------------------------------*
        1000-INITIALIZE.
            PERFORM 1050-CLEAR-ONE-TYPE THRU 1050-EXIT
                VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > WS-MOVE-TYPE-COUNT.
        1000-EXIT.
            EXIT.

        1050-CLEAR-ONE-TYPE.
            MOVE ZERO TO MV-COUNT(WS-TYPE-SUB)
                         MV-GL-AMOUNT(WS-TYPE-SUB)
                         MV-EFFECT(WS-TYPE-SUB).
        1050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-OPENING - the opening balance is the closing   *
      *    balance of the latest proof dated before today, and its  *
      *    date opens the movement window. A proof already on file  *
      *    for today (a rerun) is passed over and replaced in       *
      *    6500; if it was out of balance its EXCPSTAT item is      *
      *    already open and is not raised a second time. With no    *
      *    earlier proof there is nothing to carry forward: today   *
      *    only establishes the opening balance.                    *
      *-----------------------------------------------------------*
        1100-FIND-OPENING.
            SET WS-OPENING-NOT-FOUND TO TRUE
            SET WS-FIRST-PROOF-TODAY TO TRUE
            MOVE LOW-VALUES TO AP-PROOF-DATE
            START ARPROOF
                KEY IS NOT LESS THAN AP-PROOF-DATE
                INVALID KEY
                    SET WS-ARPROOF-EOF TO TRUE
            END-START
            PERFORM 1150-SCAN-ONE-PROOF THRU 1150-EXIT
                UNTIL WS-ARPROOF-EOF.
        1100-EXIT.
            EXIT.

        1150-SCAN-ONE-PROOF.
            READ ARPROOF NEXT RECORD
                AT END
                    SET WS-ARPROOF-EOF TO TRUE
            END-READ
            IF NOT WS-ARPROOF-EOF
                IF AP-PROOF-DATE < WS-RUN-DATE-X
                    SET WS-OPENING-FOUND TO TRUE
                    MOVE AP-PROOF-DATE  TO WS-FROM-DATE-X
                    MOVE AP-CLOSING-BAL TO WS-OPENING-BAL
                ELSE
                    IF AP-PROOF-DATE = WS-RUN-DATE-X
                        SET WS-REPROOF TO TRUE
                        IF AP-OUT-OF-BALANCE
                            SET WS-ALREADY-RAISED TO TRUE
                        END-IF
                    END-IF
                    SET WS-ARPROOF-EOF TO TRUE
                END-IF
            END-IF.
        1150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-TALLY-CARD-HISTORY - posted card transactions       *
      *    dated inside the window, selected and coded as GLFEED01  *
      *    feeds them.                                              *
      *-----------------------------------------------------------*
        2000-TALLY-CARD-HISTORY.
            OPEN INPUT CRDHIST
            PERFORM 2100-TALLY-ONE-TXN THRU 2100-EXIT
                UNTIL WS-CRDHIST-EOF
            CLOSE CRDHIST.
        2000-EXIT.
            EXIT.

        2100-TALLY-ONE-TXN.
            READ CRDHIST NEXT RECORD
                AT END
                    SET WS-CRDHIST-EOF TO TRUE
            END-READ
            IF NOT WS-CRDHIST-EOF
                ADD 1 TO WS-HIST-READ
                IF CH-TXN-DATE > WS-FROM-DATE-X
                   AND CH-TXN-DATE <= WS-RUN-DATE-X
                   AND CH-POSTED
                    SET WS-TYPE-NOT-FOUND TO TRUE
                    PERFORM 2150-MATCH-TYPE THRU 2150-EXIT
                        VARYING WS-TYPE-SUB FROM 1 BY 1
                        UNTIL WS-TYPE-FOUND
                           OR WS-TYPE-SUB > WS-CRDHIST-TYPE-COUNT
                    IF WS-TYPE-FOUND
                        SUBTRACT 1 FROM WS-TYPE-SUB
                    ELSE
                        MOVE WS-OTHER-CREDIT-SUB TO WS-TYPE-SUB
                    END-IF
                    MOVE CH-AMOUNT TO WS-MOVE-AMOUNT
                    PERFORM 8000-ADD-MOVEMENT THRU 8000-EXIT
                    PERFORM 2200-WHOLE-UNITS THRU 2200-EXIT
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        2150-MATCH-TYPE.
            IF CH-TXN-TYPE = MT-TXN-TYPE(WS-TYPE-SUB)
                SET WS-TYPE-FOUND TO TRUE
            END-IF.
        2150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2200-WHOLE-UNITS - what the posting did to the           *
      *    whole-unit card usage. FINPOST1 rounds the new usage,    *
      *    so an amount that raises it moves it by the amount       *
      *    rounded; one that lowers it rounds back the other way    *
      *    on an exact half (usage 100 less 10.50 is 89.50, kept    *
      *    as 90 - a fall of 10, not 11). That holds while the      *
      *    usage stays at or above zero; where the posting leaves   *
      *    it below zero FINPOST1 rounds the half away from zero    *
      *    and the usage ends one unit lower than counted here.     *
      *    The card's usage at the time is not on CRDHIST, so each  *
      *    exact-half posting is counted instead and 5000 allows    *
      *    one unit of shortfall for each.                          *
      *-----------------------------------------------------------*
        2200-WHOLE-UNITS.
            MOVE WS-MOVE-AMOUNT TO WS-WHOLE-AMOUNT
            IF (MT-RAISES(WS-TYPE-SUB) OR MT-LOWERS(WS-TYPE-SUB))
               AND WS-MOVE-AMOUNT - WS-WHOLE-AMOUNT = .50
                ADD 1 TO WS-HALF-UNITS
            END-IF
            IF MT-RAISES(WS-TYPE-SUB)
                COMPUTE WS-WHOLE-AMOUNT ROUNDED = WS-MOVE-AMOUNT
                ADD WS-WHOLE-AMOUNT TO WS-WHOLE-MOVEMENT
            END-IF
            IF MT-LOWERS(WS-TYPE-SUB)
                MOVE WS-MOVE-AMOUNT TO WS-WHOLE-AMOUNT
                IF WS-MOVE-AMOUNT - WS-WHOLE-AMOUNT > .50
                    ADD 1 TO WS-WHOLE-AMOUNT
                END-IF
                SUBTRACT WS-WHOLE-AMOUNT FROM WS-WHOLE-MOVEMENT
            END-IF.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-TALLY-BILLING - annual fees and finance charges     *
      *    off BILLDTL, assessed inside the window. FINFEE01 adds   *
      *    the two to the usage in one rounded step, so they are    *
      *    rounded together here, and an exact half is counted as   *
      *    in 2200.                                                 *
      *-----------------------------------------------------------*
        3000-TALLY-BILLING.
            OPEN INPUT BILLDTL
            PERFORM 3100-TALLY-ONE-DETAIL THRU 3100-EXIT
                UNTIL WS-BILLDTL-EOF
            CLOSE BILLDTL.
        3000-EXIT.
            EXIT.

        3100-TALLY-ONE-DETAIL.
            READ BILLDTL
                AT END
                    SET WS-BILLDTL-EOF TO TRUE
            END-READ
            IF NOT WS-BILLDTL-EOF
                ADD 1 TO WS-BILL-READ
                IF BD-ASSESS-DATE > WS-FROM-DATE-X
                   AND BD-ASSESS-DATE <= WS-RUN-DATE-X
                    MOVE ZERO TO WS-BILLED-AMOUNT
                    IF BD-ANNUAL-FEE > ZERO
                        MOVE WS-ANNUAL-FEE-SUB TO WS-TYPE-SUB
                        MOVE BD-ANNUAL-FEE     TO WS-MOVE-AMOUNT
                        PERFORM 8000-ADD-MOVEMENT THRU 8000-EXIT
                        ADD BD-ANNUAL-FEE TO WS-BILLED-AMOUNT
                    END-IF
                    IF BD-FINANCE-CHG > ZERO
                        MOVE WS-FINANCE-CHG-SUB TO WS-TYPE-SUB
                        MOVE BD-FINANCE-CHG     TO WS-MOVE-AMOUNT
                        PERFORM 8000-ADD-MOVEMENT THRU 8000-EXIT
                        ADD BD-FINANCE-CHG TO WS-BILLED-AMOUNT
                    END-IF
                    MOVE WS-BILLED-AMOUNT TO WS-WHOLE-AMOUNT
                    IF WS-BILLED-AMOUNT - WS-WHOLE-AMOUNT = .50
                        ADD 1 TO WS-HALF-UNITS
                    END-IF
                    COMPUTE WS-WHOLE-AMOUNT ROUNDED = WS-BILLED-AMOUNT
                    ADD WS-WHOLE-AMOUNT TO WS-WHOLE-MOVEMENT
                END-IF
            END-IF.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-TOTAL-MASTER - a fresh total of the card usage on   *
      *    every card on the customer master, whatever the card's   *
      *    status.                                                  *
      *-----------------------------------------------------------*
        4000-TOTAL-MASTER.
            OPEN INPUT CUSTMAS
            PERFORM 4100-TOTAL-ONE-CUSTOMER THRU 4100-EXIT
                UNTIL WS-CUSTMAS-EOF
            CLOSE CUSTMAS.
        4000-EXIT.
            EXIT.

        4100-TOTAL-ONE-CUSTOMER.
            READ CUSTMAS NEXT RECORD
                AT END
                    SET WS-CUSTMAS-EOF TO TRUE
            END-READ
            IF NOT WS-CUSTMAS-EOF
                ADD 1 TO WS-CUST-READ
                PERFORM 4150-ADD-ONE-CARD THRU 4150-EXIT
                    VARYING WS-CARD-SUB FROM 1 BY 1
                    UNTIL WS-CARD-SUB > CM-CARD-COUNT
            END-IF.
        4100-EXIT.
            EXIT.

        4150-ADD-ONE-CARD.
            ADD CM-CARD-USAGE(WS-CARD-SUB) TO WS-MASTER-BAL
            ADD 1 TO WS-CARDS-TOTALLED.
        4150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    5000-PROVE - expected balance is the opening balance     *
      *    plus the movements' effect and the rounding to whole     *
      *    units; the difference is the master total less the       *
      *    expected balance. On the first run the master total is   *
      *    taken as the opening balance and there is nothing to     *
      *    prove. A master short of the expected balance by whole   *
      *    units, no more than one for each exact-half posting, is  *
      *    the rounding of postings that took a usage below zero    *
      *    (see 2200) and is taken as in balance.                   *
      *-----------------------------------------------------------*
        5000-PROVE.
            PERFORM 5100-ADD-ONE-EFFECT THRU 5100-EXIT
                VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > WS-MOVE-TYPE-COUNT
            IF WS-OPENING-FOUND
                COMPUTE WS-ROUNDING =
                    WS-WHOLE-MOVEMENT - WS-GL-MOVEMENT
                COMPUTE WS-EXPECTED-BAL =
                    WS-OPENING-BAL + WS-GL-MOVEMENT + WS-ROUNDING
            ELSE
                MOVE WS-MASTER-BAL TO WS-OPENING-BAL
                                      WS-EXPECTED-BAL
            END-IF
            COMPUTE WS-DIFFERENCE = WS-MASTER-BAL - WS-EXPECTED-BAL
            SET WS-PROOF-IN-BALANCE TO TRUE
            IF WS-DIFFERENCE = ZERO
                GO TO 5000-EXIT
            END-IF
            MOVE WS-DIFFERENCE TO WS-SHORTFALL
            MOVE WS-SHORTFALL  TO WS-SHORTFALL-WHOLE
            IF WS-DIFFERENCE > ZERO
               OR WS-SHORTFALL NOT = WS-SHORTFALL-WHOLE
               OR WS-SHORTFALL > WS-HALF-UNITS
                SET WS-PROOF-OUT-OF-BALANCE TO TRUE
            END-IF.
        5000-EXIT.
            EXIT.

        5100-ADD-ONE-EFFECT.
            ADD MV-EFFECT(WS-TYPE-SUB) TO WS-GL-MOVEMENT
            ADD MV-COUNT(WS-TYPE-SUB)  TO WS-MOVES-TAKEN.
        5100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    6000-WRITE-REPORT - the ARPRPT balancing report: the     *
      *    opening balance, every movement type with its count,     *
      *    the amount fed to the GL and its effect on the           *
      *    sub-ledger, then the rounding, the expected and master   *
      *    balances and the difference.                             *
      *-----------------------------------------------------------*
        6000-WRITE-REPORT.
            MOVE WS-RUN-DATE-X  TO TL-RUN-DATE
            MOVE WS-FROM-DATE-X TO TL-FROM-DATE
            WRITE ARPRPT-RECORD FROM WS-TITLE-LINE
            WRITE ARPRPT-RECORD FROM WS-HEADING-2
            MOVE 'OPENING BALANCE'          TO BA-LABEL
            MOVE WS-OPENING-BAL             TO BA-AMOUNT
            WRITE ARPRPT-RECORD FROM WS-BALANCE-LINE
            WRITE ARPRPT-RECORD FROM WS-HEADING-2
            WRITE ARPRPT-RECORD FROM WS-HEADING-1
            WRITE ARPRPT-RECORD FROM WS-HEADING-2
            PERFORM 6100-WRITE-ONE-TYPE THRU 6100-EXIT
                VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > WS-MOVE-TYPE-COUNT
            WRITE ARPRPT-RECORD FROM WS-HEADING-2
            MOVE 'NET MOVEMENT FED TO GL'   TO BA-LABEL
            MOVE WS-GL-MOVEMENT             TO BA-AMOUNT
            WRITE ARPRPT-RECORD FROM WS-BALANCE-LINE
            MOVE 'ROUNDING TO WHOLE UNITS'  TO BA-LABEL
            MOVE WS-ROUNDING                TO BA-AMOUNT
            WRITE ARPRPT-RECORD FROM WS-BALANCE-LINE
            MOVE 'EXPECTED CLOSING BALANCE' TO BA-LABEL
            MOVE WS-EXPECTED-BAL            TO BA-AMOUNT
            WRITE ARPRPT-RECORD FROM WS-BALANCE-LINE
            MOVE 'CUSTMAS CARD USAGE TOTAL' TO BA-LABEL
            MOVE WS-MASTER-BAL              TO BA-AMOUNT
            WRITE ARPRPT-RECORD FROM WS-BALANCE-LINE
            MOVE 'DIFFERENCE'               TO BA-LABEL
            MOVE WS-DIFFERENCE              TO BA-AMOUNT
            WRITE ARPRPT-RECORD FROM WS-BALANCE-LINE
            MOVE 'EXACT HALF-UNIT POSTINGS' TO TO-LABEL
            MOVE WS-HALF-UNITS              TO TO-COUNT
            WRITE ARPRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'PROOF RESULT'             TO RS-LABEL
            IF WS-OPENING-NOT-FOUND
                MOVE 'OPENING BALANCE ESTABLISHED' TO RS-TEXT
            ELSE
                IF WS-DIFFERENCE = ZERO
                    MOVE 'IN BALANCE'       TO RS-TEXT
                ELSE
                 IF WS-PROOF-IN-BALANCE
                    MOVE 'IN BALANCE WITHIN ROUNDING'
                                            TO RS-TEXT
                 ELSE
                    MOVE 'OUT OF BALANCE'   TO RS-TEXT
                 END-IF
                END-IF
            END-IF
            WRITE ARPRPT-RECORD FROM WS-RESULT-LINE
            WRITE ARPRPT-RECORD FROM WS-HEADING-2
            MOVE 'CARD HISTORY RECORDS READ' TO TO-LABEL
            MOVE WS-HIST-READ               TO TO-COUNT
            WRITE ARPRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'BILLING DETAILS READ'     TO TO-LABEL
            MOVE WS-BILL-READ               TO TO-COUNT
            WRITE ARPRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'CUSTOMERS READ'           TO TO-LABEL
            MOVE WS-CUST-READ               TO TO-COUNT
            WRITE ARPRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'CARDS TOTALLED'           TO TO-LABEL
            MOVE WS-CARDS-TOTALLED          TO TO-COUNT
            WRITE ARPRPT-RECORD FROM WS-TOTAL-LINE.
        6000-EXIT.
            EXIT.

        6100-WRITE-ONE-TYPE.
            MOVE MT-LABEL(WS-TYPE-SUB)       TO ML-LABEL
            MOVE MT-SOURCE-CODE(WS-TYPE-SUB) TO ML-SOURCE-CODE
            MOVE MV-COUNT(WS-TYPE-SUB)       TO ML-COUNT
            MOVE MV-GL-AMOUNT(WS-TYPE-SUB)   TO ML-GL-AMOUNT
            MOVE MV-EFFECT(WS-TYPE-SUB)      TO ML-EFFECT
            WRITE ARPRPT-RECORD FROM WS-MOVE-LINE.
        6100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    6500-SAVE-PROOF - record today's proof on ARPROOF; the   *
      *    master total is the closing balance tomorrow's run       *
      *    opens with. A rerun for today replaces the earlier       *
      *    record.                                                  *
      *-----------------------------------------------------------*
        6500-SAVE-PROOF.
            MOVE SPACES           TO AR-PROOF-RECORD
            MOVE WS-RUN-DATE-X    TO AP-PROOF-DATE
            MOVE WS-FROM-DATE-X   TO AP-FROM-DATE
            MOVE WS-OPENING-BAL   TO AP-OPENING-BAL
            MOVE WS-GL-MOVEMENT   TO AP-GL-MOVEMENT
            MOVE WS-ROUNDING      TO AP-ROUNDING
            MOVE WS-EXPECTED-BAL  TO AP-EXPECTED-BAL
            MOVE WS-MASTER-BAL    TO AP-CLOSING-BAL
            MOVE WS-DIFFERENCE    TO AP-DIFFERENCE
            MOVE WS-CARDS-TOTALLED TO AP-CARD-COUNT
            IF WS-OPENING-NOT-FOUND
                SET AP-OPENING-SET TO TRUE
            ELSE
                IF WS-PROOF-IN-BALANCE
                    SET AP-IN-BALANCE TO TRUE
                ELSE
                    SET AP-OUT-OF-BALANCE TO TRUE
                END-IF
            END-IF
            IF WS-REPROOF
                REWRITE AR-PROOF-RECORD
                    INVALID KEY
                        MOVE '23' TO WS-ARPROOF-STATUS
                END-REWRITE
            ELSE
                WRITE AR-PROOF-RECORD
                    INVALID KEY
                        MOVE '22' TO WS-ARPROOF-STATUS
                END-WRITE
            END-IF
            IF NOT WS-ARPROOF-OK
                DISPLAY 'FINARP01 - PROOF NOT SAVED, STATUS: '
                    WS-ARPROOF-STATUS
                MOVE 8 TO RETURN-CODE
            END-IF.
        6500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    7000-RAISE-EXCEPTION - one open EXCPSTAT item for a      *
      *    proof that does not balance, for the morning EXCPMON     *
      *    screen. WS-EXCP-REF and WS-EXCP-REASON are set by the    *
      *    caller.                                                  *
      *-----------------------------------------------------------*
        7000-RAISE-EXCEPTION.
            MOVE SPACES         TO EXCP-STATUS-RECORD
            MOVE WS-RUN-DATE-X  TO ES-DATE
            MOVE '00:00:00'     TO ES-TIME
            MOVE ZERO           TO ES-SEQ
            MOVE 'FINARP01'     TO ES-PROGRAM-ID
            MOVE WS-EXCP-REF    TO ES-REF-ID
            MOVE '07'           TO ES-RETURN-CODE
            MOVE WS-EXCP-REASON TO ES-REASON
            SET ES-OPEN TO TRUE
            SET WS-RECORD-NOT-WRITTEN TO TRUE
            PERFORM 7100-WRITE-STATUS THRU 7100-EXIT
                UNTIL WS-RECORD-WRITTEN
                   OR ES-SEQ > 9998.
        7000-EXIT.
            EXIT.

        7100-WRITE-STATUS.
            WRITE EXCP-STATUS-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-EXCPSTAT-OK
                SET WS-RECORD-WRITTEN TO TRUE
            ELSE
                IF WS-EXCPSTAT-DUPKEY
                    ADD 1 TO ES-SEQ
                ELSE
                    MOVE 9999 TO ES-SEQ
                END-IF
            END-IF.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8000-ADD-MOVEMENT - count one movement of type           *
      *    WS-TYPE-SUB: the amount fed to the GL, and its signed    *
      *    effect on the card usage.                                *
      *-----------------------------------------------------------*
        8000-ADD-MOVEMENT.
            ADD 1              TO MV-COUNT(WS-TYPE-SUB)
            ADD WS-MOVE-AMOUNT TO MV-GL-AMOUNT(WS-TYPE-SUB)
            IF MT-RAISES(WS-TYPE-SUB)
                ADD WS-MOVE-AMOUNT TO MV-EFFECT(WS-TYPE-SUB)
            END-IF
            IF MT-LOWERS(WS-TYPE-SUB)
                SUBTRACT WS-MOVE-AMOUNT FROM MV-EFFECT(WS-TYPE-SUB)
            END-IF.
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9800-REGISTER-START - register the run on RUNREG         *
      *    through RUNCTL, which refuses it until every             *
      *    predecessor on the RUNJOB schedule has completed for     *
      *    the business date.                                       *
      *-----------------------------------------------------------*
        9800-REGISTER-START.
            MOVE SPACES       TO WS-RUN-CONTROL
            MOVE ZERO         TO RC-RUN-RC RC-READ-COUNT
                                 RC-WRITTEN-COUNT
            SET RC-FUNC-START TO TRUE
            MOVE 'FINARP01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'FINARP01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'FINARP01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
