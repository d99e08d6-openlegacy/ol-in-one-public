        IDENTIFICATION DIVISION.
        PROGRAM-ID.    FINRFD01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    FINRFD01 - MONTHLY CREDIT-BALANCE REFUND RUN                *
      *    Monthly batch job, run after the daily posting. Walks the   *
      *    CUSTOMER-MASTER file and refunds every card whose usage has *
      *    stood below zero (overpaid) for WS-CREDIT-DAYS or more, the *
      *    age of the credit proven off the card's CRDHIST postings    *
      *    inside that window. Each refund pays the whole credit: a    *
      *    disbursement record goes to RFDDISB for treasury, payee     *
      *    name and mailing address off CUSTCNT, and a pending REFUNDS *
      *    record is left for FINPOST1 to post to the card as a refund *
      *    debit (type B) that brings it back to zero and onto CRDHIST *
      *    for GLFEED01. The RFDRPT register lists every refund issued *
      *    and every card skipped, with totals for treasury to balance *
      *    the disbursement file against.                              *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
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
        FILE-CONTROL.
            SELECT CUSTMAS ASSIGN TO CUSTMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS WS-CUSTMAS-STATUS.

            SELECT CUSTCNT ASSIGN TO CUSTCNT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CC-CUST-ID
                FILE STATUS IS WS-CUSTCNT-STATUS.

            SELECT CRDHIST ASSIGN TO CRDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CH-KEY
                FILE STATUS IS WS-CRDHIST-STATUS.

            SELECT REFUNDS ASSIGN TO REFUNDS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RF-KEY
                FILE STATUS IS WS-REFUNDS-STATUS.

            SELECT RFDDISB ASSIGN TO RFDDISB.

            SELECT RFDRPT ASSIGN TO RFDRPT.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
                DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        FD  CUSTCNT.
        COPY CUSTCNT.

        FD  CRDHIST.
        COPY CRDHIST.

        FD  REFUNDS.
        COPY REFUNDS.

        FD  RFDDISB
            LABEL RECORDS ARE STANDARD.
        COPY RFDDISB.

        FD  RFDRPT
            LABEL RECORDS ARE STANDARD.
        01  RFDRPT-RECORD           PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-CUSTCNT-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTCNT-OK              VALUE '00'.

        01  WS-CRDHIST-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDHIST-OK              VALUE '00'.

        01  WS-REFUNDS-STATUS       PIC X(02) VALUE '00'.
            88  WS-REFUNDS-OK              VALUE '00'.
            88  WS-REFUNDS-DUPKEY          VALUE '22'.

        01  WS-CUSTMAS-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-CUSTMAS-EOF             VALUE 'Y'.

        01  WS-HIST-SCAN-EOF-SW     PIC X(01) VALUE 'N'.
            88  WS-HIST-SCAN-EOF           VALUE 'Y'.
            88  WS-HIST-SCAN-NOT-EOF       VALUE 'N'.

        01  WS-RFD-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
            88  WS-RFD-SCAN-EOF            VALUE 'Y'.
            88  WS-RFD-SCAN-NOT-EOF        VALUE 'N'.

        01  WS-CREDIT-AGE-SW        PIC X(01) VALUE 'N'.
            88  WS-CREDIT-AGED             VALUE 'Y'.
            88  WS-CREDIT-NOT-AGED         VALUE 'N'.

        01  WS-PENDING-SW           PIC X(01) VALUE 'N'.
            88  WS-REFUND-PENDING          VALUE 'Y'.
            88  WS-NO-REFUND-PENDING       VALUE 'N'.

        01  WS-CARD-SUB             PIC 9(02) COMP.

        01  WS-CREDIT-DAYS          PIC 9(03) VALUE 180.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).
        01  WS-CUTOFF-INT           PIC 9(08) COMP.
        01  WS-CUTOFF-DATE          PIC 9(08).
        01  WS-CUTOFF-DATE-X        PIC X(08).

      *    Net usage the card's CRDHIST postings inside the window
      *    added, and the highest that running net reached.
        01  WS-HIST-NET             PIC S9(11)V99 COMP-3.
        01  WS-HIST-PEAK            PIC S9(11)V99 COMP-3.
        01  WS-WINDOW-HIGH          PIC S9(11)V99 COMP-3.
        01  WS-REFUND-AMOUNT        PIC S9(7)V99 COMP-3.

        01  WS-REFUND-SEQ           PIC 9(04) VALUE ZERO.
        01  WS-REFUND-REF.
            05  FILLER              PIC X(02) VALUE 'RF'.
            05  WS-REF-DATE         PIC X(06).
            05  WS-REF-SEQ          PIC 9(04).

        01  WS-IN-CREDIT-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-NOT-DUE-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-REFUND-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-REFUND-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-SKIPPED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-REG-LINE.
            05  RG-CUST-ID          PIC X(10).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-CARD-NUMBER      PIC X(16).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-PAYEE-NAME       PIC X(30).
            05  FILLER              PIC X(06) VALUE SPACES.
            05  RG-REFUND-REF       PIC X(12).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-AMOUNT           PIC ZZZ,ZZ9.99-.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-NOTE             PIC X(30) VALUE SPACES.
            05  FILLER              PIC X(09) VALUE SPACES.

        01  WS-TOTAL-LINE.
            05  FILLER              PIC X(14) VALUE
                'REFUNDS ISSUED'.
            05  FILLER              PIC X(02) VALUE ': '.
            05  TO-COUNT            PIC ZZZZZZ9.
            05  FILLER              PIC X(10) VALUE '  AMOUNT: '.
            05  TO-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(11) VALUE '  SKIPPED: '.
            05  TO-SKIPPED          PIC ZZZZZZ9.
            05  FILLER              PIC X(62) VALUE SPACES.

        01  WS-HEADING-1.
            05  FILLER              PIC X(66) VALUE
                'CUST-ID     CARD-NUMBER       PAYEE'.
            05  FILLER              PIC X(66) VALUE
                'REFUND-REF        AMOUNT   NOTE'.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            MOVE WS-RUN-DATE-X(3:6) TO WS-REF-DATE
            COMPUTE WS-CUTOFF-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - WS-CREDIT-DAYS
            COMPUTE WS-CUTOFF-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
            MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-X
            OPEN INPUT CUSTMAS
            OPEN INPUT CUSTCNT
            OPEN INPUT CRDHIST
            OPEN I-O REFUNDS
            OPEN OUTPUT RFDDISB
            OPEN OUTPUT RFDRPT
            WRITE RFDRPT-RECORD FROM WS-HEADING-1
            WRITE RFDRPT-RECORD FROM WS-HEADING-2
            PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
            PERFORM 1000-CHECK-ONE-CUST THRU 1000-EXIT
                UNTIL WS-CUSTMAS-EOF
            PERFORM 9000-WRITE-TOTALS THRU 9000-EXIT
            CLOSE CUSTMAS
            CLOSE CUSTCNT
            CLOSE CRDHIST
            CLOSE REFUNDS
            CLOSE RFDDISB
            CLOSE RFDRPT
            DISPLAY 'FINRFD01 - CARDS IN CREDIT:    ' WS-IN-CREDIT-COUNT
            DISPLAY 'FINRFD01 - CREDIT NOT YET DUE: ' WS-NOT-DUE-COUNT
            DISPLAY 'FINRFD01 - REFUNDS ISSUED:     ' WS-REFUND-COUNT
            DISPLAY 'FINRFD01 - CARDS SKIPPED:      ' WS-SKIPPED-COUNT
            MOVE WS-REFUND-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-CHECK-ONE-CUST - every card on the customer is      *
      *    looked at, then on to the next customer.                 *
      *-----------------------------------------------------------*
        1000-CHECK-ONE-CUST.
            PERFORM 2000-CHECK-ONE-CARD THRU 2000-EXIT
                VARYING WS-CARD-SUB FROM 1 BY 1
                UNTIL WS-CARD-SUB > CM-CARD-COUNT
            PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
        1000-EXIT.
            EXIT.

        1100-READ-CUSTOMER.
            READ CUSTMAS NEXT RECORD
                AT END
                    SET WS-CUSTMAS-EOF TO TRUE
            END-READ.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-CHECK-ONE-CARD - a card in credit whose credit is   *
      *    old enough is refunded, provided nothing is already      *
      *    pending for it and the customer has somewhere to send    *
      *    the money; a newer credit passes through uncounted on    *
      *    the register. Charged-off cards are left to recoveries.  *
      *-----------------------------------------------------------*
        2000-CHECK-ONE-CARD.
            IF CM-CARD-USAGE(WS-CARD-SUB) NOT < ZERO
               OR CM-CARD-CHARGED-OFF(WS-CARD-SUB)
                GO TO 2000-EXIT
            END-IF
            ADD 1 TO WS-IN-CREDIT-COUNT
            PERFORM 3000-DATE-CREDIT THRU 3000-EXIT
            IF WS-CREDIT-NOT-AGED
                ADD 1 TO WS-NOT-DUE-COUNT
                GO TO 2000-EXIT
            END-IF
            COMPUTE WS-REFUND-AMOUNT =
                ZERO - CM-CARD-USAGE(WS-CARD-SUB)
            MOVE SPACES                      TO WS-REG-LINE
            MOVE CM-CUST-ID                  TO RG-CUST-ID
            MOVE CM-CARD-NUMBER(WS-CARD-SUB) TO RG-CARD-NUMBER
            MOVE WS-REFUND-AMOUNT            TO RG-AMOUNT
            PERFORM 3500-CHECK-PENDING THRU 3500-EXIT
            IF WS-REFUND-PENDING
                MOVE 'REFUND ALREADY PENDING' TO RG-NOTE
                PERFORM 8000-SKIP-CARD THRU 8000-EXIT
                GO TO 2000-EXIT
            END-IF
            MOVE CM-CUST-ID TO CC-CUST-ID
            READ CUSTCNT
                INVALID KEY
                    MOVE '23' TO WS-CUSTCNT-STATUS
            END-READ
            IF NOT WS-CUSTCNT-OK
                MOVE 'NO CONTACT RECORD - SKIPPED' TO RG-NOTE
                PERFORM 8000-SKIP-CARD THRU 8000-EXIT
                GO TO 2000-EXIT
            END-IF
            MOVE CC-CUST-NAME TO RG-PAYEE-NAME
            IF CC-CUST-NAME = SPACES OR CC-ADDR-LINE-1 = SPACES
                MOVE 'NO PAYEE ADDRESS - SKIPPED' TO RG-NOTE
                PERFORM 8000-SKIP-CARD THRU 8000-EXIT
                GO TO 2000-EXIT
            END-IF
            PERFORM 4000-REFUND-CARD THRU 4000-EXIT.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-DATE-CREDIT - the card has been in credit for the   *
      *    whole window if its usage stood below zero when the      *
      *    window opened and after every posting since. Working     *
      *    back from today's usage, the balance at the cutoff is    *
      *    the usage less the window's net postings; the highest    *
      *    balance inside the window is that plus the peak of the   *
      *    running net. Entries dated after the cutoff are read     *
      *    off CRDHIST; rejected ones never touched the usage.      *
      *-----------------------------------------------------------*
        3000-DATE-CREDIT.
            SET WS-CREDIT-NOT-AGED TO TRUE
            MOVE ZERO TO WS-HIST-NET WS-HIST-PEAK
            SET WS-HIST-SCAN-NOT-EOF TO TRUE
            MOVE CM-CARD-NUMBER(WS-CARD-SUB) TO CH-CARD-NUMBER
            MOVE WS-CUTOFF-DATE-X            TO CH-TXN-DATE
            MOVE 9999                        TO CH-SEQ
            START CRDHIST
                KEY IS GREATER THAN CH-KEY
                INVALID KEY
                    SET WS-HIST-SCAN-EOF TO TRUE
            END-START
            PERFORM 3100-SCAN-ONE-ENTRY THRU 3100-EXIT
                UNTIL WS-HIST-SCAN-EOF
            COMPUTE WS-WINDOW-HIGH =
                CM-CARD-USAGE(WS-CARD-SUB) - WS-HIST-NET
                    + WS-HIST-PEAK
            IF WS-WINDOW-HIGH < ZERO
                SET WS-CREDIT-AGED TO TRUE
            END-IF.
        3000-EXIT.
            EXIT.

        3100-SCAN-ONE-ENTRY.
            READ CRDHIST NEXT RECORD
                AT END
                    SET WS-HIST-SCAN-EOF TO TRUE
            END-READ
            IF WS-HIST-SCAN-EOF
                GO TO 3100-EXIT
            END-IF
            IF CH-CARD-NUMBER NOT = CM-CARD-NUMBER(WS-CARD-SUB)
                SET WS-HIST-SCAN-EOF TO TRUE
                GO TO 3100-EXIT
            END-IF
            IF NOT CH-POSTED
                GO TO 3100-EXIT
            END-IF
            EVALUATE TRUE
                WHEN CH-PURCHASE OR CH-DISPUTE-REVERSAL
                  OR CH-RETURNED-PAYMENT OR CH-RETURN-FEE
                  OR CH-REFUND-DEBIT
                    ADD CH-AMOUNT TO WS-HIST-NET
                WHEN CH-PAYMENT OR CH-CREDIT
                  OR CH-DISPUTE-CREDIT OR CH-REWARD-CREDIT
                    SUBTRACT CH-AMOUNT FROM WS-HIST-NET
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-HIST-NET > WS-HIST-PEAK
                MOVE WS-HIST-NET TO WS-HIST-PEAK
            END-IF.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3500-CHECK-PENDING - a refund FINPOST1 has not yet       *
      *    posted still shows the card in credit; it is not paid    *
      *    out a second time.                                       *
      *-----------------------------------------------------------*
        3500-CHECK-PENDING.
            SET WS-NO-REFUND-PENDING TO TRUE
            SET WS-RFD-SCAN-NOT-EOF TO TRUE
            MOVE CM-CARD-NUMBER(WS-CARD-SUB) TO RF-CARD-NUMBER
            MOVE LOW-VALUES                  TO RF-REFUND-DATE
            START REFUNDS
                KEY IS NOT LESS THAN RF-KEY
                INVALID KEY
                    SET WS-RFD-SCAN-EOF TO TRUE
            END-START
            PERFORM 3600-CHECK-ONE-REFUND THRU 3600-EXIT
                UNTIL WS-RFD-SCAN-EOF
                   OR WS-REFUND-PENDING.
        3500-EXIT.
            EXIT.

        3600-CHECK-ONE-REFUND.
            READ REFUNDS NEXT RECORD
                AT END
                    SET WS-RFD-SCAN-EOF TO TRUE
            END-READ
            IF WS-RFD-SCAN-EOF
                GO TO 3600-EXIT
            END-IF
            IF RF-CARD-NUMBER NOT = CM-CARD-NUMBER(WS-CARD-SUB)
                SET WS-RFD-SCAN-EOF TO TRUE
                GO TO 3600-EXIT
            END-IF
            IF RF-PENDING
                SET WS-REFUND-PENDING TO TRUE
            END-IF.
        3600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-REFUND-CARD - the pending refund is written first;  *
      *    only once it is safely on REFUNDS does the payment go    *
      *    to treasury on the disbursement file.                    *
      *-----------------------------------------------------------*
        4000-REFUND-CARD.
            ADD 1 TO WS-REFUND-SEQ
            MOVE WS-REFUND-SEQ TO WS-REF-SEQ
            MOVE SPACES                      TO CREDIT-REFUND-RECORD
            MOVE CM-CARD-NUMBER(WS-CARD-SUB) TO RF-CARD-NUMBER
            MOVE WS-RUN-DATE-X               TO RF-REFUND-DATE
            MOVE CM-CUST-ID                  TO RF-CUST-ID
            MOVE WS-REFUND-REF               TO RF-REFUND-REF
            MOVE WS-REFUND-AMOUNT            TO RF-REFUND-AMOUNT
            MOVE WS-CUTOFF-DATE-X            TO RF-IN-CREDIT-SINCE
            SET RF-PENDING TO TRUE
            WRITE CREDIT-REFUND-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF NOT WS-REFUNDS-OK
                IF WS-REFUNDS-DUPKEY
                    MOVE 'REFUND RECORD EXISTS' TO RG-NOTE
                ELSE
                    MOVE 'REFUNDS WRITE FAILED' TO RG-NOTE
                END-IF
                PERFORM 8000-SKIP-CARD THRU 8000-EXIT
                GO TO 4000-EXIT
            END-IF
            MOVE SPACES                      TO REFUND-DISB-RECORD
            MOVE WS-REFUND-REF               TO RD-REFUND-REF
            MOVE WS-RUN-DATE-X               TO RD-REFUND-DATE
            MOVE CM-CARD-NUMBER(WS-CARD-SUB) TO RD-CARD-NUMBER
            MOVE CM-CUST-ID                  TO RD-CUST-ID
            MOVE WS-REFUND-AMOUNT            TO RD-AMOUNT
            MOVE CC-CUST-NAME                TO RD-PAYEE-NAME
            MOVE CC-ADDR-LINE-1              TO RD-ADDR-LINE-1
            MOVE CC-ADDR-LINE-2              TO RD-ADDR-LINE-2
            MOVE CC-CITY                     TO RD-CITY
            MOVE CC-STATE                    TO RD-STATE
            MOVE CC-ZIP                      TO RD-ZIP
            WRITE REFUND-DISB-RECORD
            ADD 1                TO WS-REFUND-COUNT
            ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
            MOVE WS-REFUND-REF   TO RG-REFUND-REF
            MOVE 'REFUND ISSUED' TO RG-NOTE
            WRITE RFDRPT-RECORD FROM WS-REG-LINE.
        4000-EXIT.
            EXIT.

        8000-SKIP-CARD.
            ADD 1 TO WS-SKIPPED-COUNT
            WRITE RFDRPT-RECORD FROM WS-REG-LINE.
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9000-WRITE-TOTALS - register trailer for balancing the   *
      *    disbursement file.                                       *
      *-----------------------------------------------------------*
        9000-WRITE-TOTALS.
            WRITE RFDRPT-RECORD FROM WS-HEADING-2
            MOVE WS-REFUND-COUNT  TO TO-COUNT
            MOVE WS-REFUND-TOTAL  TO TO-AMOUNT
            MOVE WS-SKIPPED-COUNT TO TO-SKIPPED
            WRITE RFDRPT-RECORD FROM WS-TOTAL-LINE.
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
            MOVE 'FINRFD01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'FINRFD01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'FINRFD01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
