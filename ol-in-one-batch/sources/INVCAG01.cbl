        IDENTIFICATION DIVISION.
        PROGRAM-ID.    INVCAG01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    INVCAG01 - CUSTOMER RECEIVABLES AGING REPORT                *
      *    Companion to INVAGE01. Takes the same open and partly paid  *
      *    INVFILE headers but groups them by the bill-to customer,    *
      *    oldest invoice first within each, with the customer's name  *
      *    off CUSTCNT, and subtotals what each customer owes by age   *
      *    (under 30, 30+, 60+ and 90+ days since the invoice date) -  *
      *    so billing can answer what a customer owes in total and     *
      *    how late it is. Invoices still UNASSIGNED since the bill-to *
      *    conversion group together under that id until billing       *
      *    gives them a customer through INVPAY. Grand totals trail    *
      *    the report.                                                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INVFILE ASSIGN TO INVFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS IN-KEY
                FILE STATUS IS WS-INVFILE-STATUS.

            SELECT CUSTCNT ASSIGN TO CUSTCNT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CC-CUST-ID
                FILE STATUS IS WS-CUSTCNT-STATUS.

            SELECT CAGRPT ASSIGN TO CAGRPT.

            SELECT SORTCAG ASSIGN TO SORTWK1.

        DATA DIVISION.
        FILE SECTION.
        FD  INVFILE.
        COPY INVFILE.

        FD  CUSTCNT.
        COPY CUSTCNT.

        FD  CAGRPT
            LABEL RECORDS ARE STANDARD.
        01  CAGRPT-RECORD           PIC X(132).

        SD  SORTCAG.
        01  CAG-SORT-RECORD.
            05  CA-CUST-ID          PIC X(10).
            05  CA-DAYS-OLD         PIC 9(05).
            05  CA-INVOICE-NO       PIC X(10).
            05  CA-INVOICE-DATE     PIC X(08).
            05  CA-STATUS           PIC X(01).
            05  CA-OUTSTANDING      PIC S9(09)V99 COMP-3.

        WORKING-STORAGE SECTION.
        01  WS-INVFILE-STATUS       PIC X(02) VALUE '00'.
            88  WS-INVFILE-OK              VALUE '00'.

        01  WS-CUSTCNT-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTCNT-OK              VALUE '00'.

        01  WS-INVFILE-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-INVFILE-EOF             VALUE 'Y'.
        01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SORT-EOF                VALUE 'Y'.
        01  WS-FIRST-CUST-SW        PIC X(01) VALUE 'Y'.
            88  WS-FIRST-CUST              VALUE 'Y'.
            88  WS-NOT-FIRST-CUST          VALUE 'N'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-INT         PIC 9(08) COMP.
        01  WS-INV-DATE-NUM         PIC 9(08).
        01  WS-INV-DATE-INT         PIC 9(08) COMP.
        01  WS-DAYS-OLD             PIC S9(05) COMP-3.

        01  WS-PREV-CUST-ID         PIC X(10) VALUE SPACES.
        01  WS-CUSTOMER-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-UNASSIGNED-COUNT     PIC 9(05) COMP-3 VALUE ZERO.

        01  WS-CUST-INV-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-CUST-CURRENT-AMT     PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-CUST-30-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-CUST-60-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-CUST-90-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-CUST-TOTAL-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.

        01  WS-GRAND-INV-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-GRAND-CURRENT-AMT    PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-GRAND-30-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-GRAND-60-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-GRAND-90-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-GRAND-TOTAL-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.

        01  WS-CUST-HEAD-LINE.
            05  FILLER              PIC X(09) VALUE 'CUSTOMER '.
            05  CH-CUST-ID          PIC X(10).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  CH-CUST-NAME        PIC X(30).
            05  FILLER              PIC X(81) VALUE SPACES.

        01  WS-DETAIL-LINE.
            05  FILLER              PIC X(04) VALUE SPACES.
            05  DT-INVOICE-NO       PIC X(10).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-INVOICE-DATE     PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-STATUS           PIC X(01).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-DAYS             PIC ZZZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-OUTSTANDING      PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-BUCKET           PIC X(04).
            05  FILLER              PIC X(75) VALUE SPACES.

        01  WS-TOTAL-LINE.
            05  TL-LABEL            PIC X(12).
            05  TL-COUNT            PIC ZZZZ9.
            05  FILLER              PIC X(10) VALUE ' INVOICES '.
            05  FILLER              PIC X(05) VALUE '<30 '.
            05  TL-CURRENT-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(06) VALUE '  30+ '.
            05  TL-30-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(06) VALUE '  60+ '.
            05  TL-60-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(06) VALUE '  90+ '.
            05  TL-90-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(07) VALUE '  OWED '.
            05  TL-TOTAL-AMT        PIC ZZZ,ZZZ,ZZ9.99-.

        01  WS-HEADING-1            PIC X(132) VALUE
            '    INVOICE-NO  INV-DATE   S   DAYS  OUTSTANDING     AGE'.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            SORT SORTCAG
                ASCENDING KEY CA-CUST-ID
                DESCENDING KEY CA-DAYS-OLD
                ASCENDING KEY CA-INVOICE-NO
                INPUT PROCEDURE 1000-RELEASE-OPEN THRU 1000-EXIT
                OUTPUT PROCEDURE 2000-PRINT-AGING THRU 2000-EXIT
            DISPLAY 'INVCAG01 - CUSTOMERS OWING: ' WS-CUSTOMER-COUNT
            DISPLAY 'INVCAG01 - OPEN INVOICES:   ' WS-GRAND-INV-COUNT
            DISPLAY 'INVCAG01 - UNASSIGNED:      ' WS-UNASSIGNED-COUNT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-RELEASE-OPEN - feed every open/partly paid header   *
      *    to the sort under its bill-to customer.                  *
      *-----------------------------------------------------------*
        1000-RELEASE-OPEN.
            OPEN INPUT INVFILE
            PERFORM 1100-RELEASE-ONE THRU 1100-EXIT
                UNTIL WS-INVFILE-EOF
            CLOSE INVFILE.
        1000-EXIT.
            EXIT.

        1100-RELEASE-ONE.
            READ INVFILE NEXT RECORD
                AT END
                    SET WS-INVFILE-EOF TO TRUE
            END-READ
            IF NOT WS-INVFILE-EOF
               AND IN-HEADER-REC
               AND (IN-OPEN OR IN-PARTIAL-PAID)
                MOVE IN-INVOICE-DATE TO WS-INV-DATE-NUM
                COMPUTE WS-INV-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-INV-DATE-NUM)
                COMPUTE WS-DAYS-OLD =
                    WS-RUN-DATE-INT - WS-INV-DATE-INT
                IF WS-DAYS-OLD < ZERO
                    MOVE ZERO TO WS-DAYS-OLD
                END-IF
                IF IN-BILL-TO-UNASSIGNED
                    ADD 1 TO WS-UNASSIGNED-COUNT
                END-IF
                MOVE IN-BILL-TO-CUST-ID TO CA-CUST-ID
                MOVE WS-DAYS-OLD        TO CA-DAYS-OLD
                MOVE IN-INVOICE-NO      TO CA-INVOICE-NO
                MOVE IN-INVOICE-DATE    TO CA-INVOICE-DATE
                MOVE IN-STATUS          TO CA-STATUS
                COMPUTE CA-OUTSTANDING =
                    IN-INVOICE-AMOUNT + IN-TAX-AMOUNT
                        - IN-AMOUNT-PAID
                RELEASE CAG-SORT-RECORD
            END-IF.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-PRINT-AGING - print the sorted invoices customer by *
      *    customer, subtotalling on each change of bill-to, and    *
      *    trail the grand totals.                                  *
      *-----------------------------------------------------------*
        2000-PRINT-AGING.
            OPEN INPUT CUSTCNT
            OPEN OUTPUT CAGRPT
            WRITE CAGRPT-RECORD FROM WS-HEADING-1
            WRITE CAGRPT-RECORD FROM WS-HEADING-2
            PERFORM 2100-PRINT-ONE THRU 2100-EXIT
                UNTIL WS-SORT-EOF
            IF WS-NOT-FIRST-CUST
                PERFORM 3000-CUSTOMER-TOTAL THRU 3000-EXIT
            END-IF
            PERFORM 9000-GRAND-TOTAL THRU 9000-EXIT
            CLOSE CAGRPT
            CLOSE CUSTCNT.
        2000-EXIT.
            EXIT.

        2100-PRINT-ONE.
            RETURN SORTCAG
                AT END
                    SET WS-SORT-EOF TO TRUE
            END-RETURN
            IF WS-SORT-EOF
                GO TO 2100-EXIT
            END-IF
            IF WS-FIRST-CUST
               OR CA-CUST-ID NOT = WS-PREV-CUST-ID
                IF WS-NOT-FIRST-CUST
                    PERFORM 3000-CUSTOMER-TOTAL THRU 3000-EXIT
                END-IF
                PERFORM 2300-CUSTOMER-HEADING THRU 2300-EXIT
            END-IF
            MOVE CA-INVOICE-NO   TO DT-INVOICE-NO
            MOVE CA-INVOICE-DATE TO DT-INVOICE-DATE
            MOVE CA-STATUS       TO DT-STATUS
            MOVE CA-DAYS-OLD     TO DT-DAYS
            MOVE CA-OUTSTANDING  TO DT-OUTSTANDING
            PERFORM 2200-BUCKET-ONE THRU 2200-EXIT
            WRITE CAGRPT-RECORD FROM WS-DETAIL-LINE.
        2100-EXIT.
            EXIT.

        2200-BUCKET-ONE.
            ADD 1 TO WS-CUST-INV-COUNT
            ADD CA-OUTSTANDING TO WS-CUST-TOTAL-AMT
            IF CA-DAYS-OLD >= 90
                MOVE '90+ ' TO DT-BUCKET
                ADD CA-OUTSTANDING TO WS-CUST-90-AMT
            ELSE
             IF CA-DAYS-OLD >= 60
                MOVE '60+ ' TO DT-BUCKET
                ADD CA-OUTSTANDING TO WS-CUST-60-AMT
             ELSE
              IF CA-DAYS-OLD >= 30
                MOVE '30+ ' TO DT-BUCKET
                ADD CA-OUTSTANDING TO WS-CUST-30-AMT
              ELSE
                MOVE '<30 ' TO DT-BUCKET
                ADD CA-OUTSTANDING TO WS-CUST-CURRENT-AMT
              END-IF
             END-IF
            END-IF.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2300-CUSTOMER-HEADING - start a new customer: name off   *
      *    CUSTCNT, or a marker for the unassigned invoices and     *
      *    for a bill-to with no contact record.                    *
      *-----------------------------------------------------------*
        2300-CUSTOMER-HEADING.
            SET WS-NOT-FIRST-CUST TO TRUE
            MOVE CA-CUST-ID TO WS-PREV-CUST-ID
            ADD 1 TO WS-CUSTOMER-COUNT
            MOVE CA-CUST-ID TO CH-CUST-ID
            IF CA-CUST-ID = 'UNASSIGNED'
                MOVE '** BILL-TO NOT YET GIVEN **' TO CH-CUST-NAME
            ELSE
                MOVE CA-CUST-ID TO CC-CUST-ID
                READ CUSTCNT
                    INVALID KEY
                        MOVE '23' TO WS-CUSTCNT-STATUS
                END-READ
                IF WS-CUSTCNT-OK
                    MOVE CC-CUST-NAME TO CH-CUST-NAME
                ELSE
                    MOVE '** NOT ON CUSTCNT **' TO CH-CUST-NAME
                END-IF
            END-IF
            WRITE CAGRPT-RECORD FROM WS-CUST-HEAD-LINE.
        2300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-CUSTOMER-TOTAL - subtotal the customer just ended   *
      *    by age, roll it into the grand totals and reset.         *
      *-----------------------------------------------------------*
        3000-CUSTOMER-TOTAL.
            MOVE 'CUST TOTAL  '      TO TL-LABEL
            MOVE WS-CUST-INV-COUNT   TO TL-COUNT
            MOVE WS-CUST-CURRENT-AMT TO TL-CURRENT-AMT
            MOVE WS-CUST-30-AMT      TO TL-30-AMT
            MOVE WS-CUST-60-AMT      TO TL-60-AMT
            MOVE WS-CUST-90-AMT      TO TL-90-AMT
            MOVE WS-CUST-TOTAL-AMT   TO TL-TOTAL-AMT
            WRITE CAGRPT-RECORD FROM WS-TOTAL-LINE
            MOVE SPACES TO CAGRPT-RECORD
            WRITE CAGRPT-RECORD
            ADD WS-CUST-INV-COUNT   TO WS-GRAND-INV-COUNT
            ADD WS-CUST-CURRENT-AMT TO WS-GRAND-CURRENT-AMT
            ADD WS-CUST-30-AMT      TO WS-GRAND-30-AMT
            ADD WS-CUST-60-AMT      TO WS-GRAND-60-AMT
            ADD WS-CUST-90-AMT      TO WS-GRAND-90-AMT
            ADD WS-CUST-TOTAL-AMT   TO WS-GRAND-TOTAL-AMT
            MOVE ZERO TO WS-CUST-INV-COUNT WS-CUST-CURRENT-AMT
                         WS-CUST-30-AMT WS-CUST-60-AMT
                         WS-CUST-90-AMT WS-CUST-TOTAL-AMT.
        3000-EXIT.
            EXIT.

        9000-GRAND-TOTAL.
            WRITE CAGRPT-RECORD FROM WS-HEADING-2
            MOVE 'GRAND TOTAL '       TO TL-LABEL
            MOVE WS-GRAND-INV-COUNT   TO TL-COUNT
            MOVE WS-GRAND-CURRENT-AMT TO TL-CURRENT-AMT
            MOVE WS-GRAND-30-AMT      TO TL-30-AMT
            MOVE WS-GRAND-60-AMT      TO TL-60-AMT
            MOVE WS-GRAND-90-AMT      TO TL-90-AMT
            MOVE WS-GRAND-TOTAL-AMT   TO TL-TOTAL-AMT
            WRITE CAGRPT-RECORD FROM WS-TOTAL-LINE.
        9000-EXIT.
            EXIT.
