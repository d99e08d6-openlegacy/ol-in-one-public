      *                     lifecycle status and amount paid, so        *
      *                     billing sees open/partial/paid/void at a    *
      *                     glance.                                     *
      *    2026-10-15  CST  Commarea moved to the INVQAREA copybook so *
      *                     CSSUMRY can LINK here. The reply carries   *
      *                     the invoice's bill-to customer, and the    *
      *                     new function C lists a customer's invoices *
      *                     a page at a time with the count, amount    *
      *                     owed and oldest date of the open ones.     *
      *    2026-10-15  CST  A caller still passing the original,       *
      *                     shorter commarea (EIBCALEN under the full  *
      *                     INVQAREA length) gets the single-invoice   *
      *                     inquiry as before: the function byte and   *
      *                     the fields after the line table are        *
      *                     neither read nor set for it.               *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-CUST-HIT-SW          PIC X(01) VALUE 'N'.
            88  WS-CUST-HIT                VALUE 'Y'.
            88  WS-CUST-NO-HIT             VALUE 'N'.

        01  WS-AREA-SW              PIC X(01) VALUE 'Y'.
            88  WS-FULL-AREA               VALUE 'Y'.
            88  WS-SHORT-AREA              VALUE 'N'.

        01  WS-LINE-SUB             PIC 9(02) COMP.
        01  WS-MAX-LINES            PIC 9(02) COMP VALUE 10.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
        COPY INVQAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            IF EIBCALEN < LENGTH OF DFHCOMMAREA
                SET WS-SHORT-AREA TO TRUE
            ELSE
                SET WS-FULL-AREA TO TRUE
            END-IF
            MOVE '01' TO IQ-RETURN-CODE
            MOVE SPACES TO IQ-ARCHIVE-DATE IQ-STATUS
            IF WS-FULL-AREA
                MOVE SPACES TO IQ-BILL-TO-CUST-ID
            END-IF
            MOVE ZERO TO IQ-LINE-COUNT IQ-AMOUNT-PAID
            SET IQ-MORE-LINES-NO TO TRUE
            PERFORM 0500-CLEAR-ONE-LINE THRU 0500-EXIT
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > WS-MAX-LINES
            EVALUATE TRUE
                WHEN WS-FULL-AREA AND IQ-FUNC-CUSTOMER
                    PERFORM 3000-LIST-CUSTOMER THRU 3000-EXIT
                WHEN WS-FULL-AREA AND NOT IQ-FUNC-INVOICE
                    SET IQ-REQUEST-INVALID TO TRUE
                WHEN IQ-INVOICE-NO = SPACES
                    SET IQ-REQUEST-INVALID TO TRUE
                WHEN OTHER
                    OPEN INPUT INVFILE
                    PERFORM 1000-READ-INVOICE THRU 1000-EXIT
                    CLOSE INVFILE
            END-EVALUATE
            EXEC CICS RETURN END-EXEC.

        0500-CLEAR-ONE-LINE.
                MOVE IN-ENTRY-TERM     TO IQ-ENTRY-TERM
                MOVE IN-STATUS         TO IQ-STATUS
                MOVE IN-AMOUNT-PAID    TO IQ-AMOUNT-PAID
                IF WS-FULL-AREA
                    MOVE IN-BILL-TO-CUST-ID TO IQ-BILL-TO-CUST-ID
                END-IF
                PERFORM 2000-READ-LINES THRU 2000-EXIT
            ELSE
                PERFORM 1500-CHECK-ARCHIVE THRU 1500-EXIT
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-LIST-CUSTOMER - browse every invoice header on      *
      *    INVFILE for those billed to IQ-CUST-ID. The open and     *
      *    partly paid ones are counted and totalled whatever page  *
      *    is asked for; those numbered after IQ-INVOICE-NO fill    *
      *    the reply table, ten at a time. UNASSIGNED is a valid    *
      *    customer id here so billing can find the invoices that   *
      *    still need a bill-to given through INVPAY.               *
      *-----------------------------------------------------------*
        3000-LIST-CUSTOMER.
            MOVE ZERO   TO IQ-CUST-OPEN-COUNT IQ-CUST-OUTSTANDING
                           IQ-CUST-INV-COUNT
            MOVE SPACES TO IQ-CUST-OLDEST-DATE
            SET IQ-MORE-INVOICES-NO TO TRUE
            PERFORM 3050-CLEAR-ONE-INVOICE THRU 3050-EXIT
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > WS-MAX-LINES
            IF IQ-CUST-ID = SPACES
                SET IQ-REQUEST-INVALID TO TRUE
                GO TO 3000-EXIT
            END-IF
            SET WS-CUST-NO-HIT TO TRUE
            SET WS-SCAN-NOT-EOF TO TRUE
            OPEN INPUT INVFILE
            MOVE LOW-VALUES TO IN-KEY
            START INVFILE
                KEY IS NOT LESS THAN IN-KEY
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 3100-SCAN-ONE-HEADER THRU 3100-EXIT
                UNTIL WS-SCAN-EOF
            CLOSE INVFILE
            IF WS-CUST-HIT
                SET IQ-INVOICE-FOUND TO TRUE
            END-IF.
        3000-EXIT.
            EXIT.

        3050-CLEAR-ONE-INVOICE.
            MOVE SPACES TO IQ-C-INVOICE-NO(WS-LINE-SUB)
                           IQ-C-INVOICE-DATE(WS-LINE-SUB)
                           IQ-C-STATUS(WS-LINE-SUB)
            MOVE ZERO   TO IQ-C-TOTAL-DUE(WS-LINE-SUB)
                           IQ-C-OUTSTANDING(WS-LINE-SUB).
        3050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3100-SCAN-ONE-HEADER - read the next header, then START  *
      *    past its '999' key so the browse steps over the lines.   *
      *-----------------------------------------------------------*
        3100-SCAN-ONE-HEADER.
            READ INVFILE NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 3100-EXIT
            END-IF
            IF IN-HEADER-REC
             IF IN-BILL-TO-CUST-ID = IQ-CUST-ID
                PERFORM 3200-TAKE-INVOICE THRU 3200-EXIT
             END-IF
            END-IF
            MOVE '999' TO IN-LINE-NO
            START INVFILE
                KEY IS GREATER THAN IN-KEY
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START.
        3100-EXIT.
            EXIT.

        3200-TAKE-INVOICE.
            SET WS-CUST-HIT TO TRUE
            IF IN-OPEN OR IN-PARTIAL-PAID
                ADD 1 TO IQ-CUST-OPEN-COUNT
                COMPUTE IQ-CUST-OUTSTANDING = IQ-CUST-OUTSTANDING
                    + IN-INVOICE-AMOUNT + IN-TAX-AMOUNT
                    - IN-AMOUNT-PAID
                IF IQ-CUST-OLDEST-DATE = SPACES
                   OR IN-INVOICE-DATE < IQ-CUST-OLDEST-DATE
                    MOVE IN-INVOICE-DATE TO IQ-CUST-OLDEST-DATE
                END-IF
            END-IF
            IF IN-INVOICE-NO > IQ-INVOICE-NO
             IF IQ-CUST-INV-COUNT >= WS-MAX-LINES
                SET IQ-MORE-INVOICES-YES TO TRUE
             ELSE
                ADD 1 TO IQ-CUST-INV-COUNT
                MOVE IQ-CUST-INV-COUNT TO WS-LINE-SUB
                MOVE IN-INVOICE-NO   TO IQ-C-INVOICE-NO(WS-LINE-SUB)
                MOVE IN-INVOICE-DATE TO IQ-C-INVOICE-DATE(WS-LINE-SUB)
                MOVE IN-STATUS       TO IQ-C-STATUS(WS-LINE-SUB)
                COMPUTE IQ-C-TOTAL-DUE(WS-LINE-SUB) =
                    IN-INVOICE-AMOUNT + IN-TAX-AMOUNT
                IF IN-OPEN OR IN-PARTIAL-PAID
                    COMPUTE IQ-C-OUTSTANDING(WS-LINE-SUB) =
                        IN-INVOICE-AMOUNT + IN-TAX-AMOUNT
                            - IN-AMOUNT-PAID
                END-IF
             END-IF
            END-IF.
        3200-EXIT.
            EXIT.
