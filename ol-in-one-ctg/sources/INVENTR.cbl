      *    2026-09-02  CST  A stored invoice now starts its lifecycle    *
      *                     open (IN-STATUS 'O', nothing paid); INVPAY   *
      *                     moves it on from there.                      *
      *    2026-10-15  CST  Keeps the state, county, city and          *
      *                     additional rates STAXVAL returns, and the  *
      *                     tax each produces, on every line (totals   *
      *                     on the header) with IN-TAX-SOURCE 'H', for *
      *                     the INVTAX01 monthly sales tax return; a   *
      *                     rounding penny goes to the state share     *
      *                     when the components add up to the combined *
      *                     rate. An override-priced invoice keeps its *
      *                     TAXOVRD rate with source 'O' and no split. *
      *    2026-10-15  CST  Moved the LINK commarea layout out to the  *
      *                     shared INVEAREA copybook, also COPYed by   *
      *                     the INVBIL01 recurring billing run, which  *
      *                     LINKs here to raise each invoice due off   *
      *                     an INVTMPL template.                       *
      *    2026-10-15  CST  Takes the bill-to customer who owes the    *
      *                     invoice (IE-BILL-TO-CUST-ID), which must   *
      *                     be on CUSTMAS - otherwise the invoice      *
      *                     rejects with the new '06' before the tax   *
      *                     is looked up - and stores it on the        *
      *                     header.                                    *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS TV-KEY
                FILE STATUS IS WS-TAXOVRD-STATUS.

            SELECT CUSTMAS ASSIGN TO CUSTMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS WS-CUSTMAS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INVFILE.
        FD  TAXOVRD.
        COPY TAXOVRD.

        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
                DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        WORKING-STORAGE SECTION.
        01  WS-TAX-API-KEY          PIC X(255) VALUE SPACES.

        01  WS-TAXOVRD-STATUS       PIC X(02) VALUE '00'.
            88  WS-TAXOVRD-OK              VALUE '00'.

        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
            88  WS-OVERRIDE-FOUND          VALUE 'Y'.
            88  WS-NO-OVERRIDE             VALUE 'N'.
            88  WS-LINES-OK                VALUE 'Y'.
            88  WS-LINES-BAD               VALUE 'N'.

        01  WS-CUST-SW              PIC X(01) VALUE 'Y'.
            88  WS-CUST-FOUND              VALUE 'Y'.
            88  WS-CUST-NOT-FOUND          VALUE 'N'.

        01  WS-LINE-SUB             PIC 9(02) COMP.
        01  WS-MAX-LINES            PIC 9(02) COMP VALUE 10.
        01  WS-LINE-NO              PIC 9(03).

        01  WS-TOTAL-RATE-NUM        PIC 9(03)V9(04).

      *    One component rate string off the Hub, parsed the same
      *    way as the total rate.
        01  WS-RATE-TEXT             PIC X(06).
        01  WS-RATE-TEXT-PARTS REDEFINES WS-RATE-TEXT.
            05  WS-RT-WHOLE             PIC 9(01).
            05  WS-RT-DOT               PIC X(01).
            05  WS-RT-FRAC              PIC 9(04).
        01  WS-RATE-PARSED           PIC 9(03)V9(04).

        01  WS-TAX-SOURCE            PIC X(01).
        01  WS-STATE-RATE-NUM        PIC 9(03)V9(04).
        01  WS-COUNTY-RATE-NUM       PIC 9(03)V9(04).
        01  WS-CITY-RATE-NUM         PIC 9(03)V9(04).
        01  WS-ADDL-RATE-NUM         PIC 9(03)V9(04).

        01  WS-STATE-TAX             PIC S9(09)V99 COMP-3.
        01  WS-COUNTY-TAX            PIC S9(09)V99 COMP-3.
        01  WS-CITY-TAX              PIC S9(09)V99 COMP-3.
        01  WS-ADDL-TAX              PIC S9(09)V99 COMP-3.
        01  WS-TOTAL-STATE-TAX       PIC S9(09)V99 COMP-3.
        01  WS-TOTAL-COUNTY-TAX      PIC S9(09)V99 COMP-3.
        01  WS-TOTAL-CITY-TAX        PIC S9(09)V99 COMP-3.
        01  WS-TOTAL-ADDL-TAX        PIC S9(09)V99 COMP-3.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
        COPY INVEAREA.

        PROCEDURE DIVISION.

            MOVE ZERO TO IE-TAX-RATE-PCT IE-TAX-AMOUNT
                         IE-INVOICE-AMOUNT
            MOVE SPACES TO IE-INVOICE-NO
            SET WS-CUST-FOUND TO TRUE
            PERFORM 0300-EDIT-LINES THRU 0300-EXIT
            IF WS-LINES-OK
                PERFORM 0400-CHECK-CUSTOMER THRU 0400-EXIT
            END-IF
            IF WS-LINES-BAD OR WS-CUST-NOT-FOUND
                IF WS-LINES-BAD
                    SET IE-BAD-LINES TO TRUE
                ELSE
                    SET IE-CUST-UNKNOWN TO TRUE
                END-IF
            ELSE
             PERFORM 0500-CHECK-OVERRIDE THRU 0500-EXIT
             IF WS-OVERRIDE-FOUND
        0350-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0400-CHECK-CUSTOMER - the bill-to must be a customer on  *
      *    CUSTMAS.                                                 *
      *-----------------------------------------------------------*
        0400-CHECK-CUSTOMER.
            SET WS-CUST-NOT-FOUND TO TRUE
            IF IE-BILL-TO-CUST-ID = SPACES
               OR IE-BILL-TO-CUST-ID IS NOT NUMERIC
                GO TO 0400-EXIT
            END-IF
            OPEN INPUT CUSTMAS
            MOVE IE-BILL-TO-CUST-ID TO CM-CUST-ID
            READ CUSTMAS
                KEY IS CM-CUST-ID
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-READ
            IF WS-CUSTMAS-OK
                SET WS-CUST-FOUND TO TRUE
            END-IF
            CLOSE CUSTMAS.
        0400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0500-CHECK-OVERRIDE - see whether a supervisor has       *
      *    already resolved this ship-to address on the TAXOVRD     *
            MOVE ZERO   TO IE-HTTP-STATUS-CODE
            MOVE SPACES TO IE-HTTP-STATUS-TEXT
            MOVE TV-TOTAL-RATE TO IE-TAX-RATE-PCT
            MOVE 'O'  TO WS-TAX-SOURCE
            MOVE ZERO TO WS-STATE-RATE-NUM WS-COUNTY-RATE-NUM
                         WS-CITY-RATE-NUM  WS-ADDL-RATE-NUM
            PERFORM 2800-TAX-THE-LINES THRU 2800-EXIT
            SET IE-TAX-APPLIED TO TRUE.
        2500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-APPLY-TAX - convert the returned rate and its       *
      *    components to numeric and tax each line with them.       *
      *-----------------------------------------------------------*
        2000-APPLY-TAX.
      *    The rate service returns the total rate as a decimal
                    WS-RATE-WHOLE + (WS-RATE-FRAC / 10000)
            END-IF
            MOVE WS-TOTAL-RATE-NUM TO IE-TAX-RATE-PCT
            MOVE 'H' TO WS-TAX-SOURCE
            MOVE ST-STATE-RATE  TO WS-RATE-TEXT
            PERFORM 2050-PARSE-RATE THRU 2050-EXIT
            MOVE WS-RATE-PARSED TO WS-STATE-RATE-NUM
            MOVE ST-COUNTY-RATE TO WS-RATE-TEXT
            PERFORM 2050-PARSE-RATE THRU 2050-EXIT
            MOVE WS-RATE-PARSED TO WS-COUNTY-RATE-NUM
            MOVE ST-CITY-RATE   TO WS-RATE-TEXT
            PERFORM 2050-PARSE-RATE THRU 2050-EXIT
            MOVE WS-RATE-PARSED TO WS-CITY-RATE-NUM
            MOVE ST-ADDITIONAL-RATE TO WS-RATE-TEXT
            PERFORM 2050-PARSE-RATE THRU 2050-EXIT
            MOVE WS-RATE-PARSED TO WS-ADDL-RATE-NUM
            PERFORM 2800-TAX-THE-LINES THRU 2800-EXIT
            SET IE-TAX-APPLIED TO TRUE.
        2000-EXIT.
            EXIT.

        2050-PARSE-RATE.
            MOVE ZERO TO WS-RATE-PARSED
            IF WS-RT-WHOLE IS NUMERIC
               AND WS-RT-DOT = '.'
               AND WS-RT-FRAC IS NUMERIC
                COMPUTE WS-RATE-PARSED =
                    WS-RT-WHOLE + (WS-RT-FRAC / 10000)
            END-IF.
        2050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2800-TAX-THE-LINES - tax each line at the resolved rate  *
      *    and accumulate the header totals.                        *
      *-----------------------------------------------------------*
        2800-TAX-THE-LINES.
            MOVE ZERO TO WS-TOTAL-AMOUNT WS-TOTAL-TAX
            MOVE ZERO TO WS-TOTAL-STATE-TAX WS-TOTAL-COUNTY-TAX
                         WS-TOTAL-CITY-TAX  WS-TOTAL-ADDL-TAX
            PERFORM 2850-TAX-ONE-LINE THRU 2850-EXIT
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > IE-LINE-COUNT
            ADD IE-LINE-AMOUNT(WS-LINE-SUB) TO WS-TOTAL-AMOUNT
            COMPUTE WS-LINE-TAX ROUNDED =
                IE-LINE-AMOUNT(WS-LINE-SUB) * IE-TAX-RATE-PCT
            ADD WS-LINE-TAX TO WS-TOTAL-TAX
            PERFORM 2870-SPLIT-LINE-TAX THRU 2870-EXIT
            ADD WS-STATE-TAX  TO WS-TOTAL-STATE-TAX
            ADD WS-COUNTY-TAX TO WS-TOTAL-COUNTY-TAX
            ADD WS-CITY-TAX   TO WS-TOTAL-CITY-TAX
            ADD WS-ADDL-TAX   TO WS-TOTAL-ADDL-TAX.
        2850-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2870-SPLIT-LINE-TAX - the line's tax by jurisdiction.    *
      *    When the components add up to the combined rate, the     *
      *    rounding difference goes to the state share so the       *
      *    split always adds up to the line tax; when they do not   *
      *    (or the rate is an override, with no components) the     *
      *    rest is left unsplit for the return to show as such.     *
      *-----------------------------------------------------------*
        2870-SPLIT-LINE-TAX.
            COMPUTE WS-STATE-TAX ROUNDED =
                IE-LINE-AMOUNT(WS-LINE-SUB) * WS-STATE-RATE-NUM
            COMPUTE WS-COUNTY-TAX ROUNDED =
                IE-LINE-AMOUNT(WS-LINE-SUB) * WS-COUNTY-RATE-NUM
            COMPUTE WS-CITY-TAX ROUNDED =
                IE-LINE-AMOUNT(WS-LINE-SUB) * WS-CITY-RATE-NUM
            COMPUTE WS-ADDL-TAX ROUNDED =
                IE-LINE-AMOUNT(WS-LINE-SUB) * WS-ADDL-RATE-NUM
            IF WS-STATE-RATE-NUM + WS-COUNTY-RATE-NUM
               + WS-CITY-RATE-NUM + WS-ADDL-RATE-NUM
               = IE-TAX-RATE-PCT
                COMPUTE WS-STATE-TAX = WS-LINE-TAX - WS-COUNTY-TAX
                    - WS-CITY-TAX - WS-ADDL-TAX
            END-IF.
        2870-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-STORE-INVOICE - assign the invoice number (entry    *
      *    date + task sequence, bumped past any number already on  *
            MOVE IE-INVOICE-AMOUNT TO IN-INVOICE-AMOUNT
            MOVE IE-TAX-RATE-PCT   TO IN-TAX-RATE-PCT
            MOVE IE-TAX-AMOUNT     TO IN-TAX-AMOUNT
            MOVE WS-TAX-SOURCE      TO IN-TAX-SOURCE
            MOVE WS-STATE-RATE-NUM  TO IN-STATE-RATE-PCT
            MOVE WS-COUNTY-RATE-NUM TO IN-COUNTY-RATE-PCT
            MOVE WS-CITY-RATE-NUM   TO IN-CITY-RATE-PCT
            MOVE WS-ADDL-RATE-NUM   TO IN-ADDL-RATE-PCT
            MOVE WS-TOTAL-STATE-TAX TO IN-STATE-TAX
            MOVE WS-TOTAL-COUNTY-TAX TO IN-COUNTY-TAX
            MOVE WS-TOTAL-CITY-TAX  TO IN-CITY-TAX
            MOVE WS-TOTAL-ADDL-TAX  TO IN-ADDL-TAX
            MOVE IE-BILL-TO-CUST-ID TO IN-BILL-TO-CUST-ID
            MOVE EIBUSERID         TO IN-ENTRY-USER
            MOVE EIBTRMID          TO IN-ENTRY-TERM
            SET IN-OPEN TO TRUE
            COMPUTE WS-LINE-TAX ROUNDED =
                IE-LINE-AMOUNT(WS-LINE-SUB) * IE-TAX-RATE-PCT
            MOVE WS-LINE-TAX     TO IN-TAX-AMOUNT
            PERFORM 2870-SPLIT-LINE-TAX THRU 2870-EXIT
            MOVE WS-TAX-SOURCE      TO IN-TAX-SOURCE
            MOVE WS-STATE-RATE-NUM  TO IN-STATE-RATE-PCT
            MOVE WS-COUNTY-RATE-NUM TO IN-COUNTY-RATE-PCT
            MOVE WS-CITY-RATE-NUM   TO IN-CITY-RATE-PCT
            MOVE WS-ADDL-RATE-NUM   TO IN-ADDL-RATE-PCT
            MOVE WS-STATE-TAX       TO IN-STATE-TAX
            MOVE WS-COUNTY-TAX      TO IN-COUNTY-TAX
            MOVE WS-CITY-TAX        TO IN-CITY-TAX
            MOVE WS-ADDL-TAX        TO IN-ADDL-TAX
            MOVE IE-LINE-DESC(WS-LINE-SUB) TO IN-LINE-DESC
            MOVE EIBUSERID       TO IN-ENTRY-USER
            MOVE EIBTRMID        TO IN-ENTRY-TERM
