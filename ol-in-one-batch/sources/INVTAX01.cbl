        IDENTIFICATION DIVISION.
        PROGRAM-ID.    INVTAX01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    INVTAX01 - MONTHLY SALES TAX LIABILITY RETURN               *
      *    First of the month. Totals the taxable sales and the tax    *
      *    due per jurisdiction (ship-to state and city) for the       *
      *    month just ended - or the YYYYMM on the TAXPARM card when   *
      *    finance reruns an earlier period - off the INVFILE invoice  *
      *    lines, split state, county, city and additional as INVENTR  *
      *    kept them. Every invoice voided through INVPAY during the   *
      *    period (its void receipt on INVRCPT) is carried as a        *
      *    negative adjustment against the period its invoice was      *
      *    originally reported in. Tax with no split - priced off a    *
      *    TAXOVRD override rate, or entered before the split was      *
      *    kept - is shown unsplit for finance to apportion, and the   *
      *    step then ends RC 4. Prints the return with state and       *
      *    section totals, and writes the same figures to the TAXRTN   *
      *    upload file for the filing service (header, one detail per  *
      *    jurisdiction and entry type, and a trailer with the count   *
      *    and net totals).                                            *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TAXPARM ASSIGN TO TAXPARM.

            SELECT INVFILE ASSIGN TO INVFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-KEY
                FILE STATUS IS WS-INVFILE-STATUS.

            SELECT INVRCPT ASSIGN TO INVRCPT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RP-KEY
                FILE STATUS IS WS-INVRCPT-STATUS.

            SELECT TAXRPT ASSIGN TO TAXRPT.

            SELECT TAXRTN ASSIGN TO TAXRTN.

            SELECT SORTTAX ASSIGN TO SORTWK1.

        DATA DIVISION.
        FILE SECTION.
        FD  TAXPARM
            LABEL RECORDS ARE STANDARD.
        01  TAXPARM-RECORD.
            05  PM-FILING-PERIOD    PIC X(06).
            05  FILLER              PIC X(74).

        FD  INVFILE.
        COPY INVFILE.

        FD  INVRCPT.
        COPY INVRCPT.

        FD  TAXRPT
            LABEL RECORDS ARE STANDARD.
        01  TAXRPT-RECORD           PIC X(132).

        FD  TAXRTN
            LABEL RECORDS ARE STANDARD.
        COPY TAXRTN.

        SD  SORTTAX.
        01  TAX-SORT-RECORD.
            05  TS-SECTION          PIC 9(01).
                88  TS-SALES               VALUE 1.
                88  TS-VOIDS               VALUE 2.
            05  TS-ORIG-PERIOD      PIC X(06).
            05  TS-STATE            PIC X(02).
            05  TS-CITY             PIC X(35).
            05  TS-TAXABLE          PIC S9(09)V99 COMP-3.
            05  TS-STATE-TAX        PIC S9(09)V99 COMP-3.
            05  TS-COUNTY-TAX       PIC S9(09)V99 COMP-3.
            05  TS-CITY-TAX         PIC S9(09)V99 COMP-3.
            05  TS-ADDL-TAX         PIC S9(09)V99 COMP-3.
            05  TS-UNSPLIT-TAX      PIC S9(09)V99 COMP-3.
            05  TS-TOTAL-TAX        PIC S9(09)V99 COMP-3.

        WORKING-STORAGE SECTION.
        01  WS-INVFILE-STATUS       PIC X(02) VALUE '00'.
            88  WS-INVFILE-OK              VALUE '00'.

        01  WS-INVRCPT-STATUS       PIC X(02) VALUE '00'.
            88  WS-INVRCPT-OK              VALUE '00'.

        01  WS-INVFILE-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-INVFILE-EOF             VALUE 'Y'.
            88  WS-INVFILE-NOT-EOF         VALUE 'N'.
        01  WS-INVRCPT-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-INVRCPT-EOF             VALUE 'Y'.
        01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SORT-EOF                VALUE 'Y'.
        01  WS-FIRST-SW             PIC X(01) VALUE 'Y'.
            88  WS-FIRST-ENTRY             VALUE 'Y'.
            88  WS-NOT-FIRST-ENTRY         VALUE 'N'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
            05  WS-RUN-YYYY         PIC 9(04).
            05  WS-RUN-MM           PIC 9(02).
            05  WS-RUN-DD           PIC 9(02).
        01  WS-RUN-DATE-X           PIC X(08).

      *    Filing period YYYYMM - the month just ended unless the
      *    TAXPARM card names another.
        01  WS-FILING-PERIOD        PIC X(06).
        01  WS-FILING-PERIOD-PARTS REDEFINES WS-FILING-PERIOD.
            05  WS-FILING-YYYY      PIC 9(04).
            05  WS-FILING-MM        PIC 9(02).

        01  WS-VOID-INVOICE-NO      PIC X(10).

        01  WS-PREV-KEY.
            05  WS-PREV-SECTION     PIC 9(01).
            05  WS-PREV-PERIOD      PIC X(06).
            05  WS-PREV-STATE       PIC X(02).
            05  WS-PREV-CITY        PIC X(35).

      *    Running totals by level: 1 jurisdiction (state and city),
      *    2 state, 3 section (sales or void adjustments), 4 the net
      *    return.
        01  WS-TOTALS-TABLE.
            05  WS-TOTALS OCCURS 4 TIMES.
                10  TX-TAXABLE      PIC S9(11)V99 COMP-3.
                10  TX-STATE-TAX    PIC S9(11)V99 COMP-3.
                10  TX-COUNTY-TAX   PIC S9(11)V99 COMP-3.
                10  TX-CITY-TAX     PIC S9(11)V99 COMP-3.
                10  TX-ADDL-TAX     PIC S9(11)V99 COMP-3.
                10  TX-UNSPLIT-TAX  PIC S9(11)V99 COMP-3.
                10  TX-TOTAL-TAX    PIC S9(11)V99 COMP-3.
        01  WS-LVL-CITY             PIC 9(01) COMP VALUE 1.
        01  WS-LVL-STATE            PIC 9(01) COMP VALUE 2.
        01  WS-LVL-SECTION          PIC 9(01) COMP VALUE 3.
        01  WS-LVL-NET              PIC 9(01) COMP VALUE 4.
        01  WS-FROM-LVL             PIC 9(01) COMP.
        01  WS-TO-LVL               PIC 9(01) COMP.

        01  WS-LINES-READ           PIC 9(09) COMP-3 VALUE ZERO.
        01  WS-RECEIPTS-READ        PIC 9(09) COMP-3 VALUE ZERO.
        01  WS-VOIDS-FOUND          PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-DETAIL-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
        01  WS-UNSPLIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.

        01  WS-DETAIL-LINE.
            05  DT-PERIOD           PIC X(06).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-STATE            PIC X(02).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  DT-CITY             PIC X(20).
            05  FILLER              PIC X(01) VALUE SPACES.
            05  DT-TAXABLE          PIC ZZZZZZZZ9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  DT-STATE-TAX        PIC ZZZZZZZZ9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  DT-COUNTY-TAX       PIC ZZZZZZZZ9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  DT-CITY-TAX         PIC ZZZZZZZZ9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  DT-ADDL-TAX         PIC ZZZZZZZZ9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  DT-UNSPLIT-TAX      PIC ZZZZZZZZ9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  DT-TOTAL-TAX        PIC ZZZZZZZZ9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.

        01  WS-SECTION-LINE.
            05  SC-TEXT             PIC X(34).
            05  SC-PERIOD           PIC X(06).
            05  SC-TEXT-2           PIC X(40).
            05  FILLER              PIC X(52).

        01  WS-TITLE-LINE.
            05  FILLER              PIC X(40) VALUE
                'SALES TAX LIABILITY RETURN - PERIOD '.
            05  TL-PERIOD           PIC X(06).
            05  FILLER              PIC X(12) VALUE '   RUN DATE '.
            05  TL-RUN-DATE         PIC X(08).
            05  FILLER              PIC X(66) VALUE SPACES.

        01  WS-HEADING-1.
            05  FILLER              PIC X(33) VALUE
                'PERIOD  ST  CITY'.
            05  FILLER              PIC X(14) VALUE 'TAXABLE SALES '.
            05  FILLER              PIC X(14) VALUE '    STATE TAX '.
            05  FILLER              PIC X(14) VALUE '   COUNTY TAX '.
            05  FILLER              PIC X(14) VALUE '     CITY TAX '.
            05  FILLER              PIC X(14) VALUE '     ADDL TAX '.
            05  FILLER              PIC X(14) VALUE '      UNSPLIT '.
            05  FILLER              PIC X(14) VALUE '    TOTAL TAX '.
            05  FILLER              PIC X(01) VALUE SPACES.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            PERFORM 0100-SET-FILING-PERIOD THRU 0100-EXIT
            MOVE ZERO TO WS-TOTALS-TABLE
            SORT SORTTAX
                ASCENDING KEY TS-SECTION
                              TS-ORIG-PERIOD
                              TS-STATE
                              TS-CITY
                INPUT PROCEDURE 1000-RELEASE-ENTRIES THRU 1000-EXIT
                OUTPUT PROCEDURE 2000-PRINT-RETURN THRU 2000-EXIT
            DISPLAY 'INVTAX01 - FILING PERIOD:      ' WS-FILING-PERIOD
            DISPLAY 'INVTAX01 - INVOICE LINES READ: ' WS-LINES-READ
            DISPLAY 'INVTAX01 - VOIDS ADJUSTED:     ' WS-VOIDS-FOUND
            DISPLAY 'INVTAX01 - RETURN DETAILS:     ' WS-DETAIL-COUNT
            IF WS-UNSPLIT-TOTAL NOT = ZERO
                DISPLAY 'INVTAX01 - UNSPLIT TAX TO APPORTION ON THE '
                    'RETURN'
                MOVE 4 TO RETURN-CODE
            END-IF
            COMPUTE RC-READ-COUNT = WS-LINES-READ + WS-RECEIPTS-READ
            MOVE WS-DETAIL-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    0100-SET-FILING-PERIOD - the YYYYMM on the TAXPARM card  *
      *    when one is given, otherwise the month before the run.   *
      *-----------------------------------------------------------*
        0100-SET-FILING-PERIOD.
            OPEN INPUT TAXPARM
            READ TAXPARM
                AT END
                    MOVE SPACES TO PM-FILING-PERIOD
            END-READ
            CLOSE TAXPARM
            IF PM-FILING-PERIOD IS NUMERIC
               AND PM-FILING-PERIOD NOT = ZERO
                MOVE PM-FILING-PERIOD TO WS-FILING-PERIOD
            ELSE
                IF WS-RUN-MM = 1
                    COMPUTE WS-FILING-YYYY = WS-RUN-YYYY - 1
                    MOVE 12 TO WS-FILING-MM
                ELSE
                    MOVE WS-RUN-YYYY TO WS-FILING-YYYY
                    COMPUTE WS-FILING-MM = WS-RUN-MM - 1
                END-IF
            END-IF.
        0100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-RELEASE-ENTRIES - every invoice line dated in the   *
      *    filing period goes to the sort as a sale; then every     *
      *    invoice voided in the period has its lines released      *
      *    negative against the period of its invoice date.         *
      *-----------------------------------------------------------*
        1000-RELEASE-ENTRIES.
            OPEN INPUT INVFILE
            PERFORM 1100-RELEASE-ONE-LINE THRU 1100-EXIT
                UNTIL WS-INVFILE-EOF
            OPEN INPUT INVRCPT
            PERFORM 1200-CHECK-ONE-RECEIPT THRU 1200-EXIT
                UNTIL WS-INVRCPT-EOF
            CLOSE INVRCPT
            CLOSE INVFILE.
        1000-EXIT.
            EXIT.

        1100-RELEASE-ONE-LINE.
            READ INVFILE NEXT RECORD
                AT END
                    SET WS-INVFILE-EOF TO TRUE
            END-READ
            IF NOT WS-INVFILE-EOF
               AND NOT IN-HEADER-REC
               AND IN-INVOICE-DATE(1:6) = WS-FILING-PERIOD
                ADD 1 TO WS-LINES-READ
                SET TS-SALES TO TRUE
                PERFORM 1500-BUILD-SORT-ENTRY THRU 1500-EXIT
                RELEASE TAX-SORT-RECORD
            END-IF.
        1100-EXIT.
            EXIT.

        1200-CHECK-ONE-RECEIPT.
            READ INVRCPT NEXT RECORD
                AT END
                    SET WS-INVRCPT-EOF TO TRUE
            END-READ
            IF NOT WS-INVRCPT-EOF
                ADD 1 TO WS-RECEIPTS-READ
                IF RP-VOID AND RP-DATE(1:6) = WS-FILING-PERIOD
                    ADD 1 TO WS-VOIDS-FOUND
                    PERFORM 1300-RELEASE-VOIDED-LINES THRU 1300-EXIT
                END-IF
            END-IF.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1300-RELEASE-VOIDED-LINES - position on the invoice's    *
      *    first line and release each of its lines reversed.       *
      *-----------------------------------------------------------*
        1300-RELEASE-VOIDED-LINES.
            MOVE RP-INVOICE-NO TO WS-VOID-INVOICE-NO
            MOVE RP-INVOICE-NO TO IN-INVOICE-NO
            MOVE '001'         TO IN-LINE-NO
            SET WS-INVFILE-NOT-EOF TO TRUE
            START INVFILE
                KEY IS NOT LESS THAN IN-KEY
                INVALID KEY
                    SET WS-INVFILE-EOF TO TRUE
            END-START
            PERFORM 1350-RELEASE-ONE-VOIDED THRU 1350-EXIT
                UNTIL WS-INVFILE-EOF.
        1300-EXIT.
            EXIT.

        1350-RELEASE-ONE-VOIDED.
            READ INVFILE NEXT RECORD
                AT END
                    SET WS-INVFILE-EOF TO TRUE
            END-READ
            IF WS-INVFILE-EOF
                GO TO 1350-EXIT
            END-IF
            IF IN-INVOICE-NO NOT = WS-VOID-INVOICE-NO
                SET WS-INVFILE-EOF TO TRUE
                GO TO 1350-EXIT
            END-IF
            SET TS-VOIDS TO TRUE
            PERFORM 1500-BUILD-SORT-ENTRY THRU 1500-EXIT
            COMPUTE TS-TAXABLE     = ZERO - TS-TAXABLE
            COMPUTE TS-STATE-TAX   = ZERO - TS-STATE-TAX
            COMPUTE TS-COUNTY-TAX  = ZERO - TS-COUNTY-TAX
            COMPUTE TS-CITY-TAX    = ZERO - TS-CITY-TAX
            COMPUTE TS-ADDL-TAX    = ZERO - TS-ADDL-TAX
            COMPUTE TS-UNSPLIT-TAX = ZERO - TS-UNSPLIT-TAX
            COMPUTE TS-TOTAL-TAX   = ZERO - TS-TOTAL-TAX
            RELEASE TAX-SORT-RECORD.
        1350-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1500-BUILD-SORT-ENTRY - one invoice line as a sort       *
      *    entry under the period of its invoice date. Whatever of  *
      *    the line's tax the components do not account for is      *
      *    unsplit.                                                 *
      *-----------------------------------------------------------*
        1500-BUILD-SORT-ENTRY.
            MOVE IN-INVOICE-DATE(1:6) TO TS-ORIG-PERIOD
            MOVE IN-SHIP-STATE        TO TS-STATE
            MOVE IN-SHIP-CITY         TO TS-CITY
            MOVE IN-INVOICE-AMOUNT    TO TS-TAXABLE
            MOVE IN-TAX-AMOUNT        TO TS-TOTAL-TAX
            IF IN-TAX-FROM-HUB
                MOVE IN-STATE-TAX     TO TS-STATE-TAX
                MOVE IN-COUNTY-TAX    TO TS-COUNTY-TAX
                MOVE IN-CITY-TAX      TO TS-CITY-TAX
                MOVE IN-ADDL-TAX      TO TS-ADDL-TAX
            ELSE
                MOVE ZERO TO TS-STATE-TAX TS-COUNTY-TAX
                             TS-CITY-TAX  TS-ADDL-TAX
            END-IF
            COMPUTE TS-UNSPLIT-TAX = TS-TOTAL-TAX - TS-STATE-TAX
                - TS-COUNTY-TAX - TS-CITY-TAX - TS-ADDL-TAX.
        1500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-PRINT-RETURN - print the sorted entries with a      *
      *    line per jurisdiction, state and section totals and the  *
      *    net return, writing the upload file alongside.           *
      *-----------------------------------------------------------*
        2000-PRINT-RETURN.
            OPEN OUTPUT TAXRPT
            OPEN OUTPUT TAXRTN
            MOVE WS-FILING-PERIOD TO TL-PERIOD
            MOVE WS-RUN-DATE-X    TO TL-RUN-DATE
            WRITE TAXRPT-RECORD FROM WS-TITLE-LINE
            WRITE TAXRPT-RECORD FROM WS-HEADING-1
            WRITE TAXRPT-RECORD FROM WS-HEADING-2
            MOVE SPACES           TO TAX-RETURN-HEADER-RECORD
            MOVE 'H'              TO TH-RECORD-TYPE
            MOVE WS-FILING-PERIOD TO TH-FILING-PERIOD
            MOVE WS-RUN-DATE-X    TO TH-RUN-DATE
            WRITE TAX-RETURN-HEADER-RECORD
            PERFORM 2100-RETURN-ENTRY THRU 2100-EXIT
            PERFORM 2200-TAKE-ONE-ENTRY THRU 2200-EXIT
                UNTIL WS-SORT-EOF
            IF WS-NOT-FIRST-ENTRY
                PERFORM 2500-JURISDICTION-BREAK THRU 2500-EXIT
                PERFORM 2600-STATE-BREAK THRU 2600-EXIT
                PERFORM 2700-SECTION-BREAK THRU 2700-EXIT
            END-IF
            PERFORM 9000-WRITE-NET-TOTALS THRU 9000-EXIT
            CLOSE TAXRPT
            CLOSE TAXRTN.
        2000-EXIT.
            EXIT.

        2100-RETURN-ENTRY.
            RETURN SORTTAX
                AT END
                    SET WS-SORT-EOF TO TRUE
            END-RETURN.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2200-TAKE-ONE-ENTRY - close off whatever levels the      *
      *    entry's key has moved past, then add it in.              *
      *-----------------------------------------------------------*
        2200-TAKE-ONE-ENTRY.
            IF WS-FIRST-ENTRY
                SET WS-NOT-FIRST-ENTRY TO TRUE
                PERFORM 2400-SECTION-HEADING THRU 2400-EXIT
            ELSE
             IF TS-SECTION NOT = WS-PREV-SECTION
                PERFORM 2500-JURISDICTION-BREAK THRU 2500-EXIT
                PERFORM 2600-STATE-BREAK THRU 2600-EXIT
                PERFORM 2700-SECTION-BREAK THRU 2700-EXIT
                PERFORM 2400-SECTION-HEADING THRU 2400-EXIT
             ELSE
              IF TS-ORIG-PERIOD NOT = WS-PREV-PERIOD
                 OR TS-STATE NOT = WS-PREV-STATE
                PERFORM 2500-JURISDICTION-BREAK THRU 2500-EXIT
                PERFORM 2600-STATE-BREAK THRU 2600-EXIT
              ELSE
                IF TS-CITY NOT = WS-PREV-CITY
                    PERFORM 2500-JURISDICTION-BREAK THRU 2500-EXIT
                END-IF
              END-IF
             END-IF
            END-IF
            MOVE TS-SECTION     TO WS-PREV-SECTION
            MOVE TS-ORIG-PERIOD TO WS-PREV-PERIOD
            MOVE TS-STATE       TO WS-PREV-STATE
            MOVE TS-CITY        TO WS-PREV-CITY
            ADD TS-TAXABLE     TO TX-TAXABLE(WS-LVL-CITY)
            ADD TS-STATE-TAX   TO TX-STATE-TAX(WS-LVL-CITY)
            ADD TS-COUNTY-TAX  TO TX-COUNTY-TAX(WS-LVL-CITY)
            ADD TS-CITY-TAX    TO TX-CITY-TAX(WS-LVL-CITY)
            ADD TS-ADDL-TAX    TO TX-ADDL-TAX(WS-LVL-CITY)
            ADD TS-UNSPLIT-TAX TO TX-UNSPLIT-TAX(WS-LVL-CITY)
            ADD TS-TOTAL-TAX   TO TX-TOTAL-TAX(WS-LVL-CITY)
            PERFORM 2100-RETURN-ENTRY THRU 2100-EXIT.
        2200-EXIT.
            EXIT.

        2400-SECTION-HEADING.
            MOVE SPACES TO WS-SECTION-LINE
            IF TS-SALES
                MOVE 'TAXABLE SALES INVOICED IN PERIOD' TO SC-TEXT
            ELSE
                MOVE 'INVOICES VOIDED IN PERIOD' TO SC-TEXT
                MOVE ', AGAINST THE PERIOD ORIGINALLY REPORTED'
                    TO SC-TEXT-2
            END-IF
            MOVE WS-FILING-PERIOD TO SC-PERIOD
            WRITE TAXRPT-RECORD FROM WS-SECTION-LINE.
        2400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2500-JURISDICTION-BREAK - print the jurisdiction, write  *
      *    its upload detail and roll it into the state total.      *
      *-----------------------------------------------------------*
        2500-JURISDICTION-BREAK.
            MOVE WS-LVL-CITY TO WS-FROM-LVL
            MOVE SPACES         TO WS-DETAIL-LINE
            MOVE WS-PREV-PERIOD TO DT-PERIOD
            MOVE WS-PREV-STATE  TO DT-STATE
            MOVE WS-PREV-CITY   TO DT-CITY
            PERFORM 2900-PRINT-TOTALS THRU 2900-EXIT
            MOVE SPACES           TO TAX-RETURN-RECORD
            SET TR-DETAIL-REC     TO TRUE
            MOVE WS-FILING-PERIOD TO TR-FILING-PERIOD
            IF WS-PREV-SECTION = 1
                SET TR-SALES-ENTRY TO TRUE
            ELSE
                SET TR-VOID-ADJUSTMENT TO TRUE
            END-IF
            MOVE WS-PREV-PERIOD   TO TR-ORIG-PERIOD
            MOVE WS-PREV-STATE    TO TR-STATE
            MOVE WS-PREV-CITY     TO TR-CITY
            MOVE TX-TAXABLE(WS-LVL-CITY)     TO TR-TAXABLE-SALES
            MOVE TX-STATE-TAX(WS-LVL-CITY)   TO TR-STATE-TAX
            MOVE TX-COUNTY-TAX(WS-LVL-CITY)  TO TR-COUNTY-TAX
            MOVE TX-CITY-TAX(WS-LVL-CITY)    TO TR-CITY-TAX
            MOVE TX-ADDL-TAX(WS-LVL-CITY)    TO TR-ADDL-TAX
            MOVE TX-UNSPLIT-TAX(WS-LVL-CITY) TO TR-UNSPLIT-TAX
            MOVE TX-TOTAL-TAX(WS-LVL-CITY)   TO TR-TOTAL-TAX
            WRITE TAX-RETURN-RECORD
            ADD 1 TO WS-DETAIL-COUNT
            ADD TX-UNSPLIT-TAX(WS-LVL-CITY) TO WS-UNSPLIT-TOTAL
            MOVE WS-LVL-STATE TO WS-TO-LVL
            PERFORM 2800-ROLL-TOTALS THRU 2800-EXIT.
        2500-EXIT.
            EXIT.

        2600-STATE-BREAK.
            MOVE WS-LVL-STATE TO WS-FROM-LVL
            MOVE SPACES         TO WS-DETAIL-LINE
            MOVE WS-PREV-PERIOD TO DT-PERIOD
            MOVE WS-PREV-STATE  TO DT-STATE
            MOVE '  STATE TOTAL' TO DT-CITY
            PERFORM 2900-PRINT-TOTALS THRU 2900-EXIT
            MOVE SPACES TO TAXRPT-RECORD
            WRITE TAXRPT-RECORD
            MOVE WS-LVL-SECTION TO WS-TO-LVL
            PERFORM 2800-ROLL-TOTALS THRU 2800-EXIT.
        2600-EXIT.
            EXIT.

        2700-SECTION-BREAK.
            MOVE WS-LVL-SECTION TO WS-FROM-LVL
            MOVE SPACES TO WS-DETAIL-LINE
            IF WS-PREV-SECTION = 1
                MOVE 'TOTAL SALES'   TO DT-CITY
            ELSE
                MOVE 'TOTAL VOIDS'   TO DT-CITY
            END-IF
            WRITE TAXRPT-RECORD FROM WS-HEADING-2
            PERFORM 2900-PRINT-TOTALS THRU 2900-EXIT
            MOVE SPACES TO TAXRPT-RECORD
            WRITE TAXRPT-RECORD
            MOVE WS-LVL-NET TO WS-TO-LVL
            PERFORM 2800-ROLL-TOTALS THRU 2800-EXIT.
        2700-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2800-ROLL-TOTALS - add level WS-FROM-LVL into level      *
      *    WS-TO-LVL and clear it for the next key.                 *
      *-----------------------------------------------------------*
        2800-ROLL-TOTALS.
            ADD TX-TAXABLE(WS-FROM-LVL)     TO TX-TAXABLE(WS-TO-LVL)
            ADD TX-STATE-TAX(WS-FROM-LVL)   TO TX-STATE-TAX(WS-TO-LVL)
            ADD TX-COUNTY-TAX(WS-FROM-LVL)
                TO TX-COUNTY-TAX(WS-TO-LVL)
            ADD TX-CITY-TAX(WS-FROM-LVL)    TO TX-CITY-TAX(WS-TO-LVL)
            ADD TX-ADDL-TAX(WS-FROM-LVL)    TO TX-ADDL-TAX(WS-TO-LVL)
            ADD TX-UNSPLIT-TAX(WS-FROM-LVL)
                TO TX-UNSPLIT-TAX(WS-TO-LVL)
            ADD TX-TOTAL-TAX(WS-FROM-LVL)   TO TX-TOTAL-TAX(WS-TO-LVL)
            MOVE ZERO TO TX-TAXABLE(WS-FROM-LVL)
                         TX-STATE-TAX(WS-FROM-LVL)
                         TX-COUNTY-TAX(WS-FROM-LVL)
                         TX-CITY-TAX(WS-FROM-LVL)
                         TX-ADDL-TAX(WS-FROM-LVL)
                         TX-UNSPLIT-TAX(WS-FROM-LVL)
                         TX-TOTAL-TAX(WS-FROM-LVL).
        2800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2900-PRINT-TOTALS - the amounts of level WS-FROM-LVL on  *
      *    the print line already labelled by the caller.           *
      *-----------------------------------------------------------*
        2900-PRINT-TOTALS.
            MOVE TX-TAXABLE(WS-FROM-LVL)     TO DT-TAXABLE
            MOVE TX-STATE-TAX(WS-FROM-LVL)   TO DT-STATE-TAX
            MOVE TX-COUNTY-TAX(WS-FROM-LVL)  TO DT-COUNTY-TAX
            MOVE TX-CITY-TAX(WS-FROM-LVL)    TO DT-CITY-TAX
            MOVE TX-ADDL-TAX(WS-FROM-LVL)    TO DT-ADDL-TAX
            MOVE TX-UNSPLIT-TAX(WS-FROM-LVL) TO DT-UNSPLIT-TAX
            MOVE TX-TOTAL-TAX(WS-FROM-LVL)   TO DT-TOTAL-TAX
            WRITE TAXRPT-RECORD FROM WS-DETAIL-LINE.
        2900-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9000-WRITE-NET-TOTALS - the net return (sales less       *
      *    voids) on the report and the upload trailer.             *
      *-----------------------------------------------------------*
        9000-WRITE-NET-TOTALS.
            WRITE TAXRPT-RECORD FROM WS-HEADING-2
            MOVE WS-LVL-NET TO WS-FROM-LVL
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-FILING-PERIOD TO DT-PERIOD
            MOVE 'NET RETURN'     TO DT-CITY
            PERFORM 2900-PRINT-TOTALS THRU 2900-EXIT
            MOVE SPACES           TO TAX-RETURN-TRAILER-RECORD
            MOVE 'T'              TO TT-RECORD-TYPE
            MOVE WS-FILING-PERIOD TO TT-FILING-PERIOD
            MOVE WS-DETAIL-COUNT  TO TT-RECORD-COUNT
            MOVE TX-TAXABLE(WS-LVL-NET)   TO TT-TAXABLE-TOTAL
            MOVE TX-TOTAL-TAX(WS-LVL-NET) TO TT-TAX-TOTAL
            WRITE TAX-RETURN-TRAILER-RECORD.
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
            MOVE 'INVTAX01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'INVTAX01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'INVTAX01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
