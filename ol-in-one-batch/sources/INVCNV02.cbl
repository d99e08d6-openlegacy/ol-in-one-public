        IDENTIFICATION DIVISION.
        PROGRAM-ID.    INVCNV02.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    INVCNV02 - INVOICE FILE ONE-TIME CONVERSION                 *
      *    Converts a REPRO'd copy of the 143-byte header/line         *
      *    INVFILE layout to the current 220-byte record, which also   *
      *    keeps the state, county, city and additional components     *
      *    of each line's sales tax and names the bill-to customer on  *
      *    each invoice header. The old layout only ever knew the      *
      *    combined rate, so a converted record carries its rate and   *
      *    tax as they were, with no tax source and zero components -  *
      *    the INVTAX01 return reports its tax as unsplit. Nor did it  *
      *    know who owed an invoice, so every converted header is      *
      *    given the bill-to UNASSIGNED - INVCAG01 groups those        *
      *    together and INVINQ lists them, for billing to give each    *
      *    its customer through INVPAY function B. Line records carry  *
      *    no bill-to and stay spaces. The output is REPRO'd back      *
      *    into the redefined cluster by the surrounding job. Run      *
      *    once per layout change, never as part of the nightly        *
      *    schedule.                                                   *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Converts straight to the 220-byte record:  *
      *                     converted headers get the bill-to          *
      *                     UNASSIGNED, so the 143-byte file needs     *
      *                     the one conversion only.                   *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLDINV ASSIGN TO OLDINV.

            SELECT NEWINV ASSIGN TO NEWINV.

        DATA DIVISION.
        FILE SECTION.
        FD  OLDINV
            LABEL RECORDS ARE STANDARD.
        01  OLD-INVOICE-RECORD.
            05  OLD-KEY             PIC X(13).
            05  OLD-INVOICE-DATE    PIC X(08).
            05  OLD-SHIP-ZIP        PIC X(10).
            05  OLD-SHIP-CITY       PIC X(35).
            05  OLD-SHIP-STATE      PIC X(02).
            05  OLD-INVOICE-AMOUNT  PIC S9(09)V99 COMP-3.
            05  OLD-TAX-RATE-PCT    PIC 9(03)V9(04).
            05  OLD-TAX-AMOUNT      PIC S9(09)V99 COMP-3.
            05  OLD-LINE-DESC       PIC X(30).
            05  OLD-ENTRY-USER      PIC X(08).
            05  OLD-ENTRY-TERM      PIC X(04).
            05  OLD-STATUS          PIC X(01).
            05  OLD-AMOUNT-PAID     PIC S9(09)V99 COMP-3.
            05  FILLER              PIC X(07).

        FD  NEWINV
            LABEL RECORDS ARE STANDARD.
        COPY INVFILE.

        WORKING-STORAGE SECTION.
        01  WS-OLDINV-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-OLDINV-EOF              VALUE 'Y'.

        01  WS-REC-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-HEADER-COUNT         PIC 9(07) COMP-3 VALUE ZERO.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            OPEN INPUT OLDINV
            OPEN OUTPUT NEWINV
            PERFORM 1000-READ-OLD THRU 1000-EXIT
            PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
                UNTIL WS-OLDINV-EOF
            CLOSE OLDINV
            CLOSE NEWINV
            DISPLAY 'INVCNV02 - RECORDS CONVERTED: ' WS-REC-COUNT
            DISPLAY 'INVCNV02 - HEADERS UNASSIGNED:' WS-HEADER-COUNT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-READ-OLD                                            *
      *-----------------------------------------------------------*
        1000-READ-OLD.
            READ OLDINV
                AT END
                    SET WS-OLDINV-EOF TO TRUE
            END-READ.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-CONVERT-ONE - carry the old fields across; the tax  *
      *    split the old layout never knew starts empty, and a      *
      *    header gets the UNASSIGNED bill-to.                      *
      *-----------------------------------------------------------*
        2000-CONVERT-ONE.
            MOVE SPACES             TO INVOICE-RECORD
            MOVE OLD-KEY            TO IN-KEY
            MOVE OLD-INVOICE-DATE   TO IN-INVOICE-DATE
            MOVE OLD-SHIP-ZIP       TO IN-SHIP-ZIP
            MOVE OLD-SHIP-CITY      TO IN-SHIP-CITY
            MOVE OLD-SHIP-STATE     TO IN-SHIP-STATE
            MOVE OLD-INVOICE-AMOUNT TO IN-INVOICE-AMOUNT
            MOVE OLD-TAX-RATE-PCT   TO IN-TAX-RATE-PCT
            MOVE OLD-TAX-AMOUNT     TO IN-TAX-AMOUNT
            MOVE OLD-LINE-DESC      TO IN-LINE-DESC
            MOVE OLD-ENTRY-USER     TO IN-ENTRY-USER
            MOVE OLD-ENTRY-TERM     TO IN-ENTRY-TERM
            MOVE OLD-STATUS         TO IN-STATUS
            MOVE OLD-AMOUNT-PAID    TO IN-AMOUNT-PAID
            MOVE SPACES             TO IN-TAX-SOURCE
            MOVE ZERO TO IN-STATE-RATE-PCT IN-COUNTY-RATE-PCT
                         IN-CITY-RATE-PCT  IN-ADDL-RATE-PCT
                         IN-STATE-TAX      IN-COUNTY-TAX
                         IN-CITY-TAX       IN-ADDL-TAX
            IF IN-HEADER-REC
                SET IN-BILL-TO-UNASSIGNED TO TRUE
                ADD 1 TO WS-HEADER-COUNT
            END-IF
            WRITE INVOICE-RECORD
            ADD 1 TO WS-REC-COUNT
            PERFORM 1000-READ-OLD THRU 1000-EXIT.
        2000-EXIT.
            EXIT.
