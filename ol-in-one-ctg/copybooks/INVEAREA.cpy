      ******************************************************************
      *    COPYBOOK  : INVEAREA                                        *
      *    PURPOSE    : Commarea field layout for the INVENTR invoice  *
      *                 entry - COPYed under the 01 level by INVENTR   *
      *                 itself and by the INVBIL01 recurring billing   *
      *                 run, which LINKs to it to raise each invoice   *
      *                 due off an INVTMPL template, so a generated    *
      *                 invoice is priced and stored exactly as a      *
      *                 keyed one and the two sides cannot drift out   *
      *                 of sync, the same way WIRTAREA serves WIRETRAN *
      *                 and WIRREL01. IE-BILL-TO-CUST-ID names the     *
      *                 customer who owes the invoice; it must be on   *
      *                 CUSTMAS or the invoice rejects with '06'.      *
      ******************************************************************
           03 IE-SHIP-ZIP            PIC X(10).
           03 IE-SHIP-CITY           PIC X(35).
           03 IE-SHIP-STATE          PIC X(02).
           03 IE-LINE-COUNT          PIC 9(02) COMP.
           03 IE-LINES OCCURS 10 TIMES.
              05  IE-LINE-DESC            PIC X(30).
              05  IE-LINE-AMOUNT          PIC S9(09)V99 COMP-3.
           03 IE-RETURN-CODE         PIC X(02).
              88  IE-TAX-APPLIED             VALUE '00'.
              88  IE-TAX-RATE-NOT-FOUND      VALUE '01'.
              88  IE-TAX-LOOKUP-FAILED       VALUE '02'.
              88  IE-TAX-AMBIGUOUS-ADDRESS   VALUE '03'.
              88  IE-INVOICE-NOT-STORED      VALUE '04'.
              88  IE-BAD-LINES               VALUE '05'.
              88  IE-CUST-UNKNOWN            VALUE '06'.
           03 IE-TAX-RATE-PCT        PIC 9(03)V9(04).
           03 IE-INVOICE-AMOUNT      PIC S9(09)V99 COMP-3.
           03 IE-TAX-AMOUNT          PIC S9(09)V99 COMP-3.
           03 IE-HTTP-STATUS-CODE    PIC 9(04).
           03 IE-HTTP-STATUS-TEXT    PIC X(80).
           03 IE-INVOICE-NO          PIC X(10).
           03 IE-BILL-TO-CUST-ID     PIC X(10).
