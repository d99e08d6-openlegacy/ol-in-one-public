      *    invoices are converted once by the INVCNV01 job. IN-STATUS  *
      *    and IN-AMOUNT-PAID live on the header: INVPAY applies       *
      *    receipts (journalled on the INVRCPT file) and voids, and    *
      *    the INVAGE01 receivables aging works the open ones. Each    *
      *    line also keeps the state, county, city and additional      *
      *    components of its rate and the tax each produced, as the    *
      *    Hub returned them (IN-TAX-SOURCE 'H'); a line priced off a  *
      *    TAXOVRD override rate ('O'), or converted from before the   *
      *    split was kept (space), has only its combined rate and tax, *
      *    which the INVTAX01 monthly sales tax return reports as      *
      *    unsplit. The header carries the components of the ship-to   *
      *    rate and the tax totals over its lines. The header also     *
      *    names the bill-to customer who owes the invoice             *
      *    (IN-BILL-TO-CUST-ID, checked against CUSTMAS when INVENTR   *
      *    stores it; spaces on the lines), which INVINQ lists by,     *
      *    CSSUMRY totals for its open receivables line and the        *
      *    INVCAG01 customer aging subtotals by. Records on the old    *
      *    143-byte layout are converted once by the INVCNV02 job,     *
      *    every header with the bill-to UNASSIGNED, for billing to    *
      *    correct through INVPAY function B.                          *
      ******************************************************************
       01  INVOICE-RECORD.
           05  IN-KEY.
               88  IN-VOID                 VALUE 'V'.
           05  IN-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05  FILLER                  PIC X(07).
           05  IN-TAX-SOURCE           PIC X(01).
               88  IN-TAX-FROM-HUB         VALUE 'H'.
               88  IN-TAX-FROM-OVERRIDE    VALUE 'O'.
           05  IN-TAX-COMPONENTS.
               10  IN-STATE-RATE-PCT   PIC 9(03)V9(04).
               10  IN-COUNTY-RATE-PCT  PIC 9(03)V9(04).
               10  IN-CITY-RATE-PCT    PIC 9(03)V9(04).
               10  IN-ADDL-RATE-PCT    PIC 9(03)V9(04).
               10  IN-STATE-TAX        PIC S9(09)V99 COMP-3.
               10  IN-COUNTY-TAX       PIC S9(09)V99 COMP-3.
               10  IN-CITY-TAX         PIC S9(09)V99 COMP-3.
               10  IN-ADDL-TAX         PIC S9(09)V99 COMP-3.
           05  IN-BILL-TO-CUST-ID      PIC X(10).
               88  IN-BILL-TO-UNASSIGNED   VALUE 'UNASSIGNED'.
           05  FILLER                  PIC X(14).
