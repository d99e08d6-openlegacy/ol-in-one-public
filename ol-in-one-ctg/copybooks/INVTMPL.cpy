      ******************************************************************
      *    COPYBOOK  : INVTMPL                                         *
      *    Record layout for the INVTMPL recurring invoice template    *
      *    file - one record per template, keyed by a template id,     *
      *    holding the invoice billing raises again every period: the  *
      *    ship-to address and up to ten lines (description and        *
      *    amount, untaxed), how often it bills (monthly, quarterly or *
      *    annually), the next date it is due and the date it stops    *
      *    (spaces = until the template is removed). TM-BILL-DAY is    *
      *    the day of the month the template bills on, kept apart from *
      *    the next bill date so a template billing on the 31st comes  *
      *    back to the 31st after a short month. Maintained online     *
      *    through INVTMPMT; the daily INVBIL01 billing run LINKs each *
      *    due template to INVENTR, which prices its tax through the   *
      *    TAXOVRD/STAXVAL path and stores it on INVFILE, then moves   *
      *    the next bill date on a period (TM-ENDED once it passes the *
      *    end date) and records the invoice raised. A template whose  *
      *    invoice could not be raised keeps its next bill date and is *
      *    tried again on the next run. TM-BILL-TO-CUST-ID is the      *
      *    CUSTMAS customer every invoice off the template is billed   *
      *    to; a template from before it was kept has none and is not  *
      *    billed until one is given through INVTMPMT.                 *
      ******************************************************************
       01  INVOICE-TEMPLATE-RECORD.
           05  TM-TEMPLATE-ID          PIC X(10).
           05  TM-DESCRIPTION          PIC X(30).
           05  TM-SHIP-ZIP             PIC X(10).
           05  TM-SHIP-CITY            PIC X(35).
           05  TM-SHIP-STATE           PIC X(02).
           05  TM-FREQUENCY            PIC X(01).
               88  TM-MONTHLY              VALUE 'M'.
               88  TM-QUARTERLY            VALUE 'Q'.
               88  TM-ANNUAL               VALUE 'A'.
           05  TM-BILL-DAY             PIC 9(02).
           05  TM-NEXT-BILL-DATE       PIC X(08).
           05  TM-END-DATE             PIC X(08).
           05  TM-STATUS               PIC X(01).
               88  TM-ACTIVE               VALUE 'A'.
               88  TM-ENDED                VALUE 'E'.
           05  TM-LINE-COUNT           PIC 9(02) COMP.
           05  TM-LINES OCCURS 10 TIMES.
               10  TM-LINE-DESC        PIC X(30).
               10  TM-LINE-AMOUNT      PIC S9(09)V99 COMP-3.
           05  TM-LAST-BILLED-DATE     PIC X(08).
           05  TM-LAST-INVOICE-NO      PIC X(10).
           05  TM-CHANGED-DATE         PIC X(08).
           05  TM-CHANGED-USER         PIC X(08).
           05  TM-BILL-TO-CUST-ID      PIC X(10).
           05  FILLER                  PIC X(07).
