      ******************************************************************
      *    COPYBOOK  : TAXRTN                                          *
      *    Records written by the INVTAX01 monthly sales tax return    *
      *    for upload to the filing service: a header carrying the     *
      *    filing period and run date, one detail per jurisdiction     *
      *    (ship-to state and city) and entry type - taxable sales     *
      *    invoiced in the filing period (S), or invoices voided in    *
      *    the filing period (A), carried negative against the period *
      *    they were originally reported in (TR-ORIG-PERIOD) - with    *
      *    the taxable sales and the tax due split state, county,      *
      *    city and additional, plus any tax that has no split (an     *
      *    override rate or an invoice from before the split was       *
      *    kept), and a trailer carrying the detail count and the net  *
      *    taxable and tax totals, which must agree with the printed   *
      *    return before the file is released.                         *
      ******************************************************************
       01  TAX-RETURN-RECORD.
           05  TR-RECORD-TYPE          PIC X(01).
               88  TR-HEADER-REC           VALUE 'H'.
               88  TR-DETAIL-REC           VALUE 'D'.
               88  TR-TRAILER-REC          VALUE 'T'.
           05  TR-FILING-PERIOD        PIC X(06).
           05  TR-ENTRY-TYPE           PIC X(01).
               88  TR-SALES-ENTRY          VALUE 'S'.
               88  TR-VOID-ADJUSTMENT      VALUE 'A'.
           05  TR-ORIG-PERIOD          PIC X(06).
           05  TR-STATE                PIC X(02).
           05  TR-CITY                 PIC X(35).
           05  TR-TAXABLE-SALES        PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  TR-STATE-TAX            PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  TR-COUNTY-TAX           PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  TR-CITY-TAX             PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  TR-ADDL-TAX             PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  TR-UNSPLIT-TAX          PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  TR-TOTAL-TAX            PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(37).

       01  TAX-RETURN-HEADER-RECORD.
           05  TH-RECORD-TYPE          PIC X(01).
           05  TH-FILING-PERIOD        PIC X(06).
           05  TH-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(185).

       01  TAX-RETURN-TRAILER-RECORD.
           05  TT-RECORD-TYPE          PIC X(01).
           05  TT-FILING-PERIOD        PIC X(06).
           05  TT-RECORD-COUNT         PIC 9(09).
           05  TT-TAXABLE-TOTAL        PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  TT-TAX-TOTAL            PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(152).
