      ******************************************************************
      *    COPYBOOK  : INVQAREA                                        *
      *    PURPOSE    : Commarea field layout for the INVINQ invoice   *
      *                 inquiry - COPYed under the 01 level by INVINQ  *
      *                 itself and by CSSUMRY, which LINKs to it for   *
      *                 a customer's open receivables, so the two      *
      *                 sides cannot drift out of sync, the same way   *
      *                 FININQA serves FININQ2 and CSSUMRY.            *
      *                 IQ-FUNCTION space (or I) returns the invoice   *
      *                 named in IQ-INVOICE-NO as one document; C      *
      *                 lists the invoices billed to IQ-CUST-ID, a     *
      *                 page of up to 10 from just after the invoice   *
      *                 number given in IQ-INVOICE-NO (spaces = from   *
      *                 the first), with the count, outstanding total  *
      *                 and oldest invoice date over all of that       *
      *                 customer's open and partly paid invoices.      *
      *                 The bill-to, function and customer fields sit  *
      *                 after the original single-invoice layout,      *
      *                 which is unchanged; INVINQ answers a caller    *
      *                 passing only that shorter area (EIBCALEN) as   *
      *                 the single-invoice inquiry and leaves the      *
      *                 storage past its end alone.                    *
      ******************************************************************
           03 IQ-INVOICE-NO         PIC X(10).
           03 IQ-RETURN-CODE        PIC X(02).
              88  IQ-INVOICE-FOUND         VALUE '00'.
              88  IQ-INVOICE-NOT-FOUND     VALUE '01'.
              88  IQ-REQUEST-INVALID       VALUE '02'.
              88  IQ-ARCHIVED              VALUE '03'.
           03 IQ-ARCHIVE-DATE       PIC X(08).
           03 IQ-INVOICE-DATE       PIC X(08).
           03 IQ-SHIP-ZIP           PIC X(10).
           03 IQ-SHIP-CITY          PIC X(35).
           03 IQ-SHIP-STATE         PIC X(02).
           03 IQ-INVOICE-AMOUNT     PIC S9(09)V99 COMP-3.
           03 IQ-TAX-RATE-PCT       PIC 9(03)V9(04).
           03 IQ-TAX-AMOUNT         PIC S9(09)V99 COMP-3.
           03 IQ-ENTRY-USER         PIC X(08).
           03 IQ-ENTRY-TERM         PIC X(04).
           03 IQ-STATUS             PIC X(01).
           03 IQ-AMOUNT-PAID        PIC S9(09)V99 COMP-3.
           03 IQ-LINE-COUNT         PIC 9(02) COMP.
           03 IQ-MORE-LINES-FLAG    PIC X(01).
              88  IQ-MORE-LINES-YES        VALUE 'Y'.
              88  IQ-MORE-LINES-NO         VALUE 'N'.
           03 IQ-LINES OCCURS 10 TIMES.
              05  IQ-LINE-DESC            PIC X(30).
              05  IQ-LINE-AMOUNT          PIC S9(09)V99 COMP-3.
              05  IQ-LINE-TAX             PIC S9(09)V99 COMP-3.
           03 IQ-BILL-TO-CUST-ID    PIC X(10).
           03 IQ-FUNCTION           PIC X(01).
              88  IQ-FUNC-INVOICE          VALUE ' ' 'I'.
              88  IQ-FUNC-CUSTOMER         VALUE 'C'.
           03 IQ-CUST-ID            PIC X(10).
           03 IQ-CUST-OPEN-COUNT    PIC 9(05) COMP-3.
           03 IQ-CUST-OUTSTANDING   PIC S9(11)V99 COMP-3.
           03 IQ-CUST-OLDEST-DATE   PIC X(08).
           03 IQ-CUST-INV-COUNT     PIC 9(02) COMP.
           03 IQ-MORE-INVOICES-FLAG PIC X(01).
              88  IQ-MORE-INVOICES-YES     VALUE 'Y'.
              88  IQ-MORE-INVOICES-NO      VALUE 'N'.
           03 IQ-CUST-INVOICES OCCURS 10 TIMES.
              05  IQ-C-INVOICE-NO         PIC X(10).
              05  IQ-C-INVOICE-DATE       PIC X(08).
              05  IQ-C-STATUS             PIC X(01).
              05  IQ-C-TOTAL-DUE          PIC S9(09)V99 COMP-3.
              05  IQ-C-OUTSTANDING        PIC S9(09)V99 COMP-3.
