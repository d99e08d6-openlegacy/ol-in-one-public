      ******************************************************************
      *    COPYBOOK  : WIRTAREA                                        *
      *    PURPOSE    : Commarea field layout for the WIRETRAN wire    *
      *                 entry - COPYed under the 01 level by WIRETRAN  *
      *                 itself and by every program that LINKs to it   *
      *                 (WIRREL01), so the two sides cannot drift out  *
      *                 of sync, the same way FININQA serves FININQ2   *
      *                 and CSSUMRY. WT-VALUE-DATE (spaces = today)    *
      *                 warehouses the wire for a future date, and     *
      *                 comes back rolled to the business day the      *
      *                 wire is valued on;                             *
      *                 WT-RELEASE-REF names a warehoused wire to be   *
      *                 released on its value date instead of keying a *
      *                 new one.                                       *
      ******************************************************************
           03 WT-BENE-IBAN          PIC X(34).
           03 WT-AMOUNT             PIC S9(11)V99 COMP-3.
           03 WT-RETURN-CODE        PIC X(02).
              88  WT-POSTED                VALUE '00'.
              88  WT-REJECTED-BAD-IBAN     VALUE '01'.
              88  WT-REJECTED-VALIDATION   VALUE '02'.
              88  WT-HELD-DUPLICATE        VALUE '03'.
              88  WT-REJECTED-UNKNOWN-CORR VALUE '04'.
              88  WT-REJECTED-BLOCKED      VALUE '05'.
              88  WT-REJECTED-DAILY-LIMIT  VALUE '06'.
              88  WT-LEDGER-WRITE-FAILED   VALUE '07'.
              88  WT-REJECTED-NO-FX-RATE   VALUE '08'.
              88  WT-REJECTED-UNKNOWN-BENE VALUE '09'.
              88  WT-HELD-SANCTIONS        VALUE '10'.
              88  WT-WAREHOUSED            VALUE '11'.
              88  WT-NOT-RELEASABLE        VALUE '12'.
              88  WT-HELD-APPROVAL         VALUE '13'.
           03 WT-BENE-BANK-NAME     PIC X(255).
           03 WT-HTTP-STATUS-CODE   PIC 9(04).
           03 WT-HTTP-STATUS-TEXT   PIC X(80).
           03 WT-WIRE-REF           PIC X(16).
           03 WT-SUPV-RELEASE-FLAG  PIC X(01).
              88  WT-SUPV-RELEASE          VALUE 'Y'.
           03 WT-CORR-SWIFT-BIC     PIC X(11).
           03 WT-ORIG-CUST-ID       PIC X(10).
           03 WT-CURRENCY-CODE      PIC X(03).
           03 WT-BENE-ID            PIC X(08).
           03 WT-BENE-NAME          PIC X(35).
           03 WT-VALUE-DATE         PIC X(08).
           03 WT-RELEASE-REF        PIC X(16).
