      *    Record layout for the APPRQUE pending-approval file - one   *
      *    record per high-risk maintenance action held for a second   *
      *    pair of eyes: a limit increase over the approval threshold  *
      *    (FINCRDMT), a hot-card reactivation (FINHOTCD), a           *
      *    block-list delete (WIRBLKMT), a limit increase or decrease  *
      *    proposed by the FINCLR01 quarterly credit-line review, or a *
      *    duplicate-customer merge (CUSTMRG) folding AQ-MERGE-CUST-ID *
      *    into the surviving AQ-CUST-ID. Anything an operator keys    *
      *    over their own OPRENT entitlement is queued the same way: a *
      *    card limit increase (L), a wire held on the ledger (W), a   *
      *    suspense resolution (S) or an invoice void (V). For these   *
      *    three AQ-CARD-NUMBER carries the wire reference, suspense   *
      *    reference or invoice number, AQ-NEW-LIMIT the amount in     *
      *    whole units of base currency, AQ-CUST-ID the originating or *
      *    resolving customer, and AQ-BENE-IBAN the beneficiary IBAN   *
      *    of a wire or the note or reason keyed with a resolution or  *
      *    void. Keyed by the date/time the action was requested       *
      *    (AQ-SEQ breaks ties within the same second). A supervisor   *
      *    works the queue through APPRMGR, which refuses to decide an *
      *    item under the userid that requested it. A suspense         *
      *    resolution or invoice void is applied by its own program    *
      *    (WIRSUSPQ, INVPAY) only against an item already decided     *
      *    approved here, which that program then marks applied (C).   *
      ******************************************************************
       01  APPROVAL-QUEUE-RECORD.
           05  AQ-KEY.
               10  AQ-SEQ              PIC 9(04).
           05  AQ-ACTION-TYPE          PIC X(01).
               88  AQ-LIMIT-INCREASE       VALUE 'L'.
               88  AQ-LIMIT-DECREASE       VALUE 'D'.
               88  AQ-LIMIT-CHANGE         VALUES 'L' 'D'.
               88  AQ-CARD-REACTIVATE      VALUE 'R'.
               88  AQ-BLOCK-DELETE         VALUE 'B'.
               88  AQ-CUSTOMER-MERGE       VALUE 'M'.
               88  AQ-WIRE-RELEASE         VALUE 'W'.
               88  AQ-SUSPENSE-RESOLVE     VALUE 'S'.
               88  AQ-INVOICE-VOID         VALUE 'V'.
           05  AQ-STATUS               PIC X(01).
               88  AQ-PENDING              VALUE 'P'.
               88  AQ-APPROVED             VALUE 'A'.
               88  AQ-REJECTED             VALUE 'R'.
               88  AQ-APPLIED              VALUE 'C'.
           05  AQ-CUST-ID              PIC X(10).
           05  AQ-CARD-NUMBER          PIC X(16).
           05  AQ-BENE-IBAN            PIC X(34).
           05  AQ-REQUEST-TERM         PIC X(04).
           05  AQ-DECIDE-USER          PIC X(08).
           05  AQ-DECIDE-DATE          PIC X(08).
           05  AQ-MERGE-CUST-ID        PIC X(10).
           05  FILLER                  PIC X(02).
