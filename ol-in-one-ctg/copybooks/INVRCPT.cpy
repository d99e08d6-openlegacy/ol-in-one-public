      *    sequence, carrying the date, amount, the customer's         *
      *    payment reference and who keyed it - so every cent posted   *
      *    against an invoice can be traced the way every card         *
      *    change can. A void applied on approval carries the          *
      *    supervisor who approved it in RP-APPROVE-USER, the keying   *
      *    userid staying in RP-USER-ID. A bill-to change (type B)     *
      *    carries the old bill-to CUST-ID in RP-REFERENCE and the new *
      *    one in RP-REASON.                                           *
      ******************************************************************
       01  INVOICE-RECEIPT-RECORD.
           05  RP-KEY.
           05  RP-TYPE                 PIC X(01).
               88  RP-PAYMENT              VALUE 'P'.
               88  RP-VOID                 VALUE 'V'.
               88  RP-BILL-TO-CHANGE       VALUE 'B'.
           05  RP-DATE                 PIC X(08).
           05  RP-AMOUNT               PIC S9(09)V99 COMP-3.
           05  RP-REFERENCE            PIC X(16).
           05  RP-REASON               PIC X(30).
           05  RP-USER-ID              PIC X(08).
           05  RP-APPROVE-USER         PIC X(08).
           05  FILLER                  PIC X(02).
