      ******************************************************************
      *    COPYBOOK  : REFUNDS                                         *
      *    Record layout for the REFUNDS credit-balance refund file -  *
      *    one record per refund the FINRFD01 monthly run pays out,    *
      *    keyed by card number plus refund date. The refund leaves    *
      *    at RF-PENDING; FINPOST1 posts RF-REFUND-AMOUNT to the card  *
      *    as a refund debit (type B) carrying RF-REFUND-REF, which    *
      *    brings the card back to zero, and stamps the record         *
      *    RF-POSTED. A card with a refund still pending is not        *
      *    refunded again.                                             *
      ******************************************************************
       01  CREDIT-REFUND-RECORD.
           05  RF-KEY.
               10  RF-CARD-NUMBER      PIC X(16).
               10  RF-REFUND-DATE      PIC X(08).
           05  RF-CUST-ID              PIC X(10).
           05  RF-REFUND-REF           PIC X(12).
           05  RF-REFUND-AMOUNT        PIC S9(7)V99 COMP-3.
           05  RF-IN-CREDIT-SINCE      PIC X(08).
           05  RF-STATUS               PIC X(01).
               88  RF-PENDING              VALUE 'P'.
               88  RF-POSTED               VALUE 'S'.
           05  RF-POST-DATE            PIC X(08).
           05  FILLER                  PIC X(20).
