      ******************************************************************
      *    COPYBOOK  : AUTHHOLD                                        *
      *    Record layout for the AUTHHOLD authorization hold file -    *
      *    one record per purchase approved online by FINAUTH, keyed   *
      *    by card number plus the transaction reference the merchant  *
      *    quotes again at settlement. An open hold reduces the card's *
      *    open-to-buy until the FINPOST1 daily run matches the        *
      *    settled purchase to it by reference and releases it, or     *
      *    until it is expired unmatched after the VELPARM hold        *
      *    expiry period. FINTXNLK shows open and expired holds.       *
      ******************************************************************
       01  AUTH-HOLD-RECORD.
           05  AH-KEY.
               10  AH-CARD-NUMBER      PIC X(16).
               10  AH-TXN-REF          PIC X(12).
           05  AH-CUST-ID              PIC X(10).
           05  AH-AMOUNT               PIC S9(7)V99 COMP-3.
           05  AH-MERCHANT-NAME        PIC X(30).
           05  AH-AUTH-DATE            PIC X(08).
           05  AH-AUTH-TIME            PIC X(08).
           05  AH-AUTH-CODE            PIC X(06).
           05  AH-USER-ID              PIC X(08).
           05  AH-TERM-ID              PIC X(04).
           05  AH-STATUS               PIC X(01).
               88  AH-OPEN                 VALUE 'O'.
               88  AH-RELEASED             VALUE 'R'.
               88  AH-EXPIRED              VALUE 'E'.
           05  AH-STATUS-DATE          PIC X(08).
           05  FILLER                  PIC X(20).
