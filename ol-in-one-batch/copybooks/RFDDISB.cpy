      ******************************************************************
      *    COPYBOOK  : RFDDISB                                         *
      *    Record layout for the RFDDISB refund disbursement file      *
      *    FINRFD01 hands to treasury - one record per credit-balance  *
      *    refund, payee name and mailing address taken off CUSTCNT.   *
      *    RD-REFUND-REF is the reference the refund debit posts to    *
      *    the card under, so a cheque can be traced back to CRDHIST.  *
      ******************************************************************
       01  REFUND-DISB-RECORD.
           05  RD-REFUND-REF           PIC X(12).
           05  RD-REFUND-DATE          PIC X(08).
           05  RD-CARD-NUMBER          PIC X(16).
           05  RD-CUST-ID              PIC X(10).
           05  RD-AMOUNT               PIC 9(7)V99.
           05  RD-PAYEE-NAME           PIC X(30).
           05  RD-ADDR-LINE-1          PIC X(30).
           05  RD-ADDR-LINE-2          PIC X(30).
           05  RD-CITY                 PIC X(20).
           05  RD-STATE                PIC X(02).
           05  RD-ZIP                  PIC X(10).
           05  FILLER                  PIC X(23).
