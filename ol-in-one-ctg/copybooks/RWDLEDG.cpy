      ******************************************************************
      *    COPYBOOK  : RWDLEDG                                         *
      *    Record layout for the RWDLEDG rewards points ledger - one   *
      *    entry per points movement on a card, keyed by card number   *
      *    plus entry date (RW-SEQ breaks ties within the day). E is   *
      *    points earned on a posted purchase and V points taken back  *
      *    on a posted credit, both written by FINPOST1; D is a        *
      *    redemption keyed online through FINRWDRD, which leaves      *
      *    its statement credit pending for the FINPOST1 daily run to  *
      *    post (RW-CREDIT-STATUS). RW-POINTS-VALUE is the money value *
      *    of the points that GLFEED01 books to the points-liability   *
      *    account.                                                    *
      ******************************************************************
       01  REWARDS-LEDGER-RECORD.
           05  RW-KEY.
               10  RW-CARD-NUMBER      PIC X(16).
               10  RW-ENTRY-DATE       PIC X(08).
               10  RW-SEQ              PIC 9(04).
           05  RW-ENTRY-TYPE           PIC X(01).
               88  RW-POINTS-EARNED        VALUE 'E'.
               88  RW-POINTS-RETURNED      VALUE 'V'.
               88  RW-POINTS-REDEEMED      VALUE 'D'.
           05  RW-POINTS               PIC S9(9) COMP-3.
           05  RW-POINTS-VALUE         PIC S9(7)V99 COMP-3.
           05  RW-BALANCE-AFTER        PIC S9(9) COMP-3.
           05  RW-TXN-AMOUNT           PIC S9(7)V99 COMP-3.
           05  RW-EARN-RATE            PIC 9(2)V99.
           05  RW-TXN-REF              PIC X(12).
           05  RW-CUST-ID              PIC X(10).
           05  RW-CREDIT-STATUS        PIC X(01).
               88  RW-CREDIT-NONE          VALUE SPACE.
               88  RW-CREDIT-PENDING       VALUE 'P'.
               88  RW-CREDIT-POSTED        VALUE 'S'.
           05  RW-CREDIT-POST-DATE     PIC X(08).
           05  RW-ENTRY-USER           PIC X(08).
           05  FILLER                  PIC X(20).
