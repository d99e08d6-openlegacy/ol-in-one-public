      ******************************************************************
      *    COPYBOOK  : REWARDS                                         *
      *    Record layout for the REWARDS points account file - one     *
      *    record per card, keyed by card number, opened by FINPOST1   *
      *    the first time the card earns. RA-POINTS-BALANCE is what    *
      *    the cardholder can redeem through FINRWDRD; the cycle       *
      *    fields accumulate since the last statement and FINSTM01     *
      *    rolls them into the RA-STMT- fields it prints (opening,     *
      *    earned, redeemed, closing points). Earned is net of points  *
      *    returned on credits. Every movement is also written to the  *
      *    RWDLEDG points ledger.                                      *
      ******************************************************************
       01  REWARDS-ACCOUNT-RECORD.
           05  RA-CARD-NUMBER          PIC X(16).
           05  RA-CUST-ID              PIC X(10).
           05  RA-POINTS-BALANCE       PIC S9(9) COMP-3.
           05  RA-CYCLE-EARNED         PIC S9(9) COMP-3.
           05  RA-CYCLE-REDEEMED       PIC S9(9) COMP-3.
           05  RA-LIFETIME-EARNED      PIC S9(9) COMP-3.
           05  RA-LIFETIME-REDEEMED    PIC S9(9) COMP-3.
           05  RA-OPEN-DATE            PIC X(08).
           05  RA-LAST-ACTIVITY-DATE   PIC X(08).
           05  RA-LAST-STMT-DATE       PIC X(08).
           05  RA-STMT-OPENING         PIC S9(9) COMP-3.
           05  RA-STMT-EARNED          PIC S9(9) COMP-3.
           05  RA-STMT-REDEEMED        PIC S9(9) COMP-3.
           05  RA-STMT-CLOSING         PIC S9(9) COMP-3.
           05  FILLER                  PIC X(20).
