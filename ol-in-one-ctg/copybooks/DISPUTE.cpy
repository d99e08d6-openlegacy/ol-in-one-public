      ******************************************************************
      *    COPYBOOK  : DISPUTE                                         *
      *    Record layout for the DISPUTE cardholder dispute case file  *
      *    - one case per disputed card transaction, keyed by card     *
      *    number plus the CH-TXN-REF of the posted purchase on        *
      *    CRDHIST. Opened, updated and closed online through          *
      *    FINDSPMT. DP-CREDIT-STATUS carries the provisional credit   *
      *    through its life: the desk raises it pending, the FINPOST1  *
      *    daily run posts it to the card, and a case closed lost      *
      *    puts it back to reversal pending for the next run to debit  *
      *    back. DSPAGE01 ages the open cases for the desk.            *
      ******************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DP-KEY.
               10  DP-CARD-NUMBER      PIC X(16).
               10  DP-TXN-REF          PIC X(12).
           05  DP-CUST-ID              PIC X(10).
           05  DP-TXN-DATE             PIC X(08).
           05  DP-TXN-AMOUNT           PIC S9(7)V99 COMP-3.
           05  DP-MERCHANT-NAME        PIC X(30).
           05  DP-DISPUTE-AMOUNT       PIC S9(7)V99 COMP-3.
           05  DP-REASON-CODE          PIC X(04).
           05  DP-NOTES                PIC X(60).
           05  DP-CASE-STATUS          PIC X(01).
               88  DP-CASE-OPEN            VALUE 'O'.
               88  DP-CASE-WON             VALUE 'W'.
               88  DP-CASE-LOST            VALUE 'L'.
               88  DP-CASE-CLOSED          VALUES 'W' 'L'.
           05  DP-OPEN-DATE            PIC X(08).
           05  DP-OPEN-USER            PIC X(08).
           05  DP-CLOSE-DATE           PIC X(08).
           05  DP-CLOSE-USER           PIC X(08).
           05  DP-LAST-UPD-DATE        PIC X(08).
           05  DP-LAST-UPD-USER        PIC X(08).
           05  DP-CREDIT-STATUS        PIC X(01).
               88  DP-CREDIT-NONE          VALUE 'N'.
               88  DP-CREDIT-PENDING       VALUE 'P'.
               88  DP-CREDIT-POSTED        VALUE 'S'.
               88  DP-REVERSAL-PENDING     VALUE 'R'.
               88  DP-CREDIT-REVERSED      VALUE 'V'.
               88  DP-CREDIT-CANCELLED     VALUE 'X'.
           05  DP-CREDIT-POST-DATE     PIC X(08).
           05  DP-REVERSE-POST-DATE    PIC X(08).
           05  FILLER                  PIC X(20).
