      ******************************************************************
      *    COPYBOOK  : CHRGOFF                                         *
      *    Record layout for the CHRGOFF charge-off file - one record  *
      *    per card written off by the FINCHO01 monthly charge-off     *
      *    run, keyed by card number. CO-CHARGED-OFF-AMT is the usage  *
      *    taken off the card when it was charged off (the card is     *
      *    left at CM-CARD-STATUS C with zero usage); payments that    *
      *    arrive afterwards are posted here by FINPOST1 as            *
      *    recoveries instead of to CM-CARD-USAGE.                     *
      ******************************************************************
       01  CHARGE-OFF-RECORD.
           05  CO-CARD-NUMBER          PIC X(16).
           05  CO-CUST-ID              PIC X(10).
           05  CO-CHARGE-OFF-DATE      PIC X(08).
           05  CO-DUE-DATE             PIC X(08).
           05  CO-DAYS-PAST-DUE        PIC 9(05).
           05  CO-CHARGED-OFF-AMT      PIC S9(7)V99 COMP-3.
           05  CO-CARD-LIMIT           PIC S9(7) COMP.
           05  CO-RECOVERED-AMT        PIC S9(7)V99 COMP-3.
           05  CO-RECOVERY-COUNT       PIC 9(05) COMP-3.
           05  CO-LAST-RECOVERY-DATE   PIC X(08).
           05  CO-STATUS               PIC X(01).
               88  CO-OUTSTANDING          VALUE 'O'.
               88  CO-RECOVERED-IN-FULL    VALUE 'R'.
           05  FILLER                  PIC X(20).
