      *    matched against it. While an obligation stays open the      *
      *    due date is not advanced by a later assessment (the new     *
      *    minimum is added instead), so the FINAGE01 aging report     *
      *    sees how long the oldest unmet minimum has been owed. An    *
      *    obligation the FINCHO01 charge-off run wrote off is left    *
      *    at status C and is neither aged nor reassessed again.       *
      *    PD-NOTICE-STAGE and PD-NOTICE-DATE record the last dunning  *
      *    letter the FINDUN01 nightly run sent against the            *
      *    obligation, so no notice is mailed twice for it; a fresh    *
      *    obligation starts with none sent.                           *
      ******************************************************************
       01  PAYMENT-DUE-RECORD.
           05  PD-CARD-NUMBER          PIC X(16).
           05  PD-STATUS               PIC X(01).
               88  PD-OPEN                 VALUE 'O'.
               88  PD-SATISFIED            VALUE 'S'.
               88  PD-CHARGED-OFF          VALUE 'C'.
           05  PD-NOTICE-STAGE         PIC X(01).
               88  PD-NO-NOTICE-SENT       VALUE SPACE.
               88  PD-NOTICE-30-SENT       VALUE '1'.
               88  PD-NOTICE-60-SENT       VALUE '2'.
               88  PD-NOTICE-90-SENT       VALUE '3'.
           05  PD-NOTICE-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
