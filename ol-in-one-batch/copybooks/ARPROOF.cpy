      ******************************************************************
      *    COPYBOOK  : ARPROOF                                         *
      *    One record per business date written by the FINARP01 daily  *
      *    card receivables proof, keyed by that date. The run carries *
      *    forward the AP-CLOSING-BAL of the latest earlier record as  *
      *    its opening balance, adds the movements fed to the GL for   *
      *    the days after AP-FROM-DATE up to AP-PROOF-DATE, and        *
      *    compares the expected balance with a fresh total of         *
      *    CM-CARD-USAGE across CUSTMAS. The master total is saved as  *
      *    the closing balance, so a difference is reported on the day *
      *    it arises and the next day proves from where the sub-ledger *
      *    really stands. The first run has nothing to carry forward   *
      *    and only establishes the opening balance (AP-OPENING-SET).  *
      *    A rerun for the same date replaces that date's record.      *
      *    AP-IN-BALANCE also covers a master short only by the        *
      *    half-unit rounding FINARP01 allows (see its 5000-PROVE).    *
      ******************************************************************
       01  AR-PROOF-RECORD.
           05  AP-PROOF-DATE           PIC X(08).
           05  AP-FROM-DATE            PIC X(08).
           05  AP-OPENING-BAL          PIC S9(13)V99 COMP-3.
           05  AP-GL-MOVEMENT          PIC S9(13)V99 COMP-3.
           05  AP-ROUNDING             PIC S9(13)V99 COMP-3.
           05  AP-EXPECTED-BAL         PIC S9(13)V99 COMP-3.
           05  AP-CLOSING-BAL          PIC S9(13)V99 COMP-3.
           05  AP-DIFFERENCE           PIC S9(13)V99 COMP-3.
           05  AP-CARD-COUNT           PIC 9(09) COMP-3.
           05  AP-STATUS               PIC X(01).
               88  AP-IN-BALANCE           VALUE 'B'.
               88  AP-OUT-OF-BALANCE       VALUE 'O'.
               88  AP-OPENING-SET          VALUE 'E'.
           05  FILLER                  PIC X(10).
