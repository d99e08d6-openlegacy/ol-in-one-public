      ******************************************************************
      *    COPYBOOK  : NOSTMT                                          *
      *    Records on the correspondent (nostro) account statement     *
      *    files read by the NOSREC01 reconciliation run. Each         *
      *    correspondent's statement is one block - a header carrying  *
      *    its SWIFT-BIC, our account number with it and the statement *
      *    date, one detail per entry booked to the account, and a     *
      *    trailer carrying the entry count and separate debit and     *
      *    credit totals that NOSREC01 proves before matching          *
      *    anything. The day's statements are concatenated into one    *
      *    input, so the file is a run of such blocks. A debit         *
      *    (NS-DEBIT) is money paid away for one of our outbound wires *
      *    and quotes our wire reference in NS-ENTRY-REF; a credit     *
      *    (NS-CREDIT) is an incoming wire received into the account   *
      *    and quotes the sending bank's reference. Amounts are in the *
      *    entry's own currency.                                       *
      ******************************************************************
       01  NOSTRO-STATEMENT-RECORD.
           05  NS-RECORD-TYPE          PIC X(01).
               88  NS-HEADER-REC           VALUE 'H'.
               88  NS-DETAIL-REC           VALUE 'D'.
               88  NS-TRAILER-REC          VALUE 'T'.
           05  NS-CORR-SWIFT-BIC       PIC X(11).
           05  NS-ENTRY-REF            PIC X(16).
           05  NS-VALUE-DATE           PIC X(08).
           05  NS-DR-CR                PIC X(01).
               88  NS-DEBIT                VALUE 'D'.
               88  NS-CREDIT               VALUE 'C'.
           05  NS-AMOUNT               PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  NS-CURRENCY-CODE        PIC X(03).
           05  NS-NARRATIVE            PIC X(35).
           05  FILLER                  PIC X(11).

       01  NOSTRO-STATEMENT-HEADER.
           05  NSH-RECORD-TYPE         PIC X(01).
           05  NSH-CORR-SWIFT-BIC      PIC X(11).
           05  NSH-STMT-DATE           PIC X(08).
           05  NSH-ACCOUNT-NUMBER      PIC X(34).
           05  FILLER                  PIC X(46).

       01  NOSTRO-STATEMENT-TRAILER.
           05  NST-RECORD-TYPE         PIC X(01).
           05  NST-CORR-SWIFT-BIC      PIC X(11).
           05  NST-ENTRY-COUNT         PIC 9(07).
           05  NST-DEBIT-TOTAL         PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  NST-CREDIT-TOTAL        PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(49).
