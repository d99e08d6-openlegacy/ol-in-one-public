      ******************************************************************
      *    COPYBOOK  : NOSENT                                          *
      *    Record layout for the NOSENT nostro entry file - one record *
      *    per entry on a correspondent's account statement as         *
      *    NOSREC01 reconciled it, keyed by the correspondent's        *
      *    SWIFT-BIC, the entry reference and the statement date it    *
      *    was booked on. An entry tied to the WIRELOG ledger is kept  *
      *    as matched with the wire it tied to, so a statement fed in  *
      *    twice is not tied twice. An entry that would not tie is an  *
      *    open break carrying the reason: open breaks are retried     *
      *    against the ledger on every run (a receipt posted late out  *
      *    of suspense, a wire dispatched after a desk correction),    *
      *    and breaks still open after the escalation window are       *
      *    raised onto EXCPSTAT once and marked escalated.             *
      ******************************************************************
       01  NOSTRO-ENTRY-RECORD.
           05  NE-KEY.
               10  NE-CORR-SWIFT-BIC   PIC X(11).
               10  NE-ENTRY-REF        PIC X(16).
               10  NE-STMT-DATE        PIC X(08).
           05  NE-DR-CR                PIC X(01).
               88  NE-DEBIT                VALUE 'D'.
               88  NE-CREDIT               VALUE 'C'.
           05  NE-VALUE-DATE           PIC X(08).
           05  NE-AMOUNT               PIC S9(11)V99 COMP-3.
           05  NE-CURRENCY-CODE        PIC X(03).
           05  NE-NARRATIVE            PIC X(35).
           05  NE-BREAK-REASON         PIC X(30).
           05  NE-OPENED-DATE          PIC X(08).
           05  NE-STATUS               PIC X(01).
               88  NE-OPEN                 VALUE 'O'.
               88  NE-ESCALATED            VALUE 'E'.
               88  NE-MATCHED              VALUE 'M'.
           05  NE-STATUS-DATE          PIC X(08).
           05  NE-MATCHED-WIRE-REF     PIC X(16).
           05  FILLER                  PIC X(12).
