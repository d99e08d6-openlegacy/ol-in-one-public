      ******************************************************************
      *    COPYBOOK  : VELPARM                                         *
      *    Parameter record for the FINPOST1 velocity screening - the  *
      *    per-card daily purchase count and summed amount the fraud   *
      *    desk allows before a card is blocked, and the ceiling a     *
      *    single purchase may not cross. Lives on the VELPARM         *
      *    parameter dataset, not in working storage, so the desk      *
      *    tunes the thresholds without a compile. The same record     *
      *    carries the number of days an unmatched FINAUTH hold stays  *
      *    open before FINPOST1 expires it (zero or blank = 7), the    *
      *    fee charged on a returned (NSF) payment (zero or blank =    *
      *    25.00) and the number of returns on one card inside a year  *
      *    that raises an EXCPSTAT item for collections (zero or       *
      *    blank = 2). FINAUTH reads the same record online to screen  *
      *    an authorization against the same thresholds.               *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    2026-10-15  CST  Moved to the shared copybook library with  *
      *                     the other layouts online and batch both    *
      *                     use, now that FINAUTH reads it as well.    *
      ******************************************************************
       01  VELOCITY-PARM-RECORD.
           05  VP-MAX-DAILY-COUNT      PIC 9(03).
           05  VP-MAX-DAILY-AMOUNT     PIC 9(09)V99.
           05  VP-SINGLE-CEILING       PIC 9(07)V99.
           05  VP-HOLD-EXPIRY-DAYS     PIC 9(03).
           05  VP-RETURN-FEE           PIC 9(03)V99.
           05  VP-RETURN-ALERT-COUNT   PIC 9(02).
           05  FILLER                  PIC X(47).
