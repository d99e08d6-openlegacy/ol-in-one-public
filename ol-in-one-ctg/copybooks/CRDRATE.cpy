      *    date, so marketing's rate changes can be keyed weeks ahead  *
      *    through RATEMNT instead of waiting on a source edit and a   *
      *    compile. Seeded and reloadable through the RATELD01 job.    *
      *    RT-EARN-RATE is the rewards points earned per unit of       *
      *    currency on a posted purchase (zero on a type that earns    *
      *    nothing); FINPOST1 reads it off the row in effect on the    *
      *    transaction date.                                           *
      ******************************************************************
       01  CARD-RATE-RECORD.
           05  RT-KEY.
           05  RT-APR                  PIC 9(2)V99.
           05  RT-ADDED-DATE           PIC X(08).
           05  RT-ADDED-USER           PIC X(08).
           05  RT-EARN-RATE            PIC 9(2)V99.
           05  FILLER                  PIC X(06).
