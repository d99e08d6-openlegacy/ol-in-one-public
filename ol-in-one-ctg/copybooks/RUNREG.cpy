      ******************************************************************
      *    COPYBOOK  : RUNREG                                          *
      *    Record layout for the RUNREG batch run register - one       *
      *    record per scheduled program per business date, written     *
      *    through RUNCTL by every nightly and monthly program, batch  *
      *    and CICS-started alike: started when the program clears     *
      *    its predecessor check (refused, with the reason, when it    *
      *    does not), completed or failed with its return code and     *
      *    record counts when it ends. A record left started never     *
      *    ended - the program abended. A rerun on the same business   *
      *    date restarts the same record and counts the attempt. The   *
      *    jobs' own restart control records (POSTCTL, DLQCTL, GLCTL,  *
      *    REFCKPT) are unchanged. RUNINQ shows the register online    *
      *    and RUNRPT01 prints what did not run each morning.          *
      ******************************************************************
       01  RUN-REGISTER-RECORD.
           05  RR-KEY.
               10  RR-BUS-DATE         PIC X(08).
               10  RR-JOB-NAME         PIC X(08).
           05  RR-STATUS               PIC X(01).
               88  RR-STARTED              VALUE 'S'.
               88  RR-COMPLETED            VALUE 'C'.
               88  RR-FAILED               VALUE 'F'.
               88  RR-REFUSED              VALUE 'R'.
           05  RR-START-DATE           PIC X(08).
           05  RR-START-TIME           PIC X(06).
           05  RR-END-DATE             PIC X(08).
           05  RR-END-TIME             PIC X(06).
           05  RR-RETURN-CODE          PIC 9(04).
           05  RR-READ-COUNT           PIC 9(09) COMP-3.
           05  RR-WRITTEN-COUNT        PIC 9(09) COMP-3.
           05  RR-ATTEMPTS             PIC 9(03).
           05  RR-REASON               PIC X(40).
           05  FILLER                  PIC X(18).
