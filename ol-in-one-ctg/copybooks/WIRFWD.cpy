      ******************************************************************
      *    COPYBOOK  : WIRFWD                                          *
      *    Record layout for the WIRFWD forward-wire file - one record *
      *    per wire WIRETRAN warehoused for a future value date, keyed *
      *    by the same reference as its WIRELOG entry. It keeps what   *
      *    the ledger does not, the registered beneficiary ID and the  *
      *    beneficiary name, so the WIRREL01 release run can put the   *
      *    wire back through the full WIRETRAN screening on its value  *
      *    date exactly as it was keyed. FW-RELEASE-DATE and           *
      *    FW-RELEASE-RC record the outcome of the release ('00'       *
      *    posted, '10' held for sanctions, any other WIRETRAN return  *
      *    code held on the ledger as a failed release).               *
      ******************************************************************
       01  FORWARD-WIRE-RECORD.
           05  FW-WIRE-REF             PIC X(16).
           05  FW-BENE-ID              PIC X(08).
           05  FW-BENE-NAME            PIC X(35).
           05  FW-RELEASE-DATE         PIC X(08).
           05  FW-RELEASE-RC           PIC X(02).
           05  FILLER                  PIC X(31).
