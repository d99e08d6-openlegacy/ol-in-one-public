      *    WIRSUSPQ queue - resolving one posts it to the ledger       *
      *    under the supplied CUST-ID, returning one records why -     *
      *    and items open past the escalation window are raised onto   *
      *    EXCPSTAT by the next WIRRCV01 run. A resolution over the    *
      *    resolving operator's OPRENT authority sets                  *
      *    SP-APPROVAL-FLAG and waits on the APPRQUE queue; the item   *
      *    keeps its status and cannot be worked again until APPRMGR   *
      *    approves it (it posts) or rejects it (the flag is cleared). *
      ******************************************************************
       01  WIRE-SUSPENSE-RECORD.
           05  SP-SUSP-REF             PIC X(16).
           05  SP-RESOLVE-USER         PIC X(08).
           05  SP-RESOLVE-DATE         PIC X(08).
           05  SP-RESOLVE-NOTE         PIC X(30).
           05  SP-APPROVAL-FLAG        PIC X(01).
               88  SP-AWAITING-APPROVAL    VALUE 'Y'.
           05  FILLER                  PIC X(09).
