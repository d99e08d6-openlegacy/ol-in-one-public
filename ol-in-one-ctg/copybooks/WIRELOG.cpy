      *    reference number (WR + value date + task sequence), so a    *
      *    posted wire can be pulled up again by the reference number  *
      *    quoted to the customer. WL-STATUS carries the wire's        *
      *    lifecycle (warehoused, posted, dispatched, confirmed,       *
      *    returned, cancelled, held for sanctions review, or held on  *
      *    a failed release); the status trailer records who moved it  *
      *    there, when and why (WIRETRAN posts, or holds a wire whose  *
      *    beneficiary or bank name hits the sanctions list, WIRSTL01  *
      *    dispatches, NOSREC01 confirms a dispatched wire found on    *
      *    its correspondent's statement, the wire desk records the    *
      *    rest through WIREMNT). A held wire is not dispatched or fed *
      *    to the GL until WIREMNT releases it. A wire keyed for a     *
      *    future value date is warehoused (W) under that date's       *
      *    reference series and goes no further until the WIRREL01     *
      *    release run takes it back through the WIRETRAN screening on *
      *    the day - posted if it passes, held (F) with the reason if  *
      *    it fails; its beneficiary name and ID are kept on the       *
      *    WIRFWD companion file. A wire over the keying operator's    *
      *    OPRENT wire authority is held awaiting approval (A) until a *
      *    supervisor approves it through APPRMGR (posted, or          *
      *    warehoused if its value date is still to come) or rejects   *
      *    it (cancelled). A wire that is both a sanctions hit and     *
      *    over that authority is held for compliance first under Q,   *
      *    which counts as held on a sanctions hit everywhere; once    *
      *    released by WIREMNT it goes on to await approval (A) like   *
      *    any other. WL-AMOUNT is the wire in its own                 *
      *    WL-CURRENCY-CODE currency; WL-BASE-AMOUNT is the            *
      *    base-currency equivalent at the FX rate in effect when it   *
      *    posted. WL-DIRECTION tells an outbound wire (WR reference   *
      *    series, posted by WIRETRAN) from an inbound receipt (WI     *
      *    series, posted by WIRRCV01). WL-GL-FED-FLAG is set by       *
      *    GLFEED01 once the wire has been carried on a released GL    *
      *    feed, so a wire posted after its value date (a resolved     *
      *    suspense item, a back-valued receipt) still feeds exactly   *
      *    once. WL-NOSTRO-FLAG and WL-NOSTRO-DATE are set by the      *
      *    NOSREC01 nostro reconciliation when the wire is tied to an  *
      *    entry on the correspondent's statement, or when it is       *
      *    escalated as a break for staying untied too long. Records   *
      *    on the old 368-byte layout are converted once by the        *
      *    WIRCNV01 job.                                               *
      ******************************************************************
       01  WIRE-LEDGER-RECORD.
           05  WL-WIRE-REF             PIC X(16).
               88  WL-CONFIRMED            VALUE 'C'.
               88  WL-RETURNED             VALUE 'R'.
               88  WL-CANCELLED            VALUE 'X'.
               88  WL-HELD-SANCTIONS       VALUES 'H' 'Q'.
               88  WL-HELD-SANCTIONS-AUTH  VALUE 'Q'.
               88  WL-WAREHOUSED           VALUE 'W'.
               88  WL-HELD-RELEASE         VALUE 'F'.
               88  WL-HELD-APPROVAL        VALUE 'A'.
           05  WL-STATUS-DATE          PIC X(08).
           05  WL-STATUS-USER          PIC X(08).
           05  WL-STATUS-REASON        PIC X(30).
           05  WL-GL-FED-FLAG          PIC X(01).
               88  WL-GL-FED               VALUE 'Y'.
           05  WL-NOSTRO-FLAG          PIC X(01).
               88  WL-NOSTRO-MATCHED       VALUE 'Y'.
               88  WL-NOSTRO-ESCALATED     VALUE 'E'.
           05  WL-NOSTRO-DATE          PIC X(08).
