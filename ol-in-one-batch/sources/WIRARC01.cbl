      *    then does pass three delete the archived wires and record   *
      *    each key on the ARCHDIR directory so WIREINQ can answer     *
      *    "archived - see archive run of date X". Wires still in      *
      *    posted status are left for the settlement run, and wires    *
      *    held on a sanctions hit for compliance, regardless of age.  *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  Wires held on a sanctions hit (WL-STATUS H)*
      *                     are left on the ledger like posted ones,   *
      *                     whatever their age.                        *
      *    2026-10-15  CST  Warehoused forward-dated wires (WL-STATUS  *
      *                     W) and those held on a failed release (F)  *
      *                     are left on the ledger until released or   *
      *                     cancelled.                                 *
      *    2026-10-15  CST  Wires held awaiting approval over the      *
      *                     keying operator's authority (WL-STATUS A)  *
      *                     are left on the ledger until APPRMGR       *
      *                     decides them.                              *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            IF NOT WS-LEDGER-EOF
               AND WL-VALUE-DATE < WS-CUTOFF-DATE-X
               AND NOT WL-POSTED
               AND NOT WL-HELD-SANCTIONS
               AND NOT WL-WAREHOUSED
               AND NOT WL-HELD-RELEASE
               AND NOT WL-HELD-APPROVAL
                MOVE SPACES             TO WIRE-ARCHIVE-RECORD
                MOVE WL-WIRE-REF        TO WA-WIRE-REF
                MOVE WIRE-LEDGER-RECORD TO WA-LEDGER-IMAGE
