      ******************************************************************
      *    COPYBOOK  : SANCAREA                                        *
      *    Commarea layout passed to SANCHK - the sanctions name       *
      *    screen LINKed to by CUSTNEW, FINCSTMT, BENEMNT, WIRETRAN    *
      *    and the SANRSC01 rescreen, so a field change only has to be *
      *    made in one place. The caller fills in the name to screen,  *
      *    what kind of subject it belongs to and that subject's       *
      *    reference (CUST-ID, beneficiary ID or wire IBAN) and its    *
      *    own program ID. '01' comes back with the best-scoring       *
      *    uncleared list entry; SC-NEW-HIT is set when that name and  *
      *    entry had never been called a hit before. '03' means the    *
      *    list or review file could not be opened, and callers fail   *
      *    closed on it.                                               *
      ******************************************************************
       01  SANCTIONS-SCREEN-AREA.
           05  SC-SCREEN-NAME          PIC X(60).
           05  SC-SUBJECT-TYPE         PIC X(01).
               88  SC-SUBJECT-CUSTOMER     VALUE 'C'.
               88  SC-SUBJECT-BENEFICIARY  VALUE 'B'.
               88  SC-SUBJECT-BANK         VALUE 'K'.
           05  SC-SUBJECT-REF          PIC X(20).
           05  SC-CALLER-ID            PIC X(08).
           05  SC-RETURN-CODE          PIC X(02).
               88  SC-NO-MATCH             VALUE '00'.
               88  SC-MATCH-FOUND          VALUE '01'.
               88  SC-NAME-MISSING         VALUE '02'.
               88  SC-LIST-UNAVAILABLE     VALUE '03'.
           05  SC-HIT-ENTRY-ID         PIC X(12).
           05  SC-HIT-LISTED-NAME      PIC X(60).
           05  SC-HIT-SCORE            PIC 9(03).
           05  SC-NEW-HIT-FLAG         PIC X(01).
               88  SC-NEW-HIT              VALUE 'Y'.
               88  SC-KNOWN-HIT            VALUE 'N'.
