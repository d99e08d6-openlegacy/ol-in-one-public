      ******************************************************************
      *    COPYBOOK  : SANREVW                                         *
      *    Record layout for the SANREVW sanctions review file - one   *
      *    record per screened name and sanctions list entry the       *
      *    SANCHK matcher has called a hit, keyed by the screened name *
      *    as SANCHK normalized it and the list entry ID. The first    *
      *    hit on a pair writes it open and carries the subject that   *
      *    raised it (C customer, B beneficiary, K beneficiary bank)   *
      *    and the score; compliance then works it through SANREVMT,   *
      *    either clearing it as a false positive - after which SANCHK *
      *    no longer calls that name a hit on that entry - or          *
      *    confirming it as a true match, which keeps it a hit for     *
      *    good. A pair already on file is not a new hit, which is how *
      *    the SANRSC01 rescreen raises only new hits onto EXCPSTAT.   *
      ******************************************************************
       01  SANCTIONS-REVIEW-RECORD.
           05  SV-KEY.
               10  SV-MATCH-NAME       PIC X(60).
               10  SV-ENTRY-ID         PIC X(12).
           05  SV-SUBJECT-TYPE         PIC X(01).
           05  SV-SUBJECT-REF          PIC X(20).
           05  SV-CALLER-ID            PIC X(08).
           05  SV-SCREENED-NAME        PIC X(60).
           05  SV-SCORE                PIC 9(03).
           05  SV-RAISED-DATE          PIC X(08).
           05  SV-STATUS               PIC X(01).
               88  SV-OPEN                 VALUE 'O'.
               88  SV-CLEARED              VALUE 'C'.
               88  SV-CONFIRMED            VALUE 'T'.
           05  SV-REVIEW-USER          PIC X(08).
           05  SV-REVIEW-DATE          PIC X(08).
           05  SV-REVIEW-NOTE          PIC X(30).
           05  FILLER                  PIC X(11).
