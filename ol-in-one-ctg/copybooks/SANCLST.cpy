      ******************************************************************
      *    COPYBOOK  : SANCLST                                         *
      *    Record layout for the SANCLST sanctions list file - one     *
      *    record per name on the regulator's published sanctions      *
      *    list, keyed by the list's own entry ID and reloaded in full *
      *    by the SANLD01 job each time a new list is published.       *
      *    SL-LISTED-NAME is the name as published; SL-TOKENS holds    *
      *    the same name broken into the words the SANCHK matcher      *
      *    compares (upper-cased, punctuation dropped, titles and      *
      *    company-form words such as MR, THE, LTD and INC left out,   *
      *    at most eight words of 15 characters). SL-LOAD-DATE is the  *
      *    run that last carried the entry, so a name dropped from the *
      *    published list is deleted by the same load.                 *
      ******************************************************************
       01  SANCTIONS-LIST-RECORD.
           05  SL-ENTRY-ID             PIC X(12).
           05  SL-LIST-CODE            PIC X(08).
           05  SL-ENTRY-TYPE           PIC X(01).
               88  SL-INDIVIDUAL           VALUE 'I'.
               88  SL-ENTITY               VALUE 'E'.
               88  SL-VESSEL               VALUE 'V'.
           05  SL-LISTED-NAME          PIC X(60).
           05  SL-TOKEN-COUNT          PIC 9(02).
           05  SL-TOKENS.
               10  SL-TOKEN            PIC X(15) OCCURS 8 TIMES.
           05  SL-LOAD-DATE            PIC X(08).
           05  FILLER                  PIC X(19).
