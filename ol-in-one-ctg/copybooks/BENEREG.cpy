      *    34-character IBAN. An entry is only accepted by BENEMNT     *
      *    after the IBAN comes back valid from IBANVAL and any        *
      *    correspondent BIC is on the CORBANK file, and the BENVAL01  *
      *    periodic run re-validates entries and marks stale ones so a *
      *    beneficiary whose bank details went bad is caught before    *
      *    the next wire. WIRETRAN resolves a WT-BENE-ID through this  *
      *    file and only for the owning BR-CUST-ID. BR-BENE-NAME is    *
      *    the beneficiary's name as it goes on the wire; it and the   *
      *    bank name are screened against the sanctions list through   *
      *    SANCHK at registration and by the SANRSC01 rescreen, and an *
      *    entry with an uncleared hit is held (BR-HELD) for           *
      *    compliance review until BENEMNT releases it. Records on the *
      *    old 160-byte layout, which had no name, are converted once  *
      *    by the BENCNV01 job.                                        *
      ******************************************************************
       01  BENEFICIARY-RECORD.
           05  BR-BENE-ID              PIC X(08).
           05  BR-STATUS               PIC X(01).
               88  BR-ACTIVE               VALUE 'A'.
               88  BR-STALE                VALUE 'S'.
               88  BR-HELD                 VALUE 'H'.
           05  BR-ADDED-DATE           PIC X(08).
           05  BR-ADDED-USER           PIC X(08).
           05  BR-LAST-CHECK-DATE      PIC X(08).
           05  BR-BENE-NAME            PIC X(35).
           05  FILLER                  PIC X(12).
