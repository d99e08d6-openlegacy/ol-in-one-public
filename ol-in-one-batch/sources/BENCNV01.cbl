        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BENCNV01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    BENCNV01 - BENEFICIARY REGISTRY ONE-TIME CONVERSION         *
      *    Converts a REPRO'd copy of the old 160-byte                 *
      *    BENEFICIARY-RECORD layout (no beneficiary name) to the      *
      *    current record. Every field carries across as it was and    *
      *    BR-BENE-NAME is left blank: the wire desk keys the name on  *
      *    WIRETRAN for a converted entry until it is re-registered    *
      *    through BENEMNT with one. The output is REPRO'd back into   *
      *    the redefined cluster by the surrounding job. Run once per  *
      *    layout change, never as part of the nightly schedule.       *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLDBEN ASSIGN TO OLDBEN.

            SELECT NEWBEN ASSIGN TO NEWBEN.

        DATA DIVISION.
        FILE SECTION.
        FD  OLDBEN
            LABEL RECORDS ARE STANDARD.
        01  OLD-BENE-RECORD.
            05  OLD-BENE-ID         PIC X(08).
            05  OLD-CUST-ID         PIC X(10).
            05  OLD-BENE-IBAN       PIC X(34).
            05  OLD-BENE-BANK-NAME  PIC X(60).
            05  OLD-CORR-SWIFT-BIC  PIC X(11).
            05  OLD-STATUS          PIC X(01).
            05  OLD-ADDED-DATE      PIC X(08).
            05  OLD-ADDED-USER      PIC X(08).
            05  OLD-LAST-CHECK-DATE PIC X(08).
            05  FILLER              PIC X(12).

        FD  NEWBEN
            LABEL RECORDS ARE STANDARD.
        COPY BENEREG.

        WORKING-STORAGE SECTION.
        01  WS-OLDBEN-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-OLDBEN-EOF              VALUE 'Y'.

        01  WS-BENE-COUNT           PIC 9(07) COMP-3 VALUE ZERO.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            OPEN INPUT OLDBEN
            OPEN OUTPUT NEWBEN
            PERFORM 1000-READ-OLD THRU 1000-EXIT
            PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
                UNTIL WS-OLDBEN-EOF
            CLOSE OLDBEN
            CLOSE NEWBEN
            DISPLAY 'BENCNV01 - ENTRIES CONVERTED: ' WS-BENE-COUNT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-READ-OLD                                            *
      *-----------------------------------------------------------*
        1000-READ-OLD.
            READ OLDBEN
                AT END
                    SET WS-OLDBEN-EOF TO TRUE
            END-READ.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-CONVERT-ONE - carry the old fields across; the      *
      *    name the old layout never held is left blank.            *
      *-----------------------------------------------------------*
        2000-CONVERT-ONE.
            MOVE SPACES              TO BENEFICIARY-RECORD
            MOVE OLD-BENE-ID         TO BR-BENE-ID
            MOVE OLD-CUST-ID         TO BR-CUST-ID
            MOVE OLD-BENE-IBAN       TO BR-BENE-IBAN
            MOVE OLD-BENE-BANK-NAME  TO BR-BENE-BANK-NAME
            MOVE OLD-CORR-SWIFT-BIC  TO BR-CORR-SWIFT-BIC
            MOVE OLD-STATUS          TO BR-STATUS
            MOVE OLD-ADDED-DATE      TO BR-ADDED-DATE
            MOVE OLD-ADDED-USER      TO BR-ADDED-USER
            MOVE OLD-LAST-CHECK-DATE TO BR-LAST-CHECK-DATE
            MOVE SPACES              TO BR-BENE-NAME
            WRITE BENEFICIARY-RECORD
            ADD 1 TO WS-BENE-COUNT
            PERFORM 1000-READ-OLD THRU 1000-EXIT.
        2000-EXIT.
            EXIT.
