      ******************************************************************
      *    RATELD01 - CARD RATE SCHEDULE LOAD                          *
      *    Loads the keyed RATEFILE rate schedule from the RATECARD    *
      *    card-image file (CARD-TYPE, effective date, annual fee, APR *
      *    - the same fields the old hardcoded CARDRATE table carried, *
      *    plus the date - and the rewards earn rate). Run once to     *
      *    seed the file with the schedule in effect, and again        *
      *    whenever a full reload is easier than keying rows through   *
      *    RATEMNT. A row already on file for the same type and date   *
      *    is skipped and counted.                                     *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  Card image carries the rewards earn rate   *
      *                     (points per unit of currency) after the    *
      *                     APR; a blank rate loads as zero.           *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  RC-EFF-DATE         PIC X(08).
            05  RC-ANNUAL-FEE       PIC 9(4)V99.
            05  RC-APR              PIC 9(2)V99.
            05  RC-EARN-RATE        PIC 9(2)V99.
            05  RC-EARN-RATE-X REDEFINES RC-EARN-RATE
                                    PIC X(04).
            05  FILLER              PIC X(42).

        FD  RATEFILE.
        COPY CRDRATE.
      *    2000-LOAD-ONE-ROW - basic edits, then write the row.     *
      *-----------------------------------------------------------*
        2000-LOAD-ONE-ROW.
            IF RC-EARN-RATE-X = SPACES
                MOVE ZERO TO RC-EARN-RATE
            END-IF
            IF RC-CARD-TYPE = SPACES
               OR RC-EFF-DATE IS NOT NUMERIC
               OR RC-ANNUAL-FEE IS NOT NUMERIC
               OR RC-APR IS NOT NUMERIC
               OR RC-EARN-RATE IS NOT NUMERIC
                ADD 1 TO WS-SKIPPED-COUNT
                DISPLAY 'RATELD01 - BAD CARD SKIPPED: '
                    RC-CARD-TYPE
                MOVE RC-EFF-DATE   TO RT-EFF-DATE
                MOVE RC-ANNUAL-FEE TO RT-ANNUAL-FEE
                MOVE RC-APR        TO RT-APR
                MOVE RC-EARN-RATE  TO RT-EARN-RATE
                MOVE WS-RUN-DATE-X TO RT-ADDED-DATE
                MOVE 'RATELD01'    TO RT-ADDED-USER
                WRITE CARD-RATE-RECORD
