        DATE-WRITTEN.  2026-08-08.
      ******************************************************************
      *    CARDRATE - CARD TYPE RATE SCHEDULE LOOKUP                   *
      *    Given a CARD-TYPE, returns the annual fee, APR and rewards  *
      *    earn rate that apply to it, so the rate schedule lives in   *
      *    one place instead of being hardcoded in every screen that   *
      *    displays a card. The answer comes from the RATEFILE row in  *
      *    effect on the requested date (RL-EFF-DATE, spaces meaning   *
      *    today), so a future-dated change keyed through RATEMNT      *
      *    takes effect on its date without anyone scheduling a        *
      *    compile.                                                    *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-08-08  CST  Original program.                          *
      *                     RATEMNT, loaded by RATELD01), and the      *
      *                     lookup answers from the row in effect on   *
      *                     the RL-EFF-DATE the caller asks for.       *
      *    2026-10-15  CST  Also returns the row's rewards earn rate   *
      *                     in RL-EARN-RATE (zero on rows keyed        *
      *                     before the field existed).                 *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        0000-MAINLINE.
            SET RL-TYPE-NOT-FOUND TO TRUE
            MOVE ZERO TO RL-ANNUAL-FEE RL-APR RL-EARN-RATE
            IF RL-EFF-DATE IS NUMERIC
                MOVE RL-EFF-DATE TO WS-ASK-DATE
            ELSE
                    SET RL-TYPE-FOUND TO TRUE
                    MOVE RT-ANNUAL-FEE TO RL-ANNUAL-FEE
                    MOVE RT-APR        TO RL-APR
                    IF RT-EARN-RATE IS NUMERIC
                        MOVE RT-EARN-RATE TO RL-EARN-RATE
                    ELSE
                        MOVE ZERO         TO RL-EARN-RATE
                    END-IF
                END-IF
            END-IF.
        1100-EXIT.
