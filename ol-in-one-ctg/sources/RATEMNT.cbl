      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  RM-EARN-RATE, the rewards points earned    *
      *                     per unit of currency, added to the end of  *
      *                     the commarea: keyed on A with the row,     *
      *                     returned on I (a blank rate adds as zero). *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
              88  RM-REQUEST-INVALID       VALUE '02'.
              88  RM-DUPLICATE             VALUE '03'.
              88  RM-BACKDATED             VALUE '04'.
           03 RM-EARN-RATE          PIC 9(2)V99.

        PROCEDURE DIVISION.

                MOVE RM-EFF-DATE   TO RT-EFF-DATE
                MOVE RM-ANNUAL-FEE TO RT-ANNUAL-FEE
                MOVE RM-APR        TO RT-APR
                IF RM-EARN-RATE IS NUMERIC
                    MOVE RM-EARN-RATE TO RT-EARN-RATE
                ELSE
                    MOVE ZERO         TO RT-EARN-RATE
                END-IF
                MOVE WS-TODAY-DATE TO RT-ADDED-DATE
                MOVE EIBUSERID     TO RT-ADDED-USER
                WRITE CARD-RATE-RECORD
                SET RM-ACCEPTED TO TRUE
                MOVE RL-ANNUAL-FEE TO RM-ANNUAL-FEE
                MOVE RL-APR        TO RM-APR
                MOVE RL-EARN-RATE  TO RM-EARN-RATE
            ELSE
                SET RM-NOT-FOUND TO TRUE
            END-IF.
