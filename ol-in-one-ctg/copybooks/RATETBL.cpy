      *    annual-fee/APR lookup used by FININQ2 and any other caller   *
      *    that needs a card's rate terms without hardcoding them.      *
      *    RL-EFF-DATE asks for the rate in effect on that date;        *
      *    spaces means today. RL-EARN-RATE is the rewards points       *
      *    earned per unit of currency spent under the same row.        *
      ******************************************************************
       01  RATE-LOOKUP-AREA.
           05  RL-CARD-TYPE            PIC X(16).
           05  RL-FOUND-FLAG           PIC X(01).
               88  RL-TYPE-FOUND               VALUE 'Y'.
               88  RL-TYPE-NOT-FOUND           VALUE 'N'.
           05  RL-EARN-RATE            PIC S9(2)V99 COMP-3.
