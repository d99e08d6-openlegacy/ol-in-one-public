        IDENTIFICATION DIVISION.
        PROGRAM-ID.    FINRWDRD.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    FINRWDRD - REWARDS POINTS INQUIRY AND REDEMPTION            *
      *    Online rewards service over the commarea, keyed by card     *
      *    number: I returns the card's REWARDS points account, R      *
      *    redeems RR-POINTS for a statement credit at the fixed       *
      *    point value. The points come off the account at once, so    *
      *    they cannot be spent twice, and a D entry goes on the       *
      *    RWDLEDG ledger with its credit pending; the credit is not   *
      *    keyed as a CT-CREDIT but left for the FINPOST1 daily run    *
      *    to post through the normal credit path. Only an active      *
      *    card may redeem, never less than the minimum redemption     *
      *    and never more than the balance.                            *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REWARDS ASSIGN TO REWARDS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RA-CARD-NUMBER
                FILE STATUS IS WS-REWARDS-STATUS.

            SELECT RWDLEDG ASSIGN TO RWDLEDG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RW-KEY
                FILE STATUS IS WS-RWDLEDG-STATUS.

            SELECT CRDXREF ASSIGN TO CRDXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XR-CARD-NUMBER
                FILE STATUS IS WS-CRDXREF-STATUS.

            SELECT CUSTMAS ASSIGN TO CUSTMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS WS-CUSTMAS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  REWARDS.
        COPY REWARDS.

        FD  RWDLEDG.
        COPY RWDLEDG.

        FD  CRDXREF.
        COPY CRDXREF.

        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
                DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        WORKING-STORAGE SECTION.
        01  WS-REWARDS-STATUS       PIC X(02) VALUE '00'.
            88  WS-REWARDS-OK              VALUE '00'.

        01  WS-RWDLEDG-STATUS       PIC X(02) VALUE '00'.
            88  WS-RWDLEDG-OK              VALUE '00'.
            88  WS-RWDLEDG-DUPKEY          VALUE '22'.

        01  WS-CRDXREF-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDXREF-OK              VALUE '00'.

        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-FOUND-SW             PIC X(01) VALUE 'N'.
            88  WS-CARD-WAS-FOUND          VALUE 'Y'.
            88  WS-CARD-NOT-YET-FOUND      VALUE 'N'.

        01  WS-ACTIVE-SW            PIC X(01) VALUE 'N'.
            88  WS-CARD-IS-ACTIVE          VALUE 'Y'.
            88  WS-CARD-NOT-ACTIVE         VALUE 'N'.

        01  WS-LEDGER-WRITTEN-SW    PIC X(01) VALUE 'N'.
            88  WS-LEDGER-WRITTEN          VALUE 'Y'.
            88  WS-LEDGER-NOT-WRITTEN      VALUE 'N'.

        01  WS-CARD-SUB             PIC 9(02) COMP.

      *    Money value of one point and the smallest redemption taken;
      *    FINPOST1 values the points it books at the same rate.
        01  WS-POINT-VALUE          PIC 9(01)V9999 VALUE 0.0100.
        01  WS-MIN-REDEEM           PIC 9(09) VALUE 1000.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).
        01  WS-NOW-TIME             PIC X(06).

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 RR-FUNCTION           PIC X(01).
              88  RR-FUNC-INQUIRY          VALUE 'I'.
              88  RR-FUNC-REDEEM           VALUE 'R'.
           03 RR-CARD-NUMBER        PIC X(16).
           03 RR-POINTS             PIC 9(09).
           03 RR-RETURN-CODE        PIC X(02).
              88  RR-ACCEPTED              VALUE '00'.
              88  RR-NOT-FOUND             VALUE '01'.
              88  RR-REQUEST-INVALID       VALUE '02'.
              88  RR-INSUFFICIENT-POINTS   VALUE '03'.
              88  RR-BELOW-MINIMUM         VALUE '04'.
              88  RR-CARD-NOT-ACTIVE       VALUE '05'.
              88  RR-UPDATE-FAILED         VALUE '06'.
           03 RR-CUST-ID            PIC X(10).
           03 RR-POINTS-BALANCE     PIC S9(9) COMP-3.
           03 RR-CYCLE-EARNED       PIC S9(9) COMP-3.
           03 RR-CYCLE-REDEEMED     PIC S9(9) COMP-3.
           03 RR-LIFETIME-EARNED    PIC S9(9) COMP-3.
           03 RR-LIFETIME-REDEEMED  PIC S9(9) COMP-3.
           03 RR-LAST-STMT-DATE     PIC X(08).
           03 RR-CREDIT-AMOUNT      PIC S9(7)V99 COMP-3.
           03 RR-TXN-REF            PIC X(12).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO RR-RETURN-CODE
            MOVE ZERO TO RR-CREDIT-AMOUNT
            MOVE SPACES TO RR-TXN-REF
            IF RR-CARD-NUMBER = SPACES
               OR (NOT RR-FUNC-INQUIRY AND NOT RR-FUNC-REDEEM)
                CONTINUE
            ELSE
                EXEC CICS ASKTIME
                    ABSTIME(WS-NOW-ABSTIME)
                END-EXEC
                EXEC CICS FORMATTIME
                    ABSTIME(WS-NOW-ABSTIME)
                    YYYYMMDD(WS-TODAY-DATE)
                    TIME(WS-NOW-TIME)
                END-EXEC
                OPEN I-O REWARDS
                IF RR-FUNC-REDEEM
                    PERFORM 2000-REDEEM-POINTS THRU 2000-EXIT
                ELSE
                    PERFORM 1000-INQUIRE-POINTS THRU 1000-EXIT
                END-IF
                CLOSE REWARDS
            END-IF
            EXEC CICS RETURN END-EXEC.

        1000-INQUIRE-POINTS.
            PERFORM 7000-READ-ACCOUNT THRU 7000-EXIT
            IF WS-REWARDS-OK
                SET RR-ACCEPTED TO TRUE
                PERFORM 8000-RETURN-ACCOUNT THRU 8000-EXIT
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-REDEEM-POINTS - edit the request against the        *
      *    account and the card, write the pending D entry on the   *
      *    ledger, then take the points off the account. Should     *
      *    the account not update, the ledger entry is removed      *
      *    again so no credit posts for points still on the card.   *
      *-----------------------------------------------------------*
        2000-REDEEM-POINTS.
            IF RR-POINTS IS NOT NUMERIC OR RR-POINTS = ZERO
                GO TO 2000-EXIT
            END-IF
            PERFORM 7000-READ-ACCOUNT THRU 7000-EXIT
            IF NOT WS-REWARDS-OK
                GO TO 2000-EXIT
            END-IF
            PERFORM 8000-RETURN-ACCOUNT THRU 8000-EXIT
            IF RR-POINTS < WS-MIN-REDEEM
                SET RR-BELOW-MINIMUM TO TRUE
                GO TO 2000-EXIT
            END-IF
            IF RR-POINTS > RA-POINTS-BALANCE
                SET RR-INSUFFICIENT-POINTS TO TRUE
                GO TO 2000-EXIT
            END-IF
            PERFORM 2100-CHECK-CARD THRU 2100-EXIT
            IF WS-CARD-NOT-ACTIVE
                SET RR-CARD-NOT-ACTIVE TO TRUE
                GO TO 2000-EXIT
            END-IF
            SET RR-UPDATE-FAILED TO TRUE
            OPEN I-O RWDLEDG
            PERFORM 2300-WRITE-REDEMPTION THRU 2300-EXIT
            IF WS-LEDGER-NOT-WRITTEN
                CLOSE RWDLEDG
                GO TO 2000-EXIT
            END-IF
            SUBTRACT RR-POINTS FROM RA-POINTS-BALANCE
            ADD RR-POINTS      TO RA-CYCLE-REDEEMED
                                  RA-LIFETIME-REDEEMED
            MOVE WS-TODAY-DATE TO RA-LAST-ACTIVITY-DATE
            REWRITE REWARDS-ACCOUNT-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-REWARDS-OK
                SET RR-ACCEPTED TO TRUE
                MOVE RW-POINTS-VALUE TO RR-CREDIT-AMOUNT
                MOVE RW-TXN-REF      TO RR-TXN-REF
                PERFORM 8000-RETURN-ACCOUNT THRU 8000-EXIT
            ELSE
                DELETE RWDLEDG
                    INVALID KEY
                        CONTINUE
                END-DELETE
            END-IF
            CLOSE RWDLEDG.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2100-CHECK-CARD - keyed read of the CRDXREF               *
      *    cross-reference, then of the owning CUSTOMER-MASTER      *
      *    record, the same lookup FINHOTCD uses. Only an active    *
      *    card may redeem; a blocked, lost, stolen or charged-off  *
      *    card could not take the credit.                          *
      *-----------------------------------------------------------*
        2100-CHECK-CARD.
            SET WS-CARD-NOT-ACTIVE TO TRUE
            OPEN INPUT CRDXREF
            OPEN INPUT CUSTMAS
            MOVE RR-CARD-NUMBER TO XR-CARD-NUMBER
            READ CRDXREF
                INVALID KEY
                    MOVE '23' TO WS-CRDXREF-STATUS
            END-READ
            IF WS-CRDXREF-OK
                MOVE XR-CUST-ID TO CM-CUST-ID
                READ CUSTMAS
                    KEY IS CM-CUST-ID
                    INVALID KEY
                        MOVE '23' TO WS-CUSTMAS-STATUS
                END-READ
                IF WS-CUSTMAS-OK
                    SET WS-CARD-NOT-YET-FOUND TO TRUE
                    PERFORM 2200-CHECK-ONE-CARD THRU 2200-EXIT
                        VARYING WS-CARD-SUB FROM 1 BY 1
                        UNTIL WS-CARD-SUB > CM-CARD-COUNT
                           OR WS-CARD-WAS-FOUND
                END-IF
            END-IF
            CLOSE CRDXREF
            CLOSE CUSTMAS.
        2100-EXIT.
            EXIT.

        2200-CHECK-ONE-CARD.
            IF CM-CARD-NUMBER(WS-CARD-SUB) = RR-CARD-NUMBER
                SET WS-CARD-WAS-FOUND TO TRUE
                IF CM-CARD-ACTIVE(WS-CARD-SUB)
                    SET WS-CARD-IS-ACTIVE TO TRUE
                END-IF
            END-IF.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2300-WRITE-REDEMPTION - the D entry carries the points,  *
      *    their money value and a reference built from the date    *
      *    and time keyed, which becomes the CT-TXN-REF of the      *
      *    statement credit. RW-SEQ is bumped past any entry        *
      *    already on file for the card and day.                    *
      *-----------------------------------------------------------*
        2300-WRITE-REDEMPTION.
            MOVE SPACES         TO REWARDS-LEDGER-RECORD
            MOVE RR-CARD-NUMBER TO RW-CARD-NUMBER
            MOVE WS-TODAY-DATE  TO RW-ENTRY-DATE
            MOVE ZERO           TO RW-SEQ
            SET RW-POINTS-REDEEMED TO TRUE
            MOVE RR-POINTS      TO RW-POINTS
            COMPUTE RW-POINTS-VALUE ROUNDED =
                RR-POINTS * WS-POINT-VALUE
            COMPUTE RW-BALANCE-AFTER =
                RA-POINTS-BALANCE - RR-POINTS
            MOVE ZERO           TO RW-TXN-AMOUNT
                                   RW-EARN-RATE
            MOVE 'RW'           TO RW-TXN-REF(1:2)
            MOVE WS-TODAY-DATE(3:6) TO RW-TXN-REF(3:6)
            MOVE WS-NOW-TIME(1:4)   TO RW-TXN-REF(9:4)
            MOVE RA-CUST-ID     TO RW-CUST-ID
            SET RW-CREDIT-PENDING TO TRUE
            MOVE EIBUSERID      TO RW-ENTRY-USER
            SET WS-LEDGER-NOT-WRITTEN TO TRUE
            PERFORM 2350-WRITE-ONE-ENTRY THRU 2350-EXIT
                UNTIL WS-LEDGER-WRITTEN
                   OR RW-SEQ > 9998.
        2300-EXIT.
            EXIT.

        2350-WRITE-ONE-ENTRY.
            WRITE REWARDS-LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-RWDLEDG-OK
                SET WS-LEDGER-WRITTEN TO TRUE
            ELSE
                IF WS-RWDLEDG-DUPKEY
                    ADD 1 TO RW-SEQ
                ELSE
                    MOVE 9999 TO RW-SEQ
                END-IF
            END-IF.
        2350-EXIT.
            EXIT.

        7000-READ-ACCOUNT.
            MOVE RR-CARD-NUMBER TO RA-CARD-NUMBER
            READ REWARDS
                INVALID KEY
                    MOVE '23' TO WS-REWARDS-STATUS
            END-READ
            IF NOT WS-REWARDS-OK
                SET RR-NOT-FOUND TO TRUE
            END-IF.
        7000-EXIT.
            EXIT.

        8000-RETURN-ACCOUNT.
            MOVE RA-CUST-ID           TO RR-CUST-ID
            MOVE RA-POINTS-BALANCE    TO RR-POINTS-BALANCE
            MOVE RA-CYCLE-EARNED      TO RR-CYCLE-EARNED
            MOVE RA-CYCLE-REDEEMED    TO RR-CYCLE-REDEEMED
            MOVE RA-LIFETIME-EARNED   TO RR-LIFETIME-EARNED
            MOVE RA-LIFETIME-REDEEMED TO RR-LIFETIME-REDEEMED
            MOVE RA-LAST-STMT-DATE    TO RR-LAST-STMT-DATE.
        8000-EXIT.
            EXIT.
