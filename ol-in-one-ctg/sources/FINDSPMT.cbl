        IDENTIFICATION DIVISION.
        PROGRAM-ID.    FINDSPMT.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    FINDSPMT - CARDHOLDER DISPUTE CASE MAINTENANCE              *
      *    Service desk maintenance for the DISPUTE case file over the *
      *    commarea, keyed by card number and the CH-TXN-REF the desk  *
      *    sees on FINTXNLK: O opens a case against a posted purchase  *
      *    on CRDHIST, U updates the reason code and notes, C closes   *
      *    the case won or lost, I returns the stored case. A          *
      *    provisional credit is raised by setting DS-PROV-CREDIT-FLAG *
      *    on O or U; it is not keyed as a CT-CREDIT but left pending  *
      *    on the case for the FINPOST1 daily run to post. Closing     *
      *    lost reverses a credit already posted (or cancels one not   *
      *    yet posted); closing won with no credit raised raises the   *
      *    final credit.                                               *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DISPUTE ASSIGN TO DISPUTE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DP-KEY
                FILE STATUS IS WS-DISPUTE-STATUS.

            SELECT CRDHIST ASSIGN TO CRDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CH-KEY
                FILE STATUS IS WS-CRDHIST-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  DISPUTE.
        COPY DISPUTE.

        FD  CRDHIST.
        COPY CRDHIST.

        WORKING-STORAGE SECTION.
        01  WS-DISPUTE-STATUS       PIC X(02) VALUE '00'.
            88  WS-DISPUTE-OK              VALUE '00'.
            88  WS-DISPUTE-DUPKEY          VALUE '22'.

        01  WS-CRDHIST-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDHIST-OK              VALUE '00'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-TXN-FOUND-SW         PIC X(01) VALUE 'N'.
            88  WS-TXN-FOUND               VALUE 'Y'.
            88  WS-TXN-NOT-FOUND           VALUE 'N'.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 DS-FUNCTION           PIC X(01).
              88  DS-FUNC-OPEN             VALUE 'O'.
              88  DS-FUNC-UPDATE           VALUE 'U'.
              88  DS-FUNC-CLOSE            VALUE 'C'.
              88  DS-FUNC-INQUIRY          VALUE 'I'.
           03 DS-CARD-NUMBER        PIC X(16).
           03 DS-TXN-REF            PIC X(12).
           03 DS-DISPUTE-AMOUNT     PIC S9(7)V99 COMP-3.
           03 DS-REASON-CODE        PIC X(04).
           03 DS-NOTES              PIC X(60).
           03 DS-PROV-CREDIT-FLAG   PIC X(01).
              88  DS-ISSUE-PROV-CREDIT     VALUE 'Y'.
           03 DS-OUTCOME            PIC X(01).
              88  DS-OUTCOME-WON           VALUE 'W'.
              88  DS-OUTCOME-LOST          VALUE 'L'.
           03 DS-RETURN-CODE        PIC X(02).
              88  DS-ACCEPTED              VALUE '00'.
              88  DS-NOT-FOUND             VALUE '01'.
              88  DS-REQUEST-INVALID       VALUE '02'.
              88  DS-DUPLICATE             VALUE '03'.
              88  DS-CASE-ALREADY-CLOSED   VALUE '04'.
              88  DS-TXN-NOT-DISPUTABLE    VALUE '05'.
              88  DS-AMOUNT-INVALID        VALUE '06'.
           03 DS-CUST-ID            PIC X(10).
           03 DS-TXN-DATE           PIC X(08).
           03 DS-TXN-AMOUNT         PIC S9(7)V99 COMP-3.
           03 DS-MERCHANT-NAME      PIC X(30).
           03 DS-CASE-STATUS        PIC X(01).
           03 DS-CREDIT-STATUS      PIC X(01).
           03 DS-OPEN-DATE          PIC X(08).
           03 DS-OPEN-USER          PIC X(08).
           03 DS-CLOSE-DATE         PIC X(08).
           03 DS-CREDIT-POST-DATE   PIC X(08).
           03 DS-REVERSE-POST-DATE  PIC X(08).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO DS-RETURN-CODE
            IF DS-CARD-NUMBER = SPACES
               OR DS-TXN-REF = SPACES
               OR (NOT DS-FUNC-OPEN AND NOT DS-FUNC-UPDATE
                   AND NOT DS-FUNC-CLOSE AND NOT DS-FUNC-INQUIRY)
                CONTINUE
            ELSE
                EXEC CICS ASKTIME
                    ABSTIME(WS-NOW-ABSTIME)
                END-EXEC
                EXEC CICS FORMATTIME
                    ABSTIME(WS-NOW-ABSTIME)
                    YYYYMMDD(WS-TODAY-DATE)
                END-EXEC
                OPEN I-O DISPUTE
                IF DS-FUNC-OPEN
                    PERFORM 1000-OPEN-CASE THRU 1000-EXIT
                ELSE
                 IF DS-FUNC-UPDATE
                    PERFORM 2000-UPDATE-CASE THRU 2000-EXIT
                 ELSE
                  IF DS-FUNC-CLOSE
                    PERFORM 3000-CLOSE-CASE THRU 3000-EXIT
                  ELSE
                    PERFORM 4000-INQUIRE-CASE THRU 4000-EXIT
                  END-IF
                 END-IF
                END-IF
                CLOSE DISPUTE
            END-IF
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    1000-OPEN-CASE - the disputed transaction must be a      *
      *    posted purchase on CRDHIST under this card and           *
      *    reference. The disputed amount defaults to the whole     *
      *    purchase and may not exceed it.                          *
      *-----------------------------------------------------------*
        1000-OPEN-CASE.
            MOVE DS-CARD-NUMBER TO DP-CARD-NUMBER
            MOVE DS-TXN-REF     TO DP-TXN-REF
            READ DISPUTE
                INVALID KEY
                    MOVE '23' TO WS-DISPUTE-STATUS
            END-READ
            IF WS-DISPUTE-OK
                SET DS-DUPLICATE TO TRUE
                GO TO 1000-EXIT
            END-IF
            OPEN INPUT CRDHIST
            PERFORM 1100-FIND-TXN THRU 1100-EXIT
            CLOSE CRDHIST
            IF WS-TXN-NOT-FOUND
                SET DS-TXN-NOT-DISPUTABLE TO TRUE
                GO TO 1000-EXIT
            END-IF
            IF DS-DISPUTE-AMOUNT IS NOT NUMERIC
               OR DS-DISPUTE-AMOUNT = ZERO
                MOVE DP-TXN-AMOUNT TO DS-DISPUTE-AMOUNT
            END-IF
            IF DS-DISPUTE-AMOUNT < ZERO
               OR DS-DISPUTE-AMOUNT > DP-TXN-AMOUNT
                SET DS-AMOUNT-INVALID TO TRUE
                GO TO 1000-EXIT
            END-IF
            MOVE DS-DISPUTE-AMOUNT TO DP-DISPUTE-AMOUNT
            MOVE DS-REASON-CODE    TO DP-REASON-CODE
            MOVE DS-NOTES          TO DP-NOTES
            SET DP-CASE-OPEN TO TRUE
            MOVE WS-TODAY-DATE     TO DP-OPEN-DATE
                                      DP-LAST-UPD-DATE
            MOVE EIBUSERID         TO DP-OPEN-USER
                                      DP-LAST-UPD-USER
            IF DS-ISSUE-PROV-CREDIT
                SET DP-CREDIT-PENDING TO TRUE
            ELSE
                SET DP-CREDIT-NONE TO TRUE
            END-IF
            WRITE DISPUTE-CASE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-DISPUTE-OK
                SET DS-ACCEPTED TO TRUE
                PERFORM 8000-RETURN-CASE THRU 8000-EXIT
            ELSE
                IF WS-DISPUTE-DUPKEY
                    SET DS-DUPLICATE TO TRUE
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-TXN - browse the card's history for the posted *
      *    purchase carrying the disputed reference and build the   *
      *    new case from it.                                        *
      *-----------------------------------------------------------*
        1100-FIND-TXN.
            SET WS-TXN-NOT-FOUND TO TRUE
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE SPACES TO CH-KEY
            MOVE DS-CARD-NUMBER TO CH-CARD-NUMBER
            MOVE LOW-VALUES TO CH-TXN-DATE
            START CRDHIST
                KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 1150-CHECK-ONE-TXN THRU 1150-EXIT
                UNTIL WS-SCAN-EOF
                   OR WS-TXN-FOUND.
        1100-EXIT.
            EXIT.

        1150-CHECK-ONE-TXN.
            READ CRDHIST NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-SCAN-EOF
                IF CH-CARD-NUMBER NOT = DS-CARD-NUMBER
                    SET WS-SCAN-EOF TO TRUE
                ELSE
                    IF CH-TXN-REF = DS-TXN-REF
                       AND CH-PURCHASE AND CH-POSTED
                        SET WS-TXN-FOUND TO TRUE
                        MOVE SPACES           TO DISPUTE-CASE-RECORD
                        MOVE DS-CARD-NUMBER   TO DP-CARD-NUMBER
                        MOVE DS-TXN-REF       TO DP-TXN-REF
                        MOVE CH-CUST-ID       TO DP-CUST-ID
                        MOVE CH-TXN-DATE      TO DP-TXN-DATE
                        MOVE CH-AMOUNT        TO DP-TXN-AMOUNT
                        MOVE CH-MERCHANT-NAME TO DP-MERCHANT-NAME
                        MOVE ZERO             TO DP-DISPUTE-AMOUNT
                    END-IF
                END-IF
            END-IF.
        1150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-UPDATE-CASE - reason code and notes on an open      *
      *    case; blanks leave the stored value alone. A provisional *
      *    credit can be raised here if none was raised at open.    *
      *-----------------------------------------------------------*
        2000-UPDATE-CASE.
            PERFORM 7000-READ-CASE THRU 7000-EXIT
            IF NOT WS-DISPUTE-OK
                GO TO 2000-EXIT
            END-IF
            IF DP-CASE-CLOSED
                SET DS-CASE-ALREADY-CLOSED TO TRUE
                PERFORM 8000-RETURN-CASE THRU 8000-EXIT
                GO TO 2000-EXIT
            END-IF
            IF DS-REASON-CODE NOT = SPACES
                MOVE DS-REASON-CODE TO DP-REASON-CODE
            END-IF
            IF DS-NOTES NOT = SPACES
                MOVE DS-NOTES TO DP-NOTES
            END-IF
            IF DS-ISSUE-PROV-CREDIT AND DP-CREDIT-NONE
                SET DP-CREDIT-PENDING TO TRUE
            END-IF
            PERFORM 7500-REWRITE-CASE THRU 7500-EXIT.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-CLOSE-CASE - won: the cardholder keeps the money,   *
      *    so a case with no credit raised gets one now. Lost: a    *
      *    credit already posted goes to reversal pending for the   *
      *    next posting run, one still pending is cancelled before  *
      *    it ever posts.                                           *
      *-----------------------------------------------------------*
        3000-CLOSE-CASE.
            IF NOT DS-OUTCOME-WON AND NOT DS-OUTCOME-LOST
                GO TO 3000-EXIT
            END-IF
            PERFORM 7000-READ-CASE THRU 7000-EXIT
            IF NOT WS-DISPUTE-OK
                GO TO 3000-EXIT
            END-IF
            IF DP-CASE-CLOSED
                SET DS-CASE-ALREADY-CLOSED TO TRUE
                PERFORM 8000-RETURN-CASE THRU 8000-EXIT
                GO TO 3000-EXIT
            END-IF
            IF DS-NOTES NOT = SPACES
                MOVE DS-NOTES TO DP-NOTES
            END-IF
            IF DS-OUTCOME-WON
                SET DP-CASE-WON TO TRUE
                IF DP-CREDIT-NONE
                    SET DP-CREDIT-PENDING TO TRUE
                END-IF
            ELSE
                SET DP-CASE-LOST TO TRUE
                IF DP-CREDIT-POSTED
                    SET DP-REVERSAL-PENDING TO TRUE
                ELSE
                    IF DP-CREDIT-PENDING
                        SET DP-CREDIT-CANCELLED TO TRUE
                    END-IF
                END-IF
            END-IF
            MOVE WS-TODAY-DATE TO DP-CLOSE-DATE
            MOVE EIBUSERID     TO DP-CLOSE-USER
            PERFORM 7500-REWRITE-CASE THRU 7500-EXIT.
        3000-EXIT.
            EXIT.

        4000-INQUIRE-CASE.
            PERFORM 7000-READ-CASE THRU 7000-EXIT
            IF WS-DISPUTE-OK
                SET DS-ACCEPTED TO TRUE
                PERFORM 8000-RETURN-CASE THRU 8000-EXIT
            END-IF.
        4000-EXIT.
            EXIT.

        7000-READ-CASE.
            MOVE DS-CARD-NUMBER TO DP-CARD-NUMBER
            MOVE DS-TXN-REF     TO DP-TXN-REF
            READ DISPUTE
                INVALID KEY
                    MOVE '23' TO WS-DISPUTE-STATUS
            END-READ
            IF NOT WS-DISPUTE-OK
                SET DS-NOT-FOUND TO TRUE
            END-IF.
        7000-EXIT.
            EXIT.

        7500-REWRITE-CASE.
            MOVE WS-TODAY-DATE TO DP-LAST-UPD-DATE
            MOVE EIBUSERID     TO DP-LAST-UPD-USER
            REWRITE DISPUTE-CASE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-DISPUTE-OK
                SET DS-ACCEPTED TO TRUE
                PERFORM 8000-RETURN-CASE THRU 8000-EXIT
            END-IF.
        7500-EXIT.
            EXIT.

        8000-RETURN-CASE.
            MOVE DP-CUST-ID           TO DS-CUST-ID
            MOVE DP-TXN-DATE          TO DS-TXN-DATE
            MOVE DP-TXN-AMOUNT        TO DS-TXN-AMOUNT
            MOVE DP-MERCHANT-NAME     TO DS-MERCHANT-NAME
            MOVE DP-DISPUTE-AMOUNT    TO DS-DISPUTE-AMOUNT
            MOVE DP-REASON-CODE       TO DS-REASON-CODE
            MOVE DP-NOTES             TO DS-NOTES
            MOVE DP-CASE-STATUS       TO DS-CASE-STATUS
            MOVE DP-CREDIT-STATUS     TO DS-CREDIT-STATUS
            MOVE DP-OPEN-DATE         TO DS-OPEN-DATE
            MOVE DP-OPEN-USER         TO DS-OPEN-USER
            MOVE DP-CLOSE-DATE        TO DS-CLOSE-DATE
            MOVE DP-CREDIT-POST-DATE  TO DS-CREDIT-POST-DATE
            MOVE DP-REVERSE-POST-DATE TO DS-REVERSE-POST-DATE.
        8000-EXIT.
            EXIT.
