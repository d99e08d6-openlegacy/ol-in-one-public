      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  The reply now also carries the card's      *
      *                     authorization holds off AUTHHOLD - the     *
      *                     open ones FINAUTH placed that have not     *
      *                     settled yet, then any FINPOST1 expired     *
      *                     unmatched - so the desk can explain an     *
      *                     open-to-buy lower than limit less usage.   *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS CH-KEY
                FILE STATUS IS WS-CRDHIST-STATUS.

            SELECT AUTHHOLD ASSIGN TO AUTHHOLD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AH-KEY
                FILE STATUS IS WS-AUTHHOLD-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CRDHIST.
        COPY CRDHIST.

        FD  AUTHHOLD.
        COPY AUTHHOLD.

        WORKING-STORAGE SECTION.
        01  WS-CRDHIST-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDHIST-OK              VALUE '00'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-AUTHHOLD-STATUS      PIC X(02) VALUE '00'.
            88  WS-AUTHHOLD-OK             VALUE '00'.

        01  WS-HOLD-PASS-SW         PIC X(01) VALUE 'O'.
            88  WS-HOLD-PASS-OPEN          VALUE 'O'.
            88  WS-HOLD-PASS-EXPIRED       VALUE 'E'.

        01  WS-TXN-SUB              PIC 9(02) COMP.
        01  WS-SHIFT-SUB            PIC 9(02) COMP.
        01  WS-MAX-TXNS             PIC 9(02) COMP VALUE 10.
              05  TL-MERCHANT-NAME        PIC X(30).
              05  TL-DISPOSITION          PIC X(01).
              05  TL-REJECT-REASON        PIC X(30).
           03 TL-HOLD-COUNT         PIC 9(02) COMP.
           03 TL-MORE-HOLDS-FLAG    PIC X(01).
              88  TL-MORE-HOLDS-YES        VALUE 'Y'.
              88  TL-MORE-HOLDS-NO         VALUE 'N'.
           03 TL-HOLDS OCCURS 10 TIMES.
              05  TL-HOLD-AUTH-DATE       PIC X(08).
              05  TL-HOLD-AMOUNT          PIC S9(7)V99 COMP-3.
              05  TL-HOLD-TXN-REF         PIC X(12).
              05  TL-HOLD-MERCHANT-NAME   PIC X(30).
              05  TL-HOLD-AUTH-CODE       PIC X(06).
              05  TL-HOLD-STATUS          PIC X(01).
              05  TL-HOLD-STATUS-DATE     PIC X(08).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '01' TO TL-RETURN-CODE
            MOVE ZERO TO TL-TXN-COUNT TL-HOLD-COUNT
            SET TL-MORE-TXNS-NO TO TRUE
            SET TL-MORE-HOLDS-NO TO TRUE
            PERFORM 0500-CLEAR-ONE-TXN THRU 0500-EXIT
                VARYING WS-TXN-SUB FROM 1 BY 1
                UNTIL WS-TXN-SUB > WS-MAX-TXNS
                OPEN INPUT CRDHIST
                PERFORM 1000-BROWSE-HISTORY THRU 1000-EXIT
                CLOSE CRDHIST
                OPEN INPUT AUTHHOLD
                SET WS-HOLD-PASS-OPEN TO TRUE
                PERFORM 2000-BROWSE-HOLDS THRU 2000-EXIT
                SET WS-HOLD-PASS-EXPIRED TO TRUE
                PERFORM 2000-BROWSE-HOLDS THRU 2000-EXIT
                CLOSE AUTHHOLD
                IF TL-HOLD-COUNT > ZERO
                    SET TL-TXNS-FOUND TO TRUE
                END-IF
            END-IF
            EXEC CICS RETURN END-EXEC.

                           TL-MERCHANT-NAME(WS-TXN-SUB)
                           TL-DISPOSITION(WS-TXN-SUB)
                           TL-REJECT-REASON(WS-TXN-SUB)
            MOVE ZERO   TO TL-AMOUNT(WS-TXN-SUB)
            MOVE SPACES TO TL-HOLD-AUTH-DATE(WS-TXN-SUB)
                           TL-HOLD-TXN-REF(WS-TXN-SUB)
                           TL-HOLD-MERCHANT-NAME(WS-TXN-SUB)
                           TL-HOLD-AUTH-CODE(WS-TXN-SUB)
                           TL-HOLD-STATUS(WS-TXN-SUB)
                           TL-HOLD-STATUS-DATE(WS-TXN-SUB)
            MOVE ZERO   TO TL-HOLD-AMOUNT(WS-TXN-SUB).
        0500-EXIT.
            EXIT.

            MOVE CH-REJECT-REASON  TO TL-REJECT-REASON(WS-TXN-SUB).
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-BROWSE-HOLDS - walk the card's AUTHHOLD entries     *
      *    and return those in the status this pass is after: the   *
      *    open holds first, then the ones expired unmatched, while *
      *    there is room. Released holds are already on CRDHIST as  *
      *    the posted purchase.                                     *
      *-----------------------------------------------------------*
        2000-BROWSE-HOLDS.
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE TL-CARD-NUMBER TO AH-CARD-NUMBER
            MOVE LOW-VALUES     TO AH-TXN-REF
            START AUTHHOLD
                KEY IS NOT LESS THAN AH-KEY
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 2100-SCAN-ONE-HOLD THRU 2100-EXIT
                UNTIL WS-SCAN-EOF.
        2000-EXIT.
            EXIT.

        2100-SCAN-ONE-HOLD.
            READ AUTHHOLD NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-SCAN-EOF
                IF AH-CARD-NUMBER NOT = TL-CARD-NUMBER
                    SET WS-SCAN-EOF TO TRUE
                ELSE
                    IF AH-STATUS = WS-HOLD-PASS-SW
                        IF TL-HOLD-COUNT < WS-MAX-TXNS
                            ADD 1 TO TL-HOLD-COUNT
                            MOVE TL-HOLD-COUNT TO WS-TXN-SUB
                            PERFORM 2200-MOVE-ONE-HOLD THRU 2200-EXIT
                        ELSE
                            SET TL-MORE-HOLDS-YES TO TRUE
                            SET WS-SCAN-EOF TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        2200-MOVE-ONE-HOLD.
            MOVE AH-AUTH-DATE     TO TL-HOLD-AUTH-DATE(WS-TXN-SUB)
            MOVE AH-AMOUNT        TO TL-HOLD-AMOUNT(WS-TXN-SUB)
            MOVE AH-TXN-REF       TO TL-HOLD-TXN-REF(WS-TXN-SUB)
            MOVE AH-MERCHANT-NAME TO TL-HOLD-MERCHANT-NAME(WS-TXN-SUB)
            MOVE AH-AUTH-CODE     TO TL-HOLD-AUTH-CODE(WS-TXN-SUB)
            MOVE AH-STATUS        TO TL-HOLD-STATUS(WS-TXN-SUB)
            MOVE AH-STATUS-DATE   TO TL-HOLD-STATUS-DATE(WS-TXN-SUB).
        2200-EXIT.
            EXIT.
