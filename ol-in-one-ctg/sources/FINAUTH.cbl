        IDENTIFICATION DIVISION.
        PROGRAM-ID.    FINAUTH.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    FINAUTH - REAL-TIME CARD PURCHASE AUTHORIZATION             *
      *    Companion to FINCRDLK. Takes a CARD-NUMBER, purchase        *
      *    amount, transaction reference and merchant name, and        *
      *    approves or declines the purchase there and then instead    *
      *    of waiting for the FINPOST1 overnight run to find out. The  *
      *    card is found through CRDXREF/CUSTMAS the way FINCRDLK      *
      *    finds it and is declined when it is blocked, lost or        *
      *    stolen, already expired, short of open-to-buy (limit less   *
      *    usage less the holds already open on AUTHHOLD), or past     *
      *    the VELPARM velocity thresholds the fraud desk maintains    *
      *    for FINPOST1. An approved purchase is written to AUTHHOLD   *
      *    as an open hold under the transaction reference, and the    *
      *    approval code and remaining open-to-buy are passed back.    *
      *    FINPOST1 releases the hold when the purchase settles.       *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  A card charged off by FINCHO01 is declined *
      *                     outright ('09') ahead of the hot-card,     *
      *                     expiry and open-to-buy checks.             *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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

            SELECT AUTHHOLD ASSIGN TO AUTHHOLD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AH-KEY
                FILE STATUS IS WS-AUTHHOLD-STATUS.

            SELECT CRDHIST ASSIGN TO CRDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CH-KEY
                FILE STATUS IS WS-CRDHIST-STATUS.

            SELECT VELPARM ASSIGN TO VELPARM
                FILE STATUS IS WS-VELPARM-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CRDXREF.
        COPY CRDXREF.

        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
                DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        FD  AUTHHOLD.
        COPY AUTHHOLD.

        FD  CRDHIST.
        COPY CRDHIST.

        FD  VELPARM.
        COPY VELPARM.

        WORKING-STORAGE SECTION.
        01  WS-CRDXREF-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDXREF-OK              VALUE '00'.

        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-AUTHHOLD-STATUS      PIC X(02) VALUE '00'.
            88  WS-AUTHHOLD-OK             VALUE '00'.
            88  WS-AUTHHOLD-DUPKEY         VALUE '22'.

        01  WS-CRDHIST-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDHIST-OK              VALUE '00'.

        01  WS-VELPARM-STATUS       PIC X(02) VALUE '00'.
            88  WS-VELPARM-OK              VALUE '00'.

        01  WS-VELPARM-SW           PIC X(01) VALUE 'Y'.
            88  WS-VELPARM-USABLE          VALUE 'Y'.
            88  WS-VELPARM-UNUSABLE        VALUE 'N'.

        01  WS-FOUND-SW             PIC X(01) VALUE 'N'.
            88  WS-CARD-WAS-FOUND          VALUE 'Y'.
            88  WS-CARD-NOT-YET-FOUND      VALUE 'N'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-SCAN-SUB             PIC 9(02) COMP.
        01  WS-CARD-SUB             PIC 9(02) COMP.

        01  WS-VEL-MAX-COUNT        PIC 9(03) VALUE ZERO.
        01  WS-VEL-MAX-AMOUNT       PIC 9(09)V99 COMP-3 VALUE ZERO.
        01  WS-VEL-CEILING          PIC 9(07)V99 COMP-3 VALUE ZERO.
        01  WS-VEL-TODAY-COUNT      PIC 9(05) COMP-3.
        01  WS-VEL-TODAY-AMOUNT     PIC S9(11)V99 COMP-3.

        01  WS-OPEN-HOLDS           PIC S9(11)V99 COMP-3.
        01  WS-OPEN-TO-BUY          PIC S9(11)V99 COMP-3.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-AUTH-DATE            PIC X(08).
        01  WS-AUTH-TIME            PIC X(08).

        01  WS-AUTH-CODE-BUILD.
            05  WS-AUTH-CODE-SEQ    PIC 9(06).

        COPY EXCPTREC.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 AU-CARD-NUMBER        PIC X(16).
           03 AU-AMOUNT             PIC S9(7)V99 COMP-3.
           03 AU-TXN-REF            PIC X(12).
           03 AU-MERCHANT-NAME      PIC X(30).
           03 AU-RETURN-CODE        PIC X(02).
              88  AU-APPROVED              VALUE '00'.
              88  AU-CARD-NOT-FOUND        VALUE '01'.
              88  AU-REQUEST-INVALID       VALUE '02'.
              88  AU-DECLINED-HOT-CARD     VALUE '03'.
              88  AU-DECLINED-EXPIRED      VALUE '04'.
              88  AU-DECLINED-OPEN-TO-BUY  VALUE '05'.
              88  AU-DECLINED-VELOCITY     VALUE '06'.
              88  AU-DUPLICATE-REF         VALUE '07'.
              88  AU-SYSTEM-UNAVAILABLE    VALUE '08'.
              88  AU-DECLINED-CHARGED-OFF  VALUE '09'.
           03 AU-AUTH-CODE          PIC X(06).
           03 AU-OPEN-TO-BUY        PIC S9(9)V99 COMP-3.
           03 AU-DECLINE-REASON     PIC X(30).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO AU-RETURN-CODE
            MOVE SPACES TO AU-AUTH-CODE AU-DECLINE-REASON
            MOVE ZERO TO AU-OPEN-TO-BUY
            IF AU-CARD-NUMBER = SPACES
               OR AU-TXN-REF = SPACES
               OR AU-AMOUNT IS NOT NUMERIC
                MOVE 'REQUEST INCOMPLETE' TO AU-DECLINE-REASON
                GO TO 0000-RETURN
            END-IF
            IF AU-AMOUNT NOT > ZERO
                MOVE 'AMOUNT MUST BE POSITIVE' TO AU-DECLINE-REASON
                GO TO 0000-RETURN
            END-IF
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-AUTH-DATE)
                TIME(WS-AUTH-TIME)
                TIMESEP(':')
            END-EXEC
            PERFORM 0500-LOAD-VELOCITY-PARMS THRU 0500-EXIT
            IF WS-VELPARM-UNUSABLE
                SET AU-SYSTEM-UNAVAILABLE TO TRUE
                MOVE 'VELOCITY PARAMETERS UNAVAILABLE'
                    TO AU-DECLINE-REASON
                MOVE AU-DECLINE-REASON TO EXC-REASON
                PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
                GO TO 0000-RETURN
            END-IF
            OPEN INPUT CRDXREF
            OPEN INPUT CUSTMAS
            PERFORM 1000-FIND-CARD THRU 1000-EXIT
            CLOSE CRDXREF
            CLOSE CUSTMAS
            IF WS-CARD-NOT-YET-FOUND
                SET AU-CARD-NOT-FOUND TO TRUE
                MOVE 'CARD NUMBER NOT ON FILE' TO AU-DECLINE-REASON
                GO TO 0000-RETURN
            END-IF
            OPEN I-O AUTHHOLD
            OPEN INPUT CRDHIST
            PERFORM 2000-AUTHORIZE THRU 2000-EXIT
            CLOSE CRDHIST
            CLOSE AUTHHOLD.

        0000-RETURN.
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    0500-LOAD-VELOCITY-PARMS - the fraud thresholds come     *
      *    off the same VELPARM dataset FINPOST1 screens with. An   *
      *    authorization without usable thresholds is declined      *
      *    rather than screened against nothing.                    *
      *-----------------------------------------------------------*
        0500-LOAD-VELOCITY-PARMS.
            SET WS-VELPARM-USABLE TO TRUE
            OPEN INPUT VELPARM
            IF NOT WS-VELPARM-OK
                SET WS-VELPARM-UNUSABLE TO TRUE
                GO TO 0500-EXIT
            END-IF
            READ VELPARM
                AT END
                    SET WS-VELPARM-UNUSABLE TO TRUE
            END-READ
            IF WS-VELPARM-USABLE
                IF VP-MAX-DAILY-COUNT IS NOT NUMERIC
                   OR VP-MAX-DAILY-AMOUNT IS NOT NUMERIC
                   OR VP-SINGLE-CEILING IS NOT NUMERIC
                    SET WS-VELPARM-UNUSABLE TO TRUE
                ELSE
                    MOVE VP-MAX-DAILY-COUNT  TO WS-VEL-MAX-COUNT
                    MOVE VP-MAX-DAILY-AMOUNT TO WS-VEL-MAX-AMOUNT
                    MOVE VP-SINGLE-CEILING   TO WS-VEL-CEILING
                END-IF
            END-IF
            CLOSE VELPARM.
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-FIND-CARD - keyed read of the cross-reference,      *
      *    then of the owning CUSTOMER-MASTER record. Leaves        *
      *    WS-CARD-SUB pointing at the card entry.                  *
      *-----------------------------------------------------------*
        1000-FIND-CARD.
            SET WS-CARD-NOT-YET-FOUND TO TRUE
            MOVE AU-CARD-NUMBER TO XR-CARD-NUMBER
            READ CRDXREF
                INVALID KEY
                    MOVE '23' TO WS-CRDXREF-STATUS
            END-READ
            IF WS-CRDXREF-OK
                PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
            END-IF.
        1000-EXIT.
            EXIT.

        1100-READ-CUSTOMER.
            MOVE XR-CUST-ID TO CM-CUST-ID
            READ CUSTMAS
                KEY IS CM-CUST-ID
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-READ
            IF WS-CUSTMAS-OK
                PERFORM 1250-CHECK-ONE-CARD THRU 1250-EXIT
                    VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > CM-CARD-COUNT
                       OR WS-CARD-WAS-FOUND
            END-IF.
        1100-EXIT.
            EXIT.

        1250-CHECK-ONE-CARD.
            IF CM-CARD-NUMBER(WS-SCAN-SUB) = AU-CARD-NUMBER
                SET WS-CARD-WAS-FOUND TO TRUE
                MOVE WS-SCAN-SUB TO WS-CARD-SUB
            END-IF.
        1250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-AUTHORIZE - screen the purchase in the order        *
      *    FINPOST1 screens a settled one: card status, expiry,     *
      *    velocity, then open-to-buy. A reference already held     *
      *    for the card is refused so a resent request cannot hold  *
      *    the money twice.                                         *
      *-----------------------------------------------------------*
        2000-AUTHORIZE.
            MOVE AU-CARD-NUMBER TO AH-CARD-NUMBER
            MOVE AU-TXN-REF     TO AH-TXN-REF
            READ AUTHHOLD
                INVALID KEY
                    MOVE '23' TO WS-AUTHHOLD-STATUS
            END-READ
            IF WS-AUTHHOLD-OK
                SET AU-DUPLICATE-REF TO TRUE
                MOVE AH-AUTH-CODE TO AU-AUTH-CODE
                MOVE 'REFERENCE ALREADY AUTHORIZED' TO AU-DECLINE-REASON
                GO TO 2000-EXIT
            END-IF
            IF CM-CARD-CHARGED-OFF(WS-CARD-SUB)
                SET AU-DECLINED-CHARGED-OFF TO TRUE
                MOVE 'CARD IS CHARGED OFF' TO AU-DECLINE-REASON
                GO TO 2000-EXIT
            END-IF
            IF CM-CARD-HOT(WS-CARD-SUB)
                SET AU-DECLINED-HOT-CARD TO TRUE
                MOVE 'CARD IS BLOCKED/LOST/STOLEN' TO AU-DECLINE-REASON
                GO TO 2000-EXIT
            END-IF
            IF CM-CARD-EXPIRY-DATE(WS-CARD-SUB) IS NUMERIC
               AND CM-CARD-EXPIRY-DATE(WS-CARD-SUB) < WS-AUTH-DATE
                SET AU-DECLINED-EXPIRED TO TRUE
                MOVE 'CARD EXPIRED' TO AU-DECLINE-REASON
                GO TO 2000-EXIT
            END-IF
            PERFORM 2100-TOTAL-HOLDS THRU 2100-EXIT
            PERFORM 2300-VELOCITY-CHECK THRU 2300-EXIT
            IF AU-DECLINED-VELOCITY
                MOVE AU-DECLINE-REASON TO EXC-REASON
                PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
                GO TO 2000-EXIT
            END-IF
            COMPUTE WS-OPEN-TO-BUY =
                CM-CARD-LIMIT(WS-CARD-SUB)
                - CM-CARD-USAGE(WS-CARD-SUB)
                - WS-OPEN-HOLDS
            IF AU-AMOUNT > WS-OPEN-TO-BUY
                SET AU-DECLINED-OPEN-TO-BUY TO TRUE
                MOVE 'INSUFFICIENT OPEN-TO-BUY' TO AU-DECLINE-REASON
                MOVE WS-OPEN-TO-BUY TO AU-OPEN-TO-BUY
                GO TO 2000-EXIT
            END-IF
            PERFORM 2500-WRITE-HOLD THRU 2500-EXIT.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2100-TOTAL-HOLDS - browse the card's holds: the open     *
      *    ones come off open-to-buy, and everything authorized     *
      *    today (open or already settled) counts toward today's    *
      *    velocity.                                                *
      *-----------------------------------------------------------*
        2100-TOTAL-HOLDS.
            MOVE ZERO TO WS-OPEN-HOLDS
                         WS-VEL-TODAY-COUNT
                         WS-VEL-TODAY-AMOUNT
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE AU-CARD-NUMBER TO AH-CARD-NUMBER
            MOVE LOW-VALUES     TO AH-TXN-REF
            START AUTHHOLD
                KEY IS NOT LESS THAN AH-KEY
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 2150-TOTAL-ONE-HOLD THRU 2150-EXIT
                UNTIL WS-SCAN-EOF.
        2100-EXIT.
            EXIT.

        2150-TOTAL-ONE-HOLD.
            READ AUTHHOLD NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-SCAN-EOF
                IF AH-CARD-NUMBER NOT = AU-CARD-NUMBER
                    SET WS-SCAN-EOF TO TRUE
                ELSE
                    IF AH-OPEN
                        ADD AH-AMOUNT TO WS-OPEN-HOLDS
                    END-IF
                    IF AH-AUTH-DATE = WS-AUTH-DATE
                       AND NOT AH-EXPIRED
                        ADD 1         TO WS-VEL-TODAY-COUNT
                        ADD AH-AMOUNT TO WS-VEL-TODAY-AMOUNT
                    END-IF
                END-IF
            END-IF.
        2150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2300-VELOCITY-CHECK - the VELPARM thresholds FINPOST1    *
      *    applies: the single-purchase ceiling, then today's       *
      *    count and summed amount. Today's purchases are the       *
      *    holds authorized today plus any purchase already posted  *
      *    today off CRDHIST that never came through here.          *
      *-----------------------------------------------------------*
        2300-VELOCITY-CHECK.
            IF AU-AMOUNT > WS-VEL-CEILING
                SET AU-DECLINED-VELOCITY TO TRUE
                MOVE 'VELOCITY: SINGLE OVER CEILING'
                    TO AU-DECLINE-REASON
                GO TO 2300-EXIT
            END-IF
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE SPACES         TO CH-KEY
            MOVE AU-CARD-NUMBER TO CH-CARD-NUMBER
            MOVE WS-AUTH-DATE   TO CH-TXN-DATE
            MOVE ZERO           TO CH-SEQ
            START CRDHIST
                KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 2350-COUNT-ONE-TXN THRU 2350-EXIT
                UNTIL WS-SCAN-EOF
            IF WS-VEL-TODAY-COUNT + 1 > WS-VEL-MAX-COUNT
                SET AU-DECLINED-VELOCITY TO TRUE
                MOVE 'VELOCITY: DAILY COUNT EXCEEDED'
                    TO AU-DECLINE-REASON
            ELSE
                IF WS-VEL-TODAY-AMOUNT + AU-AMOUNT
                       > WS-VEL-MAX-AMOUNT
                    SET AU-DECLINED-VELOCITY TO TRUE
                    MOVE 'VELOCITY: DAILY AMOUNT EXCEEDED'
                        TO AU-DECLINE-REASON
                END-IF
            END-IF.
        2300-EXIT.
            EXIT.

        2350-COUNT-ONE-TXN.
            READ CRDHIST NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-SCAN-EOF
                IF CH-CARD-NUMBER NOT = AU-CARD-NUMBER
                   OR CH-TXN-DATE NOT = WS-AUTH-DATE
                    SET WS-SCAN-EOF TO TRUE
                ELSE
                    IF CH-PURCHASE AND CH-POSTED
                        MOVE CH-CARD-NUMBER TO AH-CARD-NUMBER
                        MOVE CH-TXN-REF     TO AH-TXN-REF
                        READ AUTHHOLD
                            INVALID KEY
                                MOVE '23' TO WS-AUTHHOLD-STATUS
                        END-READ
                        IF NOT WS-AUTHHOLD-OK
                            ADD 1         TO WS-VEL-TODAY-COUNT
                            ADD CH-AMOUNT TO WS-VEL-TODAY-AMOUNT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        2350-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2500-WRITE-HOLD - approve: write the open hold under the *
      *    card and reference, and pass back the approval code and  *
      *    what is left to spend.                                   *
      *-----------------------------------------------------------*
        2500-WRITE-HOLD.
            MOVE EIBTASKN          TO WS-AUTH-CODE-SEQ
            MOVE SPACES            TO AUTH-HOLD-RECORD
            MOVE AU-CARD-NUMBER    TO AH-CARD-NUMBER
            MOVE AU-TXN-REF        TO AH-TXN-REF
            MOVE CM-CUST-ID        TO AH-CUST-ID
            MOVE AU-AMOUNT         TO AH-AMOUNT
            MOVE AU-MERCHANT-NAME  TO AH-MERCHANT-NAME
            MOVE WS-AUTH-DATE      TO AH-AUTH-DATE
            MOVE WS-AUTH-TIME      TO AH-AUTH-TIME
            MOVE WS-AUTH-CODE-BUILD TO AH-AUTH-CODE
            MOVE EIBUSERID         TO AH-USER-ID
            MOVE EIBTRMID          TO AH-TERM-ID
            SET AH-OPEN TO TRUE
            MOVE WS-AUTH-DATE      TO AH-STATUS-DATE
            WRITE AUTH-HOLD-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-AUTHHOLD-OK
                SET AU-APPROVED TO TRUE
                MOVE AH-AUTH-CODE TO AU-AUTH-CODE
                COMPUTE AU-OPEN-TO-BUY = WS-OPEN-TO-BUY - AU-AMOUNT
            ELSE
                IF WS-AUTHHOLD-DUPKEY
                    SET AU-DUPLICATE-REF TO TRUE
                    MOVE 'REFERENCE ALREADY AUTHORIZED'
                        TO AU-DECLINE-REASON
                ELSE
                    SET AU-SYSTEM-UNAVAILABLE TO TRUE
                    MOVE 'UNABLE TO RECORD HOLD' TO AU-DECLINE-REASON
                    MOVE AU-DECLINE-REASON TO EXC-REASON
                    PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
                END-IF
            END-IF.
        2500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8500-WRITE-EXCEPTION - raise a declined or failed        *
      *    authorization onto the consolidated EXCP feed for the    *
      *    fraud desk. EXC-REASON is set by the caller.             *
      *-----------------------------------------------------------*
        8500-WRITE-EXCEPTION.
            MOVE 'FINAUTH'      TO EXC-PROGRAM-ID
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(EXC-DATE)
                TIME(EXC-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE AU-CARD-NUMBER  TO EXC-REF-ID
            MOVE AU-RETURN-CODE  TO EXC-RETURN-CODE
            EXEC CICS LINK
                PROGRAM('OLEXCPT')
                COMMAREA(EXCEPTION-RECORD)
                LENGTH(LENGTH OF EXCEPTION-RECORD)
            END-EXEC.
        8500-EXIT.
            EXIT.
