        IDENTIFICATION DIVISION.
        PROGRAM-ID.    OPRENTMT.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    OPRENTMT - OPERATOR ENTITLEMENT MAINTENANCE                 *
      *    Security administration maintenance for the OPRENT          *
      *    operator entitlement file over the commarea: A adds an      *
      *    operator's entitlement (the four maxima, whole units of     *
      *    base currency, none of them negative), U replaces the       *
      *    maxima on one already on file, D removes it (the operator   *
      *    then has no authority of their own), I returns the stored   *
      *    entry and L lists the file in userid order from the userid  *
      *    given, a page of up to 12 at a time. Every maximum added,   *
      *    changed or removed is journalled to the CHGL queue through  *
      *    OLCHGLOG (action E), so the report shows who gave whom what *
      *    authority and when. Nobody can add, change or remove their  *
      *    own entitlement ('04').                                     *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPRENT ASSIGN TO OPRENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OE-USER-ID
                FILE STATUS IS WS-OPRENT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  OPRENT.
        COPY OPRENT.

        WORKING-STORAGE SECTION.
        01  WS-OPRENT-STATUS        PIC X(02) VALUE '00'.
            88  WS-OPRENT-OK               VALUE '00'.
            88  WS-OPRENT-DUPKEY           VALUE '22'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

      *    Names the journal carries for each maximum, and its old
      *    and new amounts, in the order they sit on the record.
        01  WS-MAX-NAMES.
            05  FILLER              PIC X(16) VALUE 'LIMIT CHANGE'.
            05  FILLER              PIC X(16) VALUE 'WIRE AMOUNT'.
            05  FILLER              PIC X(16) VALUE 'SUSPENSE RESOLVE'.
            05  FILLER              PIC X(16) VALUE 'INVOICE VOID'.
        01  WS-MAX-NAME-TABLE REDEFINES WS-MAX-NAMES.
            05  WS-MAX-NAME         PIC X(16) OCCURS 4 TIMES.
        01  WS-OLD-MAXIMA.
            05  WS-OLD-MAX          PIC S9(7) COMP OCCURS 4 TIMES.
        01  WS-NEW-MAXIMA.
            05  WS-NEW-MAX          PIC S9(7) COMP OCCURS 4 TIMES.

        01  WS-MAX-SUB              PIC 9(02) COMP.
        01  WS-MAX-COUNT            PIC 9(02) COMP VALUE 4.
        01  WS-OPR-SUB              PIC 9(02) COMP.
        01  WS-MAX-OPERATORS        PIC 9(02) COMP VALUE 12.

        COPY CHGREC.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 OM-FUNCTION           PIC X(01).
              88  OM-FUNC-ADD              VALUE 'A'.
              88  OM-FUNC-UPDATE           VALUE 'U'.
              88  OM-FUNC-DELETE           VALUE 'D'.
              88  OM-FUNC-INQUIRY          VALUE 'I'.
              88  OM-FUNC-LIST             VALUE 'L'.
           03 OM-USER-ID            PIC X(08).
           03 OM-MAX-LIMIT-CHANGE   PIC S9(7) COMP.
           03 OM-MAX-WIRE-AMOUNT    PIC S9(7) COMP.
           03 OM-MAX-SUSP-AMOUNT    PIC S9(7) COMP.
           03 OM-MAX-VOID-AMOUNT    PIC S9(7) COMP.
           03 OM-RETURN-CODE        PIC X(02).
              88  OM-ACCEPTED              VALUE '00'.
              88  OM-NOT-FOUND             VALUE '01'.
              88  OM-REQUEST-INVALID       VALUE '02'.
              88  OM-DUPLICATE             VALUE '03'.
              88  OM-OWN-ENTITLEMENT       VALUE '04'.
           03 OM-CHANGED-DATE       PIC X(08).
           03 OM-CHANGED-USER       PIC X(08).
           03 OM-OPR-COUNT          PIC 9(02) COMP.
           03 OM-MORE-FLAG          PIC X(01).
              88  OM-MORE-YES              VALUE 'Y'.
              88  OM-MORE-NO               VALUE 'N'.
           03 OM-OPERATORS OCCURS 12 TIMES.
              05  OM-O-USER-ID            PIC X(08).
              05  OM-O-MAX-LIMIT-CHANGE   PIC S9(7) COMP.
              05  OM-O-MAX-WIRE-AMOUNT    PIC S9(7) COMP.
              05  OM-O-MAX-SUSP-AMOUNT    PIC S9(7) COMP.
              05  OM-O-MAX-VOID-AMOUNT    PIC S9(7) COMP.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO OM-RETURN-CODE
            MOVE ZERO TO OM-OPR-COUNT
            SET OM-MORE-NO TO TRUE
            PERFORM 0500-CLEAR-ONE-OPERATOR THRU 0500-EXIT
                VARYING WS-OPR-SUB FROM 1 BY 1
                UNTIL WS-OPR-SUB > WS-MAX-OPERATORS
            IF NOT OM-FUNC-ADD AND NOT OM-FUNC-UPDATE
               AND NOT OM-FUNC-DELETE AND NOT OM-FUNC-INQUIRY
               AND NOT OM-FUNC-LIST
                GO TO 0000-RETURN
            END-IF
            IF NOT OM-FUNC-LIST
               AND (OM-USER-ID = SPACES OR OM-USER-ID = LOW-VALUES)
                GO TO 0000-RETURN
            END-IF
            IF (OM-FUNC-ADD OR OM-FUNC-UPDATE)
               AND (OM-MAX-LIMIT-CHANGE < ZERO
                    OR OM-MAX-WIRE-AMOUNT < ZERO
                    OR OM-MAX-SUSP-AMOUNT < ZERO
                    OR OM-MAX-VOID-AMOUNT < ZERO)
                GO TO 0000-RETURN
            END-IF
            IF (OM-FUNC-ADD OR OM-FUNC-UPDATE OR OM-FUNC-DELETE)
               AND OM-USER-ID = EIBUSERID
                SET OM-OWN-ENTITLEMENT TO TRUE
                GO TO 0000-RETURN
            END-IF
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
            END-EXEC
            OPEN I-O OPRENT
            EVALUATE TRUE
                WHEN OM-FUNC-ADD
                    PERFORM 1000-ADD-ENTITLEMENT THRU 1000-EXIT
                WHEN OM-FUNC-UPDATE
                    PERFORM 2000-UPDATE-ENTITLEMENT THRU 2000-EXIT
                WHEN OM-FUNC-DELETE
                    PERFORM 3000-DELETE-ENTITLEMENT THRU 3000-EXIT
                WHEN OM-FUNC-INQUIRY
                    PERFORM 4000-INQUIRE-ENTITLEMENT THRU 4000-EXIT
                WHEN OTHER
                    PERFORM 4500-LIST-ENTITLEMENTS THRU 4500-EXIT
            END-EVALUATE
            CLOSE OPRENT.

        0000-RETURN.
            EXEC CICS RETURN END-EXEC.

        0500-CLEAR-ONE-OPERATOR.
            MOVE SPACES TO OM-O-USER-ID(WS-OPR-SUB)
            MOVE ZERO   TO OM-O-MAX-LIMIT-CHANGE(WS-OPR-SUB)
                           OM-O-MAX-WIRE-AMOUNT(WS-OPR-SUB)
                           OM-O-MAX-SUSP-AMOUNT(WS-OPR-SUB)
                           OM-O-MAX-VOID-AMOUNT(WS-OPR-SUB).
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-ADD-ENTITLEMENT - put a new operator on the file;   *
      *    every maximum is journalled from zero.                   *
      *-----------------------------------------------------------*
        1000-ADD-ENTITLEMENT.
            MOVE SPACES              TO OPERATOR-ENTITLEMENT-RECORD
            MOVE OM-USER-ID          TO OE-USER-ID
            MOVE OM-MAX-LIMIT-CHANGE TO OE-MAX-LIMIT-CHANGE
            MOVE OM-MAX-WIRE-AMOUNT  TO OE-MAX-WIRE-AMOUNT
            MOVE OM-MAX-SUSP-AMOUNT  TO OE-MAX-SUSP-AMOUNT
            MOVE OM-MAX-VOID-AMOUNT  TO OE-MAX-VOID-AMOUNT
            MOVE WS-TODAY-DATE       TO OE-CHANGED-DATE
            MOVE EIBUSERID           TO OE-CHANGED-USER
            WRITE OPERATOR-ENTITLEMENT-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-OPRENT-OK
                SET OM-ACCEPTED TO TRUE
                MOVE WS-TODAY-DATE TO OM-CHANGED-DATE
                MOVE EIBUSERID     TO OM-CHANGED-USER
                MOVE ZERO TO WS-OLD-MAX(1) WS-OLD-MAX(2)
                             WS-OLD-MAX(3) WS-OLD-MAX(4)
                PERFORM 5000-LOG-CHANGES THRU 5000-EXIT
            ELSE
                IF WS-OPRENT-DUPKEY
                    SET OM-DUPLICATE TO TRUE
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-UPDATE-ENTITLEMENT - replace the maxima on an       *
      *    operator already on file; each one that moves is         *
      *    journalled with its old and new amounts.                 *
      *-----------------------------------------------------------*
        2000-UPDATE-ENTITLEMENT.
            MOVE OM-USER-ID TO OE-USER-ID
            READ OPRENT
                INVALID KEY
                    MOVE '23' TO WS-OPRENT-STATUS
            END-READ
            IF NOT WS-OPRENT-OK
                SET OM-NOT-FOUND TO TRUE
                GO TO 2000-EXIT
            END-IF
            MOVE OE-MAX-LIMIT-CHANGE TO WS-OLD-MAX(1)
            MOVE OE-MAX-WIRE-AMOUNT  TO WS-OLD-MAX(2)
            MOVE OE-MAX-SUSP-AMOUNT  TO WS-OLD-MAX(3)
            MOVE OE-MAX-VOID-AMOUNT  TO WS-OLD-MAX(4)
            MOVE OM-MAX-LIMIT-CHANGE TO OE-MAX-LIMIT-CHANGE
            MOVE OM-MAX-WIRE-AMOUNT  TO OE-MAX-WIRE-AMOUNT
            MOVE OM-MAX-SUSP-AMOUNT  TO OE-MAX-SUSP-AMOUNT
            MOVE OM-MAX-VOID-AMOUNT  TO OE-MAX-VOID-AMOUNT
            MOVE WS-TODAY-DATE       TO OE-CHANGED-DATE
            MOVE EIBUSERID           TO OE-CHANGED-USER
            REWRITE OPERATOR-ENTITLEMENT-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-OPRENT-OK
                SET OM-ACCEPTED TO TRUE
                MOVE WS-TODAY-DATE TO OM-CHANGED-DATE
                MOVE EIBUSERID     TO OM-CHANGED-USER
                PERFORM 5000-LOG-CHANGES THRU 5000-EXIT
            END-IF.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-DELETE-ENTITLEMENT - take the operator off the      *
      *    file; every maximum is journalled down to zero.          *
      *-----------------------------------------------------------*
        3000-DELETE-ENTITLEMENT.
            MOVE OM-USER-ID TO OE-USER-ID
            READ OPRENT
                INVALID KEY
                    MOVE '23' TO WS-OPRENT-STATUS
            END-READ
            IF NOT WS-OPRENT-OK
                SET OM-NOT-FOUND TO TRUE
                GO TO 3000-EXIT
            END-IF
            MOVE OE-MAX-LIMIT-CHANGE TO WS-OLD-MAX(1)
            MOVE OE-MAX-WIRE-AMOUNT  TO WS-OLD-MAX(2)
            MOVE OE-MAX-SUSP-AMOUNT  TO WS-OLD-MAX(3)
            MOVE OE-MAX-VOID-AMOUNT  TO WS-OLD-MAX(4)
            DELETE OPRENT RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-OPRENT-OK
                SET OM-ACCEPTED TO TRUE
                MOVE ZERO TO OE-MAX-LIMIT-CHANGE OE-MAX-WIRE-AMOUNT
                             OE-MAX-SUSP-AMOUNT OE-MAX-VOID-AMOUNT
                PERFORM 5000-LOG-CHANGES THRU 5000-EXIT
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-INQUIRE-ENTITLEMENT - return the stored entry.      *
      *-----------------------------------------------------------*
        4000-INQUIRE-ENTITLEMENT.
            MOVE OM-USER-ID TO OE-USER-ID
            READ OPRENT
                INVALID KEY
                    MOVE '23' TO WS-OPRENT-STATUS
            END-READ
            IF WS-OPRENT-OK
                SET OM-ACCEPTED TO TRUE
                MOVE OE-MAX-LIMIT-CHANGE TO OM-MAX-LIMIT-CHANGE
                MOVE OE-MAX-WIRE-AMOUNT  TO OM-MAX-WIRE-AMOUNT
                MOVE OE-MAX-SUSP-AMOUNT  TO OM-MAX-SUSP-AMOUNT
                MOVE OE-MAX-VOID-AMOUNT  TO OM-MAX-VOID-AMOUNT
                MOVE OE-CHANGED-DATE     TO OM-CHANGED-DATE
                MOVE OE-CHANGED-USER     TO OM-CHANGED-USER
            ELSE
                SET OM-NOT-FOUND TO TRUE
            END-IF.
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4500-LIST-ENTITLEMENTS - operators from OM-USER-ID on    *
      *    (the start of the file if blank), up to                  *
      *    WS-MAX-OPERATORS; one more found sets the more flag.     *
      *-----------------------------------------------------------*
        4500-LIST-ENTITLEMENTS.
            SET WS-SCAN-NOT-EOF TO TRUE
            IF OM-USER-ID = SPACES OR OM-USER-ID = LOW-VALUES
                MOVE LOW-VALUES TO OE-USER-ID
            ELSE
                MOVE OM-USER-ID TO OE-USER-ID
            END-IF
            START OPRENT
                KEY IS NOT LESS THAN OE-USER-ID
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 4600-LIST-ONE-OPERATOR THRU 4600-EXIT
                UNTIL WS-SCAN-EOF
            IF OM-OPR-COUNT > ZERO
                SET OM-ACCEPTED TO TRUE
            ELSE
                SET OM-NOT-FOUND TO TRUE
            END-IF.
        4500-EXIT.
            EXIT.

        4600-LIST-ONE-OPERATOR.
            READ OPRENT NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 4600-EXIT
            END-IF
            IF OM-OPR-COUNT NOT < WS-MAX-OPERATORS
                SET OM-MORE-YES TO TRUE
                SET WS-SCAN-EOF TO TRUE
                GO TO 4600-EXIT
            END-IF
            ADD 1 TO OM-OPR-COUNT
            MOVE OM-OPR-COUNT        TO WS-OPR-SUB
            MOVE OE-USER-ID          TO OM-O-USER-ID(WS-OPR-SUB)
            MOVE OE-MAX-LIMIT-CHANGE
                TO OM-O-MAX-LIMIT-CHANGE(WS-OPR-SUB)
            MOVE OE-MAX-WIRE-AMOUNT
                TO OM-O-MAX-WIRE-AMOUNT(WS-OPR-SUB)
            MOVE OE-MAX-SUSP-AMOUNT
                TO OM-O-MAX-SUSP-AMOUNT(WS-OPR-SUB)
            MOVE OE-MAX-VOID-AMOUNT
                TO OM-O-MAX-VOID-AMOUNT(WS-OPR-SUB).
        4600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    5000-LOG-CHANGES - journal each maximum whose amount     *
      *    moved (on an add or delete, every one of them) to the    *
      *    CHGL queue, the operator's userid in the customer field  *
      *    and the maximum's name in the card-number field.         *
      *-----------------------------------------------------------*
        5000-LOG-CHANGES.
            MOVE OE-MAX-LIMIT-CHANGE TO WS-NEW-MAX(1)
            MOVE OE-MAX-WIRE-AMOUNT  TO WS-NEW-MAX(2)
            MOVE OE-MAX-SUSP-AMOUNT  TO WS-NEW-MAX(3)
            MOVE OE-MAX-VOID-AMOUNT  TO WS-NEW-MAX(4)
            PERFORM 5100-LOG-ONE-MAXIMUM THRU 5100-EXIT
                VARYING WS-MAX-SUB FROM 1 BY 1
                UNTIL WS-MAX-SUB > WS-MAX-COUNT.
        5000-EXIT.
            EXIT.

        5100-LOG-ONE-MAXIMUM.
            IF OM-FUNC-UPDATE
               AND WS-NEW-MAX(WS-MAX-SUB) = WS-OLD-MAX(WS-MAX-SUB)
                GO TO 5100-EXIT
            END-IF
            MOVE SPACES      TO CHANGE-RECORD
            MOVE 'OPRENTMT'  TO CHG-PROGRAM-ID
            SET CHG-ACTION-ENTITLEMENT TO TRUE
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(CHG-DATE)
                TIME(CHG-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE OM-USER-ID  TO CHG-CUST-ID
            MOVE WS-MAX-NAME(WS-MAX-SUB) TO CHG-CARD-NUMBER
            MOVE EIBTRMID    TO CHG-TERM-ID
            MOVE EIBUSERID   TO CHG-USER-ID
            MOVE WS-OLD-MAX(WS-MAX-SUB) TO CHG-OLD-LIMIT
            MOVE WS-NEW-MAX(WS-MAX-SUB) TO CHG-NEW-LIMIT
            MOVE ZERO        TO CHG-OLD-USAGE CHG-NEW-USAGE
            EXEC CICS LINK
                PROGRAM('OLCHGLOG')
                COMMAREA(CHANGE-RECORD)
                LENGTH(LENGTH OF CHANGE-RECORD)
            END-EXEC.
        5100-EXIT.
            EXIT.
