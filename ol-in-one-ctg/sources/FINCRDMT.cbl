      *    an existing one. The CRDXREF cross-reference is kept in    *
      *    step as cards are issued and closed.                        *
      *    Operator authority to this transaction is controlled by     *
      *    the FCMT transaction/resource definitions; a limit increase *
      *    over WS-APPROVAL-THRESHOLD, or larger than the operator's   *
      *    own OPRENT limit-change entitlement, is queued for APPRMGR  *
      *    approval instead of applied - as is the starting limit of a *
      *    new card, which is issued at zero until it is approved.     *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-08-08  CST  Original program.                          *
      *                     is defaulted to expire three years from   *
      *                     its issue date; the FINREN01 monthly      *
      *                     cycle reissues from there.                *
      *    2026-10-15  CST  A limit increase larger than the operator's*
      *                     own maximum on the OPRENT entitlement file *
      *                     (no record means no authority of their     *
      *                     own) is queued on APPRQUE for APPRMGR the  *
      *                     same way as one over WS-APPROVAL-THRESHOLD.*
      *    2026-10-15  CST  A new card's starting limit is held to the *
      *                     same tests as an increase from zero: over  *
      *                     WS-APPROVAL-THRESHOLD or the operator's    *
      *                     OPRENT maximum, the card is issued with a  *
      *                     zero limit and the limit keyed is queued   *
      *                     on APPRQUE (action L) for APPRMGR.         *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS AQ-KEY
                FILE STATUS IS WS-APPRQUE-STATUS.

            SELECT OPRENT ASSIGN TO OPRENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OE-USER-ID
                FILE STATUS IS WS-OPRENT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAS
        FD  APPRQUE.
        COPY APPRQUE.

        FD  OPRENT.
        COPY OPRENT.

        WORKING-STORAGE SECTION.
        COPY FCM1.


        01  WS-APPROVAL-THRESHOLD    PIC 9(07) VALUE 100000.

        01  WS-OPRENT-STATUS         PIC X(02) VALUE '00'.
            88  WS-OPRENT-OK               VALUE '00'.

        01  WS-OPR-MAX-LIMIT-CHANGE  PIC S9(7) COMP.
        01  WS-LIMIT-INCREASE        PIC S9(7) COMP.

        01  WS-NEW-LIMIT             PIC 9(07).
        01  WS-LIMIT-HELD-SW         PIC X(01) VALUE 'N'.
            88  WS-NEW-LIMIT-HELD          VALUE 'Y'.
            88  WS-NEW-LIMIT-NOT-HELD      VALUE 'N'.
        01  WS-NEW-USAGE             PIC 9(07).

        01  WS-GEN-NUMBER.
                        MOVE 'CARD LIMIT MUST BE 0-9999999' TO MSGO
                    ELSE
                     IF WS-NEW-LIMIT > CM-CARD-LIMIT(WS-CARD-SUB)
                        PERFORM 2900-GET-OPERATOR-AUTHORITY
                            THRU 2900-EXIT
                        COMPUTE WS-LIMIT-INCREASE =
                            WS-NEW-LIMIT - CM-CARD-LIMIT(WS-CARD-SUB)
                     END-IF
                     IF WS-NEW-LIMIT > CM-CARD-LIMIT(WS-CARD-SUB)
                        AND (WS-NEW-LIMIT > WS-APPROVAL-THRESHOLD
                             OR WS-LIMIT-INCREASE
                                 > WS-OPR-MAX-LIMIT-CHANGE)
                        PERFORM 2800-QUEUE-LIMIT-INCREASE
                            THRU 2800-EXIT
                        MOVE 'LIMIT INCREASE QUEUED FOR APPROVAL'
        2360-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2380-APPEND-NEW-CARD - a starting limit over the         *
      *    approval threshold or the operator's own limit-change    *
      *    maximum is an increase from zero like any other: the     *
      *    card is issued at zero and the limit keyed is queued     *
      *    for APPRMGR once the card is on file.                    *
      *-----------------------------------------------------------*
        2380-APPEND-NEW-CARD.
            MOVE ZERO TO WS-NEW-LIMIT WS-NEW-USAGE
            SET WS-NEW-LIMIT-NOT-HELD TO TRUE
            IF CARDLIMI NOT = SPACES
                MOVE CARDLIMI TO WS-NEW-LIMIT
            END-IF
            IF WS-NEW-LIMIT > 9999999
                MOVE 'CARD LIMIT MUST BE 0-9999999' TO MSGO
            ELSE
                IF WS-NEW-LIMIT > ZERO
                    PERFORM 2900-GET-OPERATOR-AUTHORITY THRU 2900-EXIT
                    MOVE WS-NEW-LIMIT TO WS-LIMIT-INCREASE
                    IF WS-NEW-LIMIT > WS-APPROVAL-THRESHOLD
                       OR WS-LIMIT-INCREASE > WS-OPR-MAX-LIMIT-CHANGE
                        SET WS-NEW-LIMIT-HELD TO TRUE
                    END-IF
                END-IF
                ADD 1 TO CM-CARD-COUNT
                MOVE CM-CARD-COUNT TO WS-CARD-SUB
                MOVE WS-GEN-NUMBER TO CM-CARD-NUMBER(WS-CARD-SUB)
                MOVE CARDTYPI      TO CM-CARD-TYPE(WS-CARD-SUB)
                IF WS-NEW-LIMIT-HELD
                    MOVE ZERO         TO CM-CARD-LIMIT(WS-CARD-SUB)
                ELSE
                    MOVE WS-NEW-LIMIT TO CM-CARD-LIMIT(WS-CARD-SUB)
                END-IF
                MOVE ZERO          TO CM-CARD-USAGE(WS-CARD-SUB)
                SET CM-CARD-ACTIVE(WS-CARD-SUB) TO TRUE
                EXEC CICS ASKTIME
                    MOVE ZERO   TO CHG-OLD-LIMIT CHG-OLD-USAGE
                    PERFORM 2650-CAPTURE-AFTER THRU 2650-EXIT
                    PERFORM 2700-LOG-CHANGE THRU 2700-EXIT
                    IF WS-NEW-LIMIT-HELD
                        PERFORM 2800-QUEUE-LIMIT-INCREASE
                            THRU 2800-EXIT
                        MOVE 'CARD ISSUED - LIMIT QUEUED FOR APPROVAL'
                            TO MSGO
                    END-IF
                END-IF
            END-IF.
        2380-EXIT.
                TO CM-CARD-EXPIRY-DATE(WS-SHIFT-SUB).
        2450-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2900-GET-OPERATOR-AUTHORITY - the largest limit          *
      *    increase this operator may apply on their own, off the   *
      *    OPRENT entitlement file. No record, no authority.        *
      *-----------------------------------------------------------*
        2900-GET-OPERATOR-AUTHORITY.
            MOVE ZERO TO WS-OPR-MAX-LIMIT-CHANGE
            OPEN INPUT OPRENT
            MOVE EIBUSERID TO OE-USER-ID
            READ OPRENT
                INVALID KEY
                    MOVE '23' TO WS-OPRENT-STATUS
            END-READ
            IF WS-OPRENT-OK
                MOVE OE-MAX-LIMIT-CHANGE TO WS-OPR-MAX-LIMIT-CHANGE
            END-IF
            CLOSE OPRENT.
        2900-EXIT.
            EXIT.
