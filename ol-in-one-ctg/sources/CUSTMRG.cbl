        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CUSTMRG.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    CUSTMRG - DUPLICATE CUSTOMER MERGE REQUEST                  *
      *    Customers onboarded twice (once through CUSTNEW, once as an *
      *    older hand-built record) hold their cards, wires and        *
      *    history under two CUST-IDs. Over the commarea this takes    *
      *    the surviving CUST-ID and the one to be merged into it,     *
      *    checks both masters are on file and that the survivor can   *
      *    take every card of the merged customer inside the 12-entry  *
      *    CM-CARDS table, and queues the merge on the APPRQUE         *
      *    pending-approval file ('00' on the commarea). Nothing is    *
      *    moved here: a supervisor approves the merge through APPRMGR *
      *    under a second userid, and APPRMGR applies and journals it. *
      *    A merge that would overflow the card table is refused with  *
      *    '03' and never queued.                                      *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTMAS ASSIGN TO CUSTMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS WS-CUSTMAS-STATUS.

            SELECT APPRQUE ASSIGN TO APPRQUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AQ-KEY
                FILE STATUS IS WS-APPRQUE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
                DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        FD  APPRQUE.
        COPY APPRQUE.

        WORKING-STORAGE SECTION.
        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-APPRQUE-STATUS       PIC X(02) VALUE '00'.
            88  WS-APPRQUE-OK              VALUE '00'.
            88  WS-APPRQUE-DUPKEY          VALUE '22'.

        01  WS-QUEUED-SW            PIC X(01) VALUE 'N'.
            88  WS-ITEM-QUEUED             VALUE 'Y'.
            88  WS-ITEM-NOT-QUEUED         VALUE 'N'.

        01  WS-MAX-CARDS            PIC 9(02) COMP VALUE 12.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 MG-SURVIVOR-CUST-ID   PIC X(10).
           03 MG-MERGED-CUST-ID     PIC X(10).
           03 MG-RETURN-CODE        PIC X(02).
              88  MG-QUEUED-APPROVAL       VALUE '00'.
              88  MG-CUST-NOT-FOUND        VALUE '01'.
              88  MG-REQUEST-INVALID       VALUE '02'.
              88  MG-TOO-MANY-CARDS        VALUE '03'.
              88  MG-QUEUE-FAILED          VALUE '04'.
           03 MG-SURVIVOR-CARDS     PIC 9(02) COMP.
           03 MG-MERGED-CARDS       PIC 9(02) COMP.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO MG-RETURN-CODE
            MOVE ZERO TO MG-SURVIVOR-CARDS MG-MERGED-CARDS
            IF MG-SURVIVOR-CUST-ID = SPACES
               OR MG-SURVIVOR-CUST-ID IS NOT NUMERIC
               OR MG-MERGED-CUST-ID = SPACES
               OR MG-MERGED-CUST-ID IS NOT NUMERIC
               OR MG-MERGED-CUST-ID = MG-SURVIVOR-CUST-ID
                CONTINUE
            ELSE
                OPEN INPUT CUSTMAS
                PERFORM 1000-CHECK-MERGE THRU 1000-EXIT
                CLOSE CUSTMAS
                IF MG-QUEUED-APPROVAL
                    PERFORM 2000-QUEUE-MERGE THRU 2000-EXIT
                END-IF
            END-IF
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    1000-CHECK-MERGE - both masters must be on file, and     *
      *    the survivor's cards plus the merged customer's must     *
      *    fit the card table. The counts are handed back either    *
      *    way so the desk can see why a merge was refused.         *
      *-----------------------------------------------------------*
        1000-CHECK-MERGE.
            MOVE MG-MERGED-CUST-ID TO CM-CUST-ID
            READ CUSTMAS
                KEY IS CM-CUST-ID
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-READ
            IF NOT WS-CUSTMAS-OK
                SET MG-CUST-NOT-FOUND TO TRUE
                GO TO 1000-EXIT
            END-IF
            MOVE CM-CARD-COUNT TO MG-MERGED-CARDS
            MOVE MG-SURVIVOR-CUST-ID TO CM-CUST-ID
            READ CUSTMAS
                KEY IS CM-CUST-ID
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-READ
            IF NOT WS-CUSTMAS-OK
                SET MG-CUST-NOT-FOUND TO TRUE
                GO TO 1000-EXIT
            END-IF
            MOVE CM-CARD-COUNT TO MG-SURVIVOR-CARDS
            IF MG-SURVIVOR-CARDS + MG-MERGED-CARDS > WS-MAX-CARDS
                SET MG-TOO-MANY-CARDS TO TRUE
            ELSE
                SET MG-QUEUED-APPROVAL TO TRUE
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-QUEUE-MERGE - put the merge on the APPRQUE          *
      *    pending-approval file for a supervisor to decide         *
      *    through APPRMGR, bumping AQ-SEQ past any items already   *
      *    queued in the same second.                               *
      *-----------------------------------------------------------*
        2000-QUEUE-MERGE.
            OPEN I-O APPRQUE
            MOVE SPACES TO APPROVAL-QUEUE-RECORD
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(AQ-DATE)
                TIME(AQ-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE ZERO TO AQ-SEQ
            SET AQ-CUSTOMER-MERGE TO TRUE
            SET AQ-PENDING TO TRUE
            MOVE MG-SURVIVOR-CUST-ID TO AQ-CUST-ID
            MOVE MG-MERGED-CUST-ID   TO AQ-MERGE-CUST-ID
            MOVE SPACES              TO AQ-CARD-NUMBER
                                        AQ-BENE-IBAN
            MOVE ZERO                TO AQ-NEW-LIMIT
            MOVE EIBUSERID           TO AQ-REQUEST-USER
            MOVE EIBTRMID            TO AQ-REQUEST-TERM
            SET WS-ITEM-NOT-QUEUED TO TRUE
            PERFORM 2100-WRITE-QUEUE-ITEM THRU 2100-EXIT
                UNTIL WS-ITEM-QUEUED
                   OR AQ-SEQ > 9998
            CLOSE APPRQUE
            IF WS-ITEM-NOT-QUEUED
                SET MG-QUEUE-FAILED TO TRUE
            END-IF.
        2000-EXIT.
            EXIT.

        2100-WRITE-QUEUE-ITEM.
            WRITE APPROVAL-QUEUE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-APPRQUE-OK
                SET WS-ITEM-QUEUED TO TRUE
            ELSE
                IF WS-APPRQUE-DUPKEY
                    ADD 1 TO AQ-SEQ
                ELSE
                    MOVE 9999 TO AQ-SEQ
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.
