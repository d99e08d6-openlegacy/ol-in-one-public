        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SANRSC01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    SANRSC01 - SANCTIONS LIST RESCREEN RUN                      *
      *    Run after every sanctions list load. Walks the whole        *
      *    CUSTCNT contact file and BENEREG registry through the       *
      *    SANCHK matcher - each customer name, and each beneficiary's *
      *    name and bank name - so names that passed against the old   *
      *    list are tested against the new one. Every new hit (a name  *
      *    and list entry pair not already on the SANREVW review file, *
      *    where SANCHK has now put it) is raised onto EXCPSTAT for    *
      *    the morning EXCPMON screen; hits compliance already knows   *
      *    about are not raised again. An active beneficiary that hits *
      *    is held, so WIRETRAN refuses it until compliance clears the *
      *    hit and BENEMNT releases it. A list that cannot be read     *
      *    stops the run with one EXCPSTAT item saying so.             *
      *                                                                *
      *    This is a CICS program rather than a JCL batch step because *
      *    the matcher is the LINKed SANCHK service the online screens *
      *    use, so the rescreen and the desks can never disagree on a  *
      *    match. It is started the same way as BENVAL01 (a CICS START *
      *    request), scheduled on the clean end of each SANLD01 list   *
      *    load.                                                       *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTCNT ASSIGN TO CUSTCNT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CC-CUST-ID
                FILE STATUS IS WS-CUSTCNT-STATUS.

            SELECT BENEREG ASSIGN TO BENEREG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BR-BENE-ID
                FILE STATUS IS WS-BENEREG-STATUS.

            SELECT EXCPSTAT ASSIGN TO EXCPSTAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ES-KEY
                FILE STATUS IS WS-EXCPSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTCNT.
        COPY CUSTCNT.

        FD  BENEREG.
        COPY BENEREG.

        FD  EXCPSTAT.
        COPY EXCPSTAT.

        WORKING-STORAGE SECTION.
        01  WS-CUSTCNT-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTCNT-OK              VALUE '00'.

        01  WS-BENEREG-STATUS       PIC X(02) VALUE '00'.
            88  WS-BENEREG-OK              VALUE '00'.

        01  WS-EXCPSTAT-STATUS      PIC X(02) VALUE '00'.
            88  WS-EXCPSTAT-OK             VALUE '00'.
            88  WS-EXCPSTAT-DUPKEY         VALUE '22'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-LIST-SW              PIC X(01) VALUE 'Y'.
            88  WS-LIST-READABLE           VALUE 'Y'.
            88  WS-LIST-UNAVAILABLE        VALUE 'N'.

        01  WS-ENTRY-SW             PIC X(01) VALUE 'C'.
            88  WS-ENTRY-CLEAR             VALUE 'C'.
            88  WS-ENTRY-HIT               VALUE 'H'.

        01  WS-RECORD-SW            PIC X(01) VALUE 'N'.
            88  WS-RECORD-WRITTEN          VALUE 'Y'.
            88  WS-RECORD-NOT-WRITTEN      VALUE 'N'.

        01  WS-SCREENED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-NEW-HIT-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-HELD-COUNT           PIC 9(05) COMP-3 VALUE ZERO.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-RUN-DATE             PIC X(08).
        01  WS-RUN-TIME             PIC X(08).
        01  WS-EXCP-SEQ             PIC 9(04) VALUE ZERO.
        01  WS-EXCP-REASON          PIC X(30).

        COPY SANCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-RUN-DATE)
                TIME(WS-RUN-TIME)
                TIMESEP(':')
            END-EXEC
            OPEN I-O EXCPSTAT
            PERFORM 1000-RESCREEN-CUSTOMERS THRU 1000-EXIT
            IF WS-LIST-READABLE
                PERFORM 2000-RESCREEN-BENEFICIARIES THRU 2000-EXIT
            END-IF
            IF WS-LIST-UNAVAILABLE
                MOVE SPACES TO SC-SUBJECT-REF
                MOVE '03'   TO SC-RETURN-CODE
                MOVE 'SANCTIONS LIST UNAVAILABLE'
                    TO WS-EXCP-REASON
                PERFORM 8000-RAISE-EXCEPTION THRU 8000-EXIT
            END-IF
            CLOSE EXCPSTAT
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    1000-RESCREEN-CUSTOMERS - every customer name on the     *
      *    contact file, by CUST-ID.                                *
      *-----------------------------------------------------------*
        1000-RESCREEN-CUSTOMERS.
            OPEN INPUT CUSTCNT
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO CC-CUST-ID
            START CUSTCNT
                KEY IS NOT LESS THAN CC-CUST-ID
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 1100-RESCREEN-ONE-CUSTOMER THRU 1100-EXIT
                UNTIL WS-SCAN-EOF
                   OR WS-LIST-UNAVAILABLE
            CLOSE CUSTCNT.
        1000-EXIT.
            EXIT.

        1100-RESCREEN-ONE-CUSTOMER.
            READ CUSTCNT NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF OR CC-CUST-NAME = SPACES
                GO TO 1100-EXIT
            END-IF
            MOVE SPACES TO SANCTIONS-SCREEN-AREA
            MOVE CC-CUST-NAME TO SC-SCREEN-NAME
            SET SC-SUBJECT-CUSTOMER TO TRUE
            MOVE CC-CUST-ID   TO SC-SUBJECT-REF
            PERFORM 3000-SCREEN-ONE-NAME THRU 3000-EXIT.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-RESCREEN-BENEFICIARIES - every registry entry's     *
      *    name and bank name. An active entry that hits is held.   *
      *-----------------------------------------------------------*
        2000-RESCREEN-BENEFICIARIES.
            OPEN I-O BENEREG
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO BR-BENE-ID
            START BENEREG
                KEY IS NOT LESS THAN BR-BENE-ID
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 2100-RESCREEN-ONE-BENE THRU 2100-EXIT
                UNTIL WS-SCAN-EOF
                   OR WS-LIST-UNAVAILABLE
            CLOSE BENEREG.
        2000-EXIT.
            EXIT.

        2100-RESCREEN-ONE-BENE.
            READ BENEREG NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 2100-EXIT
            END-IF
            SET WS-ENTRY-CLEAR TO TRUE
            IF BR-BENE-NAME NOT = SPACES
                MOVE SPACES TO SANCTIONS-SCREEN-AREA
                MOVE BR-BENE-NAME TO SC-SCREEN-NAME
                SET SC-SUBJECT-BENEFICIARY TO TRUE
                MOVE BR-BENE-ID   TO SC-SUBJECT-REF
                PERFORM 3000-SCREEN-ONE-NAME THRU 3000-EXIT
            END-IF
            IF BR-BENE-BANK-NAME NOT = SPACES
               AND WS-LIST-READABLE
                MOVE SPACES TO SANCTIONS-SCREEN-AREA
                MOVE BR-BENE-BANK-NAME TO SC-SCREEN-NAME
                SET SC-SUBJECT-BANK TO TRUE
                MOVE BR-BENE-ID   TO SC-SUBJECT-REF
                PERFORM 3000-SCREEN-ONE-NAME THRU 3000-EXIT
            END-IF
            IF WS-ENTRY-HIT AND BR-ACTIVE
                SET BR-HELD TO TRUE
                MOVE WS-RUN-DATE TO BR-LAST-CHECK-DATE
                REWRITE BENEFICIARY-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-BENEREG-OK
                    ADD 1 TO WS-HELD-COUNT
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-SCREEN-ONE-NAME - LINK the matcher with the name,   *
      *    subject type and reference already in the screen area.   *
      *    Only a hit SANCHK has just put on the review file is     *
      *    raised.                                                  *
      *-----------------------------------------------------------*
        3000-SCREEN-ONE-NAME.
            MOVE 'SANRSC01' TO SC-CALLER-ID
            EXEC CICS LINK
                PROGRAM('SANCHK')
                COMMAREA(SANCTIONS-SCREEN-AREA)
                LENGTH(LENGTH OF SANCTIONS-SCREEN-AREA)
            END-EXEC
            ADD 1 TO WS-SCREENED-COUNT
            IF SC-LIST-UNAVAILABLE
                SET WS-LIST-UNAVAILABLE TO TRUE
                GO TO 3000-EXIT
            END-IF
            IF SC-MATCH-FOUND
                SET WS-ENTRY-HIT TO TRUE
                IF SC-NEW-HIT
                    MOVE SPACES TO WS-EXCP-REASON
                    STRING 'SANCTIONS HIT ' DELIMITED BY SIZE
                           SC-HIT-ENTRY-ID  DELIMITED BY SIZE
                        INTO WS-EXCP-REASON
                    END-STRING
                    PERFORM 8000-RAISE-EXCEPTION THRU 8000-EXIT
                    ADD 1 TO WS-NEW-HIT-COUNT
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8000-RAISE-EXCEPTION - one open EXCPSTAT item stamped    *
      *    with the run's start time, bumping ES-SEQ past items     *
      *    already written in that second. WS-EXCP-REASON is set   *
      *    by the caller.                                           *
      *-----------------------------------------------------------*
        8000-RAISE-EXCEPTION.
            MOVE SPACES         TO EXCP-STATUS-RECORD
            MOVE WS-RUN-DATE    TO ES-DATE
            MOVE WS-RUN-TIME    TO ES-TIME
            MOVE WS-EXCP-SEQ    TO ES-SEQ
            MOVE 'SANRSC01'     TO ES-PROGRAM-ID
            MOVE SC-SUBJECT-REF TO ES-REF-ID
            MOVE SC-RETURN-CODE TO ES-RETURN-CODE
            MOVE WS-EXCP-REASON TO ES-REASON
            SET ES-OPEN TO TRUE
            SET WS-RECORD-NOT-WRITTEN TO TRUE
            PERFORM 8100-WRITE-STATUS THRU 8100-EXIT
                UNTIL WS-RECORD-WRITTEN
                   OR ES-SEQ > 9998
            MOVE ES-SEQ TO WS-EXCP-SEQ.
        8000-EXIT.
            EXIT.

        8100-WRITE-STATUS.
            WRITE EXCP-STATUS-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-EXCPSTAT-OK
                SET WS-RECORD-WRITTEN TO TRUE
            ELSE
                IF WS-EXCPSTAT-DUPKEY
                    ADD 1 TO ES-SEQ
                ELSE
                    MOVE 9999 TO ES-SEQ
                END-IF
            END-IF.
        8100-EXIT.
            EXIT.
