      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-08-22  CST  Original program.                          *
      *    2026-10-15  CST  The customer name is screened against the  *
      *                     sanctions list through SANCHK on an add,   *
      *                     and on an update that changes it. A hit    *
      *                     leaves the file as it was and comes back   *
      *                     '04' with the list entry in CN-HIT-ENTRY-ID*
      *                     and an exception raised, for compliance to *
      *                     work on SANREVMT; a list that cannot be    *
      *                     read refuses the change with '05'.         *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            88  WS-CUSTCNT-DUPKEY          VALUE '22'.
            88  WS-CUSTCNT-NOT-FOUND       VALUE '23'.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.

        COPY SANCAREA.

        COPY EXCPTREC.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 CN-FUNCTION           PIC X(01).
              88  CN-NOT-FOUND             VALUE '01'.
              88  CN-REQUEST-INVALID       VALUE '02'.
              88  CN-DUPLICATE             VALUE '03'.
              88  CN-HELD-SANCTIONS        VALUE '04'.
              88  CN-SCREEN-UNAVAILABLE    VALUE '05'.
           03 CN-HIT-ENTRY-ID       PIC X(12).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO CN-RETURN-CODE
            MOVE SPACES TO CN-HIT-ENTRY-ID
            IF CN-CUST-ID = SPACES
               OR CN-CUST-ID IS NOT NUMERIC
                CONTINUE

      *-----------------------------------------------------------*
      *    1000-ADD-CONTACT - add a new customer's details; a       *
      *    CUST-ID already on file is rejected as a duplicate, and  *
      *    a name that does not screen clear is not added.          *
      *-----------------------------------------------------------*
        1000-ADD-CONTACT.
            PERFORM 5000-SCREEN-SANCTIONS THRU 5000-EXIT
            IF CN-HELD-SANCTIONS OR CN-SCREEN-UNAVAILABLE
                GO TO 1000-EXIT
            END-IF
            PERFORM 8000-MOVE-TO-RECORD THRU 8000-EXIT
            WRITE CUSTOMER-CONTACT-RECORD
                INVALID KEY

      *-----------------------------------------------------------*
      *    2000-UPDATE-CONTACT - rewrite the details already on     *
      *    file for this CUST-ID. A changed name is screened first. *
      *-----------------------------------------------------------*
        2000-UPDATE-CONTACT.
            MOVE CN-CUST-ID TO CC-CUST-ID
                    MOVE '23' TO WS-CUSTCNT-STATUS
            END-READ
            IF WS-CUSTCNT-OK
                IF CN-CUST-NAME NOT = CC-CUST-NAME
                    PERFORM 5000-SCREEN-SANCTIONS THRU 5000-EXIT
                    IF CN-HELD-SANCTIONS OR CN-SCREEN-UNAVAILABLE
                        GO TO 2000-EXIT
                    END-IF
                END-IF
                PERFORM 8000-MOVE-TO-RECORD THRU 8000-EXIT
                REWRITE CUSTOMER-CONTACT-RECORD
                    INVALID KEY
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    5000-SCREEN-SANCTIONS - screen the keyed customer name   *
      *    through SANCHK. A hit, or a list that cannot be read,    *
      *    sets the return code and raises an exception.            *
      *-----------------------------------------------------------*
        5000-SCREEN-SANCTIONS.
            MOVE SPACES TO SANCTIONS-SCREEN-AREA
            MOVE CN-CUST-NAME       TO SC-SCREEN-NAME
            SET SC-SUBJECT-CUSTOMER TO TRUE
            MOVE CN-CUST-ID         TO SC-SUBJECT-REF
            MOVE 'FINCSTMT'         TO SC-CALLER-ID
            EXEC CICS LINK
                PROGRAM('SANCHK')
                COMMAREA(SANCTIONS-SCREEN-AREA)
                LENGTH(LENGTH OF SANCTIONS-SCREEN-AREA)
            END-EXEC
            IF SC-MATCH-FOUND
                SET CN-HELD-SANCTIONS TO TRUE
                MOVE SC-HIT-ENTRY-ID TO CN-HIT-ENTRY-ID
                MOVE 'SANCTIONS HIT - NOT APPLIED' TO EXC-REASON
                PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
            ELSE
                IF SC-LIST-UNAVAILABLE
                    SET CN-SCREEN-UNAVAILABLE TO TRUE
                    MOVE 'SANCTIONS LIST UNAVAILABLE' TO EXC-REASON
                    PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
                END-IF
            END-IF.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8000-MOVE-TO-RECORD - build the file record from the     *
      *    commarea fields.                                         *
            MOVE CN-PHONE       TO CC-PHONE.
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8500-WRITE-EXCEPTION - raise a refused name onto the     *
      *    consolidated EXCP feed. EXC-REASON is set by the caller. *
      *-----------------------------------------------------------*
        8500-WRITE-EXCEPTION.
            MOVE 'FINCSTMT'     TO EXC-PROGRAM-ID
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(EXC-DATE)
                TIME(EXC-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE CN-CUST-ID     TO EXC-REF-ID
            MOVE CN-RETURN-CODE TO EXC-RETURN-CODE
            EXEC CICS LINK
                PROGRAM('OLEXCPT')
                COMMAREA(EXCEPTION-RECORD)
                LENGTH(LENGTH OF EXCEPTION-RECORD)
            END-EXEC.
        8500-EXIT.
            EXIT.
