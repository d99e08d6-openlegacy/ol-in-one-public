      *                     CM-CARD-EXPIRY-DATE (record maximum now   *
      *                     696); existing files are converted once   *
      *                     by the FINCNV02 job.                      *
      *    2026-10-15  CST  The customer name is screened against the  *
      *                     sanctions list through SANCHK before       *
      *                     anything is written. A hit creates nothing *
      *                     and comes back '05' with the list entry in *
      *                     NW-HIT-ENTRY-ID and an exception raised;   *
      *                     SANCHK has put the hit on SANREVW, and once*
      *                     compliance clears it there the customer can*
      *                     be keyed again. A list that cannot be read *
      *                     refuses the customer with '06'.            *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        COPY CHGREC.

        COPY SANCAREA.

        COPY EXCPTREC.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 NW-CUST-NAME          PIC X(30).
              88  NW-REQUEST-INVALID       VALUE '02'.
              88  NW-MASTER-WRITE-FAILED   VALUE '03'.
              88  NW-CONTACT-WRITE-FAILED  VALUE '04'.
              88  NW-HELD-SANCTIONS        VALUE '05'.
              88  NW-SCREEN-UNAVAILABLE    VALUE '06'.
           03 NW-CUST-ID            PIC X(10).
           03 NW-HIT-ENTRY-ID       PIC X(12).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO NW-RETURN-CODE
            MOVE SPACES TO NW-CUST-ID NW-HIT-ENTRY-ID
            IF NW-CUST-NAME = SPACES
                GO TO 0000-RETURN
            END-IF
            PERFORM 0500-SCREEN-SANCTIONS THRU 0500-EXIT
            IF NW-HELD-SANCTIONS OR NW-SCREEN-UNAVAILABLE
                PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
            ELSE
                OPEN I-O CUSTMAS
                OPEN I-O CUSTCNT
                PERFORM 2000-CREATE-CUSTOMER THRU 2000-EXIT
                CLOSE CUSTMAS
                CLOSE CUSTCNT
            END-IF.

        0000-RETURN.
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    0500-SCREEN-SANCTIONS - screen the customer name         *
      *    through SANCHK before a CUST-ID is assigned. A list that *
      *    cannot be read fails the onboarding closed.              *
      *-----------------------------------------------------------*
        0500-SCREEN-SANCTIONS.
            MOVE SPACES TO SANCTIONS-SCREEN-AREA
            MOVE NW-CUST-NAME       TO SC-SCREEN-NAME
            SET SC-SUBJECT-CUSTOMER TO TRUE
            MOVE NW-CUST-NAME(1:20) TO SC-SUBJECT-REF
            MOVE 'CUSTNEW '         TO SC-CALLER-ID
            EXEC CICS LINK
                PROGRAM('SANCHK')
                COMMAREA(SANCTIONS-SCREEN-AREA)
                LENGTH(LENGTH OF SANCTIONS-SCREEN-AREA)
            END-EXEC
            IF SC-MATCH-FOUND
                SET NW-HELD-SANCTIONS TO TRUE
                MOVE SC-HIT-ENTRY-ID TO NW-HIT-ENTRY-ID
                MOVE 'SANCTIONS HIT - NOT CREATED' TO EXC-REASON
            ELSE
                IF SC-LIST-UNAVAILABLE
                    SET NW-SCREEN-UNAVAILABLE TO TRUE
                    MOVE 'SANCTIONS LIST UNAVAILABLE' TO EXC-REASON
                END-IF
            END-IF.
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-ASSIGN-CUST-ID - walk the master for the highest    *
      *    numeric CUST-ID on file and take the next one up.        *
            END-EXEC.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8500-WRITE-EXCEPTION - raise a refused onboarding onto   *
      *    the consolidated EXCP feed. EXC-REASON is set by the     *
      *    screen.                                                  *
      *-----------------------------------------------------------*
        8500-WRITE-EXCEPTION.
            MOVE 'CUSTNEW '     TO EXC-PROGRAM-ID
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(EXC-DATE)
                TIME(EXC-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE NW-CUST-NAME(1:20) TO EXC-REF-ID
            MOVE NW-RETURN-CODE     TO EXC-RETURN-CODE
            EXEC CICS LINK
                PROGRAM('OLEXCPT')
                COMMAREA(EXCEPTION-RECORD)
                LENGTH(LENGTH OF EXCEPTION-RECORD)
            END-EXEC.
        8500-EXIT.
            EXIT.
