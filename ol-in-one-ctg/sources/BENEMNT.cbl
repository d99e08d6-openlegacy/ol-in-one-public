      *    BENEMNT - BENEFICIARY REGISTRY MAINTENANCE                  *
      *    Maintains the BENEREG beneficiary registry over the         *
      *    commarea: A registers a beneficiary ID for a customer -     *
      *    accepted only after the IBAN comes back VALID-TRUE from the *
      *    IBANVAL Hub client and any correspondent SWIFT-BIC is on    *
      *    the CORBANK file - D removes an entry, I returns it and R   *
      *    releases one held for sanctions review. Once registered,    *
      *    the wire desk keys the short ID on WIRETRAN instead of      *
      *    re-keying the 34-character IBAN the IBANVAL reject pile is  *
      *    full of transpositions of.                                  *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  Registration now takes the beneficiary's   *
      *                     name (BN-BENE-NAME, stored in BR-BENE-NAME)*
      *                     and screens it and the validated bank name *
      *                     against the sanctions list through SANCHK. *
      *                     An entry with a hit - or screened while the*
      *                     list could not be read - is still          *
      *                     registered, but held (BR-HELD) with '06'   *
      *                     and an exception raised on the EXCP feed,  *
      *                     so WIRETRAN refuses it until compliance    *
      *                     clears the hit on SANREVMT and the desk    *
      *                     releases it with function R, which screens *
      *                     it again first ('07' if the entry was not  *
      *                     held).                                     *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            88  WS-CORR-ON-FILE            VALUE 'Y'.
            88  WS-CORR-NOT-ON-FILE        VALUE 'N'.

        01  WS-SCREEN-SW            PIC X(01) VALUE 'C'.
            88  WS-SCREEN-CLEAR            VALUE 'C'.
            88  WS-SCREEN-HIT              VALUE 'H'.
            88  WS-SCREEN-UNAVAILABLE      VALUE 'U'.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

        COPY IBANAREA.

        COPY SANCAREA.

        COPY EXCPTREC.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 BN-FUNCTION           PIC X(01).
              88  BN-FUNC-ADD              VALUE 'A'.
              88  BN-FUNC-DELETE           VALUE 'D'.
              88  BN-FUNC-INQUIRY          VALUE 'I'.
              88  BN-FUNC-RELEASE          VALUE 'R'.
           03 BN-BENE-ID            PIC X(08).
           03 BN-CUST-ID            PIC X(10).
           03 BN-BENE-IBAN          PIC X(34).
              88  BN-DUPLICATE             VALUE '03'.
              88  BN-IBAN-INVALID          VALUE '04'.
              88  BN-CORR-UNKNOWN          VALUE '05'.
              88  BN-HELD-SANCTIONS        VALUE '06'.
              88  BN-NOT-HELD              VALUE '07'.
           03 BN-STATUS             PIC X(01).
           03 BN-HTTP-STATUS-CODE   PIC 9(04).
           03 BN-HTTP-STATUS-TEXT   PIC X(80).
           03 BN-BENE-NAME          PIC X(35).
           03 BN-HIT-ENTRY-ID       PIC X(12).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO BN-RETURN-CODE
            MOVE SPACES TO BN-HIT-ENTRY-ID
            IF BN-BENE-ID = SPACES
               OR (NOT BN-FUNC-ADD AND NOT BN-FUNC-DELETE
                   AND NOT BN-FUNC-INQUIRY AND NOT BN-FUNC-RELEASE)
                CONTINUE
            ELSE
                OPEN I-O BENEREG
                 IF BN-FUNC-DELETE
                    PERFORM 2000-DELETE-BENE THRU 2000-EXIT
                 ELSE
                  IF BN-FUNC-RELEASE
                    PERFORM 4000-RELEASE-BENE THRU 4000-EXIT
                  ELSE
                    PERFORM 3000-INQUIRE-BENE THRU 3000-EXIT
                  END-IF
                 END-IF
                END-IF
                CLOSE BENEREG

      *-----------------------------------------------------------*
      *    1000-REGISTER - validate the IBAN through IBANVAL and    *
      *    the correspondent through CORBANK, screen the name and   *
      *    bank against the sanctions list, then store the entry    *
      *    under the beneficiary ID - held if the screen did not    *
      *    come back clear.                                         *
      *-----------------------------------------------------------*
        1000-REGISTER.
            IF BN-CUST-ID = SPACES
               OR BN-BENE-IBAN = SPACES
               OR BN-BENE-NAME = SPACES
                GO TO 1000-EXIT
            END-IF
            PERFORM 1100-VALIDATE-IBAN THRU 1100-EXIT
                SET BN-CORR-UNKNOWN TO TRUE
                GO TO 1000-EXIT
            END-IF
            MOVE IV-BANK-NAME(1:60) TO BN-BENE-BANK-NAME
            PERFORM 1300-SCREEN-SANCTIONS THRU 1300-EXIT
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            MOVE BN-BENE-ID        TO BR-BENE-ID
            MOVE BN-CUST-ID        TO BR-CUST-ID
            MOVE BN-BENE-IBAN      TO BR-BENE-IBAN
            MOVE BN-BENE-BANK-NAME TO BR-BENE-BANK-NAME
            MOVE BN-CORR-SWIFT-BIC TO BR-CORR-SWIFT-BIC
            MOVE BN-BENE-NAME      TO BR-BENE-NAME
            IF WS-SCREEN-CLEAR
                SET BR-ACTIVE TO TRUE
            ELSE
                SET BR-HELD TO TRUE
            END-IF
            MOVE WS-TODAY-DATE     TO BR-ADDED-DATE
                                      BR-LAST-CHECK-DATE
            MOVE EIBUSERID         TO BR-ADDED-USER
                    CONTINUE
            END-WRITE
            IF WS-BENEREG-OK
                IF BR-HELD
                    SET BN-HELD-SANCTIONS TO TRUE
                    PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
                ELSE
                    SET BN-ACCEPTED TO TRUE
                END-IF
                MOVE BR-STATUS         TO BN-STATUS
            ELSE
                IF WS-BENEREG-DUPKEY
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1300-SCREEN-SANCTIONS - screen the beneficiary name,     *
      *    then the bank name, through SANCHK. The first hit, or a  *
      *    list that cannot be read, stops the screen and sets the  *
      *    exception reason; the hit entry goes back on the         *
      *    commarea.                                                *
      *-----------------------------------------------------------*
        1300-SCREEN-SANCTIONS.
            SET WS-SCREEN-CLEAR TO TRUE
            MOVE SPACES TO SANCTIONS-SCREEN-AREA
            MOVE BN-BENE-NAME TO SC-SCREEN-NAME
            SET SC-SUBJECT-BENEFICIARY TO TRUE
            PERFORM 1310-SCREEN-ONE-NAME THRU 1310-EXIT
            IF WS-SCREEN-CLEAR
                MOVE SPACES TO SANCTIONS-SCREEN-AREA
                MOVE BN-BENE-BANK-NAME TO SC-SCREEN-NAME
                SET SC-SUBJECT-BANK TO TRUE
                PERFORM 1310-SCREEN-ONE-NAME THRU 1310-EXIT
            END-IF.
        1300-EXIT.
            EXIT.

        1310-SCREEN-ONE-NAME.
            MOVE BN-BENE-ID TO SC-SUBJECT-REF
            MOVE 'BENEMNT ' TO SC-CALLER-ID
            EXEC CICS LINK
                PROGRAM('SANCHK')
                COMMAREA(SANCTIONS-SCREEN-AREA)
                LENGTH(LENGTH OF SANCTIONS-SCREEN-AREA)
            END-EXEC
            IF SC-MATCH-FOUND
                SET WS-SCREEN-HIT TO TRUE
                MOVE SC-HIT-ENTRY-ID TO BN-HIT-ENTRY-ID
                MOVE 'SANCTIONS HIT - BENE HELD' TO EXC-REASON
            ELSE
                IF SC-LIST-UNAVAILABLE
                    SET WS-SCREEN-UNAVAILABLE TO TRUE
                    MOVE 'SANCTIONS LIST UNAVAILABLE' TO EXC-REASON
                END-IF
            END-IF.
        1310-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-DELETE-BENE - remove the registry entry.            *
      *-----------------------------------------------------------*
                MOVE BR-BENE-BANK-NAME TO BN-BENE-BANK-NAME
                MOVE BR-CORR-SWIFT-BIC TO BN-CORR-SWIFT-BIC
                MOVE BR-STATUS         TO BN-STATUS
                MOVE BR-BENE-NAME      TO BN-BENE-NAME
            ELSE
                SET BN-NOT-FOUND TO TRUE
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-BENE - a held entry goes back to active     *
      *    only if its stored name and bank now screen clear, that  *
      *    is once compliance has cleared the hit on SANREVMT.      *
      *    One still hitting stays held with '06'.                  *
      *-----------------------------------------------------------*
        4000-RELEASE-BENE.
            MOVE BN-BENE-ID TO BR-BENE-ID
            READ BENEREG
                INVALID KEY
                    MOVE '23' TO WS-BENEREG-STATUS
            END-READ
            IF NOT WS-BENEREG-OK
                SET BN-NOT-FOUND TO TRUE
                GO TO 4000-EXIT
            END-IF
            IF NOT BR-HELD
                SET BN-NOT-HELD TO TRUE
                MOVE BR-STATUS TO BN-STATUS
                GO TO 4000-EXIT
            END-IF
            MOVE BR-BENE-NAME      TO BN-BENE-NAME
            MOVE BR-BENE-BANK-NAME TO BN-BENE-BANK-NAME
            PERFORM 1300-SCREEN-SANCTIONS THRU 1300-EXIT
            IF WS-SCREEN-CLEAR
                EXEC CICS ASKTIME
                    ABSTIME(WS-NOW-ABSTIME)
                END-EXEC
                EXEC CICS FORMATTIME
                    ABSTIME(WS-NOW-ABSTIME)
                    YYYYMMDD(WS-TODAY-DATE)
                END-EXEC
                SET BR-ACTIVE TO TRUE
                MOVE WS-TODAY-DATE TO BR-LAST-CHECK-DATE
                REWRITE BENEFICIARY-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-BENEREG-OK
                    SET BN-ACCEPTED TO TRUE
                END-IF
            ELSE
                SET BN-HELD-SANCTIONS TO TRUE
            END-IF
            MOVE BR-STATUS TO BN-STATUS.
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8500-WRITE-EXCEPTION - raise a held registration onto    *
      *    the consolidated EXCP feed. EXC-REASON is set by the     *
      *    screen.                                                  *
      *-----------------------------------------------------------*
        8500-WRITE-EXCEPTION.
            MOVE 'BENEMNT '     TO EXC-PROGRAM-ID
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(EXC-DATE)
                TIME(EXC-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE BN-BENE-ID     TO EXC-REF-ID
            MOVE BN-RETURN-CODE TO EXC-RETURN-CODE
            EXEC CICS LINK
                PROGRAM('OLEXCPT')
                COMMAREA(EXCEPTION-RECORD)
                LENGTH(LENGTH OF EXCEPTION-RECORD)
            END-EXEC.
        8500-EXIT.
            EXIT.
