        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SANREVMT.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    SANREVMT - SANCTIONS HIT REVIEW QUEUE                       *
      *    Compliance side of the SANCHK matcher, over the commarea: L *
      *    lists the open hits on the SANREVW review file (ten at a    *
      *    time, from after the key passed in, so the desk can page    *
      *    on), C clears one as a false positive and T confirms one as *
      *    a true match, each with a required note. The disposition is *
      *    stamped with the reviewing userid and date. A cleared pair  *
      *    is no longer called a hit by SANCHK, so the held            *
      *    beneficiary can then be released on BENEMNT, the held wire  *
      *    on WIREMNT, and a refused customer keyed again; a confirmed *
      *    pair stays a hit for good. Only an open item can be worked  *
      *    ('03').                                                     *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SANREVW ASSIGN TO SANREVW
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SV-KEY
                FILE STATUS IS WS-SANREVW-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SANREVW.
        COPY SANREVW.

        WORKING-STORAGE SECTION.
        01  WS-SANREVW-STATUS       PIC X(02) VALUE '00'.
            88  WS-SANREVW-OK              VALUE '00'.

        01  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-BROWSE-EOF              VALUE 'Y'.
            88  WS-BROWSE-NOT-EOF          VALUE 'N'.

        01  WS-ITEM-SUB             PIC 9(02) COMP.
        01  WS-MAX-ITEMS            PIC 9(02) COMP VALUE 10.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 RV-FUNCTION           PIC X(01).
              88  RV-FUNC-LIST             VALUE 'L'.
              88  RV-FUNC-CLEAR            VALUE 'C'.
              88  RV-FUNC-CONFIRM          VALUE 'T'.
           03 RV-KEY.
              05  RV-MATCH-NAME           PIC X(60).
              05  RV-ENTRY-ID             PIC X(12).
           03 RV-NOTE               PIC X(30).
           03 RV-RETURN-CODE        PIC X(02).
              88  RV-ACCEPTED              VALUE '00'.
              88  RV-NOT-FOUND             VALUE '01'.
              88  RV-REQUEST-INVALID       VALUE '02'.
              88  RV-NOT-OPEN              VALUE '03'.
           03 RV-ITEM-COUNT         PIC 9(02) COMP.
           03 RV-MORE-ITEMS-FLAG    PIC X(01).
              88  RV-MORE-ITEMS-YES        VALUE 'Y'.
              88  RV-MORE-ITEMS-NO         VALUE 'N'.
           03 RV-ITEMS OCCURS 10 TIMES.
              05  RV-I-MATCH-NAME         PIC X(60).
              05  RV-I-ENTRY-ID           PIC X(12).
              05  RV-I-SUBJECT-TYPE       PIC X(01).
              05  RV-I-SUBJECT-REF        PIC X(20).
              05  RV-I-CALLER-ID          PIC X(08).
              05  RV-I-SCREENED-NAME      PIC X(60).
              05  RV-I-SCORE              PIC 9(03).
              05  RV-I-RAISED-DATE        PIC X(08).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO RV-RETURN-CODE
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
            END-EXEC
            OPEN I-O SANREVW
            IF RV-FUNC-LIST
                PERFORM 1000-LIST-OPEN THRU 1000-EXIT
            ELSE
                IF (RV-FUNC-CLEAR OR RV-FUNC-CONFIRM)
                   AND RV-ENTRY-ID NOT = SPACES
                   AND RV-NOTE NOT = SPACES
                    PERFORM 2000-WORK-ONE-ITEM THRU 2000-EXIT
                END-IF
            END-IF
            CLOSE SANREVW
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    1000-LIST-OPEN - the open hits after the key passed in   *
      *    (spaces for the top of the file), up to the size of the  *
      *    commarea table.                                          *
      *-----------------------------------------------------------*
        1000-LIST-OPEN.
            MOVE ZERO TO RV-ITEM-COUNT
            SET RV-MORE-ITEMS-NO TO TRUE
            PERFORM 1050-CLEAR-ONE-ITEM THRU 1050-EXIT
                VARYING WS-ITEM-SUB FROM 1 BY 1
                UNTIL WS-ITEM-SUB > WS-MAX-ITEMS
            SET WS-BROWSE-NOT-EOF TO TRUE
            IF RV-KEY = SPACES
                MOVE LOW-VALUES TO SV-KEY
                START SANREVW
                    KEY IS NOT LESS THAN SV-KEY
                    INVALID KEY
                        SET WS-BROWSE-EOF TO TRUE
                END-START
            ELSE
                MOVE RV-KEY TO SV-KEY
                START SANREVW
                    KEY IS GREATER THAN SV-KEY
                    INVALID KEY
                        SET WS-BROWSE-EOF TO TRUE
                END-START
            END-IF
            PERFORM 1100-LIST-ONE-ITEM THRU 1100-EXIT
                UNTIL WS-BROWSE-EOF
            IF RV-ITEM-COUNT > ZERO
                SET RV-ACCEPTED TO TRUE
            ELSE
                SET RV-NOT-FOUND TO TRUE
            END-IF.
        1000-EXIT.
            EXIT.

        1050-CLEAR-ONE-ITEM.
            MOVE SPACES TO RV-I-MATCH-NAME(WS-ITEM-SUB)
                           RV-I-ENTRY-ID(WS-ITEM-SUB)
                           RV-I-SUBJECT-TYPE(WS-ITEM-SUB)
                           RV-I-SUBJECT-REF(WS-ITEM-SUB)
                           RV-I-CALLER-ID(WS-ITEM-SUB)
                           RV-I-SCREENED-NAME(WS-ITEM-SUB)
                           RV-I-RAISED-DATE(WS-ITEM-SUB)
            MOVE ZERO   TO RV-I-SCORE(WS-ITEM-SUB).
        1050-EXIT.
            EXIT.

        1100-LIST-ONE-ITEM.
            READ SANREVW NEXT RECORD
                AT END
                    SET WS-BROWSE-EOF TO TRUE
            END-READ
            IF NOT WS-BROWSE-EOF
               AND SV-OPEN
                IF RV-ITEM-COUNT >= WS-MAX-ITEMS
                    SET RV-MORE-ITEMS-YES TO TRUE
                    SET WS-BROWSE-EOF TO TRUE
                ELSE
                    ADD 1 TO RV-ITEM-COUNT
                    MOVE RV-ITEM-COUNT TO WS-ITEM-SUB
                    MOVE SV-MATCH-NAME
                        TO RV-I-MATCH-NAME(WS-ITEM-SUB)
                    MOVE SV-ENTRY-ID
                        TO RV-I-ENTRY-ID(WS-ITEM-SUB)
                    MOVE SV-SUBJECT-TYPE
                        TO RV-I-SUBJECT-TYPE(WS-ITEM-SUB)
                    MOVE SV-SUBJECT-REF
                        TO RV-I-SUBJECT-REF(WS-ITEM-SUB)
                    MOVE SV-CALLER-ID
                        TO RV-I-CALLER-ID(WS-ITEM-SUB)
                    MOVE SV-SCREENED-NAME
                        TO RV-I-SCREENED-NAME(WS-ITEM-SUB)
                    MOVE SV-SCORE
                        TO RV-I-SCORE(WS-ITEM-SUB)
                    MOVE SV-RAISED-DATE
                        TO RV-I-RAISED-DATE(WS-ITEM-SUB)
                END-IF
            END-IF.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-WORK-ONE-ITEM - read the item; only an open one     *
      *    can be cleared or confirmed, and the note says why.      *
      *-----------------------------------------------------------*
        2000-WORK-ONE-ITEM.
            MOVE RV-KEY TO SV-KEY
            READ SANREVW
                INVALID KEY
                    MOVE '23' TO WS-SANREVW-STATUS
            END-READ
            IF NOT WS-SANREVW-OK
                SET RV-NOT-FOUND TO TRUE
                GO TO 2000-EXIT
            END-IF
            IF NOT SV-OPEN
                SET RV-NOT-OPEN TO TRUE
                GO TO 2000-EXIT
            END-IF
            IF RV-FUNC-CLEAR
                SET SV-CLEARED TO TRUE
            ELSE
                SET SV-CONFIRMED TO TRUE
            END-IF
            MOVE EIBUSERID     TO SV-REVIEW-USER
            MOVE WS-TODAY-DATE TO SV-REVIEW-DATE
            MOVE RV-NOTE       TO SV-REVIEW-NOTE
            REWRITE SANCTIONS-REVIEW-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-SANREVW-OK
                SET RV-ACCEPTED TO TRUE
            END-IF.
        2000-EXIT.
            EXIT.
