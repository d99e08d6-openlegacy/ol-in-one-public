        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SANCHK.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    SANCHK - SANCTIONS NAME SCREEN                              *
      *    Common routine LINKed to with the SANCAREA commarea to      *
      *    screen one name against the SANCLST sanctions list. The     *
      *    name is broken into words the way SANLD01 broke the listed  *
      *    names (upper-cased, apostrophes and full stops dropped, any *
      *    other punctuation a word break, titles and company-form     *
      *    words left out) and every list entry is scored: the share   *
      *    of the entry's words found among the screened words, where  *
      *    two words match when they are equal or, for words of four   *
      *    letters or more, differ by one edit (two for words of eight *
      *    letters or more) - so a transliterated or misspelt name     *
      *    still hits. An entry scoring WS-HIT-THRESHOLD or better is  *
      *    a hit unless compliance has cleared that name against that  *
      *    entry on the SANREVW review file; the best-scoring hit      *
      *    comes back with '01', and a name and entry pair never       *
      *    called a hit before is written to SANREVW open for review   *
      *    and flagged SC-NEW-HIT. A list or review file that cannot   *
      *    be opened comes back '03' so callers fail closed.           *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SANCLST ASSIGN TO SANCLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SL-ENTRY-ID
                FILE STATUS IS WS-SANCLST-STATUS.

            SELECT SANREVW ASSIGN TO SANREVW
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SV-KEY
                FILE STATUS IS WS-SANREVW-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SANCLST.
        COPY SANCLST.

        FD  SANREVW.
        COPY SANREVW.

        WORKING-STORAGE SECTION.
        01  WS-SANCLST-STATUS       PIC X(02) VALUE '00'.
            88  WS-SANCLST-OK              VALUE '00'.

        01  WS-SANREVW-STATUS       PIC X(02) VALUE '00'.
            88  WS-SANREVW-OK              VALUE '00'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-REVIEW-SW            PIC X(01) VALUE 'N'.
            88  WS-REVIEW-NONE             VALUE 'N'.
            88  WS-REVIEW-ON-FILE          VALUE 'Y'.
            88  WS-REVIEW-CLEARED          VALUE 'C'.

        01  WS-BEST-REVIEW-SW       PIC X(01) VALUE 'N'.
            88  WS-BEST-REVIEW-NONE        VALUE 'N'.
            88  WS-BEST-REVIEW-ON-FILE     VALUE 'Y'.

        01  WS-WORD-MATCH-SW        PIC X(01) VALUE 'N'.
            88  WS-WORDS-MATCH             VALUE 'Y'.
            88  WS-WORDS-DIFFER            VALUE 'N'.

        01  WS-HIT-THRESHOLD        PIC 9(03) VALUE 80.
        01  WS-MAX-WORDS            PIC 9(02) COMP VALUE 8.
        01  WS-ENTRY-SCORE          PIC 9(03).
        01  WS-MATCHED-COUNT        PIC 9(02) COMP.

        01  WS-NAME-WORK            PIC X(60).
        01  WS-CHAR                 PIC X(01).
        01  WS-CHAR-SUB             PIC 9(02) COMP.
        01  WS-WORD                 PIC X(15).
        01  WS-WORD-LEN             PIC 9(02) COMP.
        01  WS-NOISE-SUB            PIC 9(02) COMP.

        01  WS-NOISE-SW             PIC X(01) VALUE 'N'.
            88  WS-NOISE-WORD-FOUND        VALUE 'Y'.
            88  WS-NOT-NOISE-WORD          VALUE 'N'.

        01  WS-NOISE-WORD-LIST.
            05  FILLER              PIC X(05) VALUE 'MR   '.
            05  FILLER              PIC X(05) VALUE 'MRS  '.
            05  FILLER              PIC X(05) VALUE 'MS   '.
            05  FILLER              PIC X(05) VALUE 'MISS '.
            05  FILLER              PIC X(05) VALUE 'DR   '.
            05  FILLER              PIC X(05) VALUE 'THE  '.
            05  FILLER              PIC X(05) VALUE 'OF   '.
            05  FILLER              PIC X(05) VALUE 'AND  '.
            05  FILLER              PIC X(05) VALUE 'LTD  '.
            05  FILLER              PIC X(05) VALUE 'LLC  '.
            05  FILLER              PIC X(05) VALUE 'INC  '.
            05  FILLER              PIC X(05) VALUE 'CO   '.
            05  FILLER              PIC X(05) VALUE 'CORP '.
            05  FILLER              PIC X(05) VALUE 'SA   '.
            05  FILLER              PIC X(05) VALUE 'AG   '.
            05  FILLER              PIC X(05) VALUE 'GMBH '.
            05  FILLER              PIC X(05) VALUE 'PLC  '.
        01  WS-NOISE-WORD-TABLE REDEFINES WS-NOISE-WORD-LIST.
            05  WS-NOISE-WORD       PIC X(05) OCCURS 17 TIMES.
        01  WS-NOISE-WORD-COUNT     PIC 9(02) COMP VALUE 17.

        01  WS-SCREEN-COUNT         PIC 9(02) COMP.
        01  WS-SCREEN-WORDS.
            05  WS-SCREEN-WORD      PIC X(15) OCCURS 8 TIMES.
        01  WS-SCREEN-LENGTHS.
            05  WS-SCREEN-LEN       PIC 9(02) COMP OCCURS 8 TIMES.
        01  WS-SCREEN-SUB           PIC 9(02) COMP.
        01  WS-LIST-SUB             PIC 9(02) COMP.

        01  WS-MATCH-NAME           PIC X(60).
        01  WS-MATCH-PTR            PIC 9(02) COMP.

        01  WS-WORD-A               PIC X(15).
        01  WS-LEN-A                PIC 9(02) COMP.
        01  WS-WORD-B               PIC X(15).
        01  WS-LEN-B                PIC 9(02) COMP.
        01  WS-LEN-LONGER           PIC 9(02) COMP.
        01  WS-LEN-DIFF             PIC 9(02) COMP.

        01  WS-EDITS-ALLOWED        PIC 9(02) COMP.
        01  WS-EDIT-DISTANCE        PIC 9(02) COMP.
        01  WS-LEV-I                PIC 9(02) COMP.
        01  WS-LEV-J                PIC 9(02) COMP.
        01  WS-LEV-B-POS            PIC 9(02) COMP.
        01  WS-LEV-LAST             PIC 9(02) COMP.
        01  WS-LEV-COST             PIC 9(02) COMP.
        01  WS-LEV-BEST             PIC 9(02) COMP.
        01  WS-LEV-TRY              PIC 9(02) COMP.
        01  WS-LEV-PREV-ROW.
            05  WS-LEV-PREV         PIC 9(02) COMP OCCURS 16 TIMES.
        01  WS-LEV-CURR-ROW.
            05  WS-LEV-CURR         PIC 9(02) COMP OCCURS 16 TIMES.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

        LINKAGE SECTION.
        COPY SANCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            SET SC-NAME-MISSING TO TRUE
            SET SC-KNOWN-HIT TO TRUE
            MOVE SPACES TO SC-HIT-ENTRY-ID SC-HIT-LISTED-NAME
            MOVE ZERO   TO SC-HIT-SCORE
            PERFORM 1000-BREAK-NAME THRU 1000-EXIT
            IF WS-SCREEN-COUNT = ZERO
                GO TO 0000-RETURN
            END-IF
            OPEN INPUT SANCLST
            IF NOT WS-SANCLST-OK
                SET SC-LIST-UNAVAILABLE TO TRUE
                GO TO 0000-RETURN
            END-IF
            OPEN I-O SANREVW
            IF NOT WS-SANREVW-OK
                SET SC-LIST-UNAVAILABLE TO TRUE
                CLOSE SANCLST
                GO TO 0000-RETURN
            END-IF
            SET SC-NO-MATCH TO TRUE
            PERFORM 2000-SCAN-LIST THRU 2000-EXIT
            IF SC-HIT-SCORE > ZERO
                SET SC-MATCH-FOUND TO TRUE
                IF WS-BEST-REVIEW-NONE
                    PERFORM 5000-RAISE-REVIEW THRU 5000-EXIT
                END-IF
            END-IF
            CLOSE SANCLST
            CLOSE SANREVW.

        0000-RETURN.
            EXEC CICS RETURN END-EXEC.

      *    1000-BREAK-NAME - upper-case the screened name and     *
      *    break it into words, dropping the noise words, then    *
      *    string the words back together single-spaced as the    *
      *    review-file key. SANLD01 applies the same rules to the *
      *    listed names; the two must be kept in step.            *
        1000-BREAK-NAME.
            MOVE ZERO   TO WS-SCREEN-COUNT WS-WORD-LEN
            MOVE SPACES TO WS-SCREEN-WORDS WS-WORD WS-MATCH-NAME
            MOVE SC-SCREEN-NAME TO WS-NAME-WORK
            INSPECT WS-NAME-WORK CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            PERFORM 1100-TAKE-ONE-CHAR THRU 1100-EXIT
                VARYING WS-CHAR-SUB FROM 1 BY 1
                UNTIL WS-CHAR-SUB > 60
            PERFORM 1200-END-WORD THRU 1200-EXIT
            MOVE 1 TO WS-MATCH-PTR
            PERFORM 1300-STRING-ONE-WORD THRU 1300-EXIT
                VARYING WS-SCREEN-SUB FROM 1 BY 1
                UNTIL WS-SCREEN-SUB > WS-SCREEN-COUNT.
        1000-EXIT.
            EXIT.

        1100-TAKE-ONE-CHAR.
            MOVE WS-NAME-WORK(WS-CHAR-SUB:1) TO WS-CHAR
            IF WS-CHAR = "'" OR WS-CHAR = '.'
                GO TO 1100-EXIT
            END-IF
            IF (WS-CHAR IS ALPHABETIC AND WS-CHAR NOT = SPACE)
               OR WS-CHAR IS NUMERIC
                IF WS-WORD-LEN < 15
                    ADD 1 TO WS-WORD-LEN
                    MOVE WS-CHAR TO WS-WORD(WS-WORD-LEN:1)
                END-IF
            ELSE
                PERFORM 1200-END-WORD THRU 1200-EXIT
            END-IF.
        1100-EXIT.
            EXIT.

        1200-END-WORD.
            IF WS-WORD-LEN = ZERO
                GO TO 1200-EXIT
            END-IF
            SET WS-NOT-NOISE-WORD TO TRUE
            PERFORM 1210-CHECK-NOISE-WORD THRU 1210-EXIT
                VARYING WS-NOISE-SUB FROM 1 BY 1
                UNTIL WS-NOISE-SUB > WS-NOISE-WORD-COUNT
            IF WS-NOT-NOISE-WORD
               AND WS-SCREEN-COUNT < WS-MAX-WORDS
                ADD 1 TO WS-SCREEN-COUNT
                MOVE WS-WORD     TO WS-SCREEN-WORD(WS-SCREEN-COUNT)
                MOVE WS-WORD-LEN TO WS-SCREEN-LEN(WS-SCREEN-COUNT)
            END-IF
            MOVE SPACES TO WS-WORD
            MOVE ZERO   TO WS-WORD-LEN.
        1200-EXIT.
            EXIT.

        1210-CHECK-NOISE-WORD.
            IF WS-WORD = WS-NOISE-WORD(WS-NOISE-SUB)
                SET WS-NOISE-WORD-FOUND TO TRUE
            END-IF.
        1210-EXIT.
            EXIT.

        1300-STRING-ONE-WORD.
            STRING WS-SCREEN-WORD(WS-SCREEN-SUB) DELIMITED BY SPACE
                   ' '                           DELIMITED BY SIZE
                INTO WS-MATCH-NAME
                WITH POINTER WS-MATCH-PTR
            END-STRING.
        1300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-SCAN-LIST - score every entry on the list and keep*
      *    the best uncleared hit. An entry with more words than  *
      *    the screened name could ever reach the threshold       *
      *    against is passed over unscored.                       *
      *-----------------------------------------------------------*
        2000-SCAN-LIST.
            SET WS-SCAN-NOT-EOF TO TRUE
            SET WS-BEST-REVIEW-NONE TO TRUE
            MOVE LOW-VALUES TO SL-ENTRY-ID
            START SANCLST
                KEY IS NOT LESS THAN SL-ENTRY-ID
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 2100-SCREEN-ONE-ENTRY THRU 2100-EXIT
                UNTIL WS-SCAN-EOF.
        2000-EXIT.
            EXIT.

        2100-SCREEN-ONE-ENTRY.
            READ SANCLST NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 2100-EXIT
            END-IF
            IF SL-TOKEN-COUNT IS NOT NUMERIC
               OR SL-TOKEN-COUNT = ZERO
               OR SL-TOKEN-COUNT > WS-MAX-WORDS
                GO TO 2100-EXIT
            END-IF
            IF WS-SCREEN-COUNT * 100
                    < SL-TOKEN-COUNT * WS-HIT-THRESHOLD
                GO TO 2100-EXIT
            END-IF
            PERFORM 3000-SCORE-ENTRY THRU 3000-EXIT
            IF WS-ENTRY-SCORE >= WS-HIT-THRESHOLD
               AND WS-ENTRY-SCORE > SC-HIT-SCORE
                PERFORM 2200-CHECK-REVIEW THRU 2200-EXIT
                IF NOT WS-REVIEW-CLEARED
                    MOVE SL-ENTRY-ID    TO SC-HIT-ENTRY-ID
                    MOVE SL-LISTED-NAME TO SC-HIT-LISTED-NAME
                    MOVE WS-ENTRY-SCORE TO SC-HIT-SCORE
                    IF WS-REVIEW-ON-FILE
                        SET WS-BEST-REVIEW-ON-FILE TO TRUE
                    ELSE
                        SET WS-BEST-REVIEW-NONE TO TRUE
                    END-IF
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2200-CHECK-REVIEW - has this name already been called a*
      *    hit on this entry, and if so has compliance cleared it?*
      *-----------------------------------------------------------*
        2200-CHECK-REVIEW.
            SET WS-REVIEW-NONE TO TRUE
            MOVE WS-MATCH-NAME TO SV-MATCH-NAME
            MOVE SL-ENTRY-ID   TO SV-ENTRY-ID
            READ SANREVW
                INVALID KEY
                    MOVE '23' TO WS-SANREVW-STATUS
            END-READ
            IF WS-SANREVW-OK
                IF SV-CLEARED
                    SET WS-REVIEW-CLEARED TO TRUE
                ELSE
                    SET WS-REVIEW-ON-FILE TO TRUE
                END-IF
            END-IF.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-SCORE-ENTRY - the percentage of the entry's words *
      *    that match one of the screened words.                  *
      *-----------------------------------------------------------*
        3000-SCORE-ENTRY.
            MOVE ZERO TO WS-MATCHED-COUNT
            PERFORM 3100-MATCH-LIST-WORD THRU 3100-EXIT
                VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > SL-TOKEN-COUNT
            COMPUTE WS-ENTRY-SCORE =
                WS-MATCHED-COUNT * 100 / SL-TOKEN-COUNT.
        3000-EXIT.
            EXIT.

        3100-MATCH-LIST-WORD.
            MOVE SL-TOKEN(WS-LIST-SUB) TO WS-WORD-A
            MOVE ZERO TO WS-LEN-A
            INSPECT WS-WORD-A TALLYING WS-LEN-A
                FOR CHARACTERS BEFORE INITIAL SPACE
            SET WS-WORDS-DIFFER TO TRUE
            PERFORM 3200-TRY-SCREEN-WORD THRU 3200-EXIT
                VARYING WS-SCREEN-SUB FROM 1 BY 1
                UNTIL WS-SCREEN-SUB > WS-SCREEN-COUNT
                   OR WS-WORDS-MATCH
            IF WS-WORDS-MATCH
                ADD 1 TO WS-MATCHED-COUNT
            END-IF.
        3100-EXIT.
            EXIT.

        3200-TRY-SCREEN-WORD.
            MOVE WS-SCREEN-WORD(WS-SCREEN-SUB) TO WS-WORD-B
            MOVE WS-SCREEN-LEN(WS-SCREEN-SUB)  TO WS-LEN-B
            PERFORM 4000-COMPARE-WORDS THRU 4000-EXIT.
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-COMPARE-WORDS - equal words match. Otherwise both *
      *    must be four letters or more, and then they match      *
      *    within one edit (an inserted, dropped or changed       *
      *    letter), or two edits when the longer word has eight   *
      *    letters or more.                                       *
      *-----------------------------------------------------------*
        4000-COMPARE-WORDS.
            IF WS-WORD-A = WS-WORD-B
                SET WS-WORDS-MATCH TO TRUE
                GO TO 4000-EXIT
            END-IF
            IF WS-LEN-A < 4
               OR WS-LEN-B < 4
                GO TO 4000-EXIT
            END-IF
            IF WS-LEN-A > WS-LEN-B
                MOVE WS-LEN-A TO WS-LEN-LONGER
                COMPUTE WS-LEN-DIFF = WS-LEN-A - WS-LEN-B
            ELSE
                MOVE WS-LEN-B TO WS-LEN-LONGER
                COMPUTE WS-LEN-DIFF = WS-LEN-B - WS-LEN-A
            END-IF
            IF WS-LEN-LONGER < 8
                MOVE 1 TO WS-EDITS-ALLOWED
            ELSE
                MOVE 2 TO WS-EDITS-ALLOWED
            END-IF
            IF WS-LEN-DIFF > WS-EDITS-ALLOWED
                GO TO 4000-EXIT
            END-IF
            PERFORM 4100-EDIT-DISTANCE THRU 4100-EXIT
            IF WS-EDIT-DISTANCE <= WS-EDITS-ALLOWED
                SET WS-WORDS-MATCH TO TRUE
            END-IF.
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4100-EDIT-DISTANCE - the edit distance between         *
      *    WS-WORD-A and WS-WORD-B, worked a row at a time: cell J*
      *    of a row is the fewest edits that turn the first I     *
      *    letters of A into the first J-1 letters of B.          *
      *-----------------------------------------------------------*
        4100-EDIT-DISTANCE.
            COMPUTE WS-LEV-LAST = WS-LEN-B + 1
            PERFORM 4110-SEED-ONE-CELL THRU 4110-EXIT
                VARYING WS-LEV-J FROM 1 BY 1
                UNTIL WS-LEV-J > WS-LEV-LAST
            PERFORM 4120-FILL-ONE-ROW THRU 4120-EXIT
                VARYING WS-LEV-I FROM 1 BY 1
                UNTIL WS-LEV-I > WS-LEN-A
            MOVE WS-LEV-PREV(WS-LEV-LAST) TO WS-EDIT-DISTANCE.
        4100-EXIT.
            EXIT.

        4110-SEED-ONE-CELL.
            COMPUTE WS-LEV-PREV(WS-LEV-J) = WS-LEV-J - 1.
        4110-EXIT.
            EXIT.

        4120-FILL-ONE-ROW.
            MOVE WS-LEV-I TO WS-LEV-CURR(1)
            PERFORM 4130-FILL-ONE-CELL THRU 4130-EXIT
                VARYING WS-LEV-J FROM 2 BY 1
                UNTIL WS-LEV-J > WS-LEV-LAST
            MOVE WS-LEV-CURR-ROW TO WS-LEV-PREV-ROW.
        4120-EXIT.
            EXIT.

        4130-FILL-ONE-CELL.
            COMPUTE WS-LEV-B-POS = WS-LEV-J - 1
            IF WS-WORD-A(WS-LEV-I:1) = WS-WORD-B(WS-LEV-B-POS:1)
                MOVE ZERO TO WS-LEV-COST
            ELSE
                MOVE 1 TO WS-LEV-COST
            END-IF
            COMPUTE WS-LEV-BEST =
                WS-LEV-PREV(WS-LEV-B-POS) + WS-LEV-COST
            COMPUTE WS-LEV-TRY = WS-LEV-PREV(WS-LEV-J) + 1
            IF WS-LEV-TRY < WS-LEV-BEST
                MOVE WS-LEV-TRY TO WS-LEV-BEST
            END-IF
            COMPUTE WS-LEV-TRY = WS-LEV-CURR(WS-LEV-B-POS) + 1
            IF WS-LEV-TRY < WS-LEV-BEST
                MOVE WS-LEV-TRY TO WS-LEV-BEST
            END-IF
            MOVE WS-LEV-BEST TO WS-LEV-CURR(WS-LEV-J).
        4130-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    5000-RAISE-REVIEW - first time this name is called a   *
      *    hit on this entry: put the pair on SANREVW open for    *
      *    compliance, carrying the subject that raised it.       *
      *-----------------------------------------------------------*
        5000-RAISE-REVIEW.
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
            END-EXEC
            MOVE SPACES          TO SANCTIONS-REVIEW-RECORD
            MOVE WS-MATCH-NAME   TO SV-MATCH-NAME
            MOVE SC-HIT-ENTRY-ID TO SV-ENTRY-ID
            MOVE SC-SUBJECT-TYPE TO SV-SUBJECT-TYPE
            MOVE SC-SUBJECT-REF  TO SV-SUBJECT-REF
            MOVE SC-CALLER-ID    TO SV-CALLER-ID
            MOVE SC-SCREEN-NAME  TO SV-SCREENED-NAME
            MOVE SC-HIT-SCORE    TO SV-SCORE
            MOVE WS-TODAY-DATE   TO SV-RAISED-DATE
            SET SV-OPEN TO TRUE
            WRITE SANCTIONS-REVIEW-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-SANREVW-OK
                SET SC-NEW-HIT TO TRUE
            END-IF.
        5000-EXIT.
            EXIT.
