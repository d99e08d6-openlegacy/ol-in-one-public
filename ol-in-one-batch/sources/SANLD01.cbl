        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SANLD01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    SANLD01 - SANCTIONS LIST LOAD                               *
      *    Loads the keyed SANCLST sanctions list from the SANCARD     *
      *    file - the regulator's published list cut down to entry ID, *
      *    list code, entry type and name - each time a new list is    *
      *    published. Every name is broken into the words the SANCHK   *
      *    matcher compares, by the same rules SANCHK applies to a     *
      *    screened name, and stamped with the run date; an entry      *
      *    already on file is replaced, a new one is added, and once   *
      *    the whole file is in, any entry this run did not carry has  *
      *    been taken off the published list and is deleted. A SANCARD *
      *    file with no usable entries abends the job with the list    *
      *    untouched, so a bad delivery cannot empty the list.         *
      *                                                                *
      *    The SANRSC01 rescreen of the customer and beneficiary base  *
      *    is started off the successful end of this job.              *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SANCARD ASSIGN TO SANCARD.

            SELECT SANCLST ASSIGN TO SANCLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SL-ENTRY-ID
                FILE STATUS IS WS-SANCLST-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SANCARD
            LABEL RECORDS ARE STANDARD.
        01  SAN-CARD-RECORD.
            05  SN-ENTRY-ID         PIC X(12).
            05  SN-LIST-CODE        PIC X(08).
            05  SN-ENTRY-TYPE       PIC X(01).
            05  SN-LISTED-NAME      PIC X(60).
            05  FILLER              PIC X(19).

        FD  SANCLST.
        COPY SANCLST.

        WORKING-STORAGE SECTION.
        01  WS-SANCLST-STATUS       PIC X(02) VALUE '00'.
            88  WS-SANCLST-OK              VALUE '00'.

        01  WS-SANCARD-EOF-SW       PIC X(01) VALUE 'N'.
            88  WS-SANCARD-EOF             VALUE 'Y'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).

        01  WS-ADDED-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-REPLACED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-DELISTED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-SKIPPED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-ABEND-CODE           PIC S9(04) COMP VALUE +3013.

        01  WS-MAX-WORDS            PIC 9(02) COMP VALUE 8.
        01  WS-NAME-WORK            PIC X(60).
        01  WS-CHAR                 PIC X(01).
        01  WS-CHAR-SUB             PIC 9(02) COMP.
        01  WS-WORD                 PIC X(15).
        01  WS-WORD-LEN             PIC 9(02) COMP.
        01  WS-NOISE-SUB            PIC 9(02) COMP.
        01  WS-WORD-COUNT           PIC 9(02) COMP.
        01  WS-WORDS.
            05  WS-LIST-WORD        PIC X(15) OCCURS 8 TIMES.

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

        PROCEDURE DIVISION.

        0000-MAINLINE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            OPEN INPUT SANCARD
            PERFORM 1000-READ-CARD THRU 1000-EXIT
            IF WS-SANCARD-EOF
                DISPLAY 'SANLD01 - SANCARD FILE IS EMPTY - ABENDING'
                CLOSE SANCARD
                CALL 'ILBOABN0' USING WS-ABEND-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O SANCLST
            PERFORM 2000-LOAD-ONE-ENTRY THRU 2000-EXIT
                UNTIL WS-SANCARD-EOF
            CLOSE SANCARD
            IF WS-ADDED-COUNT + WS-REPLACED-COUNT = ZERO
                DISPLAY 'SANLD01 - NO USABLE ENTRIES - ABENDING'
                CLOSE SANCLST
                CALL 'ILBOABN0' USING WS-ABEND-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM 3000-DROP-DELISTED THRU 3000-EXIT
            CLOSE SANCLST
            DISPLAY 'SANLD01 - ENTRIES ADDED:    ' WS-ADDED-COUNT
            DISPLAY 'SANLD01 - ENTRIES REPLACED: ' WS-REPLACED-COUNT
            DISPLAY 'SANLD01 - ENTRIES DELISTED: ' WS-DELISTED-COUNT
            DISPLAY 'SANLD01 - CARDS SKIPPED:    ' WS-SKIPPED-COUNT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-READ-CARD                                         *
      *-----------------------------------------------------------*
        1000-READ-CARD.
            READ SANCARD
                AT END
                    SET WS-SANCARD-EOF TO TRUE
            END-READ.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-LOAD-ONE-ENTRY - break the listed name into words *
      *    and replace or add the entry. A card with no ID, or a  *
      *    name with no words left after the noise words go, is   *
      *    skipped.                                               *
      *-----------------------------------------------------------*
        2000-LOAD-ONE-ENTRY.
            MOVE ZERO TO WS-WORD-COUNT
            IF SN-ENTRY-ID NOT = SPACES
                PERFORM 2100-BREAK-NAME THRU 2100-EXIT
            END-IF
            IF WS-WORD-COUNT = ZERO
                ADD 1 TO WS-SKIPPED-COUNT
                DISPLAY 'SANLD01 - BAD CARD SKIPPED: ' SN-ENTRY-ID
            ELSE
                MOVE SN-ENTRY-ID TO SL-ENTRY-ID
                READ SANCLST
                    INVALID KEY
                        MOVE '23' TO WS-SANCLST-STATUS
                END-READ
                IF WS-SANCLST-OK
                    PERFORM 2500-BUILD-ENTRY THRU 2500-EXIT
                    REWRITE SANCTIONS-LIST-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    ADD 1 TO WS-REPLACED-COUNT
                ELSE
                    PERFORM 2500-BUILD-ENTRY THRU 2500-EXIT
                    WRITE SANCTIONS-LIST-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    ADD 1 TO WS-ADDED-COUNT
                END-IF
            END-IF
            PERFORM 1000-READ-CARD THRU 1000-EXIT.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2100-BREAK-NAME - upper-case the listed name and break *
      *    it into words, dropping the noise words. SANCHK applies*
      *    the same rules to a screened name; the two must be kept*
      *    in step.                                               *
      *-----------------------------------------------------------*
        2100-BREAK-NAME.
            MOVE ZERO   TO WS-WORD-COUNT WS-WORD-LEN
            MOVE SPACES TO WS-WORDS WS-WORD
            MOVE SN-LISTED-NAME TO WS-NAME-WORK
            INSPECT WS-NAME-WORK CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            PERFORM 2200-TAKE-ONE-CHAR THRU 2200-EXIT
                VARYING WS-CHAR-SUB FROM 1 BY 1
                UNTIL WS-CHAR-SUB > 60
            PERFORM 2300-END-WORD THRU 2300-EXIT.
        2100-EXIT.
            EXIT.

        2200-TAKE-ONE-CHAR.
            MOVE WS-NAME-WORK(WS-CHAR-SUB:1) TO WS-CHAR
            IF WS-CHAR = "'" OR WS-CHAR = '.'
                GO TO 2200-EXIT
            END-IF
            IF (WS-CHAR IS ALPHABETIC AND WS-CHAR NOT = SPACE)
               OR WS-CHAR IS NUMERIC
                IF WS-WORD-LEN < 15
                    ADD 1 TO WS-WORD-LEN
                    MOVE WS-CHAR TO WS-WORD(WS-WORD-LEN:1)
                END-IF
            ELSE
                PERFORM 2300-END-WORD THRU 2300-EXIT
            END-IF.
        2200-EXIT.
            EXIT.

        2300-END-WORD.
            IF WS-WORD-LEN = ZERO
                GO TO 2300-EXIT
            END-IF
            SET WS-NOT-NOISE-WORD TO TRUE
            PERFORM 2310-CHECK-NOISE-WORD THRU 2310-EXIT
                VARYING WS-NOISE-SUB FROM 1 BY 1
                UNTIL WS-NOISE-SUB > WS-NOISE-WORD-COUNT
            IF WS-NOT-NOISE-WORD
               AND WS-WORD-COUNT < WS-MAX-WORDS
                ADD 1 TO WS-WORD-COUNT
                MOVE WS-WORD TO WS-LIST-WORD(WS-WORD-COUNT)
            END-IF
            MOVE SPACES TO WS-WORD
            MOVE ZERO   TO WS-WORD-LEN.
        2300-EXIT.
            EXIT.

        2310-CHECK-NOISE-WORD.
            IF WS-WORD = WS-NOISE-WORD(WS-NOISE-SUB)
                SET WS-NOISE-WORD-FOUND TO TRUE
            END-IF.
        2310-EXIT.
            EXIT.

        2500-BUILD-ENTRY.
            MOVE SPACES         TO SANCTIONS-LIST-RECORD
            MOVE SN-ENTRY-ID    TO SL-ENTRY-ID
            MOVE SN-LIST-CODE   TO SL-LIST-CODE
            MOVE SN-ENTRY-TYPE  TO SL-ENTRY-TYPE
            MOVE SN-LISTED-NAME TO SL-LISTED-NAME
            MOVE WS-WORD-COUNT  TO SL-TOKEN-COUNT
            MOVE WS-WORDS       TO SL-TOKENS
            MOVE WS-RUN-DATE-X  TO SL-LOAD-DATE.
        2500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-DROP-DELISTED - an entry not carried by this run's*
      *    file has come off the published list; delete it.       *
      *-----------------------------------------------------------*
        3000-DROP-DELISTED.
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO SL-ENTRY-ID
            START SANCLST
                KEY IS NOT LESS THAN SL-ENTRY-ID
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
                UNTIL WS-SCAN-EOF.
        3000-EXIT.
            EXIT.

        3100-CHECK-ONE-ENTRY.
            READ SANCLST NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-SCAN-EOF
               AND SL-LOAD-DATE NOT = WS-RUN-DATE-X
                DELETE SANCLST RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
                ADD 1 TO WS-DELISTED-COUNT
            END-IF.
        3100-EXIT.
            EXIT.
