        IDENTIFICATION DIVISION.
        PROGRAM-ID.    INVTMPMT.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    INVTMPMT - RECURRING INVOICE TEMPLATE MAINTENANCE           *
      *    Billing maintenance for the INVTMPL recurring invoice       *
      *    template file over the commarea: A adds a template (the     *
      *    ship-to address, one to ten lines each with a description   *
      *    and a positive amount, the frequency - M monthly, Q         *
      *    quarterly, A annually - the first date it bills, not before *
      *    today, and an optional end date, not before the next bill   *
      *    date), U replaces all of that on a template already on file *
      *    (a changed next bill date may not be in the past, and moves *
      *    the day of the month it bills on), D removes one, I returns *
      *    the stored template with the last invoice the INVBIL01      *
      *    billing run raised off it, and L lists the file in template *
      *    id order from the id given, a page of up to 12 at a time.   *
      *    An update always leaves the template active, so extending   *
      *    the end date of one that has run out starts it billing      *
      *    again. The tax is not priced here: INVENTR prices each      *
      *    invoice on the day it is raised.                            *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  A template now carries the bill-to         *
      *                     customer its invoices are raised against   *
      *                     (TP-BILL-TO-CUST-ID, added at the end of   *
      *                     the commarea), which an add or update must *
      *                     name and which must be on CUSTMAS.         *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INVTMPL ASSIGN TO INVTMPL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TEMPLATE-ID
                FILE STATUS IS WS-INVTMPL-STATUS.

            SELECT CUSTMAS ASSIGN TO CUSTMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS WS-CUSTMAS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INVTMPL.
        COPY INVTMPL.

        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
                DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        WORKING-STORAGE SECTION.
        01  WS-INVTMPL-STATUS       PIC X(02) VALUE '00'.
            88  WS-INVTMPL-OK              VALUE '00'.
            88  WS-INVTMPL-DUPKEY          VALUE '22'.

        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-TEMPLATE-SW          PIC X(01) VALUE 'Y'.
            88  WS-TEMPLATE-OK             VALUE 'Y'.
            88  WS-TEMPLATE-BAD            VALUE 'N'.

        01  WS-DATE-SW              PIC X(01) VALUE 'N'.
            88  WS-DATE-VALID              VALUE 'Y'.
            88  WS-DATE-NOT-VALID          VALUE 'N'.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

        01  WS-TMPL-DATE            PIC X(08).
        01  WS-TMPL-DATE-NUM REDEFINES WS-TMPL-DATE
                                    PIC 9(08).
        01  WS-TMPL-DATE-PARTS REDEFINES WS-TMPL-DATE.
            05  FILLER              PIC X(06).
            05  WS-TMPL-DAY         PIC 9(02).
        01  WS-TMPL-INT             PIC 9(08) COMP.
        01  WS-CHECK-DATE           PIC 9(08).

        01  WS-LINE-SUB             PIC 9(02) COMP.
        01  WS-MAX-LINES            PIC 9(02) COMP VALUE 10.
        01  WS-TMPL-SUB             PIC 9(02) COMP.
        01  WS-MAX-TEMPLATES        PIC 9(02) COMP VALUE 12.

        LINKAGE SECTION.
        01 DFHCOMMAREA.
           03 TP-FUNCTION           PIC X(01).
              88  TP-FUNC-ADD              VALUE 'A'.
              88  TP-FUNC-UPDATE           VALUE 'U'.
              88  TP-FUNC-DELETE           VALUE 'D'.
              88  TP-FUNC-INQUIRY          VALUE 'I'.
              88  TP-FUNC-LIST             VALUE 'L'.
           03 TP-TEMPLATE-ID        PIC X(10).
           03 TP-DESCRIPTION        PIC X(30).
           03 TP-SHIP-ZIP           PIC X(10).
           03 TP-SHIP-CITY          PIC X(35).
           03 TP-SHIP-STATE         PIC X(02).
           03 TP-FREQUENCY          PIC X(01).
              88  TP-FREQ-VALID            VALUE 'M' 'Q' 'A'.
           03 TP-NEXT-BILL-DATE     PIC X(08).
           03 TP-END-DATE           PIC X(08).
           03 TP-LINE-COUNT         PIC 9(02) COMP.
           03 TP-LINES OCCURS 10 TIMES.
              05  TP-LINE-DESC            PIC X(30).
              05  TP-LINE-AMOUNT          PIC S9(09)V99 COMP-3.
           03 TP-RETURN-CODE        PIC X(02).
              88  TP-ACCEPTED              VALUE '00'.
              88  TP-NOT-FOUND             VALUE '01'.
              88  TP-REQUEST-INVALID       VALUE '02'.
              88  TP-DUPLICATE             VALUE '03'.
           03 TP-STATUS             PIC X(01).
           03 TP-LAST-BILLED-DATE   PIC X(08).
           03 TP-LAST-INVOICE-NO    PIC X(10).
           03 TP-CHANGED-DATE       PIC X(08).
           03 TP-CHANGED-USER       PIC X(08).
           03 TP-TMPL-COUNT         PIC 9(02) COMP.
           03 TP-MORE-FLAG          PIC X(01).
              88  TP-MORE-YES              VALUE 'Y'.
              88  TP-MORE-NO               VALUE 'N'.
           03 TP-TEMPLATES OCCURS 12 TIMES.
              05  TP-T-TEMPLATE-ID        PIC X(10).
              05  TP-T-DESCRIPTION        PIC X(30).
              05  TP-T-FREQUENCY          PIC X(01).
              05  TP-T-NEXT-BILL-DATE     PIC X(08).
              05  TP-T-END-DATE           PIC X(08).
              05  TP-T-STATUS             PIC X(01).
           03 TP-BILL-TO-CUST-ID    PIC X(10).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            MOVE '02' TO TP-RETURN-CODE
            MOVE ZERO TO TP-TMPL-COUNT
            SET TP-MORE-NO TO TRUE
            PERFORM 0500-CLEAR-ONE-TEMPLATE THRU 0500-EXIT
                VARYING WS-TMPL-SUB FROM 1 BY 1
                UNTIL WS-TMPL-SUB > WS-MAX-TEMPLATES
            IF NOT TP-FUNC-ADD AND NOT TP-FUNC-UPDATE
               AND NOT TP-FUNC-DELETE AND NOT TP-FUNC-INQUIRY
               AND NOT TP-FUNC-LIST
                GO TO 0000-RETURN
            END-IF
            IF NOT TP-FUNC-LIST
               AND (TP-TEMPLATE-ID = SPACES
                    OR TP-TEMPLATE-ID = LOW-VALUES)
                GO TO 0000-RETURN
            END-IF
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
            END-EXEC
            IF TP-FUNC-ADD OR TP-FUNC-UPDATE
                PERFORM 0600-EDIT-TEMPLATE THRU 0600-EXIT
                IF WS-TEMPLATE-BAD
                    GO TO 0000-RETURN
                END-IF
            END-IF
            OPEN I-O INVTMPL
            EVALUATE TRUE
                WHEN TP-FUNC-ADD
                    PERFORM 1000-ADD-TEMPLATE THRU 1000-EXIT
                WHEN TP-FUNC-UPDATE
                    PERFORM 2000-UPDATE-TEMPLATE THRU 2000-EXIT
                WHEN TP-FUNC-DELETE
                    PERFORM 3000-DELETE-TEMPLATE THRU 3000-EXIT
                WHEN TP-FUNC-INQUIRY
                    PERFORM 4000-INQUIRE-TEMPLATE THRU 4000-EXIT
                WHEN OTHER
                    PERFORM 4500-LIST-TEMPLATES THRU 4500-EXIT
            END-EVALUATE
            CLOSE INVTMPL.

        0000-RETURN.
            EXEC CICS RETURN END-EXEC.

        0500-CLEAR-ONE-TEMPLATE.
            MOVE SPACES TO TP-T-TEMPLATE-ID(WS-TMPL-SUB)
                           TP-T-DESCRIPTION(WS-TMPL-SUB)
                           TP-T-FREQUENCY(WS-TMPL-SUB)
                           TP-T-NEXT-BILL-DATE(WS-TMPL-SUB)
                           TP-T-END-DATE(WS-TMPL-SUB)
                           TP-T-STATUS(WS-TMPL-SUB).
        0500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0600-EDIT-TEMPLATE - an add or update must carry the     *
      *    ship-to, a valid frequency, one to ten lines each with a *
      *    description and a positive amount, a real next bill date *
      *    and an end date that is blank or a real date not before  *
      *    it, and a bill-to customer on CUSTMAS. A new template    *
      *    may not start in the past.                               *
      *-----------------------------------------------------------*
        0600-EDIT-TEMPLATE.
            SET WS-TEMPLATE-BAD TO TRUE
            IF TP-SHIP-ZIP = SPACES OR TP-SHIP-CITY = SPACES
               OR TP-SHIP-STATE = SPACES
                GO TO 0600-EXIT
            END-IF
            IF NOT TP-FREQ-VALID
                GO TO 0600-EXIT
            END-IF
            IF TP-LINE-COUNT < 1 OR TP-LINE-COUNT > WS-MAX-LINES
                GO TO 0600-EXIT
            END-IF
            SET WS-TEMPLATE-OK TO TRUE
            PERFORM 0700-EDIT-ONE-LINE THRU 0700-EXIT
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > TP-LINE-COUNT
                   OR WS-TEMPLATE-BAD
            IF WS-TEMPLATE-BAD
                GO TO 0600-EXIT
            END-IF
            SET WS-TEMPLATE-BAD TO TRUE
            MOVE TP-NEXT-BILL-DATE TO WS-TMPL-DATE
            PERFORM 0800-CHECK-DATE THRU 0800-EXIT
            IF WS-DATE-NOT-VALID
                GO TO 0600-EXIT
            END-IF
            IF TP-FUNC-ADD AND TP-NEXT-BILL-DATE < WS-TODAY-DATE
                GO TO 0600-EXIT
            END-IF
            IF TP-END-DATE NOT = SPACES
                MOVE TP-END-DATE TO WS-TMPL-DATE
                PERFORM 0800-CHECK-DATE THRU 0800-EXIT
                IF WS-DATE-NOT-VALID
                    GO TO 0600-EXIT
                END-IF
                IF TP-END-DATE < TP-NEXT-BILL-DATE
                    GO TO 0600-EXIT
                END-IF
            END-IF
            IF TP-BILL-TO-CUST-ID = SPACES
               OR TP-BILL-TO-CUST-ID IS NOT NUMERIC
                GO TO 0600-EXIT
            END-IF
            OPEN INPUT CUSTMAS
            MOVE TP-BILL-TO-CUST-ID TO CM-CUST-ID
            READ CUSTMAS
                KEY IS CM-CUST-ID
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-READ
            IF WS-CUSTMAS-OK
                SET WS-TEMPLATE-OK TO TRUE
            END-IF
            CLOSE CUSTMAS.
        0600-EXIT.
            EXIT.

        0700-EDIT-ONE-LINE.
            IF TP-LINE-DESC(WS-LINE-SUB) = SPACES
               OR TP-LINE-AMOUNT(WS-LINE-SUB) IS NOT NUMERIC
                SET WS-TEMPLATE-BAD TO TRUE
                GO TO 0700-EXIT
            END-IF
            IF TP-LINE-AMOUNT(WS-LINE-SUB) NOT > ZERO
                SET WS-TEMPLATE-BAD TO TRUE
            END-IF.
        0700-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    0800-CHECK-DATE - WS-TMPL-DATE must be a real calendar   *
      *    date.                                                    *
      *-----------------------------------------------------------*
        0800-CHECK-DATE.
            SET WS-DATE-NOT-VALID TO TRUE
            IF WS-TMPL-DATE IS NOT NUMERIC
                GO TO 0800-EXIT
            END-IF
            COMPUTE WS-TMPL-INT =
                FUNCTION INTEGER-OF-DATE(WS-TMPL-DATE-NUM)
            COMPUTE WS-CHECK-DATE =
                FUNCTION DATE-OF-INTEGER(WS-TMPL-INT)
            IF WS-CHECK-DATE = WS-TMPL-DATE-NUM
                SET WS-DATE-VALID TO TRUE
            END-IF.
        0800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1000-ADD-TEMPLATE - put a new template on the file,      *
      *    active, billing on the day of its first bill date.       *
      *-----------------------------------------------------------*
        1000-ADD-TEMPLATE.
            MOVE SPACES            TO INVOICE-TEMPLATE-RECORD
            MOVE TP-TEMPLATE-ID    TO TM-TEMPLATE-ID
            PERFORM 1100-MOVE-TEMPLATE THRU 1100-EXIT
            MOVE TP-NEXT-BILL-DATE TO WS-TMPL-DATE
            MOVE WS-TMPL-DAY       TO TM-BILL-DAY
            WRITE INVOICE-TEMPLATE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-INVTMPL-OK
                SET TP-ACCEPTED TO TRUE
                MOVE TM-STATUS       TO TP-STATUS
                MOVE WS-TODAY-DATE   TO TP-CHANGED-DATE
                MOVE EIBUSERID       TO TP-CHANGED-USER
            ELSE
                IF WS-INVTMPL-DUPKEY
                    SET TP-DUPLICATE TO TRUE
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1100-MOVE-TEMPLATE - the commarea's template onto the    *
      *    record, every line slot past the line count cleared.     *
      *-----------------------------------------------------------*
        1100-MOVE-TEMPLATE.
            MOVE TP-DESCRIPTION    TO TM-DESCRIPTION
            MOVE TP-SHIP-ZIP       TO TM-SHIP-ZIP
            MOVE TP-SHIP-CITY      TO TM-SHIP-CITY
            MOVE TP-SHIP-STATE     TO TM-SHIP-STATE
            MOVE TP-FREQUENCY      TO TM-FREQUENCY
            MOVE TP-NEXT-BILL-DATE TO TM-NEXT-BILL-DATE
            MOVE TP-END-DATE       TO TM-END-DATE
            MOVE TP-LINE-COUNT     TO TM-LINE-COUNT
            MOVE TP-BILL-TO-CUST-ID TO TM-BILL-TO-CUST-ID
            PERFORM 1200-MOVE-ONE-LINE THRU 1200-EXIT
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > WS-MAX-LINES
            SET TM-ACTIVE          TO TRUE
            MOVE WS-TODAY-DATE     TO TM-CHANGED-DATE
            MOVE EIBUSERID         TO TM-CHANGED-USER.
        1100-EXIT.
            EXIT.

        1200-MOVE-ONE-LINE.
            IF WS-LINE-SUB > TP-LINE-COUNT
                MOVE SPACES TO TM-LINE-DESC(WS-LINE-SUB)
                MOVE ZERO   TO TM-LINE-AMOUNT(WS-LINE-SUB)
            ELSE
                MOVE TP-LINE-DESC(WS-LINE-SUB)
                    TO TM-LINE-DESC(WS-LINE-SUB)
                MOVE TP-LINE-AMOUNT(WS-LINE-SUB)
                    TO TM-LINE-AMOUNT(WS-LINE-SUB)
            END-IF.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-UPDATE-TEMPLATE - replace a template already on     *
      *    file. A next bill date left as it was may already be     *
      *    past (a template the billing run could not raise yet);   *
      *    one that is changed may not be, and sets the new billing *
      *    day.                                                     *
      *-----------------------------------------------------------*
        2000-UPDATE-TEMPLATE.
            MOVE TP-TEMPLATE-ID TO TM-TEMPLATE-ID
            READ INVTMPL
                INVALID KEY
                    MOVE '23' TO WS-INVTMPL-STATUS
            END-READ
            IF NOT WS-INVTMPL-OK
                SET TP-NOT-FOUND TO TRUE
                GO TO 2000-EXIT
            END-IF
            IF TP-NEXT-BILL-DATE NOT = TM-NEXT-BILL-DATE
                IF TP-NEXT-BILL-DATE < WS-TODAY-DATE
                    GO TO 2000-EXIT
                END-IF
                MOVE TP-NEXT-BILL-DATE TO WS-TMPL-DATE
                MOVE WS-TMPL-DAY       TO TM-BILL-DAY
            END-IF
            PERFORM 1100-MOVE-TEMPLATE THRU 1100-EXIT
            REWRITE INVOICE-TEMPLATE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-INVTMPL-OK
                SET TP-ACCEPTED TO TRUE
                MOVE TM-STATUS           TO TP-STATUS
                MOVE TM-LAST-BILLED-DATE TO TP-LAST-BILLED-DATE
                MOVE TM-LAST-INVOICE-NO  TO TP-LAST-INVOICE-NO
                MOVE WS-TODAY-DATE       TO TP-CHANGED-DATE
                MOVE EIBUSERID           TO TP-CHANGED-USER
            END-IF.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-DELETE-TEMPLATE - take the template off the file.   *
      *    Invoices already raised off it are not touched.          *
      *-----------------------------------------------------------*
        3000-DELETE-TEMPLATE.
            MOVE TP-TEMPLATE-ID TO TM-TEMPLATE-ID
            READ INVTMPL
                INVALID KEY
                    MOVE '23' TO WS-INVTMPL-STATUS
            END-READ
            IF NOT WS-INVTMPL-OK
                SET TP-NOT-FOUND TO TRUE
                GO TO 3000-EXIT
            END-IF
            DELETE INVTMPL RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF WS-INVTMPL-OK
                SET TP-ACCEPTED TO TRUE
            END-IF.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-INQUIRE-TEMPLATE - return the stored template.      *
      *-----------------------------------------------------------*
        4000-INQUIRE-TEMPLATE.
            MOVE TP-TEMPLATE-ID TO TM-TEMPLATE-ID
            READ INVTMPL
                INVALID KEY
                    MOVE '23' TO WS-INVTMPL-STATUS
            END-READ
            IF NOT WS-INVTMPL-OK
                SET TP-NOT-FOUND TO TRUE
                GO TO 4000-EXIT
            END-IF
            SET TP-ACCEPTED TO TRUE
            MOVE TM-DESCRIPTION      TO TP-DESCRIPTION
            MOVE TM-SHIP-ZIP         TO TP-SHIP-ZIP
            MOVE TM-SHIP-CITY        TO TP-SHIP-CITY
            MOVE TM-SHIP-STATE       TO TP-SHIP-STATE
            MOVE TM-FREQUENCY        TO TP-FREQUENCY
            MOVE TM-NEXT-BILL-DATE   TO TP-NEXT-BILL-DATE
            MOVE TM-END-DATE         TO TP-END-DATE
            MOVE TM-LINE-COUNT       TO TP-LINE-COUNT
            MOVE TM-BILL-TO-CUST-ID  TO TP-BILL-TO-CUST-ID
            PERFORM 4100-RETURN-ONE-LINE THRU 4100-EXIT
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > WS-MAX-LINES
            MOVE TM-STATUS           TO TP-STATUS
            MOVE TM-LAST-BILLED-DATE TO TP-LAST-BILLED-DATE
            MOVE TM-LAST-INVOICE-NO  TO TP-LAST-INVOICE-NO
            MOVE TM-CHANGED-DATE     TO TP-CHANGED-DATE
            MOVE TM-CHANGED-USER     TO TP-CHANGED-USER.
        4000-EXIT.
            EXIT.

        4100-RETURN-ONE-LINE.
            MOVE TM-LINE-DESC(WS-LINE-SUB)
                TO TP-LINE-DESC(WS-LINE-SUB)
            MOVE TM-LINE-AMOUNT(WS-LINE-SUB)
                TO TP-LINE-AMOUNT(WS-LINE-SUB).
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4500-LIST-TEMPLATES - templates from TP-TEMPLATE-ID on   *
      *    (the start of the file if blank), up to                  *
      *    WS-MAX-TEMPLATES; one more found sets the more flag.     *
      *-----------------------------------------------------------*
        4500-LIST-TEMPLATES.
            SET WS-SCAN-NOT-EOF TO TRUE
            IF TP-TEMPLATE-ID = SPACES OR TP-TEMPLATE-ID = LOW-VALUES
                MOVE LOW-VALUES TO TM-TEMPLATE-ID
            ELSE
                MOVE TP-TEMPLATE-ID TO TM-TEMPLATE-ID
            END-IF
            START INVTMPL
                KEY IS NOT LESS THAN TM-TEMPLATE-ID
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 4600-LIST-ONE-TEMPLATE THRU 4600-EXIT
                UNTIL WS-SCAN-EOF
            IF TP-TMPL-COUNT > ZERO
                SET TP-ACCEPTED TO TRUE
            ELSE
                SET TP-NOT-FOUND TO TRUE
            END-IF.
        4500-EXIT.
            EXIT.

        4600-LIST-ONE-TEMPLATE.
            READ INVTMPL NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 4600-EXIT
            END-IF
            IF TP-TMPL-COUNT NOT < WS-MAX-TEMPLATES
                SET TP-MORE-YES TO TRUE
                SET WS-SCAN-EOF TO TRUE
                GO TO 4600-EXIT
            END-IF
            ADD 1 TO TP-TMPL-COUNT
            MOVE TP-TMPL-COUNT     TO WS-TMPL-SUB
            MOVE TM-TEMPLATE-ID    TO TP-T-TEMPLATE-ID(WS-TMPL-SUB)
            MOVE TM-DESCRIPTION    TO TP-T-DESCRIPTION(WS-TMPL-SUB)
            MOVE TM-FREQUENCY      TO TP-T-FREQUENCY(WS-TMPL-SUB)
            MOVE TM-NEXT-BILL-DATE
                TO TP-T-NEXT-BILL-DATE(WS-TMPL-SUB)
            MOVE TM-END-DATE       TO TP-T-END-DATE(WS-TMPL-SUB)
            MOVE TM-STATUS         TO TP-T-STATUS(WS-TMPL-SUB).
        4600-EXIT.
            EXIT.
