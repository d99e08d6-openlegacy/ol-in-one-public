        IDENTIFICATION DIVISION.
        PROGRAM-ID.    INVBIL01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    INVBIL01 - RECURRING INVOICE BILLING RUN                    *
      *    Daily run. Finds every active INVTMPL template whose next   *
      *    bill date has come - today's, and any an earlier run could  *
      *    not raise - and hands its ship-to and lines to INVENTR,     *
      *    which prices the sales tax per line through the TAXOVRD     *
      *    override file or the STAXVAL Hub client and stores the      *
      *    invoice on INVFILE (header and lines, open), so it reaches  *
      *    the INVREG01 register and the INVAGE01 aging the same as a  *
      *    keyed invoice. A template that is billed has its next bill  *
      *    date moved on one period - a month, a quarter or a year, on *
      *    its billing day or the last day of a shorter month - and    *
      *    the invoice raised recorded on it; once the next bill date  *
      *    passes the end date the template is ended.                  *
      *    A template whose invoice could not be raised - no tax rate, *
      *    the Hub unreachable, an ambiguous ship-to, bad lines or     *
      *    INVFILE unavailable - is never billed untaxed: it is raised *
      *    onto EXCPSTAT for the morning EXCPMON screen with the       *
      *    reason and keeps its next bill date, so the next run tries  *
      *    it again once the cause is put right. A template billed but *
      *    not moved on is raised onto EXCPSTAT as well, as it would   *
      *    otherwise bill again the next day. Each run raises at most  *
      *    one invoice per template; one more than a period behind     *
      *    catches up a period a day.                                  *
      *                                                                *
      *    This is a CICS program rather than a JCL batch step because *
      *    the invoice is raised through the LINKed INVENTR entry      *
      *    itself and STAXVAL is a LINKed CICS service, the same way   *
      *    WIRREL01 releases wires through WIRETRAN. It is started the *
      *    same way as BENVAL01 (a scheduled CICS START request),      *
      *    ahead of the INVREG01 invoice register.                     *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Passes the template's bill-to customer to  *
      *                     INVENTR; a template with none, or one no   *
      *                     longer on CUSTMAS, is raised and not       *
      *                     billed.                                    *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INVTMPL ASSIGN TO INVTMPL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TEMPLATE-ID
                FILE STATUS IS WS-INVTMPL-STATUS.

            SELECT EXCPSTAT ASSIGN TO EXCPSTAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ES-KEY
                FILE STATUS IS WS-EXCPSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INVTMPL.
        COPY INVTMPL.

        FD  EXCPSTAT.
        COPY EXCPSTAT.

        WORKING-STORAGE SECTION.
        01  WS-INVTMPL-STATUS       PIC X(02) VALUE '00'.
            88  WS-INVTMPL-OK              VALUE '00'.

        01  WS-EXCPSTAT-STATUS      PIC X(02) VALUE '00'.
            88  WS-EXCPSTAT-OK             VALUE '00'.
            88  WS-EXCPSTAT-DUPKEY         VALUE '22'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-FOUND-SW             PIC X(01) VALUE 'N'.
            88  WS-TEMPLATE-FOUND          VALUE 'Y'.
            88  WS-TEMPLATE-NOT-FOUND      VALUE 'N'.

        01  WS-ADVANCED-SW          PIC X(01) VALUE 'N'.
            88  WS-TEMPLATE-ADVANCED       VALUE 'Y'.
            88  WS-TEMPLATE-NOT-ADVANCED   VALUE 'N'.

        01  WS-RECORD-SW            PIC X(01) VALUE 'N'.
            88  WS-RECORD-WRITTEN          VALUE 'Y'.
            88  WS-RECORD-NOT-WRITTEN      VALUE 'N'.

        01  WS-DUE-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-BILLED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-FAILED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-RUN-DATE             PIC X(08).
        01  WS-RUN-TIME             PIC X(08).
        01  WS-EXCP-SEQ             PIC 9(04) VALUE ZERO.
        01  WS-EXCP-REASON          PIC X(30).
        01  WS-EXCP-RC              PIC X(02).

        01  WS-LAST-KEY             PIC X(10).
        01  WS-LINE-SUB             PIC 9(02) COMP.
        01  WS-MAX-LINES            PIC 9(02) COMP VALUE 10.

      *    Next bill date arithmetic: the period is added to the
      *    month, and the day is the template's billing day or the
      *    last day of the new month, whichever is earlier.
        01  WS-NEXT-DATE            PIC 9(08).
        01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
            05  WS-NEXT-YYYY        PIC 9(04).
            05  WS-NEXT-MM          PIC 9(02).
            05  WS-NEXT-DD          PIC 9(02).
        01  WS-MONTH-END-DATE       PIC 9(08).
        01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
            05  WS-MONTH-END-YYYY   PIC 9(04).
            05  WS-MONTH-END-MM     PIC 9(02).
            05  WS-MONTH-END-DD     PIC 9(02).
        01  WS-DATE-INT             PIC 9(08) COMP.
        01  WS-PERIOD-MONTHS        PIC 9(02) COMP.

        01  WS-INVOICE-REQUEST.
        COPY INVEAREA.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                TIME(WS-RUN-TIME)
                TIMESEP(':')
            END-EXEC
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE LOW-VALUES TO WS-LAST-KEY
            OPEN I-O EXCPSTAT
            SET WS-TEMPLATE-FOUND TO TRUE
            PERFORM 1000-BILL-NEXT-TEMPLATE THRU 1000-EXIT
                UNTIL WS-TEMPLATE-NOT-FOUND
            CLOSE EXCPSTAT
            MOVE WS-DUE-COUNT    TO RC-READ-COUNT
            MOVE WS-BILLED-COUNT TO RC-WRITTEN-COUNT
            IF WS-FAILED-COUNT > ZERO
                MOVE 4 TO RC-RUN-RC
            END-IF
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    1000-BILL-NEXT-TEMPLATE - find the next template due     *
      *    after the last one handled and LINK its invoice to       *
      *    INVENTR. The template file is closed across the LINK     *
      *    and reopened for update only once the invoice is stored. *
      *-----------------------------------------------------------*
        1000-BILL-NEXT-TEMPLATE.
            PERFORM 1100-FIND-DUE-TEMPLATE THRU 1100-EXIT
            IF WS-TEMPLATE-NOT-FOUND
                GO TO 1000-EXIT
            END-IF
            ADD 1 TO WS-DUE-COUNT
            EXEC CICS LINK
                PROGRAM('INVENTR')
                COMMAREA(WS-INVOICE-REQUEST)
                LENGTH(LENGTH OF WS-INVOICE-REQUEST)
            END-EXEC
            IF NOT IE-TAX-APPLIED
                ADD 1 TO WS-FAILED-COUNT
                PERFORM 1400-GET-FAILURE-REASON THRU 1400-EXIT
                MOVE IE-RETURN-CODE TO WS-EXCP-RC
                PERFORM 8000-RAISE-EXCEPTION THRU 8000-EXIT
                GO TO 1000-EXIT
            END-IF
            ADD 1 TO WS-BILLED-COUNT
            PERFORM 2000-ADVANCE-TEMPLATE THRU 2000-EXIT
            IF WS-TEMPLATE-NOT-ADVANCED
                ADD 1 TO WS-FAILED-COUNT
                MOVE 'BILLED - TEMPLATE NOT ADVANCED'
                    TO WS-EXCP-REASON
                PERFORM 8000-RAISE-EXCEPTION THRU 8000-EXIT
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-DUE-TEMPLATE - browse the template file from   *
      *    just past the last template handled for the next active  *
      *    one whose next bill date is today or earlier.            *
      *-----------------------------------------------------------*
        1100-FIND-DUE-TEMPLATE.
            SET WS-TEMPLATE-NOT-FOUND TO TRUE
            SET WS-SCAN-NOT-EOF TO TRUE
            OPEN INPUT INVTMPL
            MOVE WS-LAST-KEY TO TM-TEMPLATE-ID
            START INVTMPL
                KEY IS GREATER THAN TM-TEMPLATE-ID
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 1200-SCAN-ONE-TEMPLATE THRU 1200-EXIT
                UNTIL WS-SCAN-EOF
                   OR WS-TEMPLATE-FOUND
            CLOSE INVTMPL.
        1100-EXIT.
            EXIT.

        1200-SCAN-ONE-TEMPLATE.
            READ INVTMPL NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 1200-EXIT
            END-IF
            MOVE TM-TEMPLATE-ID TO WS-LAST-KEY
            IF TM-ACTIVE
               AND TM-NEXT-BILL-DATE NOT > WS-RUN-DATE
                SET WS-TEMPLATE-FOUND TO TRUE
                PERFORM 1250-BUILD-REQUEST THRU 1250-EXIT
            END-IF.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1250-BUILD-REQUEST - the due template's ship-to and      *
      *    lines onto the INVENTR commarea, taken while the record  *
      *    is still in hand.                                        *
      *-----------------------------------------------------------*
        1250-BUILD-REQUEST.
            MOVE SPACES           TO WS-INVOICE-REQUEST
            MOVE TM-SHIP-ZIP      TO IE-SHIP-ZIP
            MOVE TM-SHIP-CITY     TO IE-SHIP-CITY
            MOVE TM-SHIP-STATE    TO IE-SHIP-STATE
            MOVE TM-LINE-COUNT    TO IE-LINE-COUNT
            MOVE TM-BILL-TO-CUST-ID TO IE-BILL-TO-CUST-ID
            PERFORM 1300-MOVE-ONE-LINE THRU 1300-EXIT
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > WS-MAX-LINES
            MOVE ZERO             TO IE-TAX-RATE-PCT
                                     IE-INVOICE-AMOUNT
                                     IE-TAX-AMOUNT
                                     IE-HTTP-STATUS-CODE.
        1250-EXIT.
            EXIT.

        1300-MOVE-ONE-LINE.
            IF WS-LINE-SUB > TM-LINE-COUNT
                MOVE SPACES TO IE-LINE-DESC(WS-LINE-SUB)
                MOVE ZERO   TO IE-LINE-AMOUNT(WS-LINE-SUB)
            ELSE
                MOVE TM-LINE-DESC(WS-LINE-SUB)
                    TO IE-LINE-DESC(WS-LINE-SUB)
                MOVE TM-LINE-AMOUNT(WS-LINE-SUB)
                    TO IE-LINE-AMOUNT(WS-LINE-SUB)
            END-IF.
        1300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1400-GET-FAILURE-REASON - why INVENTR raised no invoice. *
      *-----------------------------------------------------------*
        1400-GET-FAILURE-REASON.
            EVALUATE TRUE
                WHEN IE-TAX-RATE-NOT-FOUND
                    MOVE 'NO TAX RATE FOR SHIP-TO'
                        TO WS-EXCP-REASON
                WHEN IE-TAX-LOOKUP-FAILED
                    MOVE 'TAX LOOKUP FAILED'
                        TO WS-EXCP-REASON
                WHEN IE-TAX-AMBIGUOUS-ADDRESS
                    MOVE 'SHIP-TO TAX JURISDICTION AMBIG'
                        TO WS-EXCP-REASON
                WHEN IE-INVOICE-NOT-STORED
                    MOVE 'INVOICE NOT STORED'
                        TO WS-EXCP-REASON
                WHEN IE-BAD-LINES
                    MOVE 'TEMPLATE LINES REJECTED'
                        TO WS-EXCP-REASON
                WHEN IE-CUST-UNKNOWN
                    MOVE 'BILL-TO CUSTOMER UNKNOWN'
                        TO WS-EXCP-REASON
                WHEN OTHER
                    MOVE 'INVOICE ENTRY FAILED'
                        TO WS-EXCP-REASON
            END-EVALUATE.
        1400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-ADVANCE-TEMPLATE - move the template billed on one  *
      *    period, record the invoice raised, and end it once the   *
      *    new next bill date is past its end date.                 *
      *-----------------------------------------------------------*
        2000-ADVANCE-TEMPLATE.
            SET WS-TEMPLATE-NOT-ADVANCED TO TRUE
            OPEN I-O INVTMPL
            MOVE WS-LAST-KEY TO TM-TEMPLATE-ID
            READ INVTMPL
                INVALID KEY
                    MOVE '23' TO WS-INVTMPL-STATUS
            END-READ
            MOVE WS-INVTMPL-STATUS TO WS-EXCP-RC
            IF NOT WS-INVTMPL-OK
                CLOSE INVTMPL
                GO TO 2000-EXIT
            END-IF
            PERFORM 2100-NEXT-BILL-DATE THRU 2100-EXIT
            MOVE WS-NEXT-DATE    TO TM-NEXT-BILL-DATE
            MOVE WS-RUN-DATE     TO TM-LAST-BILLED-DATE
            MOVE IE-INVOICE-NO   TO TM-LAST-INVOICE-NO
            IF TM-END-DATE NOT = SPACES
               AND TM-NEXT-BILL-DATE > TM-END-DATE
                SET TM-ENDED TO TRUE
            END-IF
            REWRITE INVOICE-TEMPLATE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            MOVE WS-INVTMPL-STATUS TO WS-EXCP-RC
            IF WS-INVTMPL-OK
                SET WS-TEMPLATE-ADVANCED TO TRUE
            END-IF
            CLOSE INVTMPL.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2100-NEXT-BILL-DATE - the next bill date one period on,  *
      *    on the billing day, or the last day of the month where   *
      *    the month is shorter (the day before the 1st of the      *
      *    month after).                                            *
      *-----------------------------------------------------------*
        2100-NEXT-BILL-DATE.
            EVALUATE TRUE
                WHEN TM-QUARTERLY
                    MOVE 3  TO WS-PERIOD-MONTHS
                WHEN TM-ANNUAL
                    MOVE 12 TO WS-PERIOD-MONTHS
                WHEN OTHER
                    MOVE 1  TO WS-PERIOD-MONTHS
            END-EVALUATE
            MOVE TM-NEXT-BILL-DATE TO WS-NEXT-DATE
            ADD WS-PERIOD-MONTHS TO WS-NEXT-MM
            IF WS-NEXT-MM > 12
                SUBTRACT 12 FROM WS-NEXT-MM
                ADD 1 TO WS-NEXT-YYYY
            END-IF
            MOVE WS-NEXT-YYYY TO WS-MONTH-END-YYYY
            MOVE WS-NEXT-MM   TO WS-MONTH-END-MM
            MOVE 1            TO WS-MONTH-END-DD
            IF WS-MONTH-END-MM = 12
                MOVE 1 TO WS-MONTH-END-MM
                ADD 1 TO WS-MONTH-END-YYYY
            ELSE
                ADD 1 TO WS-MONTH-END-MM
            END-IF
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1
            COMPUTE WS-MONTH-END-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            IF TM-BILL-DAY > WS-MONTH-END-DD
                MOVE WS-MONTH-END-DD TO WS-NEXT-DD
            ELSE
                MOVE TM-BILL-DAY     TO WS-NEXT-DD
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8000-RAISE-EXCEPTION - one open EXCPSTAT item for the    *
      *    template, stamped with the run's start time, bumping     *
      *    ES-SEQ past items already written in that second.        *
      *-----------------------------------------------------------*
        8000-RAISE-EXCEPTION.
            MOVE SPACES         TO EXCP-STATUS-RECORD
            MOVE WS-RUN-DATE    TO ES-DATE
            MOVE WS-RUN-TIME    TO ES-TIME
            MOVE WS-EXCP-SEQ    TO ES-SEQ
            MOVE 'INVBIL01'     TO ES-PROGRAM-ID
            MOVE WS-LAST-KEY    TO ES-REF-ID
            MOVE WS-EXCP-RC     TO ES-RETURN-CODE
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

      *-----------------------------------------------------------*
      *    9800-REGISTER-START - register the run on RUNREG through *
      *    RUNCTL, which refuses it (and records the refusal there) *
      *    until every predecessor on the RUNJOB schedule has       *
      *    completed for the business date.                         *
      *-----------------------------------------------------------*
        9800-REGISTER-START.
            MOVE SPACES       TO WS-RUN-CONTROL
            MOVE ZERO         TO RC-RUN-RC RC-READ-COUNT
                                 RC-WRITTEN-COUNT
            SET RC-FUNC-START TO TRUE
            MOVE 'INVBIL01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                EXEC CICS RETURN END-EXEC
            END-IF
            MOVE RC-BUS-DATE  TO WS-RUN-DATE.
        9800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9850-REGISTER-END - register the end with the run's      *
      *    result (RC-RUN-RC) and record counts.                    *
      *-----------------------------------------------------------*
        9850-REGISTER-END.
            SET RC-FUNC-END   TO TRUE
            CALL 'RUNCTL' USING WS-RUN-CONTROL.
        9850-EXIT.
            EXIT.
