        IDENTIFICATION DIVISION.
        PROGRAM-ID.    AMLMON01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    AMLMON01 - NIGHTLY AML WIRE MONITORING                      *
      *    Nightly batch job for the BSA/AML officer. Reads every wire *
      *    on the WIRELOG ledger, inbound and outbound (cancelled      *
      *    wires excepted), valued in the last WS-WINDOW-DAYS days,    *
      *    sorts them by WL-ORIG-CUST-ID and looks across each         *
      *    customer's wires on WL-BASE-AMOUNT for two patterns         *
      *    WIRETRAN's per-wire screening cannot see:                   *
      *                                                                *
      *    CTRRPT - currency-transaction report. A customer whose      *
      *    wires valued today, inbound plus outbound, total            *
      *    WS-CTR-THRESHOLD or more.                                   *
      *                                                                *
      *    STRRPT - structuring alert. A customer with                 *
      *    WS-STRUCT-MIN-WIRES or more wires each just under the       *
      *    threshold (at least WS-NEAR-PCT of it) inside the window,   *
      *    one of them valued today - so the alert is raised once, on  *
      *    the night the pattern forms or grows, not every night the   *
      *    wires stay in the window. The wires behind the alert are    *
      *    listed under it.                                            *
      *                                                                *
      *    Every alert is raised onto EXCPSTAT under a case reference  *
      *    - CUST-ID, C or S, run date - which is printed on the       *
      *    report and carried in ES-REF-ID, so the customer's CSSUMRY  *
      *    screen shows it and compliance closes the case by           *
      *    acknowledging it on EXCPMON.                                *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Wires still warehoused for a future value  *
      *                     date (WL-STATUS W) or held on a failed     *
      *                     release (F) have not moved any money and   *
      *                     are left out of the totals.                *
      *    2026-10-15  CST  Registers its start and end (return code,  *
      *                     records read and written) on the RUNREG    *
      *                     run register through RUNCTL, and is        *
      *                     refused with RC 12 until every predecessor *
      *                     on its RUNJOB schedule entry has completed *
      *                     for the business date.                     *
      *    2026-10-15  CST  Wires held awaiting approval over the      *
      *                     keying operator's authority (WL-STATUS A)  *
      *                     have not moved any money either and are    *
      *                     left out of the totals.                    *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WIRELOG ASSIGN TO WIRELOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WL-WIRE-REF
                FILE STATUS IS WS-WIRELOG-STATUS.

            SELECT EXCPSTAT ASSIGN TO EXCPSTAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ES-KEY
                FILE STATUS IS WS-EXCPSTAT-STATUS.

            SELECT CTRRPT ASSIGN TO CTRRPT.

            SELECT STRRPT ASSIGN TO STRRPT.

            SELECT SORTAML ASSIGN TO SORTWK1.

        DATA DIVISION.
        FILE SECTION.
        FD  WIRELOG.
        COPY WIRELOG.

        FD  EXCPSTAT.
        COPY EXCPSTAT.

        FD  CTRRPT
            LABEL RECORDS ARE STANDARD.
        01  CTRRPT-RECORD           PIC X(132).

        FD  STRRPT
            LABEL RECORDS ARE STANDARD.
        01  STRRPT-RECORD           PIC X(132).

        SD  SORTAML.
        01  AML-SORT-RECORD.
            05  SA-CUST-ID          PIC X(10).
            05  SA-VALUE-DATE       PIC X(08).
            05  SA-WIRE-REF         PIC X(16).
            05  SA-DIRECTION        PIC X(01).
                88  SA-INBOUND             VALUE 'I'.
            05  SA-BASE-AMOUNT      PIC S9(11)V99 COMP-3.

        WORKING-STORAGE SECTION.
        01  WS-WIRELOG-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIRELOG-OK              VALUE '00'.

        01  WS-EXCPSTAT-STATUS      PIC X(02) VALUE '00'.
            88  WS-EXCPSTAT-OK             VALUE '00'.
            88  WS-EXCPSTAT-DUPKEY         VALUE '22'.

        01  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-BROWSE-EOF              VALUE 'Y'.
        01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SORT-EOF                VALUE 'Y'.

        01  WS-GROUP-OPEN-SW        PIC X(01) VALUE 'N'.
            88  WS-GROUP-OPEN              VALUE 'Y'.
            88  WS-GROUP-CLOSED            VALUE 'N'.

        01  WS-NEAR-TODAY-SW        PIC X(01) VALUE 'N'.
            88  WS-NEAR-WIRE-TODAY         VALUE 'Y'.
            88  WS-NO-NEAR-WIRE-TODAY      VALUE 'N'.

        01  WS-RECORD-SW            PIC X(01) VALUE 'N'.
            88  WS-RECORD-WRITTEN          VALUE 'Y'.
            88  WS-RECORD-NOT-WRITTEN      VALUE 'N'.

        01  WS-CTR-THRESHOLD        PIC S9(11)V99 COMP-3
                                    VALUE 10000.00.
        01  WS-NEAR-PCT             PIC 9(03) VALUE 80.
        01  WS-STRUCT-MIN-WIRES     PIC 9(03) VALUE 3.
        01  WS-WINDOW-DAYS          PIC 9(03) VALUE 10.
        01  WS-NEAR-FLOOR           PIC S9(11)V99 COMP-3.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).
        01  WS-RUN-DATE-INT         PIC 9(08) COMP.
        01  WS-WINDOW-INT           PIC 9(08) COMP.
        01  WS-WINDOW-DATE          PIC 9(08).
        01  WS-WINDOW-DATE-X        PIC X(08).

        01  WS-CUR-CUST-ID          PIC X(10).
        01  WS-DAY-IN-COUNT         PIC 9(03) COMP-3.
        01  WS-DAY-IN-AMOUNT        PIC S9(13)V99 COMP-3.
        01  WS-DAY-OUT-COUNT        PIC 9(03) COMP-3.
        01  WS-DAY-OUT-AMOUNT       PIC S9(13)V99 COMP-3.
        01  WS-DAY-TOTAL            PIC S9(13)V99 COMP-3.
        01  WS-NEAR-COUNT           PIC 9(03) COMP-3.
        01  WS-NEAR-AMOUNT          PIC S9(13)V99 COMP-3.
        01  WS-NEAR-FIRST-DATE      PIC X(08).
        01  WS-NEAR-LAST-DATE       PIC X(08).

        01  WS-NEAR-SUB             PIC 9(02) COMP.
        01  WS-MAX-NEAR             PIC 9(02) COMP VALUE 20.
        01  WS-NEAR-TABLE.
            05  WS-NEAR-WIRE OCCURS 20 TIMES.
                10  WS-NW-WIRE-REF      PIC X(16).
                10  WS-NW-VALUE-DATE    PIC X(08).
                10  WS-NW-DIRECTION     PIC X(01).
                10  WS-NW-AMOUNT        PIC S9(11)V99 COMP-3.

        01  WS-CASE-REF.
            05  WS-CASE-CUST-ID     PIC X(10).
            05  WS-CASE-TYPE        PIC X(01).
                88  WS-CASE-CTR            VALUE 'C'.
                88  WS-CASE-STRUCTURING    VALUE 'S'.
            05  WS-CASE-DATE        PIC X(08).

        01  WS-EXCP-REASON          PIC X(30).
        01  WS-EXCP-RETURN-CODE     PIC X(02).

        01  WS-WIRES-READ           PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-CUSTOMERS-SEEN       PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-CTR-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-STRUCT-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-NOT-RAISED-COUNT     PIC 9(05) COMP-3 VALUE ZERO.

        01  WS-CTR-LINE.
            05  CT-CUST-ID          PIC X(10).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  CT-CASE-REF         PIC X(19).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  CT-IN-COUNT         PIC ZZ9.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  CT-IN-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  CT-OUT-COUNT        PIC ZZ9.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  CT-OUT-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  CT-DAY-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  CT-NOTE             PIC X(30).
            05  FILLER              PIC X(07) VALUE SPACES.

        01  WS-STR-LINE.
            05  SR-CUST-ID          PIC X(10).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  SR-CASE-REF         PIC X(19).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  SR-NEAR-COUNT       PIC ZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  SR-NEAR-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  SR-FIRST-DATE       PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  SR-LAST-DATE        PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  SR-NOTE             PIC X(30).
            05  FILLER              PIC X(26) VALUE SPACES.

        01  WS-STR-WIRE-LINE.
            05  FILLER              PIC X(14) VALUE SPACES.
            05  SW-WIRE-REF         PIC X(16).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  SW-VALUE-DATE       PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  SW-DIRECTION        PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  SW-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(64) VALUE SPACES.

        01  WS-TOTAL-LINE.
            05  TO-LABEL            PIC X(30).
            05  FILLER              PIC X(02) VALUE ': '.
            05  TO-COUNT            PIC ZZZZZZ9.
            05  FILLER              PIC X(93) VALUE SPACES.

        01  WS-CTR-HEADING-1.
            05  FILLER              PIC X(47) VALUE
                'CUST-ID     CASE REFERENCE        IN   INBOUND '.
            05  FILLER              PIC X(48) VALUE
                'AMOUNT  OUT  OUTBOUND AMOUNT         DAY TOTAL  '.
            05  FILLER              PIC X(04) VALUE
                'NOTE'.
            05  FILLER              PIC X(33) VALUE SPACES.
        01  WS-STR-HEADING-1.
            05  FILLER              PIC X(38) VALUE
                'CUST-ID     CASE REFERENCE       WRS  '.
            05  FILLER              PIC X(42) VALUE
                'NEAR-LIMIT TOTAL  FIRST     LAST      NOTE'.
            05  FILLER              PIC X(52) VALUE SPACES.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            COMPUTE WS-WINDOW-INT =
                WS-RUN-DATE-INT - WS-WINDOW-DAYS + 1
            COMPUTE WS-WINDOW-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
            MOVE WS-WINDOW-DATE TO WS-WINDOW-DATE-X
            COMPUTE WS-NEAR-FLOOR ROUNDED =
                WS-CTR-THRESHOLD * WS-NEAR-PCT / 100
            OPEN INPUT WIRELOG
            OPEN I-O EXCPSTAT
            OPEN OUTPUT CTRRPT
            OPEN OUTPUT STRRPT
            WRITE CTRRPT-RECORD FROM WS-CTR-HEADING-1
            WRITE CTRRPT-RECORD FROM WS-HEADING-2
            WRITE STRRPT-RECORD FROM WS-STR-HEADING-1
            WRITE STRRPT-RECORD FROM WS-HEADING-2
            SORT SORTAML
                ASCENDING KEY SA-CUST-ID SA-VALUE-DATE SA-WIRE-REF
                INPUT PROCEDURE 1000-RELEASE-WIRES THRU 1000-EXIT
                OUTPUT PROCEDURE 2000-MONITOR-CUSTOMERS THRU 2000-EXIT
            PERFORM 9000-WRITE-TOTALS THRU 9000-EXIT
            CLOSE WIRELOG
            CLOSE EXCPSTAT
            CLOSE CTRRPT
            CLOSE STRRPT
            DISPLAY 'AMLMON01 - WIRES IN WINDOW:     ' WS-WIRES-READ
            DISPLAY 'AMLMON01 - CUSTOMERS MONITORED: '
                WS-CUSTOMERS-SEEN
            DISPLAY 'AMLMON01 - CTR CASES:           ' WS-CTR-COUNT
            DISPLAY 'AMLMON01 - STRUCTURING CASES:   ' WS-STRUCT-COUNT
            IF WS-NOT-RAISED-COUNT > ZERO
                DISPLAY 'AMLMON01 - CASES NOT ON EXCPSTAT: '
                    WS-NOT-RAISED-COUNT
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE WS-WIRES-READ TO RC-READ-COUNT
            COMPUTE RC-WRITTEN-COUNT =
                WS-CTR-COUNT + WS-STRUCT-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-RELEASE-WIRES - feed every wire valued inside the   *
      *    window, inbound and outbound, to the sort by customer.   *
      *    Cancelled wires never moved and are left out, as are     *
      *    wires with no owning customer.                           *
      *-----------------------------------------------------------*
        1000-RELEASE-WIRES.
            MOVE LOW-VALUES TO WL-WIRE-REF
            START WIRELOG
                KEY IS NOT LESS THAN WL-WIRE-REF
                INVALID KEY
                    SET WS-BROWSE-EOF TO TRUE
            END-START
            PERFORM 1100-RELEASE-ONE THRU 1100-EXIT
                UNTIL WS-BROWSE-EOF.
        1000-EXIT.
            EXIT.

        1100-RELEASE-ONE.
            READ WIRELOG NEXT RECORD
                AT END
                    SET WS-BROWSE-EOF TO TRUE
            END-READ
            IF NOT WS-BROWSE-EOF
               AND NOT WL-CANCELLED
               AND NOT WL-WAREHOUSED
               AND NOT WL-HELD-RELEASE
               AND NOT WL-HELD-APPROVAL
               AND WL-ORIG-CUST-ID NOT = SPACES
               AND WL-VALUE-DATE NOT < WS-WINDOW-DATE-X
               AND WL-VALUE-DATE NOT > WS-RUN-DATE-X
                MOVE WL-ORIG-CUST-ID TO SA-CUST-ID
                MOVE WL-VALUE-DATE   TO SA-VALUE-DATE
                MOVE WL-WIRE-REF     TO SA-WIRE-REF
                MOVE WL-DIRECTION    TO SA-DIRECTION
                MOVE WL-BASE-AMOUNT  TO SA-BASE-AMOUNT
                RELEASE AML-SORT-RECORD
                ADD 1 TO WS-WIRES-READ
            END-IF.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-MONITOR-CUSTOMERS - walk the sorted wires customer  *
      *    by customer, accumulating the day's totals and the       *
      *    near-threshold wires, and test each customer as its      *
      *    group closes.                                            *
      *-----------------------------------------------------------*
        2000-MONITOR-CUSTOMERS.
            SET WS-GROUP-CLOSED TO TRUE
            PERFORM 2100-TAKE-ONE-WIRE THRU 2100-EXIT
                UNTIL WS-SORT-EOF
            IF WS-GROUP-OPEN
                PERFORM 3000-TEST-ONE-CUSTOMER THRU 3000-EXIT
            END-IF.
        2000-EXIT.
            EXIT.

        2100-TAKE-ONE-WIRE.
            RETURN SORTAML
                AT END
                    SET WS-SORT-EOF TO TRUE
            END-RETURN
            IF WS-SORT-EOF
                GO TO 2100-EXIT
            END-IF
            IF WS-GROUP-OPEN
               AND SA-CUST-ID NOT = WS-CUR-CUST-ID
                PERFORM 3000-TEST-ONE-CUSTOMER THRU 3000-EXIT
            END-IF
            IF WS-GROUP-CLOSED
                PERFORM 2200-OPEN-CUST-GROUP THRU 2200-EXIT
            END-IF
            IF SA-VALUE-DATE = WS-RUN-DATE-X
                IF SA-INBOUND
                    ADD 1              TO WS-DAY-IN-COUNT
                    ADD SA-BASE-AMOUNT TO WS-DAY-IN-AMOUNT
                ELSE
                    ADD 1              TO WS-DAY-OUT-COUNT
                    ADD SA-BASE-AMOUNT TO WS-DAY-OUT-AMOUNT
                END-IF
            END-IF
            IF SA-BASE-AMOUNT NOT < WS-NEAR-FLOOR
               AND SA-BASE-AMOUNT < WS-CTR-THRESHOLD
                PERFORM 2300-ADD-NEAR-WIRE THRU 2300-EXIT
            END-IF.
        2100-EXIT.
            EXIT.

        2200-OPEN-CUST-GROUP.
            SET WS-GROUP-OPEN TO TRUE
            SET WS-NO-NEAR-WIRE-TODAY TO TRUE
            ADD 1 TO WS-CUSTOMERS-SEEN
            MOVE SA-CUST-ID TO WS-CUR-CUST-ID
            MOVE ZERO TO WS-DAY-IN-COUNT WS-DAY-IN-AMOUNT
                         WS-DAY-OUT-COUNT WS-DAY-OUT-AMOUNT
                         WS-NEAR-COUNT WS-NEAR-AMOUNT
            MOVE SPACES TO WS-NEAR-FIRST-DATE WS-NEAR-LAST-DATE.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2300-ADD-NEAR-WIRE - count a wire just under the         *
      *    threshold and keep it for the alert listing (the first   *
      *    WS-MAX-NEAR of them; the count and total carry on).      *
      *-----------------------------------------------------------*
        2300-ADD-NEAR-WIRE.
            ADD 1              TO WS-NEAR-COUNT
            ADD SA-BASE-AMOUNT TO WS-NEAR-AMOUNT
            IF WS-NEAR-COUNT = 1
                MOVE SA-VALUE-DATE TO WS-NEAR-FIRST-DATE
            END-IF
            MOVE SA-VALUE-DATE TO WS-NEAR-LAST-DATE
            IF SA-VALUE-DATE = WS-RUN-DATE-X
                SET WS-NEAR-WIRE-TODAY TO TRUE
            END-IF
            IF WS-NEAR-COUNT NOT > WS-MAX-NEAR
                MOVE WS-NEAR-COUNT  TO WS-NEAR-SUB
                MOVE SA-WIRE-REF    TO WS-NW-WIRE-REF(WS-NEAR-SUB)
                MOVE SA-VALUE-DATE  TO WS-NW-VALUE-DATE(WS-NEAR-SUB)
                MOVE SA-DIRECTION   TO WS-NW-DIRECTION(WS-NEAR-SUB)
                MOVE SA-BASE-AMOUNT TO WS-NW-AMOUNT(WS-NEAR-SUB)
            END-IF.
        2300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-TEST-ONE-CUSTOMER - the customer's group is         *
      *    complete; report and raise whichever patterns it shows.  *
      *-----------------------------------------------------------*
        3000-TEST-ONE-CUSTOMER.
            SET WS-GROUP-CLOSED TO TRUE
            COMPUTE WS-DAY-TOTAL = WS-DAY-IN-AMOUNT + WS-DAY-OUT-AMOUNT
            IF WS-DAY-TOTAL NOT < WS-CTR-THRESHOLD
                PERFORM 3100-REPORT-CTR THRU 3100-EXIT
            END-IF
            IF WS-NEAR-COUNT NOT < WS-STRUCT-MIN-WIRES
               AND WS-NEAR-WIRE-TODAY
                PERFORM 3200-REPORT-STRUCTURING THRU 3200-EXIT
            END-IF.
        3000-EXIT.
            EXIT.

        3100-REPORT-CTR.
            MOVE WS-CUR-CUST-ID TO WS-CASE-CUST-ID
            SET WS-CASE-CTR TO TRUE
            MOVE WS-RUN-DATE-X  TO WS-CASE-DATE
            MOVE 'AML CURRENCY TXN REPORT' TO WS-EXCP-REASON
            MOVE '01'           TO WS-EXCP-RETURN-CODE
            MOVE SPACES         TO WS-CTR-LINE
            PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
            IF WS-RECORD-NOT-WRITTEN
                MOVE 'NOT RAISED - EXCPSTAT ERROR' TO CT-NOTE
            END-IF
            MOVE WS-CUR-CUST-ID    TO CT-CUST-ID
            MOVE WS-CASE-REF       TO CT-CASE-REF
            MOVE WS-DAY-IN-COUNT   TO CT-IN-COUNT
            MOVE WS-DAY-IN-AMOUNT  TO CT-IN-AMOUNT
            MOVE WS-DAY-OUT-COUNT  TO CT-OUT-COUNT
            MOVE WS-DAY-OUT-AMOUNT TO CT-OUT-AMOUNT
            MOVE WS-DAY-TOTAL      TO CT-DAY-TOTAL
            WRITE CTRRPT-RECORD FROM WS-CTR-LINE
            ADD 1 TO WS-CTR-COUNT.
        3100-EXIT.
            EXIT.

        3200-REPORT-STRUCTURING.
            MOVE WS-CUR-CUST-ID TO WS-CASE-CUST-ID
            SET WS-CASE-STRUCTURING TO TRUE
            MOVE WS-RUN-DATE-X  TO WS-CASE-DATE
            MOVE 'AML STRUCTURING ALERT' TO WS-EXCP-REASON
            MOVE '02'           TO WS-EXCP-RETURN-CODE
            MOVE SPACES         TO WS-STR-LINE
            PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
            IF WS-RECORD-NOT-WRITTEN
                MOVE 'NOT RAISED - EXCPSTAT ERROR' TO SR-NOTE
            END-IF
            MOVE WS-CUR-CUST-ID     TO SR-CUST-ID
            MOVE WS-CASE-REF        TO SR-CASE-REF
            MOVE WS-NEAR-COUNT      TO SR-NEAR-COUNT
            MOVE WS-NEAR-AMOUNT     TO SR-NEAR-AMOUNT
            MOVE WS-NEAR-FIRST-DATE TO SR-FIRST-DATE
            MOVE WS-NEAR-LAST-DATE  TO SR-LAST-DATE
            WRITE STRRPT-RECORD FROM WS-STR-LINE
            PERFORM 3250-PRINT-NEAR-WIRE THRU 3250-EXIT
                VARYING WS-NEAR-SUB FROM 1 BY 1
                UNTIL WS-NEAR-SUB > WS-NEAR-COUNT
                   OR WS-NEAR-SUB > WS-MAX-NEAR
            ADD 1 TO WS-STRUCT-COUNT.
        3200-EXIT.
            EXIT.

        3250-PRINT-NEAR-WIRE.
            MOVE WS-NW-WIRE-REF(WS-NEAR-SUB)   TO SW-WIRE-REF
            MOVE WS-NW-VALUE-DATE(WS-NEAR-SUB) TO SW-VALUE-DATE
            IF WS-NW-DIRECTION(WS-NEAR-SUB) = 'I'
                MOVE 'INBOUND'  TO SW-DIRECTION
            ELSE
                MOVE 'OUTBOUND' TO SW-DIRECTION
            END-IF
            MOVE WS-NW-AMOUNT(WS-NEAR-SUB)     TO SW-AMOUNT
            WRITE STRRPT-RECORD FROM WS-STR-WIRE-LINE.
        3250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    7000-RAISE-EXCEPTION - one open EXCPSTAT item per case,  *
      *    carrying the case reference, for the morning EXCPMON     *
      *    screen. WS-EXCP-REASON and WS-EXCP-RETURN-CODE are set   *
      *    by the caller.                                           *
      *-----------------------------------------------------------*
        7000-RAISE-EXCEPTION.
            MOVE SPACES              TO EXCP-STATUS-RECORD
            MOVE WS-RUN-DATE-X       TO ES-DATE
            MOVE '00:00:00'          TO ES-TIME
            MOVE ZERO                TO ES-SEQ
            MOVE 'AMLMON01'          TO ES-PROGRAM-ID
            MOVE WS-CASE-REF         TO ES-REF-ID
            MOVE WS-EXCP-RETURN-CODE TO ES-RETURN-CODE
            MOVE WS-EXCP-REASON      TO ES-REASON
            SET ES-OPEN TO TRUE
            SET WS-RECORD-NOT-WRITTEN TO TRUE
            PERFORM 7100-WRITE-STATUS THRU 7100-EXIT
                UNTIL WS-RECORD-WRITTEN
                   OR ES-SEQ > 9998
            IF WS-RECORD-NOT-WRITTEN
                ADD 1 TO WS-NOT-RAISED-COUNT
            END-IF.
        7000-EXIT.
            EXIT.

        7100-WRITE-STATUS.
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
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9000-WRITE-TOTALS - run totals at the foot of each       *
      *    report.                                                  *
      *-----------------------------------------------------------*
        9000-WRITE-TOTALS.
            WRITE CTRRPT-RECORD FROM WS-HEADING-2
            MOVE 'CUSTOMERS MONITORED'  TO TO-LABEL
            MOVE WS-CUSTOMERS-SEEN      TO TO-COUNT
            WRITE CTRRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'CURRENCY TXN CASES'   TO TO-LABEL
            MOVE WS-CTR-COUNT           TO TO-COUNT
            WRITE CTRRPT-RECORD FROM WS-TOTAL-LINE
            WRITE STRRPT-RECORD FROM WS-HEADING-2
            MOVE 'WIRES IN WINDOW'      TO TO-LABEL
            MOVE WS-WIRES-READ          TO TO-COUNT
            WRITE STRRPT-RECORD FROM WS-TOTAL-LINE
            MOVE 'STRUCTURING CASES'    TO TO-LABEL
            MOVE WS-STRUCT-COUNT        TO TO-COUNT
            WRITE STRRPT-RECORD FROM WS-TOTAL-LINE.
        9000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9800-REGISTER-START - register the run on RUNREG through *
      *    RUNCTL, which refuses it until every predecessor on the  *
      *    RUNJOB schedule has completed for the business date.     *
      *-----------------------------------------------------------*
        9800-REGISTER-START.
            MOVE SPACES       TO WS-RUN-CONTROL
            MOVE ZERO         TO RC-RUN-RC RC-READ-COUNT
                                 RC-WRITTEN-COUNT
            SET RC-FUNC-START TO TRUE
            MOVE 'AMLMON01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'AMLMON01 - RUN NOT STARTED: ' RC-REASON
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE RC-BUS-DATE  TO WS-RUN-DATE.
        9800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9850-REGISTER-END - register the end with the return     *
      *    code and record counts; RETURN-CODE is put back after    *
      *    the CALL so the step still ends with the program's own.  *
      *-----------------------------------------------------------*
        9850-REGISTER-END.
            SET RC-FUNC-END   TO TRUE
            MOVE RETURN-CODE  TO RC-RUN-RC
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            MOVE RC-RUN-RC    TO RETURN-CODE
            IF NOT RC-CLEARED
                DISPLAY 'AMLMON01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
