        IDENTIFICATION DIVISION.
        PROGRAM-ID.    FINCHO01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    FINCHO01 - MONTHLY CHARGE-OFF RUN                           *
      *    Monthly batch job, run after the daily posting and payment  *
      *    matching. Walks the PAYDUE payment-due file and charges off *
      *    every card whose oldest unmet minimum is WS-CHARGE-OFF-DAYS *
      *    or more past due: the card's usage moves to a CHRGOFF       *
      *    charge-off record, the card is left at CM-CARD-STATUS C     *
      *    (charged off) with zero usage so FINPOST1 and FINAUTH       *
      *    refuse it, the status change is journalled in CHGL format   *
      *    on CHGOUT, the write-off goes to CRDHIST as a type W entry  *
      *    for GLFEED01, and the obligation is closed at PAYDUE status *
      *    C so the aging and the fee run leave it alone. The CHORPT   *
      *    register lists every card charged off and every one         *
      *    skipped, with totals for balancing.                         *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Registers its start and end (return code,  *
      *                     records read and written) on the RUNREG    *
      *                     run register through RUNCTL, and is        *
      *                     refused with RC 12 until every predecessor *
      *                     on its RUNJOB schedule entry has completed *
      *                     for the business date.                     *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PAYDUE ASSIGN TO PAYDUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PD-CARD-NUMBER
                FILE STATUS IS WS-PAYDUE-STATUS.

            SELECT CRDXREF ASSIGN TO CRDXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XR-CARD-NUMBER
                FILE STATUS IS WS-CRDXREF-STATUS.

            SELECT CUSTMAS ASSIGN TO CUSTMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS WS-CUSTMAS-STATUS.

            SELECT CHRGOFF ASSIGN TO CHRGOFF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CO-CARD-NUMBER
                FILE STATUS IS WS-CHRGOFF-STATUS.

            SELECT CRDHIST ASSIGN TO CRDHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CH-KEY
                FILE STATUS IS WS-CRDHIST-STATUS.

            SELECT CHGOUT ASSIGN TO CHGOUT.

            SELECT CHORPT ASSIGN TO CHORPT.

        DATA DIVISION.
        FILE SECTION.
        FD  PAYDUE.
        COPY PAYDUE.

        FD  CRDXREF.
        COPY CRDXREF.

        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
                DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        FD  CHRGOFF.
        COPY CHRGOFF.

        FD  CRDHIST.
        COPY CRDHIST.

        FD  CHGOUT
            LABEL RECORDS ARE STANDARD.
        COPY CHGREC.

        FD  CHORPT
            LABEL RECORDS ARE STANDARD.
        01  CHORPT-RECORD           PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-PAYDUE-STATUS        PIC X(02) VALUE '00'.
            88  WS-PAYDUE-OK               VALUE '00'.

        01  WS-CRDXREF-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDXREF-OK              VALUE '00'.

        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-CHRGOFF-STATUS       PIC X(02) VALUE '00'.
            88  WS-CHRGOFF-OK              VALUE '00'.
            88  WS-CHRGOFF-DUPKEY          VALUE '22'.

        01  WS-CRDHIST-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDHIST-OK              VALUE '00'.
            88  WS-CRDHIST-DUPKEY          VALUE '22'.

        01  WS-PAYDUE-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-PAYDUE-EOF              VALUE 'Y'.

        01  WS-FOUND-SW             PIC X(01) VALUE 'N'.
            88  WS-CARD-WAS-FOUND          VALUE 'Y'.
            88  WS-CARD-NOT-YET-FOUND      VALUE 'N'.

        01  WS-HIST-WRITTEN-SW      PIC X(01) VALUE 'N'.
            88  WS-HIST-WRITTEN            VALUE 'Y'.
            88  WS-HIST-NOT-WRITTEN        VALUE 'N'.

        01  WS-CARD-SUB             PIC 9(02) COMP.
        01  WS-SCAN-SUB             PIC 9(02) COMP.

        01  WS-CHARGE-OFF-DAYS      PIC 9(03) VALUE 180.

        01  WS-RUN-DATE             PIC 9(08).
        01  WS-RUN-DATE-X           PIC X(08).
        01  WS-RUN-DATE-INT         PIC 9(08) COMP.
        01  WS-DUE-DATE-NUM         PIC 9(08).
        01  WS-DUE-DATE-INT         PIC 9(08) COMP.
        01  WS-DAYS-PAST            PIC S9(05) COMP-3.
        01  WS-CHGOFF-AMOUNT        PIC S9(7)V99 COMP-3.

        01  WS-CHARGED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
        01  WS-CHARGED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
        01  WS-SKIPPED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.

        01  WS-REG-LINE.
            05  RG-CUST-ID          PIC X(10).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-CARD-NUMBER      PIC X(16).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-DUE-DATE         PIC X(08).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-DAYS             PIC ZZZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-LIMIT            PIC Z,ZZZ,ZZ9-.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-AMOUNT           PIC ZZZ,ZZ9.99-.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  RG-NOTE             PIC X(30) VALUE SPACES.
            05  FILLER              PIC X(30) VALUE SPACES.

        01  WS-TOTAL-LINE.
            05  FILLER              PIC X(17) VALUE
                'CARDS CHARGED OFF'.
            05  FILLER              PIC X(02) VALUE ': '.
            05  TO-COUNT            PIC ZZZZZZ9.
            05  FILLER              PIC X(10) VALUE '  AMOUNT: '.
            05  TO-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(11) VALUE '  SKIPPED: '.
            05  TO-SKIPPED          PIC ZZZZZZ9.
            05  FILLER              PIC X(59) VALUE SPACES.

        01  WS-HEADING-1.
            05  FILLER              PIC X(66) VALUE
                'CUST-ID     CARD-NUMBER       DUE-DATE   DAYS        LI
      -         'MIT'.
            05  FILLER              PIC X(66) VALUE
                '  CHARGED OFF  NOTE'.
        01  WS-HEADING-2            PIC X(132) VALUE ALL '-'.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            OPEN I-O PAYDUE
            OPEN INPUT CRDXREF
            OPEN I-O CUSTMAS
            OPEN I-O CHRGOFF
            OPEN I-O CRDHIST
            OPEN EXTEND CHGOUT
            OPEN OUTPUT CHORPT
            WRITE CHORPT-RECORD FROM WS-HEADING-1
            WRITE CHORPT-RECORD FROM WS-HEADING-2
            MOVE LOW-VALUES TO PD-CARD-NUMBER
            START PAYDUE
                KEY IS NOT LESS THAN PD-CARD-NUMBER
                INVALID KEY
                    SET WS-PAYDUE-EOF TO TRUE
            END-START
            PERFORM 1000-CHECK-ONE-OBLIGATION THRU 1000-EXIT
                UNTIL WS-PAYDUE-EOF
            PERFORM 9000-WRITE-TOTALS THRU 9000-EXIT
            CLOSE PAYDUE
            CLOSE CRDXREF
            CLOSE CUSTMAS
            CLOSE CHRGOFF
            CLOSE CRDHIST
            CLOSE CHGOUT
            CLOSE CHORPT
            DISPLAY 'FINCHO01 - CARDS CHARGED OFF: ' WS-CHARGED-COUNT
            DISPLAY 'FINCHO01 - CARDS SKIPPED:     ' WS-SKIPPED-COUNT
            MOVE WS-CHARGED-COUNT TO RC-WRITTEN-COUNT
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            STOP RUN.

      *-----------------------------------------------------------*
      *    1000-CHECK-ONE-OBLIGATION - an open obligation at or     *
      *    past the charge-off threshold has its card charged off;  *
      *    everything else passes through.                          *
      *-----------------------------------------------------------*
        1000-CHECK-ONE-OBLIGATION.
            READ PAYDUE NEXT RECORD
                AT END
                    SET WS-PAYDUE-EOF TO TRUE
            END-READ
            IF WS-PAYDUE-EOF OR NOT PD-OPEN
                GO TO 1000-EXIT
            END-IF
            IF PD-DUE-DATE IS NOT NUMERIC
                GO TO 1000-EXIT
            END-IF
            MOVE PD-DUE-DATE TO WS-DUE-DATE-NUM
            COMPUTE WS-DUE-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
            COMPUTE WS-DAYS-PAST =
                WS-RUN-DATE-INT - WS-DUE-DATE-INT
            IF WS-DAYS-PAST < WS-CHARGE-OFF-DAYS
                GO TO 1000-EXIT
            END-IF
            MOVE SPACES         TO WS-REG-LINE
            MOVE PD-CUST-ID     TO RG-CUST-ID
            MOVE PD-CARD-NUMBER TO RG-CARD-NUMBER
            MOVE PD-DUE-DATE    TO RG-DUE-DATE
            MOVE WS-DAYS-PAST   TO RG-DAYS
            MOVE ZERO           TO RG-LIMIT RG-AMOUNT
            PERFORM 2000-FIND-CARD THRU 2000-EXIT
            IF WS-CARD-NOT-YET-FOUND
                MOVE 'CARD NOT ON FILE - SKIPPED' TO RG-NOTE
                PERFORM 8000-SKIP-OBLIGATION THRU 8000-EXIT
                GO TO 1000-EXIT
            END-IF
            MOVE CM-CARD-LIMIT(WS-CARD-SUB) TO RG-LIMIT
            IF CM-CARD-CHARGED-OFF(WS-CARD-SUB)
                MOVE 'ALREADY CHARGED OFF' TO RG-NOTE
                PERFORM 3500-CLOSE-OBLIGATION THRU 3500-EXIT
                PERFORM 8000-SKIP-OBLIGATION THRU 8000-EXIT
                GO TO 1000-EXIT
            END-IF
            IF CM-CARD-USAGE(WS-CARD-SUB) NOT > ZERO
                MOVE 'NO BALANCE TO CHARGE OFF' TO RG-NOTE
                PERFORM 8000-SKIP-OBLIGATION THRU 8000-EXIT
                GO TO 1000-EXIT
            END-IF
            PERFORM 3000-CHARGE-OFF-CARD THRU 3000-EXIT.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-FIND-CARD - keyed read of the CRDXREF               *
      *    cross-reference, then of the owning CUSTOMER-MASTER      *
      *    record, leaving WS-CARD-SUB pointing at the card entry.  *
      *-----------------------------------------------------------*
        2000-FIND-CARD.
            SET WS-CARD-NOT-YET-FOUND TO TRUE
            MOVE PD-CARD-NUMBER TO XR-CARD-NUMBER
            READ CRDXREF
                INVALID KEY
                    MOVE '23' TO WS-CRDXREF-STATUS
            END-READ
            IF NOT WS-CRDXREF-OK
                GO TO 2000-EXIT
            END-IF
            MOVE XR-CUST-ID TO CM-CUST-ID
            READ CUSTMAS
                KEY IS CM-CUST-ID
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-READ
            IF WS-CUSTMAS-OK
                PERFORM 2100-CHECK-ONE-CARD THRU 2100-EXIT
                    VARYING WS-SCAN-SUB FROM 1 BY 1
                    UNTIL WS-SCAN-SUB > CM-CARD-COUNT
                       OR WS-CARD-WAS-FOUND
            END-IF.
        2000-EXIT.
            EXIT.

        2100-CHECK-ONE-CARD.
            IF CM-CARD-NUMBER(WS-SCAN-SUB) = PD-CARD-NUMBER
                SET WS-CARD-WAS-FOUND TO TRUE
                MOVE WS-SCAN-SUB TO WS-CARD-SUB
            END-IF.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-CHARGE-OFF-CARD - the charge-off record is written  *
      *    first; a card already holding one from an earlier        *
      *    charge-off is skipped for the desk to look at rather     *
      *    than overwritten. The master is then updated, the change *
      *    journalled, the write-off put on CRDHIST for the GL and  *
      *    the obligation closed.                                   *
      *-----------------------------------------------------------*
        3000-CHARGE-OFF-CARD.
            MOVE CM-CARD-USAGE(WS-CARD-SUB) TO WS-CHGOFF-AMOUNT
            MOVE SPACES             TO CHARGE-OFF-RECORD
            MOVE PD-CARD-NUMBER     TO CO-CARD-NUMBER
            MOVE CM-CUST-ID         TO CO-CUST-ID
            MOVE WS-RUN-DATE-X      TO CO-CHARGE-OFF-DATE
            MOVE PD-DUE-DATE        TO CO-DUE-DATE
            MOVE WS-DAYS-PAST       TO CO-DAYS-PAST-DUE
            MOVE WS-CHGOFF-AMOUNT   TO CO-CHARGED-OFF-AMT
            MOVE CM-CARD-LIMIT(WS-CARD-SUB) TO CO-CARD-LIMIT
            MOVE ZERO               TO CO-RECOVERED-AMT
                                       CO-RECOVERY-COUNT
            SET CO-OUTSTANDING TO TRUE
            WRITE CHARGE-OFF-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF NOT WS-CHRGOFF-OK
                IF WS-CHRGOFF-DUPKEY
                    MOVE 'CHARGE-OFF RECORD EXISTS' TO RG-NOTE
                ELSE
                    MOVE 'CHRGOFF WRITE FAILED' TO RG-NOTE
                END-IF
                PERFORM 8000-SKIP-OBLIGATION THRU 8000-EXIT
                GO TO 3000-EXIT
            END-IF
            MOVE SPACES TO CHANGE-RECORD
            MOVE 'FINCHO01' TO CHG-PROGRAM-ID
            MOVE WS-RUN-DATE-X TO CHG-DATE
            MOVE '00:00:00'  TO CHG-TIME
            MOVE CM-CUST-ID  TO CHG-CUST-ID
            MOVE PD-CARD-NUMBER TO CHG-CARD-NUMBER
            SET CHG-ACTION-STATUS TO TRUE
            MOVE SPACES      TO CHG-TERM-ID
            MOVE 'FINCHO01'  TO CHG-USER-ID
            MOVE CM-CARD-TYPE(WS-CARD-SUB)   TO CHG-OLD-CARD-TYPE
                                                CHG-NEW-CARD-TYPE
            MOVE CM-CARD-LIMIT(WS-CARD-SUB)  TO CHG-OLD-LIMIT
                                                CHG-NEW-LIMIT
            MOVE CM-CARD-USAGE(WS-CARD-SUB)  TO CHG-OLD-USAGE
            MOVE CM-CARD-STATUS(WS-CARD-SUB) TO CHG-OLD-STATUS
            SET CM-CARD-CHARGED-OFF(WS-CARD-SUB) TO TRUE
            MOVE ZERO TO CM-CARD-USAGE(WS-CARD-SUB)
            MOVE CM-CARD-USAGE(WS-CARD-SUB)  TO CHG-NEW-USAGE
            MOVE CM-CARD-STATUS(WS-CARD-SUB) TO CHG-NEW-STATUS
            REWRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF NOT WS-CUSTMAS-OK
                DELETE CHRGOFF RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
                MOVE 'UNABLE TO UPDATE CUSTOMER' TO RG-NOTE
                PERFORM 8000-SKIP-OBLIGATION THRU 8000-EXIT
                GO TO 3000-EXIT
            END-IF
            WRITE CHANGE-RECORD
            PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
            PERFORM 3500-CLOSE-OBLIGATION THRU 3500-EXIT
            ADD 1                TO WS-CHARGED-COUNT
            ADD WS-CHGOFF-AMOUNT TO WS-CHARGED-TOTAL
            MOVE WS-CHGOFF-AMOUNT TO RG-AMOUNT
            MOVE 'CHARGED OFF'    TO RG-NOTE
            WRITE CHORPT-RECORD FROM WS-REG-LINE.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3200-WRITE-HISTORY - the write-off goes on CRDHIST as a  *
      *    posted type W entry dated the run date, bumping CH-SEQ   *
      *    past anything already on file for the card and date.     *
      *-----------------------------------------------------------*
        3200-WRITE-HISTORY.
            MOVE SPACES           TO CARD-HISTORY-RECORD
            MOVE PD-CARD-NUMBER   TO CH-CARD-NUMBER
            MOVE WS-RUN-DATE-X    TO CH-TXN-DATE
            MOVE ZERO             TO CH-SEQ
            SET CH-CHARGE-OFF TO TRUE
            MOVE WS-CHGOFF-AMOUNT TO CH-AMOUNT
            MOVE 'CHARGE-OFF'     TO CH-MERCHANT-NAME
            MOVE CM-CUST-ID       TO CH-CUST-ID
            SET CH-POSTED TO TRUE
            SET WS-HIST-NOT-WRITTEN TO TRUE
            PERFORM 3250-WRITE-ONE-HISTORY THRU 3250-EXIT
                UNTIL WS-HIST-WRITTEN
                   OR CH-SEQ > 9998.
        3200-EXIT.
            EXIT.

        3250-WRITE-ONE-HISTORY.
            WRITE CARD-HISTORY-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-CRDHIST-OK
                SET WS-HIST-WRITTEN TO TRUE
            ELSE
                IF WS-CRDHIST-DUPKEY
                    ADD 1 TO CH-SEQ
                ELSE
                    MOVE 9999 TO CH-SEQ
                END-IF
            END-IF.
        3250-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3500-CLOSE-OBLIGATION - the obligation is written off    *
      *    with the card; status C keeps it out of the aging and    *
      *    stops the fee run treating it as open.                   *
      *-----------------------------------------------------------*
        3500-CLOSE-OBLIGATION.
            SET PD-CHARGED-OFF TO TRUE
            REWRITE PAYMENT-DUE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
        3500-EXIT.
            EXIT.

        8000-SKIP-OBLIGATION.
            ADD 1 TO WS-SKIPPED-COUNT
            WRITE CHORPT-RECORD FROM WS-REG-LINE.
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9000-WRITE-TOTALS - register trailer for balancing.      *
      *-----------------------------------------------------------*
        9000-WRITE-TOTALS.
            WRITE CHORPT-RECORD FROM WS-HEADING-2
            MOVE WS-CHARGED-COUNT TO TO-COUNT
            MOVE WS-CHARGED-TOTAL TO TO-AMOUNT
            MOVE WS-SKIPPED-COUNT TO TO-SKIPPED
            WRITE CHORPT-RECORD FROM WS-TOTAL-LINE.
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
            MOVE 'FINCHO01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                DISPLAY 'FINCHO01 - RUN NOT STARTED: ' RC-REASON
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
                DISPLAY 'FINCHO01 - RUN REGISTER NOT UPDATED: '
                    RC-REASON
            END-IF.
        9850-EXIT.
            EXIT.
