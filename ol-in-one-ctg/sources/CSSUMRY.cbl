      *    carrying the CUST-ID in ES-REF-ID, and the latest entries   *
      *    off the CHGHIST change history CHGOFF1 loads nightly -      *
      *    instead of the desk juggling FININQ2, a WIRELOG printout,   *
      *    EXCPMON and the CHGRPT01 listing for every call. Each card  *
      *    line also carries the last dunning notice sent off PAYDUE.  *
      *    The receivables row shows what the customer owes on open    *
      *    invoices billed to them, off INVINQ's customer function.    *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  Each card line now shows the last dunning  *
      *                     notice FINDUN01 sent against the card's    *
      *                     open PAYDUE obligation (30/60/90-day and   *
      *                     the date it went out).                     *
      *    2026-10-15  CST  New receivables row: count, amount owed    *
      *                     and oldest date of the customer's open     *
      *                     invoices, LINKing INVINQ function C.       *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS CG-KEY
                FILE STATUS IS WS-CHGHIST-STATUS.

            SELECT PAYDUE ASSIGN TO PAYDUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PD-CARD-NUMBER
                FILE STATUS IS WS-PAYDUE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WIRELOG.
        FD  CHGHIST.
        COPY CHGHIST.

        FD  PAYDUE.
        COPY PAYDUE.

        WORKING-STORAGE SECTION.
        COPY CSM1.

        01  WS-INQ-AREA.
        COPY FININQA.

        01  WS-INVQ-AREA.
        COPY INVQAREA.

        01  WS-WIRELOG-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIRELOG-OK              VALUE '00'.

        01  WS-CHGHIST-STATUS       PIC X(02) VALUE '00'.
            88  WS-CHGHIST-OK              VALUE '00'.

        01  WS-PAYDUE-STATUS        PIC X(02) VALUE '00'.
            88  WS-PAYDUE-OK               VALUE '00'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.
            05  CD-USAGE            PIC ZZZZZZ9.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  CD-STATUS           PIC X(01).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  CD-NOTICE           PIC X(18).
            05  FILLER              PIC X(01) VALUE SPACES.

        01  WS-NOTICE-TEXT.
            05  FILLER              PIC X(07) VALUE 'NOTICE '.
            05  NT-DAYS             PIC X(02).
            05  FILLER              PIC X(01) VALUE SPACES.
            05  NT-DATE             PIC X(08).

        01  WS-WIRE-LINE.
            05  WR-WIRE-REF         PIC X(16).
                                    PIC X(76).
        01  WS-CHG-COUNT            PIC 9(02) COMP.

        01  WS-RCV-LINE.
            05  FILLER              PIC X(05) VALUE 'OPEN '.
            05  RV-OPEN-COUNT       PIC ZZZ9.
            05  FILLER              PIC X(07) VALUE '  OWED '.
            05  RV-OUTSTANDING      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(09) VALUE '  OLDEST '.
            05  RV-OLDEST-DATE      PIC X(08).
            05  FILLER              PIC X(13) VALUE SPACES.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            EXIT.

      *-----------------------------------------------------------*
      *    2000-BUILD-SUMMARY - pull the five views together for    *
      *    the keyed CUST-ID and redisplay.                         *
      *-----------------------------------------------------------*
        2000-BUILD-SUMMARY.
                MAPSET('CSMSET')
            END-EXEC
            MOVE SPACES TO NAMEO PHONEO MSGO
                           CRD1O CRD2O CRD3O RCV1O
                           WIR1O WIR2O WIR3O
                           EXC1O EXC2O
                           CHG1O CHG2O
                PERFORM 2200-GET-WIRES THRU 2200-EXIT
                PERFORM 2300-GET-EXCEPTIONS THRU 2300-EXIT
                PERFORM 2400-GET-CHANGES THRU 2400-EXIT
                PERFORM 2500-GET-RECEIVABLES THRU 2500-EXIT
            END-IF
            EXEC CICS SEND MAP('CSM1')
                MAPSET('CSMSET')
            IF FI-CUST-FOUND
                MOVE FI-CUST-NAME TO NAMEO
                MOVE FI-PHONE     TO PHONEO
                OPEN INPUT PAYDUE
                PERFORM 2150-BUILD-ONE-CARD THRU 2150-EXIT
                    VARYING WS-CARD-SUB FROM 1 BY 1
                    UNTIL WS-CARD-SUB > FI-CARD-COUNT
                       OR WS-CARD-SUB > 3
                CLOSE PAYDUE
                IF FI-CARD-COUNT > 3 OR FI-MORE-CARDS-YES
                    MOVE 'MORE CARDS ON FININQ2' TO MSGO
                END-IF
            MOVE CARD-LIMIT(WS-CARD-SUB)  TO CD-LIMIT
            MOVE CARD-USAGE(WS-CARD-SUB)  TO CD-USAGE
            MOVE CARD-STATUS(WS-CARD-SUB) TO CD-STATUS
            PERFORM 2170-GET-NOTICE THRU 2170-EXIT
            EVALUATE WS-CARD-SUB
                WHEN 1
                    MOVE WS-CARD-LINE TO CRD1O
        2150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2170-GET-NOTICE - the last dunning notice sent against   *
      *    the card's open PAYDUE obligation, if any.               *
      *-----------------------------------------------------------*
        2170-GET-NOTICE.
            MOVE SPACES TO CD-NOTICE
            MOVE CARD-NUMBER(WS-CARD-SUB) TO PD-CARD-NUMBER
            READ PAYDUE
                INVALID KEY
                    MOVE '23' TO WS-PAYDUE-STATUS
            END-READ
            IF NOT WS-PAYDUE-OK OR NOT PD-OPEN
                GO TO 2170-EXIT
            END-IF
            EVALUATE TRUE
                WHEN PD-NOTICE-30-SENT
                    MOVE '30' TO NT-DAYS
                WHEN PD-NOTICE-60-SENT
                    MOVE '60' TO NT-DAYS
                WHEN PD-NOTICE-90-SENT
                    MOVE '90' TO NT-DAYS
                WHEN OTHER
                    GO TO 2170-EXIT
            END-EVALUATE
            MOVE PD-NOTICE-DATE TO NT-DATE
            MOVE WS-NOTICE-TEXT TO CD-NOTICE.
        2170-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2200-GET-WIRES - walk the ledger keeping a sliding       *
      *    window of the customer's last three wires.               *
            END-IF.
        2450-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2500-GET-RECEIVABLES - LINK to INVINQ for the count,     *
      *    amount owed and oldest date of the open invoices billed  *
      *    to the customer.                                         *
      *-----------------------------------------------------------*
        2500-GET-RECEIVABLES.
            MOVE SPACES  TO WS-INVQ-AREA
            SET IQ-FUNC-CUSTOMER TO TRUE
            MOVE CUSTIDI TO IQ-CUST-ID
            EXEC CICS LINK
                PROGRAM('INVINQ')
                COMMAREA(WS-INVQ-AREA)
                LENGTH(LENGTH OF WS-INVQ-AREA)
            END-EXEC
            IF NOT IQ-INVOICE-FOUND
                MOVE 'NO INVOICES BILLED' TO RCV1O
            ELSE
             IF IQ-CUST-OPEN-COUNT = ZERO
                MOVE 'NOTHING OWED' TO RCV1O
             ELSE
                MOVE IQ-CUST-OPEN-COUNT  TO RV-OPEN-COUNT
                MOVE IQ-CUST-OUTSTANDING TO RV-OUTSTANDING
                MOVE IQ-CUST-OLDEST-DATE TO RV-OLDEST-DATE
                MOVE WS-RCV-LINE         TO RCV1O
             END-IF
            END-IF.
        2500-EXIT.
            EXIT.
