      *    Every application and void is written to the INVRCPT        *
      *    receipt file with the date and userid, and a void is also   *
      *    audited through OLAUDIT, so billing's chase list and the    *
      *    auditors both work from records instead of memory. A void   *
      *    of more than the operator's own OPRENT void maximum is      *
      *    queued for APPRMGR, which LINKs back with A to apply it     *
      *    once approved. B sets the customer an invoice is billed     *
      *    to, audited through OLAUDIT the same way as a void.         *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *    2026-10-15  CST  A void whose amount plus tax is over the   *
      *                     operator's own void maximum on the OPRENT  *
      *                     entitlement file (no record, no authority) *
      *                     is queued on APPRQUE (action V) with '05'  *
      *                     instead of applied; the invoice stays open *
      *                     until APPRMGR approves it and LINKs back   *
      *                     with the new function A, which voids it as *
      *                     keyed (refused '03' if money has been      *
      *                     applied meanwhile). The commarea layout    *
      *                     moved out to the shared INVPAREA copybook, *
      *                     also COPYed by APPRMGR.                    *
      *    2026-10-15  CST  New function B gives an invoice (void ones *
      *                     excepted) its bill-to customer, checked    *
      *                     against CUSTMAS ('06' if not there), so    *
      *                     the UNASSIGNED invoices from before the    *
      *                     bill-to was kept can be put right. The     *
      *                     change is audited with result BILLTO.      *
      *    2026-10-15  CST  Function A voids only against the APPRQUE  *
      *                     item APPRMGR names in PY-APPROVAL-KEY: a   *
      *                     V for the same invoice, amount and         *
      *                     requester, decided approved by another     *
      *                     userid - anything else is refused '07' -   *
      *                     and marks the item applied. The void is    *
      *                     journalled and audited under the userid    *
      *                     that keyed it, the approver going on the   *
      *                     receipt as RP-APPROVE-USER.                *
      *    2026-10-15  CST  A bill-to change is journalled on INVRCPT  *
      *                     (type B) with the old bill-to CUST-ID in   *
      *                     the reference and the new one in the       *
      *                     reason, as well as audited.                *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS RP-KEY
                FILE STATUS IS WS-INVRCPT-STATUS.

            SELECT OPRENT ASSIGN TO OPRENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OE-USER-ID
                FILE STATUS IS WS-OPRENT-STATUS.

            SELECT APPRQUE ASSIGN TO APPRQUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AQ-KEY
                FILE STATUS IS WS-APPRQUE-STATUS.

            SELECT CUSTMAS ASSIGN TO CUSTMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS WS-CUSTMAS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INVFILE.
        FD  INVRCPT.
        COPY INVRCPT.

        FD  OPRENT.
        COPY OPRENT.

        FD  APPRQUE.
        COPY APPRQUE.

        FD  CUSTMAS
            RECORD IS VARYING IN SIZE FROM 12 TO 696
            DEPENDING ON CM-CARD-COUNT.
        COPY CUSTMAS.

        WORKING-STORAGE SECTION.
        01  WS-INVFILE-STATUS       PIC X(02) VALUE '00'.
            88  WS-INVFILE-OK              VALUE '00'.
            88  WS-INVRCPT-OK              VALUE '00'.
            88  WS-INVRCPT-DUPKEY          VALUE '22'.

        01  WS-OPRENT-STATUS        PIC X(02) VALUE '00'.
            88  WS-OPRENT-OK               VALUE '00'.

        01  WS-APPRQUE-STATUS       PIC X(02) VALUE '00'.
            88  WS-APPRQUE-OK              VALUE '00'.
            88  WS-APPRQUE-DUPKEY          VALUE '22'.

        01  WS-CUSTMAS-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTMAS-OK              VALUE '00'.

        01  WS-WRITTEN-SW           PIC X(01) VALUE 'N'.
            88  WS-RECORD-WRITTEN          VALUE 'Y'.
            88  WS-RECORD-NOT-WRITTEN      VALUE 'N'.

        01  WS-AUTHORITY-SW         PIC X(01) VALUE 'Y'.
            88  WS-WITHIN-AUTHORITY        VALUE 'Y'.
            88  WS-OVER-AUTHORITY          VALUE 'N'.

        01  WS-QUEUED-SW            PIC X(01) VALUE 'N'.
            88  WS-ITEM-QUEUED             VALUE 'Y'.
            88  WS-ITEM-NOT-QUEUED         VALUE 'N'.

        01  WS-CUST-SW              PIC X(01) VALUE 'N'.
            88  WS-CUST-FOUND              VALUE 'Y'.
            88  WS-CUST-NOT-FOUND          VALUE 'N'.

        01  WS-APPROVAL-SW          PIC X(01) VALUE 'N'.
            88  WS-APPROVAL-FOUND          VALUE 'Y'.
            88  WS-APPROVAL-NOT-FOUND      VALUE 'N'.

        01  WS-TOTAL-DUE            PIC S9(09)V99 COMP-3.
        01  WS-TOTAL-DUE-UNITS      PIC S9(7) COMP.
        01  WS-OPR-MAX-VOID-AMOUNT  PIC S9(7) COMP.
        01  WS-OLD-BILL-TO          PIC X(10).

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

        LINKAGE SECTION.
        01 DFHCOMMAREA.
        COPY INVPAREA.

        PROCEDURE DIVISION.

            END-EXEC
            IF PY-INVOICE-NO = SPACES
               OR (PY-FUNC-PAYMENT AND PY-AMOUNT NOT > ZERO)
               OR ((PY-FUNC-VOID OR PY-FUNC-APPLY-APPROVED)
                   AND PY-REASON = SPACES)
               OR (PY-FUNC-APPLY-APPROVED
                   AND (PY-APPROVAL-KEY = SPACES
                        OR PY-REQUEST-USER = SPACES))
               OR (PY-FUNC-BILL-TO AND PY-BILL-TO-CUST-ID = SPACES)
               OR (NOT PY-FUNC-PAYMENT AND NOT PY-FUNC-VOID
                   AND NOT PY-FUNC-APPLY-APPROVED
                   AND NOT PY-FUNC-BILL-TO)
                CONTINUE
            ELSE
                OPEN I-O INVFILE

      *-----------------------------------------------------------*
      *    1000-WORK-THE-HEADER - read the invoice header, check    *
      *    the lifecycle and apply the payment, void or bill-to.    *
      *-----------------------------------------------------------*
        1000-WORK-THE-HEADER.
            MOVE PY-INVOICE-NO TO IN-INVOICE-NO
            IF NOT WS-INVFILE-OK
                SET PY-NOT-FOUND TO TRUE
            ELSE
                EVALUATE TRUE
                    WHEN PY-FUNC-PAYMENT
                        PERFORM 2000-APPLY-PAYMENT THRU 2000-EXIT
                    WHEN PY-FUNC-BILL-TO
                        PERFORM 6000-SET-BILL-TO THRU 6000-EXIT
                    WHEN OTHER
                        PERFORM 3000-VOID-INVOICE THRU 3000-EXIT
                END-EVALUATE
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-VOID-INVOICE - an invoice with money already        *
      *    applied (or already void) cannot be voided here. A desk  *
      *    void over the operator's authority is queued for         *
      *    approval instead; an approved one comes back as A, and   *
      *    is voided only against its approved APPRQUE item.        *
      *-----------------------------------------------------------*
        3000-VOID-INVOICE.
            IF NOT IN-OPEN
                SET PY-STATUS-BLOCKS TO TRUE
                GO TO 3000-EXIT
            END-IF
            COMPUTE WS-TOTAL-DUE = IN-INVOICE-AMOUNT + IN-TAX-AMOUNT
            IF PY-FUNC-VOID
                PERFORM 3050-CHECK-AUTHORITY THRU 3050-EXIT
                IF WS-OVER-AUTHORITY
                    PERFORM 3300-QUEUE-FOR-APPROVAL THRU 3300-EXIT
                    GO TO 3000-EXIT
                END-IF
            ELSE
                PERFORM 3100-CHECK-APPROVAL THRU 3100-EXIT
                IF WS-APPROVAL-NOT-FOUND
                    SET PY-NOT-APPROVED TO TRUE
                    GO TO 3000-EXIT
                END-IF
            END-IF
            IF IN-OPEN
                SET IN-VOID TO TRUE
                REWRITE INVOICE-RECORD
                    INVALID KEY
                IF WS-INVFILE-OK
                    PERFORM 4000-WRITE-RECEIPT THRU 4000-EXIT
                    PERFORM 5000-AUDIT-VOID THRU 5000-EXIT
                    IF PY-FUNC-APPLY-APPROVED
                        PERFORM 3150-MARK-APPLIED THRU 3150-EXIT
                    END-IF
                    SET PY-ACCEPTED TO TRUE
                    MOVE IN-STATUS TO PY-NEW-STATUS
                END-IF
            EXIT.

      *-----------------------------------------------------------*
      *    3050-CHECK-AUTHORITY - hold the amount plus tax against  *
      *    the operator's own void maximum on the OPRENT            *
      *    entitlement file; no record means no authority.          *
      *-----------------------------------------------------------*
        3050-CHECK-AUTHORITY.
            SET WS-WITHIN-AUTHORITY TO TRUE
            MOVE ZERO TO WS-OPR-MAX-VOID-AMOUNT
            OPEN INPUT OPRENT
            MOVE EIBUSERID TO OE-USER-ID
            READ OPRENT
                INVALID KEY
                    MOVE '23' TO WS-OPRENT-STATUS
            END-READ
            IF WS-OPRENT-OK
                MOVE OE-MAX-VOID-AMOUNT TO WS-OPR-MAX-VOID-AMOUNT
            END-IF
            CLOSE OPRENT
            IF WS-TOTAL-DUE > WS-OPR-MAX-VOID-AMOUNT
                SET WS-OVER-AUTHORITY TO TRUE
            END-IF.
        3050-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3100-CHECK-APPROVAL - the APPRQUE item APPRMGR names     *
      *    must be an invoice void for this invoice, amount plus    *
      *    tax and requester, decided approved under the userid     *
      *    applying it - which cannot be the requester's.           *
      *-----------------------------------------------------------*
        3100-CHECK-APPROVAL.
            SET WS-APPROVAL-NOT-FOUND TO TRUE
            MOVE WS-TOTAL-DUE TO WS-TOTAL-DUE-UNITS
            OPEN INPUT APPRQUE
            MOVE PY-APPROVAL-KEY TO AQ-KEY
            READ APPRQUE
                INVALID KEY
                    MOVE '23' TO WS-APPRQUE-STATUS
            END-READ
            IF WS-APPRQUE-OK
               AND AQ-INVOICE-VOID
               AND AQ-APPROVED
               AND AQ-CARD-NUMBER(1:10) = PY-INVOICE-NO
               AND AQ-NEW-LIMIT = WS-TOTAL-DUE-UNITS
               AND AQ-REQUEST-USER = PY-REQUEST-USER
               AND AQ-DECIDE-USER = EIBUSERID
               AND AQ-DECIDE-USER NOT = AQ-REQUEST-USER
                SET WS-APPROVAL-FOUND TO TRUE
            END-IF
            CLOSE APPRQUE.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3150-MARK-APPLIED - the approved item has been acted on  *
      *    and cannot be applied a second time.                     *
      *-----------------------------------------------------------*
        3150-MARK-APPLIED.
            OPEN I-O APPRQUE
            MOVE PY-APPROVAL-KEY TO AQ-KEY
            READ APPRQUE
                INVALID KEY
                    MOVE '23' TO WS-APPRQUE-STATUS
            END-READ
            IF WS-APPRQUE-OK
                SET AQ-APPLIED TO TRUE
                REWRITE APPROVAL-QUEUE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            CLOSE APPRQUE.
        3150-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3300-QUEUE-FOR-APPROVAL - put the void on the APPRQUE    *
      *    pending-approval file (action V) with its reason for a   *
      *    supervisor to decide through APPRMGR, bumping AQ-SEQ     *
      *    past any items already queued in the same second. The    *
      *    invoice itself is left open. Nothing is held if the      *
      *    item cannot be queued ('04').                            *
      *-----------------------------------------------------------*
        3300-QUEUE-FOR-APPROVAL.
            OPEN I-O APPRQUE
            MOVE SPACES TO APPROVAL-QUEUE-RECORD
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(AQ-DATE)
                TIME(AQ-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE ZERO TO AQ-SEQ
            SET AQ-INVOICE-VOID TO TRUE
            SET AQ-PENDING TO TRUE
            MOVE PY-INVOICE-NO TO AQ-CARD-NUMBER
            MOVE PY-REASON     TO AQ-BENE-IBAN
            MOVE WS-TOTAL-DUE  TO AQ-NEW-LIMIT
            MOVE EIBUSERID     TO AQ-REQUEST-USER
            MOVE EIBTRMID      TO AQ-REQUEST-TERM
            SET WS-ITEM-NOT-QUEUED TO TRUE
            PERFORM 3350-WRITE-QUEUE-ITEM THRU 3350-EXIT
                UNTIL WS-ITEM-QUEUED
                   OR AQ-SEQ > 9998
            CLOSE APPRQUE
            IF WS-ITEM-QUEUED
                SET PY-QUEUED-FOR-APPROVAL TO TRUE
                MOVE IN-STATUS TO PY-NEW-STATUS
            ELSE
                SET PY-RECEIPT-NOT-STORED TO TRUE
            END-IF.
        3300-EXIT.
            EXIT.

        3350-WRITE-QUEUE-ITEM.
            WRITE APPROVAL-QUEUE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-APPRQUE-OK
                SET WS-ITEM-QUEUED TO TRUE
            ELSE
                IF WS-APPRQUE-DUPKEY
                    ADD 1 TO AQ-SEQ
                ELSE
                    MOVE 9999 TO AQ-SEQ
                END-IF
            END-IF.
        3350-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-WRITE-RECEIPT - journal the application, void or    *
      *    bill-to change on the INVRCPT file, bumping RP-SEQ past  *
      *    entries already on file for the invoice. An approved     *
      *    void goes under the userid that keyed it, with the       *
      *    approver alongside; a bill-to change carries the old     *
      *    and new bill-to CUST-IDs.                                *
      *-----------------------------------------------------------*
        4000-WRITE-RECEIPT.
            MOVE SPACES        TO INVOICE-RECEIPT-RECORD
            MOVE PY-INVOICE-NO TO RP-INVOICE-NO
            MOVE ZERO          TO RP-SEQ
            MOVE WS-TODAY-DATE TO RP-DATE
            MOVE PY-REFERENCE  TO RP-REFERENCE
            MOVE PY-REASON     TO RP-REASON
            MOVE EIBUSERID     TO RP-USER-ID
            EVALUATE TRUE
                WHEN PY-FUNC-PAYMENT
                    SET RP-PAYMENT TO TRUE
                    MOVE PY-AMOUNT TO RP-AMOUNT
                WHEN PY-FUNC-BILL-TO
                    SET RP-BILL-TO-CHANGE TO TRUE
                    MOVE ZERO               TO RP-AMOUNT
                    MOVE WS-OLD-BILL-TO     TO RP-REFERENCE
                    MOVE PY-BILL-TO-CUST-ID TO RP-REASON
                WHEN OTHER
                    SET RP-VOID    TO TRUE
                    MOVE ZERO      TO RP-AMOUNT
                    IF PY-FUNC-APPLY-APPROVED
                        MOVE PY-REQUEST-USER TO RP-USER-ID
                        MOVE EIBUSERID       TO RP-APPROVE-USER
                    END-IF
            END-EVALUATE
            SET WS-RECORD-NOT-WRITTEN TO TRUE
            PERFORM 4100-WRITE-ONE-RECEIPT THRU 4100-EXIT
                UNTIL WS-RECORD-WRITTEN
            EXIT.

      *-----------------------------------------------------------*
      *    5000-AUDIT-VOID - a void or a bill-to change also goes   *
      *    to the AUDT feed so compliance sees it alongside         *
      *    everything else. An approved void is audited under the   *
      *    userid that keyed it, with result VOIDAPPR.              *
      *-----------------------------------------------------------*
        5000-AUDIT-VOID.
            MOVE 'INVPAY  '    TO AUD-PROGRAM-ID
            MOVE PY-INVOICE-NO TO AUD-CUST-ID
            MOVE EIBTRMID      TO AUD-TERM-ID
            MOVE EIBUSERID     TO AUD-USER-ID
            EVALUATE TRUE
                WHEN PY-FUNC-BILL-TO
                    MOVE 'BILLTO  '      TO AUD-RESULT
                WHEN PY-FUNC-APPLY-APPROVED
                    MOVE PY-REQUEST-USER TO AUD-USER-ID
                    MOVE 'VOIDAPPR'      TO AUD-RESULT
                WHEN OTHER
                    MOVE 'VOID    '      TO AUD-RESULT
            END-EVALUATE
            EXEC CICS LINK
                PROGRAM('OLAUDIT')
                COMMAREA(AUDIT-RECORD)
            END-EXEC.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    6000-SET-BILL-TO - any invoice short of void may be      *
      *    given its bill-to customer, which must be on CUSTMAS.    *
      *    The change is journalled on the receipt file with the    *
      *    old and new bill-to, and audited.                        *
      *-----------------------------------------------------------*
        6000-SET-BILL-TO.
            IF IN-VOID
                SET PY-STATUS-BLOCKS TO TRUE
                GO TO 6000-EXIT
            END-IF
            PERFORM 6100-CHECK-CUSTOMER THRU 6100-EXIT
            IF WS-CUST-NOT-FOUND
                SET PY-CUST-UNKNOWN TO TRUE
                GO TO 6000-EXIT
            END-IF
            MOVE IN-BILL-TO-CUST-ID TO WS-OLD-BILL-TO
            MOVE PY-BILL-TO-CUST-ID TO IN-BILL-TO-CUST-ID
            REWRITE INVOICE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-INVFILE-OK
                PERFORM 4000-WRITE-RECEIPT THRU 4000-EXIT
                PERFORM 5000-AUDIT-VOID THRU 5000-EXIT
                SET PY-ACCEPTED TO TRUE
                MOVE IN-STATUS      TO PY-NEW-STATUS
                MOVE IN-AMOUNT-PAID TO PY-AMOUNT-PAID
            END-IF.
        6000-EXIT.
            EXIT.

        6100-CHECK-CUSTOMER.
            SET WS-CUST-NOT-FOUND TO TRUE
            IF PY-BILL-TO-CUST-ID NOT NUMERIC
                GO TO 6100-EXIT
            END-IF
            OPEN INPUT CUSTMAS
            MOVE PY-BILL-TO-CUST-ID TO CM-CUST-ID
            READ CUSTMAS
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-READ
            IF WS-CUSTMAS-OK
                SET WS-CUST-FOUND TO TRUE
            END-IF
            CLOSE CUSTMAS.
        6100-EXIT.
            EXIT.
