      *    APPRMGR - PENDING-APPROVAL QUEUE MANAGER                    *
      *    Supervisor side of the dual-control path: FINCRDMT          *
      *    (over-threshold limit increases), FINHOTCD (hot-card        *
      *    reactivations), WIRBLKMT (block-list deletes), the FINCLR01 *
      *    quarterly credit-line review (limit increases and           *
      *    decreases) and CUSTMRG (duplicate-customer merges) queue    *
      *    their high-risk actions on the APPRQUE file instead of      *
      *    applying them, as do FINCRDMT, WIRETRAN, WIRSUSPQ and       *
      *    INVPAY for anything over the keying operator's own OPRENT   *
      *    entitlement. Over the commarea, L lists the pending         *
      *    items, A approves one (the held action is applied here, and *
      *    card and customer changes are journalled through OLCHGLOG   *
      *    like any other maintenance) and R rejects it. An item       *
      *    cannot be decided under the userid that requested it - that *
      *    is the whole point of the queue.                            *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *                     CM-CARD-EXPIRY-DATE (record maximum now   *
      *                     696); existing files are converted once   *
      *                     by the FINCNV02 job.                      *
      *    2026-10-15  CST  A held limit increase or reactivation for  *
      *                     a card FINCHO01 has since charged off is   *
      *                     not applied: the approval fails with '05'  *
      *                     and the item stays pending for rejection.  *
      *    2026-10-15  CST  Limit decreases (action D) proposed by the *
      *                     FINCLR01 credit-line review are applied    *
      *                     the same way as limit increases.           *
      *    2026-10-15  CST  Duplicate-customer merges (action M)       *
      *                     queued by CUSTMRG: on approval every card  *
      *                     of the merged customer moves onto the      *
      *                     survivor's master, CRDXREF, PAYDUE,        *
      *                     BENEREG and the WL-ORIG-CUST-ID wires are  *
      *                     repointed, the merged master and CUSTCNT   *
      *                     record are retired and each step is        *
      *                     journalled through OLCHGLOG. A merge that  *
      *                     no longer fits the 12-card table fails     *
      *                     with '05' before anything is moved. The    *
      *                     list returns the merged CUST-ID of each    *
      *                     item in AP-I-MERGE-CUST-ID.                *
      *    2026-10-15  CST  Items queued for being over the keying     *
      *                     operator's OPRENT entitlement: a wire held *
      *                     awaiting approval (action W) is posted, or *
      *                     warehoused if its value date is still to   *
      *                     come, on approval and cancelled on         *
      *                     rejection; a suspense resolution (S) and   *
      *                     an invoice void (V) are applied by LINKing *
      *                     back to WIRSUSPQ and INVPAY, and a         *
      *                     rejected resolution is declined back to    *
      *                     WIRSUSPQ so the item can be worked again.  *
      *    2026-10-15  CST  A suspense resolution or invoice void is   *
      *                     decided approved on APPRQUE before the     *
      *                     LINK, with the item's key (and for a void  *
      *                     the requesting userid) passed along, so    *
      *                     WIRSUSPQ and INVPAY apply it only against  *
      *                     an approved item and mark it applied; a    *
      *                     LINK that fails puts the item back to      *
      *                     pending.                                   *
      *    2026-10-15  CST  A customer merge also re-bills to the      *
      *                     survivor every invoice (INVFILE header     *
      *                     IN-BILL-TO-CUST-ID) and recurring invoice  *
      *                     template (TM-BILL-TO-CUST-ID) billed to the*
      *                     merged customer, each journalled through   *
      *                     OLCHGLOG as CHGREC action B.               *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                RECORD KEY IS BL-BENE-IBAN
                FILE STATUS IS WS-WIREBLK-STATUS.

            SELECT CRDXREF ASSIGN TO CRDXREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XR-CARD-NUMBER
                FILE STATUS IS WS-CRDXREF-STATUS.

            SELECT PAYDUE ASSIGN TO PAYDUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PD-CARD-NUMBER
                FILE STATUS IS WS-PAYDUE-STATUS.

            SELECT BENEREG ASSIGN TO BENEREG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BR-BENE-ID
                FILE STATUS IS WS-BENEREG-STATUS.

            SELECT WIRELOG ASSIGN TO WIRELOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WL-WIRE-REF
                FILE STATUS IS WS-WIRELOG-STATUS.

            SELECT CUSTCNT ASSIGN TO CUSTCNT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CC-CUST-ID
                FILE STATUS IS WS-CUSTCNT-STATUS.

            SELECT INVFILE ASSIGN TO INVFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IN-KEY
                FILE STATUS IS WS-INVFILE-STATUS.

            SELECT INVTMPL ASSIGN TO INVTMPL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TM-TEMPLATE-ID
                FILE STATUS IS WS-INVTMPL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  APPRQUE.
        FD  WIREBLK.
        COPY WIREBLK.

        FD  CRDXREF.
        COPY CRDXREF.

        FD  PAYDUE.
        COPY PAYDUE.

        FD  BENEREG.
        COPY BENEREG.

        FD  WIRELOG.
        COPY WIRELOG.

        FD  CUSTCNT.
        COPY CUSTCNT.

        FD  INVFILE.
        COPY INVFILE.

        FD  INVTMPL.
        COPY INVTMPL.

        WORKING-STORAGE SECTION.
        01  WS-APPRQUE-STATUS       PIC X(02) VALUE '00'.
            88  WS-APPRQUE-OK              VALUE '00'.
        01  WS-WIREBLK-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIREBLK-OK              VALUE '00'.

        01  WS-CRDXREF-STATUS       PIC X(02) VALUE '00'.
            88  WS-CRDXREF-OK              VALUE '00'.

        01  WS-PAYDUE-STATUS        PIC X(02) VALUE '00'.
            88  WS-PAYDUE-OK               VALUE '00'.

        01  WS-BENEREG-STATUS       PIC X(02) VALUE '00'.
            88  WS-BENEREG-OK              VALUE '00'.

        01  WS-WIRELOG-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIRELOG-OK              VALUE '00'.

        01  WS-CUSTCNT-STATUS       PIC X(02) VALUE '00'.
            88  WS-CUSTCNT-OK              VALUE '00'.

        01  WS-INVFILE-STATUS       PIC X(02) VALUE '00'.
            88  WS-INVFILE-OK              VALUE '00'.

        01  WS-INVTMPL-STATUS       PIC X(02) VALUE '00'.
            88  WS-INVTMPL-OK              VALUE '00'.

        01  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
            88  WS-BROWSE-EOF              VALUE 'Y'.
            88  WS-BROWSE-NOT-EOF          VALUE 'N'.
            88  WS-CARD-WAS-FOUND          VALUE 'Y'.
            88  WS-CARD-NOT-YET-FOUND      VALUE 'N'.

        01  WS-CHGOFF-SW            PIC X(01) VALUE 'N'.
            88  WS-CARD-IS-CHARGED-OFF     VALUE 'Y'.
            88  WS-CARD-NOT-CHARGED-OFF    VALUE 'N'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-CONTACT-SW           PIC X(01) VALUE 'N'.
            88  WS-SURVIVOR-HAS-CONTACT    VALUE 'Y'.
            88  WS-SURVIVOR-NO-CONTACT     VALUE 'N'.

        01  WS-CARD-SUB             PIC 9(02) COMP.
        01  WS-ITEM-SUB             PIC 9(02) COMP.
        01  WS-MAX-ITEMS            PIC 9(02) COMP VALUE 10.
        01  WS-MOVE-SUB             PIC 9(02) COMP.
        01  WS-MAX-CARDS            PIC 9(02) COMP VALUE 12.
        01  WS-SURVIVOR-CARD-COUNT  PIC 9(02) COMP-3.

      *    Image of the merged customer's master, held while its
      *    cards are appended to the survivor's.
        01  WS-MERGED-MASTER.
            05  WS-MRG-CUST-ID          PIC X(10).
            05  WS-MRG-CARD-COUNT       PIC 9(02) COMP-3.
            05  WS-MRG-CARD OCCURS 12 TIMES.
                10  WS-MRG-CARD-NUMBER  PIC X(16).
                10  WS-MRG-CARD-TYPE    PIC X(16).
                10  WS-MRG-CARD-LIMIT   PIC S9(7) COMP.
                10  WS-MRG-CARD-USAGE   PIC S9(7) COMP.
                10  WS-MRG-CARD-STATUS  PIC X(01).
                10  FILLER              PIC X(16).

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-TODAY-DATE           PIC X(08).

        01  WS-SUSP-REQUEST.
        COPY SUSPAREA.

        01  WS-VOID-REQUEST.
        COPY INVPAREA.

        COPY CHGREC.

        LINKAGE SECTION.
              05  AP-I-NEW-LIMIT          PIC S9(7) COMP.
              05  AP-I-REQUEST-USER       PIC X(08).
              05  AP-I-REQUEST-DATE       PIC X(08).
           03 AP-MERGE-IDS OCCURS 10 TIMES.
              05  AP-I-MERGE-CUST-ID      PIC X(10).

        PROCEDURE DIVISION.

                           AP-I-BENE-IBAN(WS-ITEM-SUB)
                           AP-I-REQUEST-USER(WS-ITEM-SUB)
                           AP-I-REQUEST-DATE(WS-ITEM-SUB)
                           AP-I-MERGE-CUST-ID(WS-ITEM-SUB)
            MOVE ZERO   TO AP-I-NEW-LIMIT(WS-ITEM-SUB).
        1050-EXIT.
            EXIT.
                        TO AP-I-REQUEST-USER(WS-ITEM-SUB)
                    MOVE AQ-DATE
                        TO AP-I-REQUEST-DATE(WS-ITEM-SUB)
                    IF AQ-CUSTOMER-MERGE
                        MOVE AQ-MERGE-CUST-ID
                            TO AP-I-MERGE-CUST-ID(WS-ITEM-SUB)
                    END-IF
                END-IF
            END-IF.
        1100-EXIT.
      *-----------------------------------------------------------*
      *    2000-DECIDE-ITEM - approve or reject one queued item.    *
      *    The deciding userid must differ from the requesting      *
      *    one, and only a pending item can be decided. A suspense  *
      *    resolution or void is stamped approved before it is      *
      *    applied (3450) and marked applied by WIRSUSPQ or INVPAY. *
      *-----------------------------------------------------------*
        2000-DECIDE-ITEM.
            MOVE AP-ITEM-KEY TO AQ-KEY
                IF AP-FUNC-APPROVE
                    PERFORM 3000-APPLY-ACTION THRU 3000-EXIT
                    IF WS-ACTION-APPLIED
                        IF NOT AQ-SUSPENSE-RESOLVE
                           AND NOT AQ-INVOICE-VOID
                            SET AQ-APPROVED TO TRUE
                            PERFORM 2500-STAMP-AND-REWRITE
                                THRU 2500-EXIT
                        END-IF
                        SET AP-ACCEPTED TO TRUE
                    ELSE
                        SET AP-APPLY-FAILED TO TRUE
                    END-IF
                ELSE
                    PERFORM 2700-UNDO-HELD-ACTION THRU 2700-EXIT
                    SET AQ-REJECTED TO TRUE
                    PERFORM 2500-STAMP-AND-REWRITE THRU 2500-EXIT
                    SET AP-ACCEPTED TO TRUE
        2500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    2700-UNDO-HELD-ACTION - the supervisor rejected; a wire  *
      *    still held awaiting approval is cancelled and a held     *
      *    suspense resolution is declined back to WIRSUSPQ. The    *
      *    other actions left nothing behind to undo.               *
      *-----------------------------------------------------------*
        2700-UNDO-HELD-ACTION.
            IF AQ-WIRE-RELEASE
                PERFORM 2750-CANCEL-WIRE THRU 2750-EXIT
            ELSE
             IF AQ-SUSPENSE-RESOLVE
                MOVE SPACES TO WS-SUSP-REQUEST
                SET SQ-FUNC-DECLINED TO TRUE
                MOVE AQ-CARD-NUMBER TO SQ-SUSP-REF
                MOVE AQ-CUST-ID     TO SQ-CUST-ID
                MOVE ZERO           TO SQ-ITEM-COUNT
                EXEC CICS LINK
                    PROGRAM('WIRSUSPQ')
                    COMMAREA(WS-SUSP-REQUEST)
                    LENGTH(LENGTH OF WS-SUSP-REQUEST)
                END-EXEC
             END-IF
            END-IF.
        2700-EXIT.
            EXIT.

        2750-CANCEL-WIRE.
            OPEN I-O WIRELOG
            MOVE AQ-CARD-NUMBER TO WL-WIRE-REF
            READ WIRELOG
                KEY IS WL-WIRE-REF
                INVALID KEY
                    MOVE '23' TO WS-WIRELOG-STATUS
            END-READ
            IF WS-WIRELOG-OK AND WL-HELD-APPROVAL
                EXEC CICS ASKTIME
                    ABSTIME(WS-NOW-ABSTIME)
                END-EXEC
                EXEC CICS FORMATTIME
                    ABSTIME(WS-NOW-ABSTIME)
                    YYYYMMDD(WS-TODAY-DATE)
                END-EXEC
                SET WL-CANCELLED TO TRUE
                MOVE WS-TODAY-DATE TO WL-STATUS-DATE
                MOVE EIBUSERID     TO WL-STATUS-USER
                MOVE 'AUTHORITY APPROVAL REFUSED'
                                   TO WL-STATUS-REASON
                REWRITE WIRE-LEDGER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            CLOSE WIRELOG.
        2750-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3000-APPLY-ACTION - the supervisor approved; apply the   *
      *    held action the way the requesting program would have.   *
      *-----------------------------------------------------------*
        3000-APPLY-ACTION.
            SET WS-ACTION-NOT-APPLIED TO TRUE
            EVALUATE TRUE
                WHEN AQ-BLOCK-DELETE
                    PERFORM 3500-DELETE-BLOCK THRU 3500-EXIT
                WHEN AQ-CUSTOMER-MERGE
                    PERFORM 3600-MERGE-CUSTOMERS THRU 3600-EXIT
                WHEN AQ-WIRE-RELEASE
                    PERFORM 3300-RELEASE-WIRE THRU 3300-EXIT
                WHEN AQ-SUSPENSE-RESOLVE
                    PERFORM 3350-RESOLVE-SUSPENSE THRU 3350-EXIT
                WHEN AQ-INVOICE-VOID
                    PERFORM 3400-VOID-INVOICE THRU 3400-EXIT
                WHEN OTHER
                    PERFORM 3100-UPDATE-CARD THRU 3100-EXIT
            END-EVALUATE.
        3000-EXIT.
            EXIT.

            END-READ
            IF WS-CUSTMAS-OK
                SET WS-CARD-NOT-YET-FOUND TO TRUE
                SET WS-CARD-NOT-CHARGED-OFF TO TRUE
                PERFORM 3200-APPLY-ONE-CARD THRU 3200-EXIT
                    VARYING WS-CARD-SUB FROM 1 BY 1
                    UNTIL WS-CARD-SUB > CM-CARD-COUNT
                       OR WS-CARD-WAS-FOUND
                IF WS-CARD-WAS-FOUND AND WS-CARD-NOT-CHARGED-OFF
                    REWRITE CUSTOMER-MASTER-RECORD
                        INVALID KEY
                            CONTINUE
        3200-APPLY-ONE-CARD.
            IF CM-CARD-NUMBER(WS-CARD-SUB) = AQ-CARD-NUMBER
                SET WS-CARD-WAS-FOUND TO TRUE
                IF CM-CARD-CHARGED-OFF(WS-CARD-SUB)
                    SET WS-CARD-IS-CHARGED-OFF TO TRUE
                    GO TO 3200-EXIT
                END-IF
                MOVE CM-CARD-NUMBER(WS-CARD-SUB) TO CHG-CARD-NUMBER
                MOVE CM-CARD-TYPE(WS-CARD-SUB)   TO CHG-OLD-CARD-TYPE
                                                    CHG-NEW-CARD-TYPE
                MOVE CM-CARD-USAGE(WS-CARD-SUB)  TO CHG-OLD-USAGE
                                                    CHG-NEW-USAGE
                MOVE CM-CARD-STATUS(WS-CARD-SUB) TO CHG-OLD-STATUS
                IF AQ-LIMIT-CHANGE
                    SET CHG-ACTION-UPDATE TO TRUE
                    MOVE AQ-NEW-LIMIT
                        TO CM-CARD-LIMIT(WS-CARD-SUB)
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3300-RELEASE-WIRE - a wire held awaiting approval goes   *
      *    on as WIRETRAN would have sent it: posted, or warehoused *
      *    for WIRREL01 if its value date is still to come. A wire  *
      *    no longer held awaiting approval - missing from WIRELOG, *
      *    or already decided on another item - fails the approval. *
      *    The wire desk cannot cancel a wire held for approval     *
      *    (WIREMNT refuses X on it); rejecting the item here is    *
      *    how such a wire is stopped.                              *
      *-----------------------------------------------------------*
        3300-RELEASE-WIRE.
            OPEN I-O WIRELOG
            MOVE AQ-CARD-NUMBER TO WL-WIRE-REF
            READ WIRELOG
                KEY IS WL-WIRE-REF
                INVALID KEY
                    MOVE '23' TO WS-WIRELOG-STATUS
            END-READ
            IF WS-WIRELOG-OK AND WL-HELD-APPROVAL
                EXEC CICS ASKTIME
                    ABSTIME(WS-NOW-ABSTIME)
                END-EXEC
                EXEC CICS FORMATTIME
                    ABSTIME(WS-NOW-ABSTIME)
                    YYYYMMDD(WS-TODAY-DATE)
                END-EXEC
                IF WL-VALUE-DATE > WS-TODAY-DATE
                    SET WL-WAREHOUSED TO TRUE
                ELSE
                    SET WL-POSTED TO TRUE
                END-IF
                MOVE WS-TODAY-DATE TO WL-STATUS-DATE
                MOVE EIBUSERID     TO WL-STATUS-USER
                MOVE 'APPROVED OVER AUTHORITY'
                                   TO WL-STATUS-REASON
                REWRITE WIRE-LEDGER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-WIRELOG-OK
                    SET WS-ACTION-APPLIED TO TRUE
                END-IF
            END-IF
            CLOSE WIRELOG.
        3300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3350-RESOLVE-SUSPENSE - WIRSUSPQ posts the held          *
      *    resolution to the customer and note it was keyed with,   *
      *    against the item approved here.                          *
      *-----------------------------------------------------------*
        3350-RESOLVE-SUSPENSE.
            PERFORM 3450-MARK-DECIDED THRU 3450-EXIT
            IF NOT WS-APPRQUE-OK
                GO TO 3350-EXIT
            END-IF
            MOVE SPACES TO WS-SUSP-REQUEST
            SET SQ-FUNC-APPLY-APPROVED TO TRUE
            MOVE AQ-CARD-NUMBER TO SQ-SUSP-REF
            MOVE AQ-CUST-ID     TO SQ-CUST-ID
            MOVE AQ-BENE-IBAN   TO SQ-NOTE
            MOVE AQ-KEY         TO SQ-APPROVAL-KEY
            MOVE ZERO           TO SQ-ITEM-COUNT
            EXEC CICS LINK
                PROGRAM('WIRSUSPQ')
                COMMAREA(WS-SUSP-REQUEST)
                LENGTH(LENGTH OF WS-SUSP-REQUEST)
            END-EXEC
            IF SQ-ACCEPTED
                SET WS-ACTION-APPLIED TO TRUE
            ELSE
                PERFORM 3460-UNDO-DECIDED THRU 3460-EXIT
            END-IF.
        3350-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3400-VOID-INVOICE - INVPAY voids the invoice with the    *
      *    reason it was keyed with, provided it is still open,     *
      *    against the item approved here and under the userid      *
      *    that requested it.                                       *
      *-----------------------------------------------------------*
        3400-VOID-INVOICE.
            PERFORM 3450-MARK-DECIDED THRU 3450-EXIT
            IF NOT WS-APPRQUE-OK
                GO TO 3400-EXIT
            END-IF
            MOVE SPACES TO WS-VOID-REQUEST
            SET PY-FUNC-APPLY-APPROVED TO TRUE
            MOVE AQ-CARD-NUMBER(1:10) TO PY-INVOICE-NO
            MOVE AQ-BENE-IBAN         TO PY-REASON
            MOVE AQ-KEY               TO PY-APPROVAL-KEY
            MOVE AQ-REQUEST-USER      TO PY-REQUEST-USER
            MOVE ZERO TO PY-AMOUNT PY-AMOUNT-PAID
            EXEC CICS LINK
                PROGRAM('INVPAY')
                COMMAREA(WS-VOID-REQUEST)
                LENGTH(LENGTH OF WS-VOID-REQUEST)
            END-EXEC
            IF PY-ACCEPTED
                SET WS-ACTION-APPLIED TO TRUE
            ELSE
                PERFORM 3460-UNDO-DECIDED THRU 3460-EXIT
            END-IF.
        3400-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3450-MARK-DECIDED - stamp the item approved under this   *
      *    userid before the owning program is asked to apply it;   *
      *    it checks the item and marks it applied.                 *
      *-----------------------------------------------------------*
        3450-MARK-DECIDED.
            SET AQ-APPROVED TO TRUE
            PERFORM 2500-STAMP-AND-REWRITE THRU 2500-EXIT.
        3450-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3460-UNDO-DECIDED - the owning program did not apply it; *
      *    the item goes back to pending, as any failed approval    *
      *    leaves it.                                               *
      *-----------------------------------------------------------*
        3460-UNDO-DECIDED.
            SET AQ-PENDING TO TRUE
            MOVE SPACES TO AQ-DECIDE-USER AQ-DECIDE-DATE
            REWRITE APPROVAL-QUEUE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
        3460-EXIT.
            EXIT.

        3500-DELETE-BLOCK.
            OPEN I-O WIREBLK
            MOVE AQ-BENE-IBAN TO BL-BENE-IBAN
        3500-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3600-MERGE-CUSTOMERS - fold the merged customer into     *
      *    the survivor. The masters are settled first and as one   *
      *    step; only once the survivor holds every card and the    *
      *    merged master is gone are the other files (cards,        *
      *    beneficiaries, wires, invoices and invoice templates)    *
      *    repointed and the merged contact record retired.         *
      *-----------------------------------------------------------*
        3600-MERGE-CUSTOMERS.
            OPEN I-O CUSTMAS
            PERFORM 3610-MERGE-MASTERS THRU 3610-EXIT
            CLOSE CUSTMAS
            IF WS-ACTION-APPLIED
                PERFORM 3700-REPOINT-CARDS THRU 3700-EXIT
                PERFORM 3800-REPOINT-BENEFICIARIES THRU 3800-EXIT
                PERFORM 3850-REPOINT-WIRES THRU 3850-EXIT
                PERFORM 3870-REPOINT-INVOICES THRU 3870-EXIT
                PERFORM 3880-REPOINT-TEMPLATES THRU 3880-EXIT
                PERFORM 3900-RETIRE-CONTACT THRU 3900-EXIT
                PERFORM 4100-LOG-RETIREMENT THRU 4100-EXIT
            END-IF.
        3600-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3610-MERGE-MASTERS - both masters must still be on file  *
      *    and the cards must still fit the survivor's table (one   *
      *    may have been issued since the merge was queued); if     *
      *    not, nothing is touched. The survivor is rewritten with  *
      *    the merged cards appended, then the merged master is     *
      *    deleted; a delete that fails puts the survivor back as   *
      *    it was.                                                  *
      *-----------------------------------------------------------*
        3610-MERGE-MASTERS.
            MOVE AQ-MERGE-CUST-ID TO CM-CUST-ID
            READ CUSTMAS
                KEY IS CM-CUST-ID
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-READ
            IF NOT WS-CUSTMAS-OK
                GO TO 3610-EXIT
            END-IF
            MOVE CUSTOMER-MASTER-RECORD TO WS-MERGED-MASTER
            MOVE AQ-CUST-ID TO CM-CUST-ID
            READ CUSTMAS
                KEY IS CM-CUST-ID
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-READ
            IF NOT WS-CUSTMAS-OK
                GO TO 3610-EXIT
            END-IF
            IF CM-CARD-COUNT + WS-MRG-CARD-COUNT > WS-MAX-CARDS
                GO TO 3610-EXIT
            END-IF
            MOVE CM-CARD-COUNT TO WS-SURVIVOR-CARD-COUNT
            PERFORM 3620-APPEND-ONE-CARD THRU 3620-EXIT
                VARYING WS-MOVE-SUB FROM 1 BY 1
                UNTIL WS-MOVE-SUB > WS-MRG-CARD-COUNT
            REWRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF NOT WS-CUSTMAS-OK
                GO TO 3610-EXIT
            END-IF
            MOVE AQ-MERGE-CUST-ID TO CM-CUST-ID
            DELETE CUSTMAS RECORD
                INVALID KEY
                    MOVE '23' TO WS-CUSTMAS-STATUS
            END-DELETE
            IF WS-CUSTMAS-OK
                SET WS-ACTION-APPLIED TO TRUE
                GO TO 3610-EXIT
            END-IF
            MOVE AQ-CUST-ID             TO CM-CUST-ID
            MOVE WS-SURVIVOR-CARD-COUNT TO CM-CARD-COUNT
            REWRITE CUSTOMER-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
        3610-EXIT.
            EXIT.

        3620-APPEND-ONE-CARD.
            ADD 1 TO CM-CARD-COUNT
            MOVE WS-MRG-CARD(WS-MOVE-SUB) TO CM-CARDS(CM-CARD-COUNT).
        3620-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3700-REPOINT-CARDS - each card moved gets its CRDXREF    *
      *    entry and its PAYDUE obligation (if it has one) pointed  *
      *    at the survivor, and is journalled as moved.             *
      *-----------------------------------------------------------*
        3700-REPOINT-CARDS.
            OPEN I-O CRDXREF
            OPEN I-O PAYDUE
            PERFORM 3710-REPOINT-ONE-CARD THRU 3710-EXIT
                VARYING WS-MOVE-SUB FROM 1 BY 1
                UNTIL WS-MOVE-SUB > WS-MRG-CARD-COUNT
            CLOSE CRDXREF
            CLOSE PAYDUE.
        3700-EXIT.
            EXIT.

        3710-REPOINT-ONE-CARD.
            MOVE WS-MRG-CARD-NUMBER(WS-MOVE-SUB) TO XR-CARD-NUMBER
            READ CRDXREF
                INVALID KEY
                    MOVE '23' TO WS-CRDXREF-STATUS
            END-READ
            IF WS-CRDXREF-OK
                MOVE AQ-CUST-ID TO XR-CUST-ID
                REWRITE CARD-XREF-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                MOVE SPACES     TO CARD-XREF-RECORD
                MOVE WS-MRG-CARD-NUMBER(WS-MOVE-SUB)
                                TO XR-CARD-NUMBER
                MOVE AQ-CUST-ID TO XR-CUST-ID
                WRITE CARD-XREF-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF
            MOVE WS-MRG-CARD-NUMBER(WS-MOVE-SUB) TO PD-CARD-NUMBER
            READ PAYDUE
                INVALID KEY
                    MOVE '23' TO WS-PAYDUE-STATUS
            END-READ
            IF WS-PAYDUE-OK
                MOVE AQ-CUST-ID TO PD-CUST-ID
                REWRITE PAYMENT-DUE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            MOVE SPACES TO CHANGE-RECORD
            SET CHG-ACTION-MERGE TO TRUE
            MOVE AQ-CUST-ID TO CHG-CUST-ID
            MOVE WS-MRG-CARD-NUMBER(WS-MOVE-SUB) TO CHG-CARD-NUMBER
            MOVE WS-MRG-CARD-TYPE(WS-MOVE-SUB)   TO CHG-OLD-CARD-TYPE
                                                    CHG-NEW-CARD-TYPE
            MOVE WS-MRG-CARD-LIMIT(WS-MOVE-SUB)  TO CHG-OLD-LIMIT
                                                    CHG-NEW-LIMIT
            MOVE WS-MRG-CARD-USAGE(WS-MOVE-SUB)  TO CHG-OLD-USAGE
                                                    CHG-NEW-USAGE
            MOVE WS-MRG-CARD-STATUS(WS-MOVE-SUB) TO CHG-OLD-STATUS
                                                    CHG-NEW-STATUS
            PERFORM 4200-SEND-CHANGE THRU 4200-EXIT.
        3710-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3800-REPOINT-BENEFICIARIES - every beneficiary the       *
      *    merged customer registered now belongs to the survivor.  *
      *-----------------------------------------------------------*
        3800-REPOINT-BENEFICIARIES.
            OPEN I-O BENEREG
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO BR-BENE-ID
            START BENEREG
                KEY IS NOT LESS THAN BR-BENE-ID
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 3810-REPOINT-ONE-BENE THRU 3810-EXIT
                UNTIL WS-SCAN-EOF
            CLOSE BENEREG.
        3800-EXIT.
            EXIT.

        3810-REPOINT-ONE-BENE.
            READ BENEREG NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-SCAN-EOF AND BR-CUST-ID = AQ-MERGE-CUST-ID
                MOVE AQ-CUST-ID TO BR-CUST-ID
                REWRITE BENEFICIARY-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF.
        3810-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3850-REPOINT-WIRES - every wire on the ledger that the   *
      *    merged customer originated is carried under the          *
      *    survivor, so the customer summary shows them together.   *
      *-----------------------------------------------------------*
        3850-REPOINT-WIRES.
            OPEN I-O WIRELOG
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO WL-WIRE-REF
            START WIRELOG
                KEY IS NOT LESS THAN WL-WIRE-REF
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 3860-REPOINT-ONE-WIRE THRU 3860-EXIT
                UNTIL WS-SCAN-EOF
            CLOSE WIRELOG.
        3850-EXIT.
            EXIT.

        3860-REPOINT-ONE-WIRE.
            READ WIRELOG NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-SCAN-EOF
               AND WL-ORIG-CUST-ID = AQ-MERGE-CUST-ID
                MOVE AQ-CUST-ID TO WL-ORIG-CUST-ID
                REWRITE WIRE-LEDGER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF.
        3860-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3870-REPOINT-INVOICES - every invoice billed to the      *
      *    merged customer is re-billed to the survivor on its      *
      *    header, so receivables and the customer aging carry      *
      *    them together, and each is journalled.                   *
      *-----------------------------------------------------------*
        3870-REPOINT-INVOICES.
            OPEN I-O INVFILE
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO IN-KEY
            START INVFILE
                KEY IS NOT LESS THAN IN-KEY
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 3875-REPOINT-ONE-INVOICE THRU 3875-EXIT
                UNTIL WS-SCAN-EOF
            CLOSE INVFILE.
        3870-EXIT.
            EXIT.

        3875-REPOINT-ONE-INVOICE.
            READ INVFILE NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-SCAN-EOF
               AND IN-HEADER-REC
               AND IN-BILL-TO-CUST-ID = AQ-MERGE-CUST-ID
                MOVE AQ-CUST-ID TO IN-BILL-TO-CUST-ID
                REWRITE INVOICE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-INVFILE-OK
                    MOVE SPACES TO CHANGE-RECORD
                    MOVE IN-INVOICE-NO TO CHG-CARD-NUMBER
                    PERFORM 3890-LOG-BILL-TO THRU 3890-EXIT
                END-IF
            END-IF.
        3875-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3880-REPOINT-TEMPLATES - every recurring invoice         *
      *    template billed to the merged customer bills the         *
      *    survivor from its next run on, and each is journalled.   *
      *-----------------------------------------------------------*
        3880-REPOINT-TEMPLATES.
            OPEN I-O INVTMPL
            SET WS-SCAN-NOT-EOF TO TRUE
            MOVE LOW-VALUES TO TM-TEMPLATE-ID
            START INVTMPL
                KEY IS NOT LESS THAN TM-TEMPLATE-ID
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 3885-REPOINT-ONE-TEMPLATE THRU 3885-EXIT
                UNTIL WS-SCAN-EOF
            CLOSE INVTMPL.
        3880-EXIT.
            EXIT.

        3885-REPOINT-ONE-TEMPLATE.
            READ INVTMPL NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF NOT WS-SCAN-EOF
               AND TM-BILL-TO-CUST-ID = AQ-MERGE-CUST-ID
                MOVE AQ-CUST-ID TO TM-BILL-TO-CUST-ID
                REWRITE INVOICE-TEMPLATE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-INVTMPL-OK
                    MOVE SPACES TO CHANGE-RECORD
                    MOVE TM-TEMPLATE-ID TO CHG-CARD-NUMBER
                    PERFORM 3890-LOG-BILL-TO THRU 3890-EXIT
                END-IF
            END-IF.
        3885-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3890-LOG-BILL-TO - journal an invoice or template        *
      *    re-billed to the survivor (action B), the old and new    *
      *    bill-to CUST-IDs in the card-type images. The caller     *
      *    has put the invoice number or template id in place.      *
      *-----------------------------------------------------------*
        3890-LOG-BILL-TO.
            SET CHG-ACTION-BILL-TO TO TRUE
            MOVE AQ-CUST-ID       TO CHG-CUST-ID
            MOVE AQ-MERGE-CUST-ID TO CHG-OLD-CARD-TYPE
            MOVE AQ-CUST-ID       TO CHG-NEW-CARD-TYPE
            MOVE ZERO TO CHG-OLD-LIMIT CHG-OLD-USAGE
                         CHG-NEW-LIMIT CHG-NEW-USAGE
            PERFORM 4200-SEND-CHANGE THRU 4200-EXIT.
        3890-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    3900-RETIRE-CONTACT - the merged customer's contact      *
      *    record is removed; a survivor with no contact record of  *
      *    its own takes the merged customer's details over.        *
      *-----------------------------------------------------------*
        3900-RETIRE-CONTACT.
            OPEN I-O CUSTCNT
            MOVE AQ-CUST-ID TO CC-CUST-ID
            READ CUSTCNT
                INVALID KEY
                    MOVE '23' TO WS-CUSTCNT-STATUS
            END-READ
            IF WS-CUSTCNT-OK
                SET WS-SURVIVOR-HAS-CONTACT TO TRUE
            ELSE
                SET WS-SURVIVOR-NO-CONTACT TO TRUE
            END-IF
            MOVE AQ-MERGE-CUST-ID TO CC-CUST-ID
            READ CUSTCNT
                INVALID KEY
                    MOVE '23' TO WS-CUSTCNT-STATUS
            END-READ
            IF WS-CUSTCNT-OK
                DELETE CUSTCNT RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
                IF WS-SURVIVOR-NO-CONTACT
                    MOVE AQ-CUST-ID TO CC-CUST-ID
                    WRITE CUSTOMER-CONTACT-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
            END-IF
            CLOSE CUSTCNT.
        3900-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-LOG-CHANGE - journal the applied card change to     *
      *    the CHGL queue, like the maintenance transactions do.    *
            END-EXEC.
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4100-LOG-RETIREMENT - journal the merged CUST-ID as      *
      *    retired, carrying the survivor it was merged into.       *
      *-----------------------------------------------------------*
        4100-LOG-RETIREMENT.
            MOVE SPACES TO CHANGE-RECORD
            SET CHG-ACTION-RETIRE TO TRUE
            MOVE AQ-MERGE-CUST-ID TO CHG-CUST-ID
            MOVE AQ-CUST-ID       TO CHG-CARD-NUMBER
            MOVE ZERO TO CHG-OLD-LIMIT CHG-OLD-USAGE
                         CHG-NEW-LIMIT CHG-NEW-USAGE
            PERFORM 4200-SEND-CHANGE THRU 4200-EXIT.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4200-SEND-CHANGE - stamp a merge journal record already  *
      *    built for its customer and pass it to OLCHGLOG.          *
      *-----------------------------------------------------------*
        4200-SEND-CHANGE.
            MOVE 'APPRMGR ' TO CHG-PROGRAM-ID
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                YYYYMMDD(CHG-DATE)
                TIME(CHG-TIME)
                TIMESEP(':')
            END-EXEC
            MOVE EIBTRMID   TO CHG-TERM-ID
            MOVE EIBUSERID  TO CHG-USER-ID
            EXEC CICS LINK
                PROGRAM('OLCHGLOG')
                COMMAREA(CHANGE-RECORD)
                LENGTH(LENGTH OF CHANGE-RECORD)
            END-EXEC.
        4200-EXIT.
            EXIT.
