      ******************************************************************
      *    COPYBOOK  : INVPAREA                                        *
      *    PURPOSE    : Commarea field layout for the INVPAY invoice   *
      *                 payment and void transaction - COPYed under    *
      *                 the 01 level by INVPAY itself and by APPRMGR,  *
      *                 which LINKs to it to apply a void held for     *
      *                 approval (A), so the two sides cannot drift    *
      *                 out of sync, the same way WIRTAREA serves      *
      *                 WIRETRAN and WIRREL01. Function B gives an     *
      *                 invoice its bill-to customer (PY-BILL-TO-      *
      *                 CUST-ID, which must be on CUSTMAS), mainly to  *
      *                 put right the UNASSIGNED ones carried over     *
      *                 from before invoices named their customer.     *
      *                 On A, APPRMGR passes the key of the approved   *
      *                 APPRQUE item (PY-APPROVAL-KEY) and the userid  *
      *                 that keyed the void (PY-REQUEST-USER); the     *
      *                 void is refused '07' unless that item is a     *
      *                 decided-approved V for the same invoice and    *
      *                 amount, and is journalled under the requester  *
      *                 with the approver alongside.                   *
      ******************************************************************
           03 PY-FUNCTION           PIC X(01).
              88  PY-FUNC-PAYMENT          VALUE 'P'.
              88  PY-FUNC-VOID             VALUE 'V'.
              88  PY-FUNC-APPLY-APPROVED   VALUE 'A'.
              88  PY-FUNC-BILL-TO          VALUE 'B'.
           03 PY-INVOICE-NO         PIC X(10).
           03 PY-AMOUNT             PIC S9(09)V99 COMP-3.
           03 PY-REFERENCE          PIC X(16).
           03 PY-REASON             PIC X(30).
           03 PY-RETURN-CODE        PIC X(02).
              88  PY-ACCEPTED              VALUE '00'.
              88  PY-NOT-FOUND             VALUE '01'.
              88  PY-REQUEST-INVALID       VALUE '02'.
              88  PY-STATUS-BLOCKS         VALUE '03'.
              88  PY-RECEIPT-NOT-STORED    VALUE '04'.
              88  PY-QUEUED-FOR-APPROVAL   VALUE '05'.
              88  PY-CUST-UNKNOWN          VALUE '06'.
              88  PY-NOT-APPROVED          VALUE '07'.
           03 PY-NEW-STATUS         PIC X(01).
           03 PY-AMOUNT-PAID        PIC S9(09)V99 COMP-3.
           03 PY-BILL-TO-CUST-ID    PIC X(10).
           03 PY-APPROVAL-KEY       PIC X(20).
           03 PY-REQUEST-USER       PIC X(08).
