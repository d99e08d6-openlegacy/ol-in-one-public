      ******************************************************************
      *    COPYBOOK  : SUSPAREA                                        *
      *    PURPOSE    : Commarea field layout for the WIRSUSPQ inbound *
      *                 wire suspense work queue - COPYed under the 01 *
      *                 level by WIRSUSPQ itself and by APPRMGR, which *
      *                 LINKs to it to apply (A) or decline (D) a      *
      *                 resolution held for approval, so the two sides *
      *                 cannot drift out of sync, the same way         *
      *                 WIRTAREA serves WIRETRAN and WIRREL01.         *
      *                 On A, APPRMGR passes the key of the approved   *
      *                 APPRQUE item in SQ-APPROVAL-KEY; the           *
      *                 resolution is refused '09' unless that item is *
      *                 a decided-approved S for the same suspense     *
      *                 reference, customer and amount.                *
      ******************************************************************
           03 SQ-FUNCTION           PIC X(01).
              88  SQ-FUNC-LIST             VALUE 'L'.
              88  SQ-FUNC-RESOLVE          VALUE 'R'.
              88  SQ-FUNC-RETURN           VALUE 'T'.
              88  SQ-FUNC-APPLY-APPROVED   VALUE 'A'.
              88  SQ-FUNC-DECLINED         VALUE 'D'.
           03 SQ-SUSP-REF           PIC X(16).
           03 SQ-CUST-ID            PIC X(10).
           03 SQ-NOTE               PIC X(30).
           03 SQ-RETURN-CODE        PIC X(02).
              88  SQ-ACCEPTED              VALUE '00'.
              88  SQ-NOT-FOUND             VALUE '01'.
              88  SQ-REQUEST-INVALID       VALUE '02'.
              88  SQ-NOT-OPEN              VALUE '03'.
              88  SQ-CUST-UNKNOWN          VALUE '04'.
              88  SQ-NO-FX-RATE            VALUE '05'.
              88  SQ-LEDGER-WRITE-FAILED   VALUE '06'.
              88  SQ-QUEUED-FOR-APPROVAL   VALUE '07'.
              88  SQ-AWAITING-APPROVAL     VALUE '08'.
              88  SQ-NOT-APPROVED          VALUE '09'.
           03 SQ-WIRE-REF           PIC X(16).
           03 SQ-ITEM-COUNT         PIC 9(02) COMP.
           03 SQ-MORE-ITEMS-FLAG    PIC X(01).
              88  SQ-MORE-ITEMS-YES        VALUE 'Y'.
              88  SQ-MORE-ITEMS-NO         VALUE 'N'.
           03 SQ-ITEMS OCCURS 10 TIMES.
              05  SQ-I-SUSP-REF           PIC X(16).
              05  SQ-I-RECEIVED-DATE      PIC X(08).
              05  SQ-I-SENDER-BIC         PIC X(11).
              05  SQ-I-AMOUNT             PIC S9(11)V99 COMP-3.
              05  SQ-I-CURRENCY-CODE      PIC X(03).
              05  SQ-I-BENE-NAME          PIC X(35).
              05  SQ-I-SUSP-REASON        PIC X(30).
              05  SQ-I-STATUS             PIC X(01).
           03 SQ-APPROVAL-KEY       PIC X(20).
