      ******************************************************************
      *    COPYBOOK  : OPRENT                                          *
      *    Record layout for the OPRENT operator entitlement file -    *
      *    one record per operator, keyed by CICS userid, holding the  *
      *    most that operator may do on their own authority, in whole  *
      *    units of base currency: the largest card limit increase     *
      *    (FINCRDMT), wire (WIRETRAN, on the base equivalent),        *
      *    suspense resolution (WIRSUSPQ, on the base equivalent) and  *
      *    invoice void (INVPAY, on the amount plus tax). Anything     *
      *    over the operator's own figure is queued on APPRQUE for a   *
      *    supervisor through APPRMGR instead of being applied. An     *
      *    operator with no record has no authority of their own, so   *
      *    everything they key goes to the queue. Maintained by        *
      *    security administration through OPRENTMT, every change      *
      *    journalled through OLCHGLOG.                                *
      ******************************************************************
       01  OPERATOR-ENTITLEMENT-RECORD.
           05  OE-USER-ID              PIC X(08).
           05  OE-MAX-LIMIT-CHANGE     PIC S9(7) COMP.
           05  OE-MAX-WIRE-AMOUNT      PIC S9(7) COMP.
           05  OE-MAX-SUSP-AMOUNT      PIC S9(7) COMP.
           05  OE-MAX-VOID-AMOUNT      PIC S9(7) COMP.
           05  OE-CHANGED-DATE         PIC X(08).
           05  OE-CHANGED-USER         PIC X(08).
           05  FILLER                  PIC X(24).
