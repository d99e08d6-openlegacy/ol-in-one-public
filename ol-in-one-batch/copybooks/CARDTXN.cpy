      *    carrying the file date and ends with a trailer carrying     *
      *    the detail count and amount total, which FINPOST1 proves    *
      *    (and checks against the POSTCTL run control) before         *
      *    posting anything. Dispute credits (D) and their reversals   *
      *    (X) never arrive on the daily file: FINPOST1 builds them    *
      *    in this layout off the DISPUTE case file and posts them     *
      *    through the same path. A returned (NSF) payment (N)         *
      *    arrives from the bank carrying the CT-TXN-REF of the        *
      *    payment it returns; the returned-payment fee (F) it draws   *
      *    is built by FINPOST1 and never arrives on the file. Nor     *
      *    does a recovery (Y): a payment on a charged-off card is     *
      *    recorded as one by FINPOST1 against its CHRGOFF record.     *
      *    A returned payment on such a card is recorded as the        *
      *    reversal of that recovery (Z), again never on the file.     *
      *    A rewards redemption credit (R) is likewise built by        *
      *    FINPOST1 off the RWDLEDG points ledger and posted as a      *
      *    credit, and a credit-balance refund debit (B) off the       *
      *    REFUNDS file FINRFD01 writes, posted as a debit that brings *
      *    the card back to zero.                                      *
      ******************************************************************
       01  CARD-TXN-RECORD.
           05  CT-TXN-TYPE             PIC X(01).
               88  CT-PURCHASE             VALUE 'P'.
               88  CT-PAYMENT              VALUE 'M'.
               88  CT-CREDIT               VALUE 'C'.
               88  CT-DISPUTE-CREDIT       VALUE 'D'.
               88  CT-DISPUTE-REVERSAL     VALUE 'X'.
               88  CT-RETURNED-PAYMENT     VALUE 'N'.
               88  CT-RETURN-FEE           VALUE 'F'.
               88  CT-RECOVERY             VALUE 'Y'.
               88  CT-RECOVERY-REVERSAL    VALUE 'Z'.
               88  CT-REWARD-CREDIT        VALUE 'R'.
               88  CT-REFUND-DEBIT         VALUE 'B'.
               88  CT-HEADER-REC           VALUE 'H'.
               88  CT-TRAILER-REC          VALUE 'T'.
           05  CT-CARD-NUMBER          PIC X(16).
