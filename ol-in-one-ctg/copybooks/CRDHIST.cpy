               88  CH-PURCHASE             VALUE 'P'.
               88  CH-PAYMENT              VALUE 'M'.
               88  CH-CREDIT               VALUE 'C'.
               88  CH-DISPUTE-CREDIT       VALUE 'D'.
               88  CH-DISPUTE-REVERSAL     VALUE 'X'.
               88  CH-RETURNED-PAYMENT     VALUE 'N'.
               88  CH-RETURN-FEE           VALUE 'F'.
               88  CH-CHARGE-OFF           VALUE 'W'.
               88  CH-RECOVERY             VALUE 'Y'.
               88  CH-RECOVERY-REVERSAL    VALUE 'Z'.
               88  CH-REWARD-CREDIT        VALUE 'R'.
               88  CH-REFUND-DEBIT         VALUE 'B'.
           05  CH-AMOUNT               PIC S9(7)V99 COMP-3.
           05  CH-TXN-REF              PIC X(12).
           05  CH-MERCHANT-NAME        PIC X(30).
