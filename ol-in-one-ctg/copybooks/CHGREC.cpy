      *                 CARD-TYPE, the limit fields the annual fee in   *
      *                 cents and the usage fields the APR in           *
      *                 hundredths of a percent.                        *
      *                 A duplicate-customer merge applied by APPRMGR   *
      *                 writes one action M record per card moved,      *
      *                 under the surviving CHG-CUST-ID, then one       *
      *                 action X record retiring the merged CUST-ID,    *
      *                 with the survivor's CUST-ID in CHG-CARD-NUMBER. *
      *                 Each invoice or recurring invoice template the  *
      *                 merge re-bills to the survivor is journalled as *
      *                 action B under the survivor's CHG-CUST-ID, with *
      *                 the invoice number or template id in            *
      *                 CHG-CARD-NUMBER and the old and new bill-to     *
      *                 CUST-IDs in the old and new card-type fields.   *
      *                 An operator entitlement change (action E,       *
      *                 written by OPRENTMT) carries the operator's     *
      *                 userid in CHG-CUST-ID and the name of the       *
      *                 maximum in CHG-CARD-NUMBER, one record per      *
      *                 maximum changed, with its old and new amounts   *
      *                 in the limit fields.                            *
      ******************************************************************
       01  CHANGE-RECORD.
           05  CHG-PROGRAM-ID          PIC X(08).
               88  CHG-ACTION-STATUS       VALUE 'S'.
               88  CHG-ACTION-RATE         VALUE 'R'.
               88  CHG-ACTION-CREATE       VALUE 'N'.
               88  CHG-ACTION-MERGE        VALUE 'M'.
               88  CHG-ACTION-RETIRE       VALUE 'X'.
               88  CHG-ACTION-ENTITLEMENT  VALUE 'E'.
               88  CHG-ACTION-BILL-TO      VALUE 'B'.
           05  CHG-TERM-ID             PIC X(04).
           05  CHG-USER-ID             PIC X(08).
           05  CHG-BEFORE.
