           02  CUSTMAST-STATUS               PIC X(1).
               88  CUSTMAST-IS-ACTIVE        VALUE 'A'.
               88  CUSTMAST-IS-CLOSED        VALUE 'C'.
      *        notified as deceased on ETPEDCD - the sole accounts are
      *        frozen and the estate is settled from the ESTATE
      *        register; the customer can no longer sign or instruct
               88  CUSTMAST-IS-DECEASED      VALUE 'D'.
      *    contact and identification - the fields the compliance
      *    review flagged as having nowhere to live: a phone number,
      *    date of birth (zero when never captured), the identity
      *    which branch holds the relationship - spaces is the
      *    pre-branch book
           02  CUSTMAST-BRANCH               PIC X(3).
      *    interest withholding standing - 'E' exempt (no tax taken),
      *    'S' or space the standard resident rate held on RATECFG
      *    'WHTRATE ', 'N' non-resident at the treaty rate carried
      *    here (percent, four decimals); ETPBFEE deducts the tax as
      *    it capitalises credit interest
           02  CUSTMAST-TAX-STATUS           PIC X(1).
               88  CUSTMAST-TAX-EXEMPT       VALUE 'E'.
               88  CUSTMAST-TAX-STANDARD     VALUE 'S' ' '.
               88  CUSTMAST-TAX-NONRES       VALUE 'N'.
           02  CUSTMAST-TAX-RATE             PIC 9(3)V9(4).
