      *    deceased-customer estate register - one row per customer
      *    notified as deceased on ETPEDCD, recording the date of
      *    death, who took the notification and what it did: the
      *    accounts the customer owned alone frozen, the joint
      *    accounts left to the surviving holders, and the standing
      *    orders, warehoused entries and direct-debit mandates
      *    cancelled.  The estate settlement on the same screen names
      *    the executor's account, pays each frozen account's final
      *    balance to it through the close-out sweep and records the
      *    totals here.  Each step is also on the customer's CUSTAUD
      *    trail
       01  ESTATE-RECORD.
           02  ESTATE-CUSTNO                  PIC X(10).
           02  ESTATE-STATUS                  PIC X(1).
               88  ESTATE-IS-FROZEN           VALUE 'F'.
               88  ESTATE-IS-SETTLED          VALUE 'S'.
           02  ESTATE-DEATH-DATE              PIC 9(8).
           02  ESTATE-NOTIFIED-DATE           PIC 9(8).
           02  ESTATE-NOTIFIED-BY             PIC X(8).
           02  ESTATE-ACCTS-FROZEN            PIC 9(3).
           02  ESTATE-JOINT-LEFT              PIC 9(3).
           02  ESTATE-ORDERS-CANCELLED        PIC 9(3).
           02  ESTATE-ENTRIES-CANCELLED       PIC 9(3).
           02  ESTATE-MANDATES-CANCELLED      PIC 9(3).
      *    the settlement - spaces and zero until it is made
           02  ESTATE-EXECUTOR-ACCT           PIC X(10).
           02  ESTATE-EXECUTOR-NAME           PIC X(30).
           02  ESTATE-SETTLED-DATE            PIC 9(8).
           02  ESTATE-SETTLED-BY              PIC X(8).
           02  ESTATE-ACCTS-PAID              PIC 9(3).
           02  ESTATE-AMOUNT-PAID             PIC 9(9)V99.
      *    frozen accounts left overdrawn at settlement - the debt is
      *    claimed against the estate outside the system and the
      *    account stays frozen
           02  ESTATE-ACCTS-IN-DEBIT          PIC 9(3).
