      *    anti-money-laundering monitoring rules - one row per
      *    pattern the nightly ETPBAML run looks for in POSTHIST.  A
      *    rule with no row, or set inactive, is not evaluated, so
      *    compliance tunes or switches a rule here without a program
      *    change.  Amounts are in the account's own currency, and
      *    what the parameters mean depends on the rule:
      *      'RAPD' rapid in-and-out - within WINDOW days the credits
      *             reach AMOUNT-1 and the debits take at least
      *             PERCENT per cent of them back out
      *      'SMLB' many small credits, then one large debit - COUNT
      *             or more credits each under AMOUNT-1 in the WINDOW
      *             days before the business date, then a debit of
      *             AMOUNT-2 or more on it
      *      'ROND' round-amount transfers - COUNT or more transfers
      *             (TXNCODE 'TR' or 'XR') within WINDOW days, each an
      *             exact multiple of AMOUNT-1 and at least AMOUNT-2
      *      'DORM' sudden activity on a dormant account - movement
      *             of AMOUNT-1 or more on the business date on an
      *             account with older history but no posting in the
      *             WINDOW days before it
      *    A rule fires only on a day the account itself moved, and
      *    never while a case for the same account and rule is open
       01  AMLRULE-RECORD.
           02  AMLRULE-ID                     PIC X(4).
           02  AMLRULE-DESC                   PIC X(30).
           02  AMLRULE-STATUS                 PIC X(1).
               88  AMLRULE-IS-ACTIVE          VALUE 'A'.
               88  AMLRULE-IS-INACTIVE        VALUE 'I'.
           02  AMLRULE-WINDOW                 PIC 9(3).
           02  AMLRULE-COUNT                  PIC 9(3).
           02  AMLRULE-AMOUNT-1               PIC 9(9)V99.
           02  AMLRULE-AMOUNT-2               PIC 9(9)V99.
           02  AMLRULE-PERCENT                PIC 9(3).
