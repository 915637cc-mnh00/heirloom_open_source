      *    internal (bank-owned) account register - one row per
      *    role the batch suite posts to, naming the ledger account
      *    that plays it, so the account number is configuration
      *    rather than a literal in the programs:
      *      'WHTAX   ' - withholding tax payable; ETPBFEE credits
      *                   the tax it deducts from customer interest,
      *                   ETPBWHT reports the month for remittance
      *      'UNCLAIM ' - unclaimed property held for the state;
      *                   ETPBESC credits escheated balances to it,
      *                   the EAMT reclaim action pays owners out of it
      *      'FXGccy  ' - FX revaluation gain, one per currency ccy
      *      'FXLccy  ' - FX revaluation loss, one per currency ccy
      *      'FXRccy  ' - FX revaluation reserve, the base-currency
      *                   contra the month-end ETPBFXR run books each
      *                   currency's gain or loss against
      *      'CASHbbb ' - branch bbb's teller cash; ETPETLR posts the
      *                   cash side of every teller deposit and
      *                   withdrawal against it
      *      'TLRDbbb ' - branch bbb's teller over/short; ETPETLR
      *                   posts approved drawer differences to it
      *      'DUETssss' - due to companion region ssss; ETPBXRC
      *                   credits the net settlement this region owes
      *      'DUEFssss' - due from companion region ssss; ETPBXRC
      *                   debits the net settlement it owes this region
      *      'CLROUT  ' - outbound clearing; ETPEXFR credits every
      *                   external payment to it, ETPBCLA debits a
      *                   rejected payment's refund back out of it
      *      'DISPUTE ' - dispute provisional credits; ETPEDSP debits
      *                   it for each credit given while a case is
      *                   investigated and clears it as the case is
      *                   decided
      *      'DISPLOSS' - dispute write-off; ETPEDSP debits it for
      *                   every upheld dispute the bank makes good
      *      'OIMxxxxx' - any further clearing or suspense account
      *                   kept on open items that plays none of the
      *                   roles above - no program posts by it
       01  INTACCT-RECORD.
           02  INTACCT-ROLE                   PIC X(8).
           02  INTACCT-ACCTNO                 PIC X(10).
           02  INTACCT-DESC                   PIC X(30).
      *    'Y' keeps the account on open items: ETPBOIM turns each of
      *    its postings into an OPENITEM row, pairs the debits and
      *    credits that clear each other and ages the rest; ETPEOIM
      *    matches what is left by hand
           02  INTACCT-OPEN-ITEMS             PIC X(1).
               88  INTACCT-KEEPS-ITEMS        VALUE 'Y'.
