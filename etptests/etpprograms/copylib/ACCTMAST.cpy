      *        account, and the posting run completes the close the
      *        moment the sweep lands the balance on zero
               88  ACCTMAST-IS-CLOSE-PEND    VALUE 'P'.
      *        written off as uncollectable by the EAMT charge-off
      *        action: the debit balance has gone to the bad-debt
      *        account, nothing may be captured against the account
      *        but a credit, and ETPBPST counts every such credit as
      *        a recovery on the CHGOFF register
               88  ACCTMAST-IS-CHARGED-OFF   VALUE 'W'.
      *        handed over as unclaimed property by the yearly
      *        ETPBESC run: the balance has gone to the unclaimed-
      *        property account through journal4 and ETPBPST will take
      *        nothing else against the account; an owner who comes
      *        forward is paid out by the EAMT reclaim action
               88  ACCTMAST-IS-ESCHEATED     VALUE 'E'.
      *        frozen by the ETPEDCD deceased notification: the sole
      *        owner has died, ETPBPST suspends every posting against
      *        the account as DECEASED, and the estate settlement on
      *        the same screen pays the balance to the executor's
      *        account through the close-out sweep
               88  ACCTMAST-IS-DECEASED      VALUE 'F'.
      *    what kind of account this is - the ETPBFEE cycle accrues
      *    interest only on savings-type accounts and assesses the
      *    maintenance fee only on checking-type; internal/suspense
               88  ACCTMAST-IS-SAVINGS       VALUE 'S'.
               88  ACCTMAST-IS-INTERNAL      VALUE 'I'.
               88  ACCTMAST-IS-TERM-DEP      VALUE 'T'.
      *        instalment loan - the balance runs negative for the
      *        amount owed, repaid to zero by the LOANSCHD schedule
               88  ACCTMAST-IS-LOAN          VALUE 'L'.
      *    term-deposit contract - meaningful only on type 'T':
      *    maturity date and contracted annual rate captured at open,
      *    the term length in days for a rollover, whether the
      *    (the default) means no overdraft at all - enforced by the
      *    nightly posting job before it applies an entry
           02  ACCTMAST-ODLIMIT              PIC 9(7)V99.
      *    instalment-loan contract - meaningful only on type 'L':
      *    the principal advanced at open, the number of monthly
      *    instalments and the day of the month they fall due.  The
      *    contracted annual rate rides in ACCTMAST-TERM-RATE, the
      *    repayment account in ACCTMAST-SETTLE-ACCT and the final
      *    instalment date in ACCTMAST-MATURITY-DATE; the schedule
      *    rows themselves are on LOANSCHD.  ETPBLRP keeps the
      *    arrears figures current each night - the count and total
      *    of instalments fallen due and still not collected
           02  ACCTMAST-LOAN-PRINCIPAL       PIC 9(7)V99.
           02  ACCTMAST-LOAN-TERM            PIC 9(3).
           02  ACCTMAST-LOAN-DAY             PIC 9(2).
           02  ACCTMAST-ARREARS-COUNT        PIC 9(3).
               88  ACCTMAST-NOT-IN-ARREARS   VALUE 0.
           02  ACCTMAST-ARREARS-AMOUNT       PIC 9(7)V99.
      *    the catalogue product (PRODUCT) the account was opened
      *    under on ETPEAMT; spaces on an account from before the
      *    catalogue, which keeps the rules of its type letter
           02  ACCTMAST-PRODUCT              PIC X(6).
      *    the days' notice the account's product demands before a
      *    withdrawal, taken from PRODUCT at open by ETPEAMT; zero is
      *    instant access.  On a notice account ETPBPST pays a debit
      *    only out of a matured WDNOTICE withdrawal notice - or one a
      *    supervisor released early on ETPEWDN - and suspends any
      *    other as NO NOTICE
           02  ACCTMAST-NOTICE-DAYS          PIC 9(3).
