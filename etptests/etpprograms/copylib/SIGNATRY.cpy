      *    named signatories on an account - holders and others who
      *    may instruct on it without owning it (a company officer,
      *    an attorney), one row per account and customer, keyed
      *    account-major like ACCTXREF.  Each carries the most one
      *    signature may move in one instruction - zero is no limit;
      *    above it a second signatory must sign too, and two sign
      *    within their combined limits.  Maintained on the ETPESGN
      *    screen under the account's SIGNRULE
       01  SIGNATRY-RECORD.
           02  SIGNATRY-KEY.
               03  SIGNATRY-ACCTNO            PIC X(10).
               03  SIGNATRY-CUSTNO            PIC X(10).
           02  SIGNATRY-LIMIT                 PIC 9(7)V99.
      *    what the signatory is to the account, for the screen
           02  SIGNATRY-TITLE                 PIC X(20).
           02  SIGNATRY-ADDED-DATE            PIC 9(8).
           02  SIGNATRY-USERID                PIC X(8).
