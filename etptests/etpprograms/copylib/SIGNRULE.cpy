      *    signing mandate - the rule for who may instruct on an
      *    account, one row per account, maintained on the ETPESGN
      *    screen.  'A' any one holder or signatory, 'T' any two of
      *    them together, 'N' only the signatories named on SIGNATRY
      *    (the holders sign only if named there too).  An account
      *    with no row is 'A'.  ETPEXFR transfers, ETPEAMT close-outs
      *    and ETPESTO standing orders refuse an instruction the rule
      *    does not satisfy, and ETPBSGR lists rules that rely on a
      *    closed customer
       01  SIGNRULE-RECORD.
           02  SIGNRULE-ACCTNO                PIC X(10).
           02  SIGNRULE-MODE                  PIC X(1).
               88  SIGNRULE-ANY-ONE           VALUE 'A'.
               88  SIGNRULE-ANY-TWO           VALUE 'T'.
               88  SIGNRULE-NAMED             VALUE 'N'.
               88  SIGNRULE-MODE-VALID        VALUE 'A' 'T' 'N'.
           02  SIGNRULE-CHANGED-DATE          PIC 9(8).
           02  SIGNRULE-USERID                PIC X(8).
