      *    daily balance history - one row per account per business
      *    day, written by ETPBBAL once ETPBPST has applied the day's
      *    postings: the ledger and memo balances as they closed, and
      *    the ledger balance priced to base at the EXRATE rate in
      *    force that day (the rate is kept so the figure can be
      *    reproduced).  The account's type, product and branch ride
      *    on the row as they stood that day, so ETPBABR's monthly
      *    average-balance report groups by them without the master.
      *    Aged out by ETPBRET under the RETNTBL 'BALHIST ' policy
       01  BALHIST-RECORD.
           02  BALHIST-KEY.
               03  BALHIST-ACCTNO             PIC X(10).
               03  BALHIST-DATE               PIC 9(8).
           02  BALHIST-LEDGER                 PIC S9(9)V99.
           02  BALHIST-MEMO                   PIC S9(9)V99.
           02  BALHIST-CURRENCY               PIC X(3).
      *    base-currency equivalent of the ledger balance; a foreign
      *    balance with no effective rate carries zero and the rate
      *    zero, and is counted unpriced by the snapshot run
           02  BALHIST-BASE-EQUIV             PIC S9(11)V99.
           02  BALHIST-RATE                   PIC 9(3)V9(6).
           02  BALHIST-ACCT-TYPE              PIC X(1).
           02  BALHIST-PRODUCT                PIC X(6).
           02  BALHIST-BRANCH                 PIC X(3).
