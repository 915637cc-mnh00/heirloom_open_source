      *    balance-driven sweep instructions - where a standing order
      *    moves a fixed amount on a fixed date, a sweep moves
      *    whatever the balances call for.  ETPBSWP evaluates every
      *    active instruction after ETPBPST has applied the day's
      *    postings and writes the balanced pair to journal4 for the
      *    next posting window; ETPESWP maintains them.  The rules:
      *      'E' sweep the source's excess above LEVEL to the target
      *      'T' top the target up to LEVEL from the source
      *      'O' cover any overdraft on the target from the source
      *    The source's overdraft limit, holds and stop instructions
      *    are respected; a sweep the source cannot fully fund is cut
      *    to what it can.
       01  SWEEPINS-RECORD.
           02  SWEEPINS-ID                    PIC 9(6).
           02  SWEEPINS-SOURCE-ACCT           PIC X(10).
           02  SWEEPINS-TARGET-ACCT           PIC X(10).
           02  SWEEPINS-RULE                  PIC X(1).
               88  SWEEPINS-SWEEPS-EXCESS     VALUE 'E'.
               88  SWEEPINS-TOPS-UP           VALUE 'T'.
               88  SWEEPINS-COVERS-OD         VALUE 'O'.
      *    the balance left on the source ('E') or the balance the
      *    target is brought up to ('T'); unused for 'O'
           02  SWEEPINS-LEVEL                 PIC 9(7)V99.
      *    a smaller sweep is not worth the posting; zero sweeps any
      *    amount
           02  SWEEPINS-MIN-AMOUNT            PIC 9(7)V99.
      *    carried into both legs' narrative
           02  SWEEPINS-TEXT                  PIC X(20).
           02  SWEEPINS-STATUS                PIC X(1).
               88  SWEEPINS-IS-ACTIVE         VALUE 'A'.
               88  SWEEPINS-IS-CANCELLED      VALUE 'C'.
      *    the last night's evaluation - the business date, the
      *    amount swept and SWEPT, PARTIAL, NOT DUE or why skipped
           02  SWEEPINS-LAST-DATE             PIC 9(8).
           02  SWEEPINS-LAST-AMOUNT           PIC 9(7)V99.
           02  SWEEPINS-LAST-RESULT           PIC X(8).
