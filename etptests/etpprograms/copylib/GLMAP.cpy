      *    GL mapping line - operations keep the mapping of postings
      *    to head office ledger accounts in /tmp/glmap.txt, one line
      *    per rule: account type in column 1, branch in 2-4,
      *    currency in 5-7, transaction type (see TXNCODE) in 8-9,
      *    the GL account the posting moves in 10-19, the contra GL
      *    in 20-29 and a description in 30-59.  ETPBGLJ loads the
      *    file at the start of each run.  Any key field may be
      *    filled with '*' to match every value; where several rules
      *    match a posting the most specific wins - one naming the
      *    account type beats one that does not, then the currency,
      *    then the branch, then the transaction type - and between
      *    equally specific rules the first in the file.
      *    The contra GL is left blank where the posting's other leg
      *    is itself on the posting history - a customer fee and the
      *    fee-income internal account each map their own GL - and
      *    named where the other side never reaches the books, such
      *    as a customer's credit from a partner bank, so the journal
      *    carries both sides.  One rule under type '*', txn 'IB' per
      *    branch (or '***') and currency names the inter-branch
      *    clearing GL that balances a branch's books when a pair's
      *    legs sit in two branches.
       01  GLMAP-RECORD.
           02  GLMAP-KEY.
               03  GLMAP-ACCT-TYPE            PIC X(1).
               03  GLMAP-BRANCH               PIC X(3).
               03  GLMAP-CURRENCY             PIC X(3).
               03  GLMAP-TXN-TYPE             PIC X(2).
           02  GLMAP-GL-ACCOUNT               PIC X(10).
           02  GLMAP-CONTRA-GL                PIC X(10).
           02  GLMAP-DESC                     PIC X(30).
