           02  POSTHIST-TYPE                  PIC X(1).
               88  POSTHIST-IS-POSTING        VALUE 'P'.
               88  POSTHIST-IS-REVERSAL       VALUE 'R'.
      *    'Y' once ETPBREV has backed the row's run out; 'T' once
      *    the sending partner has returned the item and ETPBINT has
      *    emitted its offsetting posting - either way the row's
      *    money has been undone and must not be undone again
           02  POSTHIST-REVERSED              PIC X(1).
               88  POSTHIST-WAS-REVERSED      VALUE 'Y'.
               88  POSTHIST-WAS-RETURNED      VALUE 'T'.
      *    the business day the money belongs to - the posting date
      *    itself except for a back-valued entry, where the capture
      *    carried an earlier value date
      *    the capture point's trace id, carried from the journal
      *    entry so the ETPETRC inquiry can key an item's journey
           02  POSTHIST-TRACE-ID              PIC X(12).
      *    what kind of movement the row is - the TXNCODE code the
      *    capture point stamped on the journal entry (spaces on rows
      *    posted before the code existed); statements, the activity
      *    screen and the end-of-day totals group by it
           02  POSTHIST-TXN-TYPE              PIC X(2).
      *    the row's place in the account's tamper-evident chain and
      *    its seal - see HASHCHN.  The seal covers everything but
      *    the account number, which a renumbering may change, and
      *    the REVERSED and INT-ADJ flags, which later jobs set on
      *    the row in the normal course; zero on rows written before
      *    the chain existed
           02  POSTHIST-CHAIN-NO              PIC 9(9).
           02  POSTHIST-SEAL                  PIC 9(18).
