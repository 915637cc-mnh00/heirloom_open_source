      *    term-deposit rate quotes - one row per quote given on the
      *    ETPEQOT screen, keyed by its reference off the branch's
      *    NUMRANGE 'Q' range.  The quote fixes the rate from the
      *    term-deposit product's RATETBL set in force on the day, for
      *    the amount and term asked about, with the maturity date -
      *    rolled to a BUSCAL business day - and the amount due then.
      *    It may be taken up until its valid-until date: ETPEAMT
      *    opens a term deposit only against an open quote, contracts
      *    at its rate, and marks it used with the account opened and
      *    the rate given - a rate above the quote only on a
      *    supervisor's say-so, which is kept here.  ETPBQCV reports
      *    quotes against openings week by week
       01  QUOTE-RECORD.
           02  QUOTE-REF                      PIC X(10).
           02  QUOTE-BRANCH                   PIC X(3).
      *    the customer quoted - spaces for someone not yet a customer
           02  QUOTE-CUSTNO                   PIC X(10).
           02  QUOTE-PRODUCT                  PIC X(6).
           02  QUOTE-CURRENCY                 PIC X(3).
           02  QUOTE-AMOUNT                   PIC 9(7)V99.
           02  QUOTE-TERM-DAYS                PIC 9(4).
      *    the RATETBL row the rate came from
           02  QUOTE-RATE-SET                 PIC X(4).
           02  QUOTE-RATE-EFF-DATE            PIC 9(8).
           02  QUOTE-RATE-TIER                PIC 9(2).
           02  QUOTE-RATE                     PIC 9(3)V9(4).
      *    the business day quoted, the business day the deposit
      *    would mature on and the amount it would pay then
           02  QUOTE-DATE                     PIC 9(8).
           02  QUOTE-MATURITY-DATE            PIC 9(8).
           02  QUOTE-MATURITY-AMOUNT          PIC 9(9)V99.
      *    the last day the quote may be taken up - the SYSPARM
      *    'QUOTEVLD' days after it was given
           02  QUOTE-VALID-UNTIL              PIC 9(8).
           02  QUOTE-QUOTED-BY                PIC X(8).
      *    an open quote past its valid-until date has expired; it is
      *    not rewritten to say so
           02  QUOTE-STATUS                   PIC X(1).
               88  QUOTE-IS-OPEN              VALUE 'O'.
               88  QUOTE-IS-USED              VALUE 'U'.
               88  QUOTE-IS-WITHDRAWN         VALUE 'X'.
      *    the term deposit opened on the quote, the day, the rate it
      *    was contracted at and, for a rate above the quote, the
      *    supervisor who allowed it
           02  QUOTE-ACCTNO                   PIC X(10).
           02  QUOTE-OPEN-DATE                PIC 9(8).
           02  QUOTE-OPEN-RATE                PIC 9(3)V9(4).
           02  QUOTE-OVERRIDE-BY              PIC X(8).
