      *    and total here; the ETPBPSC schedule check reads the
      *    expected frequency against the last-file date and raises
      *    an ALERTQ line for a feed that simply never arrived,
      *    instead of the silence being noticed at month-end.  A
      *    partner that can still recall its credits carries the
      *    number of business days they stay uncollected (UNCOLL)
       01  PARTNER-RECORD.
           02  PARTNER-ID                     PIC X(8).
           02  PARTNER-NAME                   PIC X(30).
           02  PARTNER-LAST-FILE-DATE         PIC 9(8).
           02  PARTNER-FILES-LOADED           PIC 9(7).
           02  PARTNER-LAST-TOTAL             PIC 9(11)V99.
      *    business days a credit from this partner is held out of
      *    the available balance after posting; zero means the funds
      *    are available the night they post
           02  PARTNER-AVAIL-DAYS             PIC 9(2).
