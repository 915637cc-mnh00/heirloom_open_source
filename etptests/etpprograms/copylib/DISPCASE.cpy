      *    customer dispute case - one row per disputed posting, keyed
      *    by the POSTHIST trace id of the posting the customer
      *    challenges.  Opened and worked on the ETPEDSP screen; a
      *    supervisor may give the customer a provisional credit while
      *    the case is investigated, and deciding the case confirms
      *    that credit (upheld) or reverses it (rejected, withdrawn).
      *    The nightly ETPBDSP run raises DISPUTE alerts as the
      *    deadline nears and ETPBDSM reports the month's volumes,
      *    outcomes and days to resolve
       01  DISPCASE-RECORD.
           02  DISPCASE-TRACE-ID              PIC X(12).
      *    the disputed posting as it stands on POSTHIST, and the
      *    account's primary holder off ACCTXREF when opened
           02  DISPCASE-ACCTNO                PIC X(10).
           02  DISPCASE-CUSTNO                PIC X(10).
           02  DISPCASE-POST-DATE             PIC 9(8).
           02  DISPCASE-POST-AMOUNT           PIC S9(7)V99.
      *    how much of the posting the customer disputes - never more
      *    than the posting itself
           02  DISPCASE-AMOUNT                PIC 9(7)V99.
           02  DISPCASE-REASON                PIC X(1).
               88  DISPCASE-UNAUTHORISED      VALUE 'U'.
               88  DISPCASE-DUPLICATE         VALUE 'D'.
               88  DISPCASE-NOT-RECEIVED      VALUE 'N'.
               88  DISPCASE-WRONG-AMOUNT      VALUE 'A'.
               88  DISPCASE-OTHER-REASON      VALUE 'O'.
               88  DISPCASE-REASON-VALID      VALUE 'U' 'D' 'N'
                                                    'A' 'O'.
           02  DISPCASE-STATUS                PIC X(1).
               88  DISPCASE-IS-OPEN           VALUE 'O'.
               88  DISPCASE-IS-PROVISIONAL    VALUE 'P'.
               88  DISPCASE-IS-CLOSED         VALUE 'C'.
      *    opened on the business date; decided by the deadline,
      *    SYSPARM 'DISPDAYS' calendar days later
           02  DISPCASE-OPEN-DATE             PIC 9(8).
           02  DISPCASE-DEADLINE              PIC 9(8).
           02  DISPCASE-OPEN-USERID           PIC X(8).
      *    the investigator's latest note and who last worked it
           02  DISPCASE-NOTE                  PIC X(30).
           02  DISPCASE-USERID                PIC X(8).
      *    the provisional credit - amount, date and the trace id of
      *    the journal4 pair that carried it; 'P' while it stands,
      *    'C' confirmed and 'R' reversed once the case is decided
           02  DISPCASE-PROV-AMOUNT           PIC 9(7)V99.
           02  DISPCASE-PROV-DATE             PIC 9(8).
           02  DISPCASE-PROV-TRACE-ID         PIC X(12).
           02  DISPCASE-PROV-STATE            PIC X(1).
               88  DISPCASE-PROV-NONE         VALUE ' '.
               88  DISPCASE-PROV-POSTED       VALUE 'P'.
               88  DISPCASE-PROV-CONFIRMED    VALUE 'C'.
               88  DISPCASE-PROV-REVERSED     VALUE 'R'.
           02  DISPCASE-OUTCOME               PIC X(1).
               88  DISPCASE-UPHELD            VALUE 'U'.
               88  DISPCASE-REJECTED          VALUE 'R'.
               88  DISPCASE-WITHDRAWN         VALUE 'W'.
           02  DISPCASE-CLOSED-DATE           PIC 9(8).
      *    the business date ETPBDSP last raised a deadline alert, so
      *    a case is alerted at most once a day
           02  DISPCASE-ALERT-DATE            PIC 9(8).
