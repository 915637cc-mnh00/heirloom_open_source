      *    collections case - one row per account credit control is
      *    chasing.  Opened (or reopened) by the ETPBODR daily run for
      *    an account over its overdraft limit or continuously
      *    overdrawn longer than SYSPARM 'COLLDAYS'; worked on the
      *    ETPECOL queue, where the collector logs contact attempts,
      *    records a promise to pay and closes the case once the
      *    account is back inside its limit.  A promise whose date
      *    passes without a matching credit on POSTHIST is broken:
      *    ETPBODR reopens the case and raises a COLLECT alert
       01  COLLCASE-RECORD.
           02  COLLCASE-ACCTNO                PIC X(10).
           02  COLLCASE-STATUS                PIC X(1).
               88  COLLCASE-IS-OPEN           VALUE 'O'.
               88  COLLCASE-IS-PROMISED       VALUE 'P'.
               88  COLLCASE-IS-CLOSED         VALUE 'C'.
      *    why the case is (re)open - over the limit, overdrawn too
      *    long, or a promise to pay that was not kept
           02  COLLCASE-REASON                PIC X(1).
               88  COLLCASE-OVER-LIMIT        VALUE 'L'.
               88  COLLCASE-OVERDRAWN-LONG    VALUE 'D'.
               88  COLLCASE-PROMISE-BROKEN    VALUE 'B'.
           02  COLLCASE-OPEN-DATE             PIC 9(8).
      *    the account as ETPBODR last saw it - balance, the limit in
      *    force (effective-dated row or flat master limit) and the
      *    days continuously overdrawn
           02  COLLCASE-BALANCE               PIC S9(9)V99.
           02  COLLCASE-ODLIMIT               PIC 9(7)V99.
           02  COLLCASE-OD-DAYS               PIC 9(5).
      *    the contact diary - attempts so far and the latest one
           02  COLLCASE-CONTACTS              PIC 9(3).
           02  COLLCASE-LAST-CONTACT          PIC 9(8).
           02  COLLCASE-CONTACT-NOTE          PIC X(30).
      *    promise to pay: the amount, the date it is due by and the
      *    date it was taken; credits on POSTHIST between those two
      *    dates count toward keeping it
           02  COLLCASE-PROMISE-AMOUNT        PIC 9(7)V99.
           02  COLLCASE-PROMISE-DATE          PIC 9(8).
           02  COLLCASE-PROMISE-TAKEN         PIC 9(8).
           02  COLLCASE-PROMISE-STATE         PIC X(1).
               88  COLLCASE-PROMISE-PENDING   VALUE 'P'.
               88  COLLCASE-PROMISE-KEPT      VALUE 'K'.
               88  COLLCASE-PROMISE-WAS-BROKEN VALUE 'B'.
           02  COLLCASE-BROKEN-COUNT          PIC 9(3).
           02  COLLCASE-CLOSED-DATE           PIC 9(8).
      *    the collector who last worked the case
           02  COLLCASE-USERID                PIC X(8).
