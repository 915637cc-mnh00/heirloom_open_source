      *    unclaimed-property register - one row per dormant account
      *    the yearly ETPBESC run has taken up.  A row starts as a
      *    final notice sent to the owner; if the account is still
      *    dormant when the waiting period has run, the balance goes
      *    to the INTACCT 'UNCLAIM ' account under the pair id held
      *    here and the row becomes escheated.  An owner who comes
      *    forward afterwards is paid out by the EAMT reclaim action,
      *    which records when, to which account and on whose
      *    authority.  A row whose account woke up before the
      *    hand-over is cancelled and starts afresh if the account
      *    ever goes quiet again
       01  ESCHEAT-RECORD.
           02  ESCHEAT-ACCTNO                 PIC X(10).
           02  ESCHEAT-CUSTNO                 PIC X(10).
           02  ESCHEAT-STATUS                 PIC X(1).
               88  ESCHEAT-IS-NOTICED         VALUE 'N'.
               88  ESCHEAT-IS-ESCHEATED       VALUE 'E'.
               88  ESCHEAT-IS-CANCELLED       VALUE 'X'.
               88  ESCHEAT-IS-RECLAIMED       VALUE 'R'.
           02  ESCHEAT-LAST-ACTIVITY          PIC 9(8).
           02  ESCHEAT-NOTICE-DATE            PIC 9(8).
           02  ESCHEAT-ESCHEAT-DATE           PIC 9(8).
           02  ESCHEAT-AMOUNT                 PIC 9(7)V99.
           02  ESCHEAT-UNCLAIM-ACCT           PIC X(10).
           02  ESCHEAT-PAIR-ID                PIC X(13).
           02  ESCHEAT-RECLAIM-DATE           PIC 9(8).
           02  ESCHEAT-PAYOUT-ACCT            PIC X(10).
           02  ESCHEAT-RECLAIM-USER           PIC X(8).
           02  ESCHEAT-RECLAIM-PAIR-ID        PIC X(13).
