      *    daily inter-region settlement position - one row per
      *    companion region per business day, written by ETPBXRC:
      *    what this region sent to the companion and what it
      *    received from it that day, what still waits in flight on
      *    PENDREQ, how the items matched the companion's own
      *    register, and the net settlement booked against the
      *    due-to/due-from internal account pair (INTACCT 'DUETssss'
      *    and 'DUEFssss').  A positive net is owed to the companion
      *    and credited to due-to; a negative one is owed by it and
      *    debited to due-from.
       01  XREGDAY-RECORD.
           02  XREGDAY-KEY.
               03  XREGDAY-SYSID              PIC X(4).
               03  XREGDAY-DATE               PIC 9(8).
           02  XREGDAY-SENT-COUNT             PIC 9(5).
           02  XREGDAY-SENT-AMOUNT            PIC 9(9)V99.
           02  XREGDAY-RECD-COUNT             PIC 9(5).
           02  XREGDAY-RECD-AMOUNT            PIC 9(9)V99.
           02  XREGDAY-FLIGHT-COUNT           PIC 9(5).
           02  XREGDAY-FLIGHT-AMOUNT          PIC 9(9)V99.
           02  XREGDAY-MATCHED                PIC 9(5).
           02  XREGDAY-MISMATCHED             PIC 9(5).
           02  XREGDAY-UNMATCHED              PIC 9(5).
           02  XREGDAY-NET-SETTLED            PIC S9(9)V99.
           02  XREGDAY-SETTLE-ACCT            PIC X(10).
