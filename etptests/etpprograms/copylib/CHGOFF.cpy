      *    charge-off register - one row per account written off as
      *    uncollectable on ETPEAMT.  Records what was written off,
      *    when, to which bad-debt internal account and on whose
      *    authority, with the trace id of the charge-off pair so the
      *    posting run can tell the write-off's own credit leg from a
      *    genuine recovery.  ETPBPST adds every later credit to the
      *    account into the recovered figures; ETPBCOR reports the
      *    month's recoveries to finance
       01  CHGOFF-RECORD.
           02  CHGOFF-ACCTNO                  PIC X(10).
           02  CHGOFF-DATE                    PIC 9(8).
           02  CHGOFF-AMOUNT                  PIC 9(7)V99.
           02  CHGOFF-BADDEBT-ACCT            PIC X(10).
           02  CHGOFF-AUTHORISER              PIC X(8).
           02  CHGOFF-TRACE-ID                PIC X(12).
           02  CHGOFF-RECOVERED               PIC 9(7)V99.
           02  CHGOFF-RECOVERY-COUNT          PIC 9(5).
           02  CHGOFF-LAST-RECOVERY           PIC 9(8).
