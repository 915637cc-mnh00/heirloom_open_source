      *    withdrawal notices on notice savings accounts - one row per
      *    notice a customer has given, keyed account-major with the
      *    notice's number on the account.  Recorded on the ETPEWDN
      *    screen: the amount, the day notice was given and, from the
      *    account's ACCTMAST-NOTICE-DAYS, the earliest day the money
      *    may be drawn.  ETPBPST pays a debit on a notice account only
      *    out of the notices that have matured (or been released
      *    early), oldest first, and suspends any other as NO NOTICE.
      *    A supervisor may release a notice early on ETPEWDN; ETPBFEE
      *    then charges the penalty - the account's credit interest on
      *    the amount for the notice days not served - and lapses any
      *    notice left unused past the RATECFG 'NTCLAPSE' window
       01  WDNOTICE-RECORD.
           02  WDNOTICE-KEY.
               03  WDNOTICE-ACCTNO            PIC X(10).
               03  WDNOTICE-SEQ               PIC 9(3).
      *    the amount the customer gave notice of, and the part of it
      *    the posting run has already paid out
           02  WDNOTICE-AMOUNT                PIC 9(7)V99.
           02  WDNOTICE-USED                  PIC 9(7)V99.
           02  WDNOTICE-NOTICE-DATE           PIC 9(8).
           02  WDNOTICE-EARLIEST-DATE         PIC 9(8).
           02  WDNOTICE-STATUS                PIC X(1).
      *        given and not yet drawn in full - usable from the
      *        earliest date, or at once once released early
               88  WDNOTICE-IS-OPEN           VALUE 'O'.
               88  WDNOTICE-IS-USED           VALUE 'U'.
      *        not drawn within the lapse window - ETPBFEE
               88  WDNOTICE-IS-LAPSED         VALUE 'L'.
      *        taken back by the customer before anything was drawn
               88  WDNOTICE-IS-CANCELLED      VALUE 'X'.
           02  WDNOTICE-GIVEN-BY              PIC X(8).
      *    a supervisor's early release: the day and who, and the days
      *    of notice it cut short
           02  WDNOTICE-EARLY                 PIC X(1).
               88  WDNOTICE-IS-EARLY          VALUE 'Y'.
           02  WDNOTICE-EARLY-DATE            PIC 9(8).
           02  WDNOTICE-EARLY-BY              PIC X(8).
           02  WDNOTICE-DAYS-SHORT            PIC 9(3).
      *    the early-withdrawal penalty - due from the release until
      *    ETPBFEE charges it, then the amount charged
           02  WDNOTICE-PENALTY-STATUS        PIC X(1).
               88  WDNOTICE-PENALTY-NONE      VALUE SPACE.
               88  WDNOTICE-PENALTY-DUE       VALUE 'D'.
               88  WDNOTICE-PENALTY-CHARGED   VALUE 'C'.
           02  WDNOTICE-PENALTY               PIC 9(7)V99.
      *    the day the notice was used up, lapsed or cancelled
           02  WDNOTICE-CLOSED-DATE           PIC 9(8).
