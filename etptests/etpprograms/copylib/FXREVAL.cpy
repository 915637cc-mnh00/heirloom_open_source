      *    month-end FX revaluation baseline - one row per foreign-
      *    currency account, written by ETPBFXR when it revalues the
      *    account at a period close: the native balance it priced,
      *    the EXRATE rate it used and the base-currency figure that
      *    came out.  Next month's revaluation carries this figure
      *    forward with the month's native movement at the same rate,
      *    so only the rate change itself is booked as FX gain or
      *    loss.  A row is only moved on once its currency's movement
      *    has actually been booked
       01  FXREVAL-RECORD.
           02  FXREVAL-ACCTNO                 PIC X(10).
           02  FXREVAL-CURRENCY               PIC X(3).
           02  FXREVAL-PERIOD                 PIC 9(6).
           02  FXREVAL-BALANCE                PIC S9(9)V99.
           02  FXREVAL-RATE                   PIC 9(3)V9(6).
           02  FXREVAL-BASE                   PIC S9(9)V99.
