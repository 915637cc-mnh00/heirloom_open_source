      *    postings held by the per-account daily limit check - valid
      *    entries the nightly run refused to apply because they took
      *    the account over its ACCTLIM velocity limits, or the
      *    customer over the CUSTLIM aggregate credit limit; a SECROLE
      *    'S' or 'A' user releases them from the EHLD screen (which
      *    re-emits them through journal4 for the next run) or
      *    cancels them outright
               03  HELDPOST-POST-AMOUNT       PIC S9(7)V99.
               03  FILLER                     PIC X(13).
               03  HELDPOST-POST-VALUE-DATE   PIC 9(8).
               03  FILLER                     PIC X(2).
               03  HELDPOST-POST-TXN-TYPE     PIC X(2).
               03  HELDPOST-POST-RELEASED     PIC X(1).
               03  FILLER                     PIC X(1).
               03  HELDPOST-POST-NARRATIVE    PIC X(20).
               03  HELDPOST-POST-TRACE-ID     PIC X(12).
