      *    open items on the internal clearing and suspense accounts
      *    INTACCT keeps on open items - one row per posting to such an
      *    account, keyed exactly as the POSTHIST row it was taken
      *    from, so the item and its history line are one key apart
      *    from nothing.  ETPBOIM takes the new rows off POSTHIST each
      *    night (the first night an account is kept, one item carries
      *    the balance brought forward, sequence zero), pairs a debit
      *    with the credit that clears it - on the trace id, on the
      *    reference the capture point gave (the narrative), or on the
      *    amount alone when the value dates fall within the SYSPARM
      *    'OIMDAYS' window - and ages what is left.  ETPEOIM matches
      *    the rest by hand, any number of items that net to zero.
      *    The items still open make up the account's balance
       01  OPENITEM-RECORD.
           02  OPENITEM-KEY.
               03  OPENITEM-ACCTNO            PIC X(10).
               03  OPENITEM-DATE              PIC 9(8).
               03  OPENITEM-SEQ               PIC 9(6).
      *    signed as on POSTHIST - a credit positive, a debit negative
           02  OPENITEM-AMOUNT                PIC S9(7)V99.
           02  OPENITEM-VALUE-DATE            PIC 9(8).
           02  OPENITEM-TXN-TYPE              PIC X(2).
           02  OPENITEM-NARRATIVE             PIC X(20).
           02  OPENITEM-TRACE-ID              PIC X(12).
           02  OPENITEM-STATUS                PIC X(1).
               88  OPENITEM-IS-OPEN           VALUE 'O'.
               88  OPENITEM-IS-MATCHED        VALUE 'M'.
      *    the items matched together share a match id - the date and
      *    sequence of the earliest of them - so the whole set can be
      *    listed, or broken up again, from any one of them
           02  OPENITEM-MATCH-ID              PIC X(14).
           02  OPENITEM-MATCH-RULE            PIC X(1).
               88  OPENITEM-MATCHED-ON-TRACE  VALUE 'T'.
               88  OPENITEM-MATCHED-ON-REF    VALUE 'R'.
               88  OPENITEM-MATCHED-ON-AMOUNT VALUE 'A'.
               88  OPENITEM-MATCHED-BY-HAND   VALUE 'M'.
           02  OPENITEM-MATCH-DATE            PIC 9(8).
           02  OPENITEM-MATCH-BY              PIC X(8).
