      *    deposit-insurance single customer view - the fixed-format
      *    file ETPBSCV builds on demand for the deposit insurance
      *    scheme: one header naming the business date and the
      *    coverage limit in force, then per depositor one 'C' record
      *    with their identity and their insured and uninsured totals
      *    followed by an 'A' record for every eligible account they
      *    hold, and a trailer carrying the counts and totals the
      *    scheme balances the file against.  A joint account's
      *    balance and accrued interest are split equally among its
      *    holders; amounts are base-currency equivalents, with the
      *    'A' record also carrying the holder's native share and the
      *    currency it was priced from.  A depositor whose identity
      *    is incomplete is still filed, flagged on the 'C' record
       01  SCVREC-RECORD.
           02  SCVREC-TYPE                    PIC X(1).
               88  SCVREC-IS-HEADER           VALUE 'H'.
               88  SCVREC-IS-CUSTOMER         VALUE 'C'.
               88  SCVREC-IS-ACCOUNT          VALUE 'A'.
               88  SCVREC-IS-TRAILER          VALUE 'T'.
           02  SCVREC-BODY                    PIC X(159).
           02  SCVREC-HEADER REDEFINES SCVREC-BODY.
               03  SCVREC-H-BUSINESS-DATE     PIC 9(8).
               03  SCVREC-H-PRODUCED          PIC 9(8).
               03  SCVREC-H-PROGRAM           PIC X(8).
               03  SCVREC-H-COVER-LIMIT       PIC 9(7).
               03  SCVREC-H-CURRENCY          PIC X(3).
               03  FILLER                     PIC X(125).
           02  SCVREC-CUSTOMER REDEFINES SCVREC-BODY.
               03  SCVREC-C-CUSTNO            PIC X(10).
               03  SCVREC-C-NAME              PIC X(30).
               03  SCVREC-C-ADDRESS           PIC X(30).
               03  SCVREC-C-BIRTH-DATE        PIC 9(8).
               03  SCVREC-C-ID-DOC-TYPE       PIC X(2).
               03  SCVREC-C-ID-DOC-REF        PIC X(15).
               03  SCVREC-C-PHONE             PIC X(15).
               03  SCVREC-C-STATUS            PIC X(1).
               03  SCVREC-C-ACCOUNT-COUNT     PIC 9(3).
               03  SCVREC-C-ELIGIBLE          PIC 9(11)V99.
               03  SCVREC-C-INSURED           PIC 9(11)V99.
               03  SCVREC-C-UNINSURED         PIC 9(11)V99.
      *        'Y' when name, address, birth date or identity
      *        document is missing - listed by ETPBSCV for correction
               03  SCVREC-C-ID-INCOMPLETE     PIC X(1).
               03  FILLER                     PIC X(5).
           02  SCVREC-ACCOUNT REDEFINES SCVREC-BODY.
               03  SCVREC-A-CUSTNO            PIC X(10).
               03  SCVREC-A-ACCTNO            PIC X(10).
               03  SCVREC-A-ROLE              PIC X(1).
               03  SCVREC-A-HOLDERS           PIC 9(2).
               03  SCVREC-A-ACCT-TYPE         PIC X(1).
               03  SCVREC-A-ACCT-STATUS       PIC X(1).
               03  SCVREC-A-PRODUCT           PIC X(6).
               03  SCVREC-A-BRANCH            PIC X(3).
               03  SCVREC-A-CURRENCY          PIC X(3).
      *        the holder's share of the balance and of the accrued
      *        credit interest in the account's currency, and the
      *        rate and base equivalent of the two together
               03  SCVREC-A-NATIVE-BALANCE    PIC 9(9)V99.
               03  SCVREC-A-NATIVE-INTEREST   PIC 9(7)V99.
               03  SCVREC-A-RATE              PIC 9(3)V9(6).
               03  SCVREC-A-BASE-ELIGIBLE     PIC 9(11)V99.
               03  FILLER                     PIC X(80).
           02  SCVREC-TRAILER REDEFINES SCVREC-BODY.
               03  SCVREC-T-CUSTOMER-COUNT    PIC 9(7).
               03  SCVREC-T-ACCOUNT-COUNT     PIC 9(7).
               03  SCVREC-T-INCOMPLETE-COUNT  PIC 9(7).
               03  SCVREC-T-ELIGIBLE          PIC 9(13)V99.
               03  SCVREC-T-INSURED           PIC 9(13)V99.
               03  SCVREC-T-UNINSURED         PIC 9(13)V99.
               03  FILLER                     PIC X(93).
