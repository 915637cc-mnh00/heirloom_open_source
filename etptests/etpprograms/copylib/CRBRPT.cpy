      *    credit bureau monthly submission - the fixed-format file
      *    ETPBCRB writes for the bureau after each month end: one
      *    header naming the reporting month, then one 'D' record
      *    per holder of every credit facility - an account with an
      *    overdraft limit, a debit balance at month end, or written
      *    off - and a trailer carrying the counts and totals the
      *    bureau balances the file against.  Amounts are in the
      *    account's own currency, named on the record; the balance
      *    is unsigned with 'D' for money owed and 'C' for a credit.
      *    The payment status is the bureau's delinquency scale:
      *    '0' up to date, '1' to '4' past due by 1-29, 30-59, 60-89
      *    and 90 or more days (overdrawn beyond the arranged limit,
      *    or for a loan one to four or more instalments in
      *    arrears), 'W' written off
       01  CRBRPT-RECORD.
           02  CRBRPT-TYPE                    PIC X(1).
               88  CRBRPT-IS-HEADER           VALUE 'H'.
               88  CRBRPT-IS-DETAIL           VALUE 'D'.
               88  CRBRPT-IS-TRAILER          VALUE 'T'.
           02  CRBRPT-BODY                    PIC X(159).
           02  CRBRPT-HEADER REDEFINES CRBRPT-BODY.
               03  CRBRPT-H-PERIOD            PIC 9(6).
               03  CRBRPT-H-PERIOD-END        PIC 9(8).
               03  CRBRPT-H-PRODUCED          PIC 9(8).
               03  CRBRPT-H-PROGRAM           PIC X(8).
               03  FILLER                     PIC X(129).
           02  CRBRPT-DETAIL REDEFINES CRBRPT-BODY.
               03  CRBRPT-D-ACCTNO            PIC X(10).
               03  CRBRPT-D-CUSTNO            PIC X(10).
               03  CRBRPT-D-ROLE              PIC X(1).
               03  CRBRPT-D-NAME              PIC X(30).
               03  CRBRPT-D-BIRTH-DATE        PIC 9(8).
               03  CRBRPT-D-ID-DOC-TYPE       PIC X(2).
               03  CRBRPT-D-ID-DOC-REF        PIC X(15).
               03  CRBRPT-D-ADDRESS           PIC X(30).
               03  CRBRPT-D-ACCT-TYPE         PIC X(1).
               03  CRBRPT-D-CURRENCY          PIC X(3).
               03  CRBRPT-D-LIMIT             PIC 9(7)V99.
               03  CRBRPT-D-BALANCE           PIC 9(9)V99.
               03  CRBRPT-D-BAL-SIGN          PIC X(1).
               03  CRBRPT-D-DAYS-OVERDRAWN    PIC 9(3).
               03  CRBRPT-D-STATUS            PIC X(1).
      *        past due - beyond the limit at month end, or a loan's
      *        instalments in arrears
               03  CRBRPT-D-PAST-DUE          PIC 9(7)V99.
               03  FILLER                     PIC X(15).
           02  CRBRPT-TRAILER REDEFINES CRBRPT-BODY.
               03  CRBRPT-T-DETAIL-COUNT      PIC 9(7).
               03  CRBRPT-T-ACCOUNT-COUNT     PIC 9(7).
               03  CRBRPT-T-TOTAL-LIMIT       PIC 9(11)V99.
               03  CRBRPT-T-TOTAL-DEBIT       PIC 9(11)V99.
               03  CRBRPT-T-TOTAL-CREDIT      PIC 9(11)V99.
               03  FILLER                     PIC X(106).
