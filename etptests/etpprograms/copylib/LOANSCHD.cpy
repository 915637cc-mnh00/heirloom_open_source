      *    instalment-loan repayment schedule - one row per monthly
      *    instalment of a type 'L' account, built by ETPEAMT when
      *    the loan is opened (level-payment amortization over the
      *    contracted term) and collected nightly by ETPBLRP from the
      *    loan's nominated repayment account.  A row whose due date
      *    has passed and is still unpaid is an instalment in arrears.
      *    ETPBLRP only sends the repayment pair to journal4; the row
      *    stays 'S' until ETPBPST applies the pair and marks it paid,
      *    and a row ETPBLRP finds still 'S' the next night was not
      *    applied and goes back to unpaid
       01  LOANSCHD-RECORD.
           02  LOANSCHD-KEY.
               03  LOANSCHD-ACCTNO            PIC X(10).
               03  LOANSCHD-INSTNO            PIC 9(3).
           02  LOANSCHD-DUE-DATE              PIC 9(8).
           02  LOANSCHD-PRINCIPAL             PIC 9(7)V99.
           02  LOANSCHD-INTEREST              PIC 9(7)V99.
           02  LOANSCHD-STATUS                PIC X(1).
               88  LOANSCHD-IS-UNPAID         VALUE 'U'.
               88  LOANSCHD-IS-SENT           VALUE 'S'.
               88  LOANSCHD-IS-PAID           VALUE 'P'.
      *    the business date ETPBPST applied the repayment pair, zero
      *    while it is unpaid
           02  LOANSCHD-PAID-DATE             PIC 9(8).
      *    the business date ETPBLRP last sent the repayment pair
           02  LOANSCHD-SENT-DATE             PIC 9(8).
      *    the instalment's interest is charged to the loan once, on
      *    the first night its repayment is sent - a resend after a
      *    refused pair must not charge it again
           02  LOANSCHD-INT-CHARGED           PIC X(1).
               88  LOANSCHD-INT-WAS-CHARGED   VALUE 'Y'.
