      *    outbound external payment register - one row per payment
      *    to a beneficiary at another bank, keyed by the trace id
      *    both its journal4 legs carry.  ETPEXFR writes the row
      *    captured as it debits the customer and credits the
      *    outbound clearing account (INTACCT 'CLROUT  '); the
      *    nightly ETPBCLR run writes captured rows to the clearing-
      *    house file and marks them sent under that file's
      *    sequence; ETPBCLA loads the clearing house's answer back,
      *    marking each sent payment accepted, or rejected with the
      *    clearing house's reason - a rejection refunds the
      *    customer out of the clearing account the same night
       01  EXTPAY-RECORD.
           02  EXTPAY-TRACE-ID                PIC X(12).
           02  EXTPAY-DATE                    PIC 9(8).
           02  EXTPAY-TIME                    PIC 9(6).
           02  EXTPAY-FROM-ACCTNO             PIC X(10).
           02  EXTPAY-CURRENCY                PIC X(3).
           02  EXTPAY-AMOUNT                  PIC 9(7)V99.
      *    the beneficiary - bank code (BIC or national sort code),
      *    account at that bank and name, as keyed
           02  EXTPAY-BANK-CODE               PIC X(11).
           02  EXTPAY-BEN-ACCTNO              PIC X(34).
           02  EXTPAY-BEN-NAME                PIC X(30).
           02  EXTPAY-NARRATIVE               PIC X(20).
      *    the clearing account credited at capture, which a refund
      *    is debited back from
           02  EXTPAY-CLR-ACCTNO              PIC X(10).
           02  EXTPAY-USERID                  PIC X(8).
           02  EXTPAY-STATUS                  PIC X(1).
               88  EXTPAY-IS-CAPTURED         VALUE 'C'.
               88  EXTPAY-IS-SENT             VALUE 'S'.
               88  EXTPAY-IS-ACCEPTED         VALUE 'A'.
               88  EXTPAY-IS-REJECTED         VALUE 'R'.
      *    the clearing file the payment went out on, and the date
      *    the clearing house's answer was loaded
           02  EXTPAY-FILE-SEQ                PIC 9(6).
           02  EXTPAY-ANSWER-DATE             PIC 9(8).
           02  EXTPAY-REJECT-CODE             PIC X(4).
           02  EXTPAY-REJECT-REASON           PIC X(30).
