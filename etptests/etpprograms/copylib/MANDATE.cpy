      *    direct-debit mandate register - the customer's standing
      *    authority for a creditor partner to take debits from an
      *    account, keyed by account, the partner's registry id and
      *    the partner's own mandate reference.  ETPBINT refuses any
      *    debit a partner file sends against an account with no
      *    active mandate for that partner, or above the mandate's
      *    maximum; ETPEMDT maintains the register.  A mandate is
      *    active from its start date until it is cancelled - a
      *    cancel keyed on the screen stamps the cancel date and
      *    stops the very next file, and a cancel date keyed ahead
      *    ends the mandate on that date.
       01  MANDATE-RECORD.
           02  MANDATE-KEY.
               03  MANDATE-ACCTNO             PIC X(10).
               03  MANDATE-PARTNER-ID         PIC X(8).
               03  MANDATE-REF                PIC X(18).
      *    the largest single debit the customer authorised; zero
      *    means the mandate is for a variable amount, no maximum
           02  MANDATE-MAX-AMOUNT             PIC 9(7)V99.
           02  MANDATE-START-DATE             PIC 9(8).
      *    zero while the mandate runs on
           02  MANDATE-CANCEL-DATE            PIC 9(8).
           02  MANDATE-STATUS                 PIC X(1).
               88  MANDATE-IS-ACTIVE          VALUE 'A'.
               88  MANDATE-IS-CANCELLED       VALUE 'C'.
           02  MANDATE-CREATED-DATE           PIC 9(8).
           02  MANDATE-CREATED-BY             PIC X(8).
           02  MANDATE-CANCELLED-BY           PIC X(8).
      *    activity, maintained by ETPBINT - the run date of the
      *    last debit taken under the mandate and the running count
      *    of debits taken and refused; ETPBMDT lists a mandate
      *    idle for a year off the last-used date
           02  MANDATE-LAST-USED-DATE         PIC 9(8).
           02  MANDATE-DEBITS-TAKEN           PIC 9(7).
           02  MANDATE-DEBITS-REFUSED         PIC 9(5).
