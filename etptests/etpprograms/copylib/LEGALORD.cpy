      *    legal orders against an account - court garnishment orders
      *    and tax levies served on the bank, one row per order,
      *    keyed account-major with the order's priority ahead of its
      *    number so a browse meets the orders in the order they are
      *    to be satisfied (01 first).  Served and withdrawn on the
      *    ETPELGO screen.  Only the amount attached is ring-fenced -
      *    the rest of the balance stays usable: what the account
      *    held when the order was served is attached at once, and
      *    ETPBPST captures every credit after it toward the active
      *    orders until each is covered, keeps the attached total out
      *    of the memo balance it trues up and refuses a debit that
      *    would reach into it.  ETPBLGR remits the attached money to
      *    the authority's account through journal4 as an 'LG' pair,
      *    and the posting run marks the order satisfied once the
      *    remittances reach the ordered amount.  ETPEACT and ETPEINV
      *    show the active orders
       01  LEGALORD-RECORD.
           02  LEGALORD-KEY.
               03  LEGALORD-ACCTNO            PIC X(10).
               03  LEGALORD-PRIORITY          PIC 9(2).
      *        the order's number on the account, unique across its
      *        priorities - carried in the remittance trace id
               03  LEGALORD-SEQ               PIC 9(3).
           02  LEGALORD-KIND                  PIC X(1).
               88  LEGALORD-IS-GARNISHMENT    VALUE 'G'.
               88  LEGALORD-IS-TAX-LEVY       VALUE 'T'.
               88  LEGALORD-KIND-VALID        VALUE 'G' 'T'.
      *    who issued the order, their reference for it, and the
      *    account the attached money is remitted to
           02  LEGALORD-AUTHORITY             PIC X(30).
           02  LEGALORD-ORDER-REF             PIC X(20).
           02  LEGALORD-REMIT-ACCT            PIC X(10).
      *    the amount ordered; the part of it attached and still in
      *    the account (ring-fenced); of that, the part already on
      *    its way to the authority in a remittance pair the posting
      *    run has not yet applied; and the total remitted so far.
      *    Still to capture is ordered less attached less remitted
           02  LEGALORD-AMOUNT                PIC 9(7)V99.
           02  LEGALORD-HELD                  PIC 9(7)V99.
           02  LEGALORD-IN-TRANSIT            PIC 9(7)V99.
           02  LEGALORD-REMITTED              PIC 9(7)V99.
           02  LEGALORD-STATUS                PIC X(1).
               88  LEGALORD-IS-ACTIVE         VALUE 'A'.
      *        remitted in full - released by the posting run
               88  LEGALORD-IS-SATISFIED      VALUE 'S'.
      *        lifted by the authority before it was paid; whatever
      *        was attached goes back to the customer
               88  LEGALORD-IS-WITHDRAWN      VALUE 'W'.
           02  LEGALORD-SERVED-DATE           PIC 9(8).
           02  LEGALORD-SERVED-BY             PIC X(8).
           02  LEGALORD-LAST-REMIT-DATE       PIC 9(8).
      *    the day the order stopped attaching money, and the user
      *    who withdrew it - the posting run on a satisfied order
           02  LEGALORD-CLOSED-DATE           PIC 9(8).
           02  LEGALORD-CLOSED-BY             PIC X(8).
