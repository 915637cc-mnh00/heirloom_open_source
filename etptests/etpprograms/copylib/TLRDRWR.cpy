      *    teller cash drawer - one row per teller per business day,
      *    opened on the ETPETLR screen with the float drawn from the
      *    vault.  Every cash deposit and withdrawal the teller
      *    records there adds to the running totals, so the cash the
      *    drawer should hold is always OPEN-FLOAT + CASH-IN -
      *    CASH-OUT.  The close keys the denomination count; a count
      *    that differs from the books holds the drawer 'D' until a
      *    supervisor approves posting the overage or shortage to
      *    the branch's teller-difference account.  ETPBTLR lists
      *    the day's drawers branch by branch.
       01  TLRDRWR-RECORD.
           02  TLRDRWR-KEY.
               03  TLRDRWR-DATE               PIC 9(8).
               03  TLRDRWR-USERID             PIC X(8).
      *    the branch whose cash internal account ('CASHbbb ' on
      *    INTACCT) the drawer's cash legs post to
           02  TLRDRWR-BRANCH                 PIC X(3).
           02  TLRDRWR-STATUS                 PIC X(1).
               88  TLRDRWR-IS-OPEN            VALUE 'O'.
               88  TLRDRWR-IS-DIFF-PENDING    VALUE 'D'.
               88  TLRDRWR-IS-CLOSED          VALUE 'C'.
           02  TLRDRWR-OPEN-FLOAT             PIC 9(7)V99.
           02  TLRDRWR-CASH-IN                PIC 9(9)V99.
           02  TLRDRWR-IN-COUNT               PIC 9(5).
           02  TLRDRWR-CASH-OUT               PIC 9(9)V99.
           02  TLRDRWR-OUT-COUNT              PIC 9(5).
      *    the close - notes counted by denomination, 100 50 20 10 5
      *    and 1 in that order, and the coin by value
           02  TLRDRWR-DENOMS.
               03  TLRDRWR-DENOM-COUNT        PIC 9(5) OCCURS 6 TIMES.
           02  TLRDRWR-COIN-AMOUNT            PIC 9(5)V99.
           02  TLRDRWR-COUNTED                PIC 9(9)V99.
           02  TLRDRWR-EXPECTED               PIC S9(9)V99.
      *    counted less expected - positive an overage, negative a
      *    shortage; posted only once APPROVER is filled in
           02  TLRDRWR-DIFFERENCE             PIC S9(9)V99.
           02  TLRDRWR-APPROVER               PIC X(8).
           02  TLRDRWR-OPEN-TIME              PIC 9(6).
           02  TLRDRWR-CLOSE-TIME             PIC 9(6).
