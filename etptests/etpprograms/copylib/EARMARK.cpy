      *    authorisation holds (earmarks) - one row per amount
      *    reserved against an account's memo balance ahead of the
      *    payment itself, placed in one step by an 'AUTH' request
      *    over the distributed LINK (see LNKRQST / ETPETRN).  The
      *    reserved amount is taken off ACCTMAST-MEMO-BALANCE when the
      *    hold is placed; ETPBPST releases it when the matching
      *    posting arrives (same reference as the posting's trace id,
      *    else the same amount) and keeps every open hold out of the
      *    memo it trues up; ETPBEMK drops holds past their expiry
      *    date and gives the amount back to the memo.  ETPEACT lists
      *    the open holds under the balance.
       01  EARMARK-RECORD.
           02  EARMARK-KEY.
               03  EARMARK-ACCTNO             PIC X(10).
               03  EARMARK-REF                PIC X(12).
           02  EARMARK-AMOUNT                 PIC 9(7)V99.
           02  EARMARK-PLACED-DATE            PIC 9(8).
           02  EARMARK-PLACED-TIME            PIC 9(6).
           02  EARMARK-EXPIRY-DATE            PIC 9(8).
           02  EARMARK-STATUS                 PIC X(1).
               88  EARMARK-IS-OPEN            VALUE 'O'.
               88  EARMARK-IS-RELEASED        VALUE 'R'.
               88  EARMARK-IS-EXPIRED         VALUE 'X'.
      *    the day the hold stopped reserving money - released by
      *    its posting or dropped on expiry
           02  EARMARK-CLOSED-DATE            PIC 9(8).
      *    the requesting terminal, as the LINK presents it
           02  EARMARK-ORIGIN                 PIC X(4).
