               88  LNKRQST-IS-REPL-POST       VALUE 'RPST'.
      *        cross-region transfer credit leg (see ETPEXFR)
               88  LNKRQST-IS-REMOTE-CREDIT   VALUE 'RCRD'.
      *        settlement position: the next XREGPOS row this region
      *        received from the asking region on the given date,
      *        after the trace id given (see ETPEXRC)
               88  LNKRQST-IS-POSITION        VALUE 'XPOS'.
      *        authorisation: approve or decline an amount against
      *        the memo balance and, when approved, place an earmark
      *        for it in the same step (see EARMARK)
               88  LNKRQST-IS-AUTHORISE       VALUE 'AUTH'.
           02  LNKRQST-ACCTNO                 PIC X(10).
           02  LNKRQST-REPLY-STATUS           PIC X(1).
               88  LNKRQST-REPLY-OK           VALUE 'Y'.
           02  LNKRQST-REPLY-ACCT-STATUS      PIC X(8).
           02  LNKRQST-REPLY-BALANCE          PIC S9(9)V99.
           02  LNKRQST-REPLY-MSG              PIC X(40).
      *    an XPOS request names the business date wanted here; the
      *    reply overwrites it with the row's date and trace id, the
      *    account in ACCTNO and the amount in REPLY-BALANCE - a
      *    REPLY-ERROR means there are no more rows
           02  LNKRQST-REPLY-XPOS REDEFINES LNKRQST-REPLY-MSG.
               03  LNKRQST-XPOS-DATE          PIC 9(8).
               03  LNKRQST-XPOS-TRACE-ID      PIC X(12).
               03  FILLER                     PIC X(20).
      *    the movement the RPST/RCRD/AUTH functions carry
           02  LNKRQST-RQ-AMOUNT              PIC S9(7)V99.
           02  LNKRQST-RQ-DETAIL.
               03  LNKRQST-RQ-BALANCE         PIC S9(9)V99.
               03  FILLER                     PIC X(6).
      *    an AUTH request names the caller's reference for the hold
      *    and how many days it may stand; zero days takes the
      *    default validity
           02  LNKRQST-RQ-AUTH REDEFINES LNKRQST-RQ-DETAIL.
               03  LNKRQST-RQ-AUTH-REF        PIC X(12).
               03  LNKRQST-RQ-AUTH-DAYS       PIC 9(3).
               03  FILLER                     PIC X(2).
      *    an RCRD request carries the sending region and the
      *    transfer's trace id, so both regions register the item
      *    under the same key; an XPOS request names the asking
      *    region and the trace id to read on from (spaces to start)
           02  LNKRQST-RQ-XREG REDEFINES LNKRQST-RQ-DETAIL.
               03  LNKRQST-RQ-XREG-TRACE-ID   PIC X(12).
               03  LNKRQST-RQ-XREG-ORIGIN     PIC X(4).
               03  FILLER                     PIC X(1).
