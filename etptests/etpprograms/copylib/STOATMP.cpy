      *    standing-order payment attempts - one row per payment
      *    ETPBSTO generates, keyed by the order, the due date the
      *    payment is for and the try, so ETPESTO can show an order's
      *    recent outcomes in order.  ETPBSTO writes the row pending;
      *    ETPBPST marks it refused when it turns the payment away
      *    over the overdraft limit, a legal order or the notice
      *    rule, and ETPEHLD when a supervisor cancels the payment
      *    held on HELDPOST, both finding it by the trace id the
      *    posting carried.  The next ETPBSTO run takes a pending row
      *    from an earlier day as paid - unless it is still held on
      *    HELDPOST - and retries a refused one on
      *    each following business day up to SYSPARM 'SORETRY ' times
      *    before recording the due payment failed
       01  STOATMP-RECORD.
           02  STOATMP-KEY.
               03  STOATMP-ORDER-ID           PIC 9(6).
               03  STOATMP-DUE-DATE           PIC 9(8).
      *        1 for the payment on its due date, then one up for
      *        each retry
               03  STOATMP-TRY-NO             PIC 9(2).
           02  STOATMP-TRACE-ID               PIC X(12).
           02  STOATMP-ACCTNO                 PIC X(10).
           02  STOATMP-AMOUNT                 PIC S9(7)V99.
      *    the day ETPBSTO sent the payment to journal4
           02  STOATMP-SENT-DATE              PIC 9(8).
           02  STOATMP-STATUS                 PIC X(1).
      *        sent, not yet known to have been refused
               88  STOATMP-IS-PENDING         VALUE 'P'.
               88  STOATMP-IS-PAID            VALUE 'D'.
      *        refused - waiting for the next try
               88  STOATMP-IS-REFUSED         VALUE 'R'.
      *        refused and since tried again under the next try
               88  STOATMP-IS-RETRIED         VALUE 'T'.
      *        refused with the retries used up, or the order no
      *        longer active to retry
               88  STOATMP-IS-FAILED          VALUE 'F'.
      *    the day the outcome was recorded
           02  STOATMP-DONE-DATE              PIC 9(8).
