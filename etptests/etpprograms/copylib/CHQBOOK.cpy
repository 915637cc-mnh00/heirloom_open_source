      *    cheque book register - one row per book issued on ETPECHQ,
      *    keyed by account and the book's last serial, so a read
      *    for the first key not below an account and serial lands
      *    on the one book that could hold the serial.  Every leaf's
      *    state is kept on its book: unused until ETPBINT pays it
      *    off a clearing partner's presentment file, or until it is
      *    stopped or cancelled on ETPECHQ.  A leaf once paid is
      *    never paid again; a presentment against a serial no book
      *    holds, or against a leaf paid, stopped or cancelled, goes
      *    back to the partner with a return reason instead of
      *    posting.  The books of an account never share a serial
       01  CHQBOOK-RECORD.
           02  CHQBOOK-KEY.
               03  CHQBOOK-ACCTNO             PIC X(10).
               03  CHQBOOK-LAST-SERIAL        PIC 9(6).
           02  CHQBOOK-FIRST-SERIAL           PIC 9(6).
           02  CHQBOOK-LEAVES                 PIC 9(2).
           02  CHQBOOK-ISSUE-DATE             PIC 9(8).
           02  CHQBOOK-ISSUED-BY              PIC X(8).
      *    one entry per leaf, first serial first; entries past the
      *    book's leaves are unused space
           02  CHQBOOK-LEAF OCCURS 50 TIMES.
               03  CHQBOOK-LEAF-STATUS        PIC X(1).
                   88  CHQBOOK-LEAF-UNUSED    VALUE 'U'.
                   88  CHQBOOK-LEAF-PAID      VALUE 'P'.
                   88  CHQBOOK-LEAF-STOPPED   VALUE 'S'.
                   88  CHQBOOK-LEAF-CANCELLED VALUE 'C'.
      *    when the leaf was paid, stopped or cancelled and by whom -
      *    the clearing partner's id for a payment, the user id on
      *    the screen otherwise; a paid leaf carries the amount paid
      *    and the trace id of the debit that paid it
               03  CHQBOOK-LEAF-DATE          PIC 9(8).
               03  CHQBOOK-LEAF-BY            PIC X(8).
               03  CHQBOOK-LEAF-AMOUNT        PIC 9(7)V99.
               03  CHQBOOK-LEAF-TRACE-ID      PIC X(12).
