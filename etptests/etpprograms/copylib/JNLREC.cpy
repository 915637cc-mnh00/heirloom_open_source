      *        history with both dates and ETPBFEE can correct the
      *        accrual already made for the back-valued days
               03  JNLREC-POST-VALUE-DATE     PIC 9(8).
      *        on a partner credit, the business days the partner
      *        can still recall it - ETPBPST holds the amount out of
      *        the memo balance that long (UNCOLL); spaces or zero
      *        on every other entry
               03  JNLREC-POST-AVAIL-DAYS     PIC 9(2).
      *        what kind of movement this is - a TXNCODE code
      *        stamped at the capture point (deposit, fee, interest,
      *        transfer, standing order, partner credit...) and
      *        carried onto POSTHIST, so nothing downstream has to
      *        guess from the narrative; ETPBPST suspends a code the
      *        table does not know.  Spaces only on an entry captured
      *        before the code existed
               03  JNLREC-POST-TXN-TYPE       PIC X(2).
      *        'R' on an entry a supervisor released from HELDPOST on
      *        EHLD - the release is the approval, so ETPBPST does
      *        not hold it over the customer's aggregate credit limit
      *        a second time
               03  JNLREC-POST-RELEASED       PIC X(1).
                   88  JNLREC-POST-WAS-RELEASED   VALUE 'R'.
               03  FILLER                     PIC X(1).
      *        what the movement actually was, captured where the
      *        entry originated and carried through to POSTHIST so
      *        the activity and statement lines can say more than
