      *    entries every cycle; expanded nightly by ETPBSTO, which
      *    writes the due postings to journal4 and advances the due
      *    dates, so the generated amounts still flow through the
      *    normal ETPBPST/POSTCTRL/ETPBGLR controls.  A payment
      *    ETPBPST refuses for want of funds is retried on the
      *    following business days - see STOATMP
       01  STANDORD-RECORD.
           02  STANDORD-ID                    PIC 9(6).
           02  STANDORD-ACCTNO                PIC X(10).
           02  STANDORD-STATUS                PIC X(1).
               88  STANDORD-IS-ACTIVE         VALUE 'A'.
               88  STANDORD-IS-CANCELLED      VALUE 'C'.
      *        stopped by ETPBSTO after SYSPARM 'SOFAILMX' payments in
      *        a row failed for want of funds - a change on ETPESTO
      *        puts the order back in force
               88  STANDORD-IS-SUSPENDED      VALUE 'S'.
      *    due payments failed in a row once their retries ran out,
      *    back to zero when one is paid - the attempts are on STOATMP
           02  STANDORD-FAIL-COUNT            PIC 9(2).
