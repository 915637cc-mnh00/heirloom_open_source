      * entries go through journal4, the normal ETPBPST posting run,
      * the POSTCTRL totals, and the ETPBGLR reconciliation all see
      * them exactly as if they had been keyed by hand.
      * Every payment generated is logged on STOATMP.  Before the
      * orders are expanded, the attempts are settled: one still
      * pending from an earlier day was paid, unless the posting run
      * parked it on HELDPOST and it is still waiting there for a
      * supervisor (a cancelled one ETPEHLD marks refused); one
      * ETPBPST refused
      * for want of funds is sent again on each following business
      * day (BUSCAL), up to SYSPARM 'SORETRY ' retries (default 2).
      * When the retries run out the due payment is recorded failed,
      * an SOFAILED letter is queued to the account's holder, and
      * after SYSPARM 'SOFAILMX' failures in a row (default 3) the
      * order is suspended until it is changed on ETPESTO.

       environment division.

               record key is JNL4VW-LINENO
               file status is ws-jnl4vw-status.

           select STOATMP-FILE assign to "STOATMP"
               organization is indexed
               access mode is dynamic
               record key is STOATMP-KEY
               file status is ws-stoatmp-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select BUSCAL-FILE assign to "BUSCAL"
               organization is indexed
               access mode is dynamic
               record key is BUSCAL-DATE
               file status is ws-buscal-status.

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select HELDPOST-FILE assign to "HELDPOST"
               organization is indexed
               access mode is dynamic
               record key is HELDPOST-KEY
               file status is ws-heldpost-status.

           select LTRQUE-FILE assign to "LTRQUE"
               organization is indexed
               access mode is dynamic
               record key is LTRQUE-KEY
               file status is ws-ltrque-status.

       data division.

       file section.
       fd  JNL4VW-FILE.
           copy JNL4VW.

       fd  STOATMP-FILE.
           copy STOATMP.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  BUSCAL-FILE.
           copy BUSCAL.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  LTRQUE-FILE.
           copy LTRQUE.

       fd  HELDPOST-FILE.
           copy HELDPOST.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBSTO'.
       01  ws-leap-quotient                  pic 9(4).
       01  ws-leap-remainder                 pic 9(1).

      *    the amount the payment being generated is for, and the
      *    attempt it is - the due date it pays and the try
       01  ws-emit-amount                    pic s9(7)v99.
       01  ws-atmp-due                       pic 9(8).
       01  ws-atmp-try                       pic 9(2).

      ***--------------------------------------------------------------*
      *** payment attempts - the log of every payment generated, and  *
      *** the retry and suspension limits, SYSPARM over the defaults  *
      ***--------------------------------------------------------------*
       01  ws-stoatmp-status                 pic x(2).
           88  ws-stoatmp-ok                 value '00'.
           88  ws-stoatmp-absent             value '35'.
           88  ws-stoatmp-dup                value '22'.
       01  ws-atmp-open                      pic x(1) value 'N'.
           88  ws-atmp-is-open               value 'Y'.
       01  ws-more-attempts                  pic x(1).
           88  ws-more-attempt-recs          value 'Y'.
       01  ws-atmp-key-save                  pic x(16).
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
       01  ws-buscal-status                  pic x(2).
           88  ws-buscal-ok                  value '00'.
       77  ws-retry-default                  pic 9(2) value 2.
       77  ws-failmax-default                pic 9(2) value 3.
       01  ws-retry-max                      pic 9(2).
       01  ws-fail-max                       pic 9(2).
       01  ws-business-day                   pic x(1).
           88  ws-today-is-business          value 'Y'.
       01  ws-attempts-paid                  pic 9(7) comp value 0.
       01  ws-attempts-retried               pic 9(7) comp value 0.
       01  ws-attempts-failed                pic 9(7) comp value 0.
       01  ws-orders-suspended               pic 9(7) comp value 0.
       01  ws-attempts-waiting               pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** standing-order payments still held on HELDPOST, by trace    *
      *** id - such a payment is neither paid nor refused until a     *
      *** supervisor releases or cancels it.  Should there be more    *
      *** than the table holds, no pending attempt is taken as paid   *
      *** tonight                                                     *
      ***--------------------------------------------------------------*
       01  ws-heldpost-status                pic x(2).
           88  ws-heldpost-ok                value '00'.
       01  ws-more-held                      pic x(1).
           88  ws-more-held-recs             value 'Y'.
       77  ws-held-max                       pic 9(4) comp value 500.
       01  ws-held-count                     pic 9(4) comp value 0.
       01  ws-held-sub                       pic 9(4) comp.
       01  ws-held-overflow                  pic x(1) value 'N'.
           88  ws-held-table-full            value 'Y'.
       01  ws-held-table.
           03  ws-held-trace                 pic x(12)
                                             occurs 500 times.
       01  ws-attempt-held                   pic x(1).
           88  ws-attempt-is-held            value 'Y'.

      ***--------------------------------------------------------------*
      *** failure letters - a due payment that failed goes on the     *
      *** correspondence queue for the nightly ETPBLTR print run,     *
      *** addressed to the account's primary holder                   *
      ***--------------------------------------------------------------*
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-ltrque-status                  pic x(2).
           88  ws-ltrque-ok                  value '00'.
           88  ws-ltrque-dup                 value '22'.
           88  ws-ltrque-absent              value '35'.
       01  ws-ltr-open                       pic x(1) value 'N'.
           88  ws-ltr-is-open                value 'Y'.
       01  ws-ltr-acctno                     pic x(10).
       01  ws-ltr-custno                     pic x(10).
       01  ws-ltr-first-custno               pic x(10).
       01  ws-ltr-fields.
           03  ws-ltr-field                  pic x(20) occurs 4 times.
       01  ws-ltr-written                    pic x(1).
           88  ws-ltr-write-done             value 'Y' 'F'.
       01  ws-xref-more                      pic x(1).
           88  ws-xref-more-recs             value 'Y'.
       01  ws-letters-queued                 pic 9(7) comp value 0.
       01  ws-ltr-amt-disp                   pic zzzzzz9.99.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-amount-display                 pic -zzzzzzz9.99.

       bsto-mainline-para.
           perform bsto-initialize
           if ws-run-is-ok
               perform bsto-settle-attempts
               perform bsto-process-order
                   until not ws-more-order-recs
           end-if
                   close STANDORD-FILE
               else
                   perform bsto-open-mirror
                   perform bsto-open-attempts
               end-if
           end-if
           exit
               display 'ETPBSTO - order expired, cancelled: '
                   STANDORD-ID
           else
               move STANDORD-AMOUNT to ws-emit-amount
               move STANDORD-NEXT-DUE to ws-atmp-due
               move 1 to ws-atmp-try
               perform bsto-emit-posting
               perform bsto-advance-due-date
           end-if
           move ws-jnlrec-sequence to JNLREC-SEQUENCE
           move 'POST' to JNLREC-POST-TAG
           move STANDORD-ACCTNO to JNLREC-POST-ACCTNO
           move ws-emit-amount to JNLREC-POST-AMOUNT
           move STANDORD-TEXT to JNLREC-POST-NARRATIVE
           move 'SO' to JNLREC-POST-TXN-TYPE
           move spaces to ws-trace-id
           string 'SO' STANDORD-ID ws-jnlrec-sequence(3:4)
               into ws-trace-id
           move ws-trace-id to JNLREC-POST-TRACE-ID
           write JNLREC-RECORD
           perform bsto-tally-line
           perform bsto-record-attempt
           add 1 to ws-postings-generated
           add ws-emit-amount to ws-generated-total
           move ws-emit-amount to ws-amount-display
           display 'ETPBSTO - generated: order ' STANDORD-ID
               ' acct ' STANDORD-ACCTNO
               ' amount ' ws-amount-display
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the attempt log, created on the first night; the retry and  *
      *** suspension limits; whether today is a business day to retry *
      *** on; and the letter queue for the failure notices            *
      ***--------------------------------------------------------------*
       bsto-open-attempts section.
       bsto-open-attempts-para.
           open i-o STOATMP-FILE
           if ws-stoatmp-absent
               open output STOATMP-FILE
               close STOATMP-FILE
               open i-o STOATMP-FILE
           end-if
           if ws-stoatmp-ok
               move 'Y' to ws-atmp-open
           else
               display 'ETPBSTO - STOATMP not available, status='
                   ws-stoatmp-status ' - refusals will not be retried'
           end-if
           move ws-retry-default to ws-retry-max
           move ws-failmax-default to ws-fail-max
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'SORETRY ' to SYSPARM-KEY
               perform bsto-read-parm
               if ws-sysparm-ok and SYSPARM-VALUE < 100
                   move SYSPARM-VALUE to ws-retry-max
               end-if
               move 'SOFAILMX' to SYSPARM-KEY
               perform bsto-read-parm
               if ws-sysparm-ok and SYSPARM-VALUE > 0
                   and SYSPARM-VALUE < 100
                   move SYSPARM-VALUE to ws-fail-max
               end-if
               close SYSPARM-FILE
           end-if
      *    a date with no BUSCAL row is a working day, and so is every
      *    date when there is no calendar at all
           move 'Y' to ws-business-day
           open input BUSCAL-FILE
           if ws-buscal-ok
               move ws-today-date to BUSCAL-DATE
               read BUSCAL-FILE
                   invalid key
                       continue
               end-read
               if ws-buscal-ok
                   move 'N' to ws-business-day
               end-if
               close BUSCAL-FILE
           end-if
           perform bsto-load-held
           open input ACCTXREF-FILE
           open i-o LTRQUE-FILE
           if ws-ltrque-absent
               open output LTRQUE-FILE
               close LTRQUE-FILE
               open i-o LTRQUE-FILE
           end-if
           if ws-acctxref-ok and ws-ltrque-ok
               move 'Y' to ws-ltr-open
           else
               display 'ETPBSTO - letter queue unavailable, '
                   'failure letters will not be queued'
               if ws-acctxref-ok
                   close ACCTXREF-FILE
               end-if
               if ws-ltrque-ok
                   close LTRQUE-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsto-read-parm section.
       bsto-read-parm-para.
           read SYSPARM-FILE
               invalid key
                   continue
           end-read
           exit
           .
      ***--------------------------------------------------------------*
      *** settles the attempts before tonight's orders are expanded:  *
      *** a payment still pending from an earlier day went through    *
      *** the posting run unrefused, a refused one is retried or, its *
      *** retries used up, failed.  The order file is read at random  *
      *** here, so its sequential pass is started afresh afterwards   *
      ***--------------------------------------------------------------*
       bsto-settle-attempts section.
       bsto-settle-attempts-para.
           if ws-atmp-is-open
               move low-values to STOATMP-KEY
               start STOATMP-FILE key not < STOATMP-KEY
                   invalid key
                       continue
               end-start
               if ws-stoatmp-ok
                   move 'Y' to ws-more-attempts
               else
                   move 'N' to ws-more-attempts
               end-if
               perform bsto-settle-next
                   until not ws-more-attempt-recs
               move 0 to STANDORD-ID
               start STANDORD-FILE key not < STANDORD-ID
                   invalid key
                       move 'N' to ws-more-orders
               end-start
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsto-settle-next section.
       bsto-settle-next-para.
           read STOATMP-FILE next record
               at end
                   move 'N' to ws-more-attempts
           end-read
           if ws-more-attempt-recs
               move STOATMP-KEY to ws-atmp-key-save
               move 'N' to ws-attempt-held
               if STOATMP-IS-PENDING
                   and STOATMP-SENT-DATE < ws-today-date
                   perform bsto-check-held
               end-if
               evaluate true
                   when STOATMP-IS-PENDING
                       and STOATMP-SENT-DATE < ws-today-date
                       and ws-attempt-is-held
                       add 1 to ws-attempts-waiting
                   when STOATMP-IS-PENDING
                       and STOATMP-SENT-DATE < ws-today-date
                       perform bsto-attempt-paid
                   when STOATMP-IS-REFUSED
                       and ws-today-is-business
                       perform bsto-attempt-refused
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the trace ids of the standing-order payments the posting    *
      *** run has parked on HELDPOST and nobody has yet released or   *
      *** cancelled; a missing file holds nothing                     *
      ***--------------------------------------------------------------*
       bsto-load-held section.
       bsto-load-held-para.
           move 0 to ws-held-count
           open input HELDPOST-FILE
           if ws-heldpost-ok
               move 'Y' to ws-more-held
               perform bsto-load-held-next
                   until not ws-more-held-recs
               close HELDPOST-FILE
           end-if
           if ws-held-table-full
               display 'ETPBSTO - more than ' ws-held-max
                   ' held standing-order payments, pending attempts '
                   'left unsettled tonight'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsto-load-held-next section.
       bsto-load-held-next-para.
           read HELDPOST-FILE next record
               at end
                   move 'N' to ws-more-held
           end-read
           if ws-more-held-recs
               and HELDPOST-IS-HELD
               and HELDPOST-POST-TXN-TYPE = 'SO'
               if ws-held-count < ws-held-max
                   add 1 to ws-held-count
                   move HELDPOST-POST-TRACE-ID
                       to ws-held-trace(ws-held-count)
               else
                   move 'Y' to ws-held-overflow
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the pending attempt in STOATMP-RECORD is still held when    *
      *** its trace id is among the held payments                     *
      ***--------------------------------------------------------------*
       bsto-check-held section.
       bsto-check-held-para.
           if ws-held-table-full
               move 'Y' to ws-attempt-held
           else
               perform bsto-check-held-one
                   varying ws-held-sub from 1 by 1
                   until ws-held-sub > ws-held-count
                      or ws-attempt-is-held
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsto-check-held-one section.
       bsto-check-held-one-para.
           if ws-held-trace(ws-held-sub) = STOATMP-TRACE-ID
               move 'Y' to ws-attempt-held
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** paid - and the order's run of failures is broken            *
      ***--------------------------------------------------------------*
       bsto-attempt-paid section.
       bsto-attempt-paid-para.
           move 'D' to STOATMP-STATUS
           move ws-today-date to STOATMP-DONE-DATE
           rewrite STOATMP-RECORD
           add 1 to ws-attempts-paid
           move STOATMP-ORDER-ID to STANDORD-ID
           read STANDORD-FILE
               invalid key
                   continue
           end-read
           if ws-standord-ok
               if STANDORD-FAIL-COUNT not is numeric
                   or STANDORD-FAIL-COUNT not = 0
                   move 0 to STANDORD-FAIL-COUNT
                   rewrite STANDORD-RECORD
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** refused: sent again while retries remain, failed once they  *
      *** have run out; an order cancelled or suspended since is not  *
      *** chased further                                              *
      ***--------------------------------------------------------------*
       bsto-attempt-refused section.
       bsto-attempt-refused-para.
           move STOATMP-ORDER-ID to STANDORD-ID
           read STANDORD-FILE
               invalid key
                   continue
           end-read
           if not ws-standord-ok
               or not STANDORD-IS-ACTIVE
               move 'F' to STOATMP-STATUS
               move ws-today-date to STOATMP-DONE-DATE
               rewrite STOATMP-RECORD
               display 'ETPBSTO - order ' STOATMP-ORDER-ID
                   ' no longer active, refused payment not retried'
           else
               if STOATMP-TRY-NO > ws-retry-max
                   perform bsto-attempt-failed
               else
                   perform bsto-attempt-retry
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the refused payment sent again for the same due date under  *
      *** the next try; the new attempt row lands ahead of the browse, *
      *** so the browse is restarted just past the row it was on      *
      ***--------------------------------------------------------------*
       bsto-attempt-retry section.
       bsto-attempt-retry-para.
           move 'T' to STOATMP-STATUS
           move ws-today-date to STOATMP-DONE-DATE
           rewrite STOATMP-RECORD
           move STOATMP-AMOUNT to ws-emit-amount
           move STOATMP-DUE-DATE to ws-atmp-due
           compute ws-atmp-try = STOATMP-TRY-NO + 1
           end-compute
           add 1 to ws-attempts-retried
           display 'ETPBSTO - retry ' ws-atmp-try ' of order '
               STANDORD-ID ' due ' ws-atmp-due
           perform bsto-emit-posting
           move ws-atmp-key-save to STOATMP-KEY
           start STOATMP-FILE key > STOATMP-KEY
               invalid key
                   move 'N' to ws-more-attempts
           end-start
           exit
           .
      ***--------------------------------------------------------------*
      *** the due payment has failed: counted against the order, the  *
      *** customer told, and the order suspended once too many have   *
      *** failed in a row                                             *
      ***--------------------------------------------------------------*
       bsto-attempt-failed section.
       bsto-attempt-failed-para.
           move 'F' to STOATMP-STATUS
           move ws-today-date to STOATMP-DONE-DATE
           rewrite STOATMP-RECORD
           add 1 to ws-attempts-failed
           if STANDORD-FAIL-COUNT not is numeric
               move 0 to STANDORD-FAIL-COUNT
           end-if
           if STANDORD-FAIL-COUNT < 99
               add 1 to STANDORD-FAIL-COUNT
           end-if
           if STANDORD-FAIL-COUNT >= ws-fail-max
               move 'S' to STANDORD-STATUS
               add 1 to ws-orders-suspended
               display 'ETPBSTO - order ' STANDORD-ID
                   ' suspended after ' STANDORD-FAIL-COUNT
                   ' failed payments'
           else
               display 'ETPBSTO - order ' STANDORD-ID ' payment due '
                   STOATMP-DUE-DATE ' failed'
           end-if
           rewrite STANDORD-RECORD
           perform bsto-failure-letter
           exit
           .
      ***--------------------------------------------------------------*
      *** logs the payment just generated as a pending attempt; an    *
      *** order whose due date was set back on ETPESTO may meet its   *
      *** own earlier row, which the new attempt replaces             *
      ***--------------------------------------------------------------*
       bsto-record-attempt section.
       bsto-record-attempt-para.
           if ws-atmp-is-open
               move spaces to STOATMP-RECORD
               move STANDORD-ID to STOATMP-ORDER-ID
               move ws-atmp-due to STOATMP-DUE-DATE
               move ws-atmp-try to STOATMP-TRY-NO
               move ws-trace-id to STOATMP-TRACE-ID
               move STANDORD-ACCTNO to STOATMP-ACCTNO
               move ws-emit-amount to STOATMP-AMOUNT
               move ws-today-date to STOATMP-SENT-DATE
               move 'P' to STOATMP-STATUS
               move 0 to STOATMP-DONE-DATE
               write STOATMP-RECORD
                   invalid key
                       continue
               end-write
               if ws-stoatmp-dup
                   rewrite STOATMP-RECORD
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the failure notice - an SOFAILED letter with the amount, the *
      *** order's narrative, the due date it was for, and whether the *
      *** order now stands suspended                                  *
      ***--------------------------------------------------------------*
       bsto-failure-letter section.
       bsto-failure-letter-para.
           if ws-ltr-is-open
               move STANDORD-ACCTNO to ws-ltr-acctno
               move spaces to ws-ltr-fields
               move STOATMP-AMOUNT to ws-ltr-amt-disp
               move ws-ltr-amt-disp to ws-ltr-field(1)
               move STANDORD-TEXT to ws-ltr-field(2)
               move STOATMP-DUE-DATE to ws-ltr-field(3)
               if STANDORD-IS-SUSPENDED
                   move 'ORDER SUSPENDED' to ws-ltr-field(4)
               else
                   move 'ORDER CONTINUES' to ws-ltr-field(4)
               end-if
               perform bsto-letter-holder
               if ws-ltr-custno = spaces
                   display 'ETPBSTO - ' ws-ltr-acctno
                       ' has no holder on ACCTXREF, no SOFAILED letter'
               else
                   move spaces to LTRQUE-RECORD
                   move ws-ltr-custno to LTRQUE-CUSTNO
                   move function current-date(1:14) to LTRQUE-STAMP
                   move 1 to LTRQUE-SEQ
                   move 'Q' to LTRQUE-STATUS
                   move 'SOFAILED' to LTRQUE-TYPE
                   move ws-ltr-acctno to LTRQUE-ACCTNO
                   move ws-program-name to LTRQUE-SOURCE
                   move ws-today-date to LTRQUE-REQ-DATE
                   move ws-ltr-fields to LTRQUE-FIELDS
                   move 0 to LTRQUE-DONE-DATE
                   move 'N' to ws-ltr-written
                   perform bsto-queue-letter-write
                       until ws-ltr-write-done
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsto-queue-letter-write section.
       bsto-queue-letter-write-para.
           write LTRQUE-RECORD
               invalid key
                   continue
           end-write
           evaluate true
               when ws-ltrque-ok
                   move 'Y' to ws-ltr-written
                   add 1 to ws-letters-queued
               when ws-ltrque-dup and LTRQUE-SEQ < 99
                   add 1 to LTRQUE-SEQ
               when other
                   display 'ETPBSTO - SOFAILED letter for '
                       ws-ltr-custno ' not queued, status='
                       ws-ltrque-status
                   move 'F' to ws-ltr-written
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's primary holder off ACCTXREF - the first       *
      *** holder when no row is marked primary                        *
      ***--------------------------------------------------------------*
       bsto-letter-holder section.
       bsto-letter-holder-para.
           move spaces to ws-ltr-custno
           move spaces to ws-ltr-first-custno
           move ws-ltr-acctno to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           start ACCTXREF-FILE key not < ACCTXREF-KEY
               invalid key
                   continue
           end-start
           if ws-acctxref-ok
               move 'Y' to ws-xref-more
           else
               move 'N' to ws-xref-more
           end-if
           perform bsto-letter-holder-next
               until not ws-xref-more-recs
           if ws-ltr-custno = spaces
               move ws-ltr-first-custno to ws-ltr-custno
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsto-letter-holder-next section.
       bsto-letter-holder-next-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-xref-more
           end-read
           if ws-xref-more-recs
               if ACCTXREF-ACCTNO not = ws-ltr-acctno
                   move 'N' to ws-xref-more
               else
                   if ws-ltr-first-custno = spaces
                       move ACCTXREF-CUSTNO to ws-ltr-first-custno
                   end-if
                   if ACCTXREF-IS-PRIMARY
                       move ACCTXREF-CUSTNO to ws-ltr-custno
                       move 'N' to ws-xref-more
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsto-finalize section.
       bsto-finalize-para.
               close STANDORD-FILE
               close JOURNAL4-FILE
               perform bsto-close-mirror
               if ws-atmp-is-open
                   close STOATMP-FILE
               end-if
               if ws-ltr-is-open
                   close ACCTXREF-FILE
                   close LTRQUE-FILE
               end-if
           end-if
           move ws-orders-read to ws-report-count
           display 'ETPBSTO - orders examined    : ' ws-report-count
           display 'ETPBSTO - postings generated : ' ws-report-count
           move ws-generated-total to ws-amount-display
           display 'ETPBSTO - amount generated   : ' ws-amount-display
           move ws-attempts-paid to ws-report-count
           display 'ETPBSTO - earlier paid       : ' ws-report-count
           move ws-attempts-waiting to ws-report-count
           display 'ETPBSTO - still held         : ' ws-report-count
           move ws-attempts-retried to ws-report-count
           display 'ETPBSTO - refusals retried   : ' ws-report-count
           move ws-attempts-failed to ws-report-count
           display 'ETPBSTO - payments failed    : ' ws-report-count
           move ws-orders-suspended to ws-report-count
           display 'ETPBSTO - orders suspended   : ' ws-report-count
           move ws-letters-queued to ws-report-count
           display 'ETPBSTO - failure letters    : ' ws-report-count
           display 'ETPBSTO - expansion complete'
           exit
           .
