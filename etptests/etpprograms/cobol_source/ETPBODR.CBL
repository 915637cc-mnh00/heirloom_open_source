      * master limit otherwise), the utilization percentage, and how
      * many days the account has been continuously overdrawn (off
      * its POSTHIST trail).  An account that crossed into overdraft
      * today also has an ODEXCESS excess letter queued on LTRQUE
      * for its primary holder, printed by the nightly ETPBLTR run.
      * The same pass feeds the collections work queue: an account
      * over its limit, or overdrawn longer than SYSPARM 'COLLDAYS'
      * days, gets a COLLCASE opened (or reopened) for the ETPECOL
      * collectors, and every promise to pay whose date has gone by
      * is judged against the credits on POSTHIST - a broken promise
      * reopens its case and raises a COLLECT alert.

       environment division.

               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

           select COLLCASE-FILE assign to "COLLCASE"
               organization is indexed
               access mode is dynamic
               record key is COLLCASE-ACCTNO
               file status is ws-collcase-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select ALERTQ-FILE assign to "ALERTQ"
               organization is indexed
               access mode is dynamic
               record key is ALERTQ-LINENO
               file status is ws-alertq-status.

           select JNLCOUNT-FILE assign to "JNLCOUNT"
               organization is indexed
               access mode is dynamic
               record key is JNLCOUNT-JNAME
               file status is ws-jnlcount-status.

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select LTRQUE-FILE assign to "LTRQUE"
               organization is indexed
               access mode is dynamic
               record key is LTRQUE-KEY
               file status is ws-ltrque-status.

       data division.

       file section.
       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  COLLCASE-FILE.
           copy COLLCASE.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  ALERTQ-FILE.
           copy ALERTQ.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  LTRQUE-FILE.
           copy LTRQUE.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBODR'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.
       01  ws-collcase-status                pic x(2).
           88  ws-collcase-ok                value '00'.
           88  ws-collcase-eof               value '10'.
           88  ws-collcase-notfnd            value '23'.
           88  ws-collcase-absent            value '35'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-alertq-status                  pic x(2).
           88  ws-alertq-ok                  value '00'.
           88  ws-alertq-dup                 value '22'.
           88  ws-alertq-absent              value '35'.
       01  ws-jnlcount-status                pic x(2).
           88  ws-jnlcount-ok                value '00'.
           88  ws-jnlcount-notfnd            value '23'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-ltrque-status                  pic x(2).
           88  ws-ltrque-ok                  value '00'.
           88  ws-ltrque-dup                 value '22'.
           88  ws-ltrque-absent              value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

       01  ws-accounts-read                  pic 9(7) comp value 0.
       01  ws-accounts-overdrawn             pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** the collections queue: cases opened off this run and the    *
      *** promises to pay judged at the end of it                     *
      ***--------------------------------------------------------------*
       77  ws-colldays-default               pic 9(5) comp value 30.
       01  ws-coll-days                      pic 9(7).
       01  ws-coll-open                      pic x(1) value 'N'.
           88  ws-coll-is-open               value 'Y'.
       01  ws-alert-open                     pic x(1) value 'N'.
           88  ws-alert-is-open              value 'Y'.
       01  ws-more-cases                     pic x(1).
           88  ws-more-case-recs             value 'Y'.
       01  ws-case-reason                    pic x(1).
           88  ws-case-is-due                value 'L' 'D'.
       01  ws-credit-total                   pic 9(9)v99.
       01  ws-alert-amt-disp                 pic zzzzzz9.99.
       01  ws-cases-opened                   pic 9(7) comp value 0.
       01  ws-promises-kept                  pic 9(7) comp value 0.
       01  ws-promises-broken                pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** the utilization pack, spooled under this job's name         *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-rpt-lineno                     pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-rpt-name                       pic x(8) value 'ETPBODR'.

      ***--------------------------------------------------------------*
      *** excess letters - a crossing into overdraft goes on the       *
      *** customer's correspondence queue for the nightly ETPBLTR     *
      *** print run, addressed to the account's primary holder        *
      ***--------------------------------------------------------------*
       01  ws-ltr-open                       pic x(1) value 'N'.
           88  ws-ltr-is-open                value 'Y'.
       01  ws-ltr-type                       pic x(8).
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

       01  ws-bal-disp                       pic -zzzzzzzz9.99.
       01  ws-lim-disp                       pic zzzzzz9.99.
               perform bodr-process-account
                   until not ws-more-account-recs
           end-if
           if ws-coll-is-open
               perform bodr-check-promises
           end-if
           perform bodr-finalize
           stop run
           .
                   move 'Y' to ws-odlimit-open
               end-if
               perform bodr-spool-open
               perform bodr-load-colldays
               perform bodr-open-collections
               perform bodr-open-letters
           end-if
           exit
           .
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** days continuously overdrawn, inside the limit, before       *
      *** credit control wants a case on the account                  *
      ***--------------------------------------------------------------*
       bodr-load-colldays section.
       bodr-load-colldays-para.
           move ws-colldays-default to ws-coll-days
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'COLLDAYS' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if not ws-sysparm-notfnd
                   and SYSPARM-VALUE > 0
                   move SYSPARM-VALUE to ws-coll-days
               end-if
               close SYSPARM-FILE
           end-if
           display 'ETPBODR - collections threshold, days: '
               ws-coll-days
           exit
           .
      ***--------------------------------------------------------------*
      *** the case file is created on first use; the alert feed is    *
      *** only needed to report broken promises, so a run without it  *
      *** still opens cases                                           *
      ***--------------------------------------------------------------*
       bodr-open-collections section.
       bodr-open-collections-para.
           open i-o COLLCASE-FILE
           if ws-collcase-absent
               open output COLLCASE-FILE
               close COLLCASE-FILE
               open i-o COLLCASE-FILE
           end-if
           if ws-collcase-ok
               move 'Y' to ws-coll-open
           else
               display 'ETPBODR - COLLCASE not available, status='
                   ws-collcase-status ' - no collections cases'
           end-if
           open i-o ALERTQ-FILE
           if ws-alertq-absent
               open output ALERTQ-FILE
               close ALERTQ-FILE
               open i-o ALERTQ-FILE
           end-if
           open i-o JNLCOUNT-FILE
           if ws-alertq-ok and ws-jnlcount-ok
               move 'Y' to ws-alert-open
           else
               display 'ETPBODR - alert feed unavailable, '
                   'broken promises will not be alerted'
               if ws-alertq-ok
                   close ALERTQ-FILE
               end-if
               if ws-jnlcount-ok
                   close JNLCOUNT-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bodr-process-account section.
       bodr-process-account-para.
           end-read
           if ws-more-account-recs
               add 1 to ws-accounts-read
      *        a loan runs negative by design - its arrears are
      *        ETPBLRP's business, not an overdraft
               if ACCTMAST-BALANCE < 0
                   and not ACCTMAST-IS-CLOSED
                   and not ACCTMAST-IS-LOAN
                   add 1 to ws-accounts-overdrawn
                   perform bodr-report-account
               end-if
           if ws-did-cross-today
               perform bodr-issue-notice
           end-if
           if ws-coll-is-open
               perform bodr-review-case
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a live case just has its figures brought up to date; with   *
      *** no live case, one is opened when the account is over its    *
      *** limit or has been under water longer than the threshold     *
      ***--------------------------------------------------------------*
       bodr-review-case section.
       bodr-review-case-para.
           move space to ws-case-reason
           if ws-overdrawn-amt > ws-eff-odlimit
               move 'L' to ws-case-reason
           else
               if ws-od-days > ws-coll-days
                   move 'D' to ws-case-reason
               end-if
           end-if
           move ws-odr-acctno to COLLCASE-ACCTNO
           read COLLCASE-FILE
               invalid key
                   continue
           end-read
           if ws-collcase-ok
               and not COLLCASE-IS-CLOSED
               perform bodr-case-figures
               rewrite COLLCASE-RECORD
           else
               if ws-case-is-due
                   perform bodr-open-case
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a brand-new case starts a clean diary; a closed case coming *
      *** back keeps its contact and broken-promise counts, so the    *
      *** collector can see the account has been here before          *
      ***--------------------------------------------------------------*
       bodr-open-case section.
       bodr-open-case-para.
           if not ws-collcase-ok
               move ws-odr-acctno to COLLCASE-ACCTNO
               move 0 to COLLCASE-CONTACTS
               move 0 to COLLCASE-LAST-CONTACT
               move spaces to COLLCASE-CONTACT-NOTE
               move 0 to COLLCASE-BROKEN-COUNT
               move spaces to COLLCASE-USERID
           end-if
           move 'O' to COLLCASE-STATUS
           move ws-case-reason to COLLCASE-REASON
           move ws-today to COLLCASE-OPEN-DATE
           move 0 to COLLCASE-PROMISE-AMOUNT
           move 0 to COLLCASE-PROMISE-DATE
           move 0 to COLLCASE-PROMISE-TAKEN
           move space to COLLCASE-PROMISE-STATE
           move 0 to COLLCASE-CLOSED-DATE
           perform bodr-case-figures
           if ws-collcase-ok
               rewrite COLLCASE-RECORD
           else
               write COLLCASE-RECORD
                   invalid key
                       continue
               end-write
           end-if
           add 1 to ws-cases-opened
           display 'ETPBODR - ' ws-odr-acctno
               ' collections case opened, reason ' ws-case-reason
           exit
           .
      ***--------------------------------------------------------------*
       bodr-case-figures section.
       bodr-case-figures-para.
           move ACCTMAST-BALANCE to COLLCASE-BALANCE
           move ws-eff-odlimit to COLLCASE-ODLIMIT
           if ws-od-days > 99999
               move 99999 to COLLCASE-OD-DAYS
           else
               move ws-od-days to COLLCASE-OD-DAYS
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every pending promise whose date has gone by is judged:     *
      *** the credits posted from the day it was taken to the day it  *
      *** fell due must add up to the amount promised                 *
      ***--------------------------------------------------------------*
       bodr-check-promises section.
       bodr-check-promises-para.
           move low-values to COLLCASE-ACCTNO
           start COLLCASE-FILE key not < COLLCASE-ACCTNO
               invalid key
                   continue
           end-start
           if ws-collcase-ok
               move 'Y' to ws-more-cases
               perform bodr-check-promise
                   until not ws-more-case-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bodr-check-promise section.
       bodr-check-promise-para.
           read COLLCASE-FILE next record
               at end
                   move 'N' to ws-more-cases
           end-read
           if ws-more-case-recs
               and COLLCASE-PROMISE-PENDING
               and COLLCASE-PROMISE-DATE < ws-today
               move COLLCASE-ACCTNO to ws-odr-acctno
               perform bodr-sum-credits
               if ws-credit-total >= COLLCASE-PROMISE-AMOUNT
                   move 'K' to COLLCASE-PROMISE-STATE
                   if COLLCASE-IS-PROMISED
                       move 'O' to COLLCASE-STATUS
                   end-if
                   add 1 to ws-promises-kept
               else
                   move 'B' to COLLCASE-PROMISE-STATE
                   move 'O' to COLLCASE-STATUS
                   move 'B' to COLLCASE-REASON
                   move 0 to COLLCASE-CLOSED-DATE
                   add 1 to COLLCASE-BROKEN-COUNT
                   add 1 to ws-promises-broken
                   display 'ETPBODR - ' ws-odr-acctno
                       ' promise to pay broken, case reopened'
                   if ws-alert-is-open
                       perform bodr-raise-alert
                   end-if
               end-if
               rewrite COLLCASE-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** credits only - live postings, not reversals and not rows    *
      *** since backed out - dated inside the promise window          *
      ***--------------------------------------------------------------*
       bodr-sum-credits section.
       bodr-sum-credits-para.
           move 0 to ws-credit-total
           if ws-posthist-ok or ws-posthist-eof
               move ws-odr-acctno to POSTHIST-ACCTNO
               move COLLCASE-PROMISE-TAKEN to POSTHIST-DATE
               move 0 to POSTHIST-SEQ
               start POSTHIST-FILE key not < POSTHIST-KEY
                   invalid key
                       continue
               end-start
               if ws-posthist-ok
                   move 'Y' to ws-more-history
                   perform bodr-sum-credit
                       until not ws-more-history-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bodr-sum-credit section.
       bodr-sum-credit-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = ws-odr-acctno
                   or POSTHIST-DATE > COLLCASE-PROMISE-DATE
                   move 'N' to ws-more-history
               else
                   if POSTHIST-AMOUNT > 0
                       and POSTHIST-IS-POSTING
                       and not POSTHIST-WAS-REVERSED
                       and not POSTHIST-WAS-RETURNED
                       add POSTHIST-AMOUNT to ws-credit-total
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the broken promise goes on the alert feed under COLLECT so  *
      *** credit control's subscribers see it without a report        *
      ***--------------------------------------------------------------*
       bodr-raise-alert section.
       bodr-raise-alert-para.
           move 'journal2' to JNLCOUNT-JNAME
           read JNLCOUNT-FILE
               invalid key
                   continue
           end-read
           if ws-jnlcount-notfnd
               move 'journal2' to JNLCOUNT-JNAME
               move 1 to JNLCOUNT-COUNT
               write JNLCOUNT-RECORD
           else
               add 1 to JNLCOUNT-COUNT
               rewrite JNLCOUNT-RECORD
           end-if
           move JNLCOUNT-COUNT to ALERTQ-LINENO
           move COLLCASE-PROMISE-AMOUNT to ws-alert-amt-disp
           move spaces to ALERTQ-TEXT
           string 'PROMISE BROKEN ' ws-odr-acctno
               ' ' ws-alert-amt-disp
               ' DUE ' COLLCASE-PROMISE-DATE
               into ALERTQ-TEXT
           move 'H' to ALERTQ-SEVERITY
           move 'COLLECT ' to ALERTQ-CATEGORY
           move function current-date(1:8) to ALERTQ-RAISED-DATE
           move function current-date(9:6) to ALERTQ-RAISED-TIME
           move 'N' to ALERTQ-ESCALATED
           move 'N' to ALERTQ-ACK
           move spaces to ALERTQ-ACK-USERID
           move 0 to ALERTQ-ACK-TIME
           write ALERTQ-RECORD
               invalid key
                   continue
           end-write
           if ws-alertq-dup
               rewrite ALERTQ-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's excess letter - balance, agreed limit and    *
      *** the day the account went under                              *
      ***--------------------------------------------------------------*
       bodr-issue-notice section.
       bodr-issue-notice-para.
           if ws-ltr-is-open
               move 'ODEXCESS' to ws-ltr-type
               move ws-odr-acctno to ws-ltr-acctno
               move spaces to ws-ltr-fields
               move ACCTMAST-BALANCE to ws-bal-disp
               move ws-eff-odlimit to ws-lim-disp
               move ws-bal-disp to ws-ltr-field(1)
               move ws-lim-disp to ws-ltr-field(2)
               move ws-today to ws-ltr-field(3)
               perform bodr-queue-letter
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the letter queue is created on first use; the account's     *
      *** owners address the letter, so without ACCTXREF the run goes *
      *** on with no letters queued                                   *
      ***--------------------------------------------------------------*
       bodr-open-letters section.
       bodr-open-letters-para.
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
               display 'ETPBODR - letter queue unavailable, '
                   'excess letters will not be queued'
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
      *** one letter request on the correspondence queue for the      *
      *** account's holder; a second request in the same second takes *
      *** the next sequence number                                    *
      ***--------------------------------------------------------------*
       bodr-queue-letter section.
       bodr-queue-letter-para.
           perform bodr-letter-holder
           if ws-ltr-custno = spaces
               display 'ETPBODR - ' ws-ltr-acctno
                   ' has no holder on ACCTXREF, no ' ws-ltr-type
                   ' letter'
           else
               move spaces to LTRQUE-RECORD
               move ws-ltr-custno to LTRQUE-CUSTNO
               move function current-date(1:14) to LTRQUE-STAMP
               move 1 to LTRQUE-SEQ
               move 'Q' to LTRQUE-STATUS
               move ws-ltr-type to LTRQUE-TYPE
               move ws-ltr-acctno to LTRQUE-ACCTNO
               move ws-program-name to LTRQUE-SOURCE
               move ws-today to LTRQUE-REQ-DATE
               move ws-ltr-fields to LTRQUE-FIELDS
               move 0 to LTRQUE-DONE-DATE
               move 'N' to ws-ltr-written
               perform bodr-queue-letter-write
                   until ws-ltr-write-done
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bodr-queue-letter-write section.
       bodr-queue-letter-write-para.
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
                   display 'ETPBODR - ' ws-ltr-type ' letter for '
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
       bodr-letter-holder section.
       bodr-letter-holder-para.
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
           perform bodr-letter-holder-next
               until not ws-xref-more-recs
           if ws-ltr-custno = spaces
               move ws-ltr-first-custno to ws-ltr-custno
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bodr-letter-holder-next section.
       bodr-letter-holder-next-para.
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
                   close ODLIMIT-FILE
               end-if
               perform bodr-spool-close
               if ws-coll-is-open
                   close COLLCASE-FILE
               end-if
               if ws-alert-is-open
                   close ALERTQ-FILE
                   close JNLCOUNT-FILE
               end-if
               if ws-ltr-is-open
                   close ACCTXREF-FILE
                   close LTRQUE-FILE
               end-if
           end-if
           move ws-accounts-read to ws-report-count
           display 'ETPBODR - accounts examined  : ' ws-report-count
           move ws-accounts-overdrawn to ws-report-count
           display 'ETPBODR - overdrawn accounts : ' ws-report-count
           move ws-letters-queued to ws-report-count
           display 'ETPBODR - excess letters     : ' ws-report-count
           move ws-cases-opened to ws-report-count
           display 'ETPBODR - collections opened : ' ws-report-count
           move ws-promises-kept to ws-report-count
           display 'ETPBODR - promises kept      : ' ws-report-count
           move ws-promises-broken to ws-report-count
           display 'ETPBODR - promises broken    : ' ws-report-count
           display 'ETPBODR - utilization report complete'
           exit
           .
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bodr-spool-close section.
       bodr-spool-close-para.
