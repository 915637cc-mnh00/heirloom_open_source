      * interest away to its nominated account as a balanced pair -
      * the same legs ETPEXFR writes - so every movement flows
      * through the normal ETPBPST validation and the POSTCTRL and
      * ETPBGLR controls.  The paper maturity diary retires.  Each
      * maturity also queues a TDMATURE letter on LTRQUE for the
      * deposit's primary holder - principal, interest, maturity
      * date and what became of the money - for the nightly ETPBLTR
      * print run - and a TDMATURE event on NTFQUE for every holder
      * who has opted in to maturity notifications on NTFPREF, for
      * the ETPBNTF gateway run.

       environment division.

               record key is RUNCTRL-KEY
               file status is ws-runctrl-status.

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

           select NTFPREF-FILE assign to "NTFPREF"
               organization is indexed
               access mode is dynamic
               record key is NTFPREF-CUSTNO
               file status is ws-ntfpref-status.

           select NTFQUE-FILE assign to "NTFQUE"
               organization is indexed
               access mode is dynamic
               record key is NTFQUE-KEY
               file status is ws-ntfque-status.

       data division.

       file section.
       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  LTRQUE-FILE.
           copy LTRQUE.

       fd  NTFPREF-FILE.
           copy NTFPREF.

       fd  NTFQUE-FILE.
           copy NTFQUE.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBTDM'.
       01  ws-journal4-status                pic x(2).
           88  ws-journal4-ok                value '00'.
           88  ws-journal4-not-found         value '35'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-ltrque-status                  pic x(2).
           88  ws-ltrque-ok                  value '00'.
           88  ws-ltrque-dup                 value '22'.
           88  ws-ltrque-absent              value '35'.

      ***--------------------------------------------------------------*
      *** journal4 line tally and CICS-browsable mirror, kept in step *
       01  ws-posting-amount                 pic s9(7)v99.
       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-narrative              pic x(20).
       01  ws-posting-txn-type               pic x(2).
       01  ws-posting-pair-id                pic x(13).
       01  ws-new-maturity                   pic 9(8).
       01  ws-mat-int                        pic s9(9) comp.
       01  ws-report-count                   pic zzzzzzz9.
       01  ws-amount-display                 pic -zzzzzzz9.99.

      ***--------------------------------------------------------------*
      *** maturity letters - every deposit matured goes on the         *
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
       01  ws-ltr-mat-date                   pic 9(8).
       01  ws-xref-open                      pic x(1) value 'N'.
           88  ws-xref-is-open               value 'Y'.

      ***--------------------------------------------------------------*
      *** maturity notifications - every holder opted in on NTFPREF   *
      *** gets a TDMATURE event on NTFQUE for the ETPBNTF gateway run *
      ***--------------------------------------------------------------*
       01  ws-ntfpref-status                 pic x(2).
           88  ws-ntfpref-ok                 value '00'.
       01  ws-ntfque-status                  pic x(2).
           88  ws-ntfque-ok                  value '00'.
           88  ws-ntfque-dup                 value '22'.
           88  ws-ntfque-absent              value '35'.
       01  ws-ntf-open                       pic x(1) value 'N'.
           88  ws-ntf-is-open                value 'Y'.
       01  ws-ntf-outcome                    pic x(10).
       01  ws-ntf-written                    pic x(1).
           88  ws-ntf-write-done             value 'Y' 'F'.
       01  ws-notifications                  pic 9(7) comp value 0.

       procedure division.
       btdm-mainline section.
       btdm-mainline-para.
                   close ACCTMAST-FILE
               else
                   perform btdm-open-mirror
                   perform btdm-open-letters
                   perform btdm-open-notify
               end-if
           end-if
           exit
       btdm-mature-deposit section.
       btdm-mature-deposit-para.
           add 1 to ws-deposits-matured
           move ACCTMAST-MATURITY-DATE to ws-ltr-mat-date
           compute ws-term-interest rounded =
               ACCTMAST-BALANCE * ACCTMAST-TERM-RATE
                   * ACCTMAST-TERM-DAYS / 36500
               move ACCTMAST-ACCTNO to ws-posting-acctno
               move ws-term-interest to ws-posting-amount
               move 'TERM INTEREST' to ws-posting-narrative
               move 'IN' to ws-posting-txn-type
               move spaces to ws-posting-pair-id
               perform btdm-emit-posting
               add ws-term-interest to ws-interest-total
               add 1 to ws-deposits-rolled
               display 'ETPBTDM - rolled ' ACCTMAST-ACCTNO
                   ' to ' ws-new-maturity
               move spaces to ws-ltr-field(4)
               string 'ROLLED TO ' ws-new-maturity
                   delimited by size
                   into ws-ltr-field(4)
               move 'ROLLED' to ws-ntf-outcome
           else
               if ACCTMAST-SETTLE-ACCT = spaces
                   add 1 to ws-deposits-stuck
                   display 'ETPBTDM - NO SETTLEMENT ACCOUNT: '
                       ACCTMAST-ACCTNO ' left on the book'
                   move 'HELD' to ws-ltr-field(4)
                   move 'HELD' to ws-ntf-outcome
               else
                   perform btdm-emit-payout
                   move 0 to ACCTMAST-MATURITY-DATE
                   add 1 to ws-deposits-paid
                   display 'ETPBTDM - paid away ' ACCTMAST-ACCTNO
                       ' to ' ACCTMAST-SETTLE-ACCT
                   move spaces to ws-ltr-field(4)
                   string 'PAID TO ' ACCTMAST-SETTLE-ACCT
                       delimited by size
                       into ws-ltr-field(4)
                   move 'PAID' to ws-ntf-outcome
               end-if
           end-if
           if ws-ltr-is-open
               move 'TDMATURE' to ws-ltr-type
               move ACCTMAST-ACCTNO to ws-ltr-acctno
               move ACCTMAST-BALANCE to ws-amount-display
               move ws-amount-display to ws-ltr-field(1)
               move ws-term-interest to ws-amount-display
               move ws-amount-display to ws-ltr-field(2)
               move ws-ltr-mat-date to ws-ltr-field(3)
               perform btdm-queue-letter
           end-if
           if ws-ntf-is-open
               perform btdm-notify-holders
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           move ACCTMAST-ACCTNO to ws-posting-acctno
           move ws-payout-debit to ws-posting-amount
           move 'TERM MATURITY' to ws-posting-narrative
           move 'TD' to ws-posting-txn-type
           move ws-pair-id to ws-posting-pair-id
           perform btdm-emit-posting

           move ACCTMAST-SETTLE-ACCT to ws-posting-acctno
           move ws-payout-amount to ws-posting-amount
           move 'TERM MATURITY' to ws-posting-narrative
           move 'TD' to ws-posting-txn-type
           move ws-pair-id to ws-posting-pair-id
           perform btdm-emit-posting
           exit
           move ws-posting-amount to JNLREC-POST-AMOUNT
           move ws-posting-pair-id to JNLREC-POST-PAIR-ID
           move ws-posting-narrative to JNLREC-POST-NARRATIVE
           move ws-posting-txn-type to JNLREC-POST-TXN-TYPE
           write JNLREC-RECORD
           perform btdm-tally-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the letter queue is created on first use; the account's     *
      *** owners address the letter, so without ACCTXREF the run goes *
      *** on with no letters queued                                   *
      ***--------------------------------------------------------------*
       btdm-open-letters section.
       btdm-open-letters-para.
           open input ACCTXREF-FILE
           if ws-acctxref-ok
               move 'Y' to ws-xref-open
           end-if
           open i-o LTRQUE-FILE
           if ws-ltrque-absent
               open output LTRQUE-FILE
               close LTRQUE-FILE
               open i-o LTRQUE-FILE
           end-if
           if ws-xref-is-open and ws-ltrque-ok
               move 'Y' to ws-ltr-open
           else
               display 'ETPBTDM - letter queue unavailable, '
                   'maturity letters will not be queued'
               if ws-ltrque-ok
                   close LTRQUE-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the notification queue is created on first use; with no     *
      *** preferences on file nobody has opted in                     *
      ***--------------------------------------------------------------*
       btdm-open-notify section.
       btdm-open-notify-para.
           open input NTFPREF-FILE
           open i-o NTFQUE-FILE
           if ws-ntfque-absent
               open output NTFQUE-FILE
               close NTFQUE-FILE
               open i-o NTFQUE-FILE
           end-if
           if ws-xref-is-open and ws-ntfpref-ok and ws-ntfque-ok
               move 'Y' to ws-ntf-open
           else
               display 'ETPBTDM - maturity notifications off, '
                   'statuses ' ws-acctxref-status ' '
                   ws-ntfpref-status ' ' ws-ntfque-status
               if ws-ntfpref-ok
                   close NTFPREF-FILE
               end-if
               if ws-ntfque-ok
                   close NTFQUE-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every holder of the deposit opted in to maturity            *
      *** notifications gets the event                                *
      ***--------------------------------------------------------------*
       btdm-notify-holders section.
       btdm-notify-holders-para.
           move ACCTMAST-ACCTNO to ws-ltr-acctno
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
           perform btdm-notify-holder
               until not ws-xref-more-recs
           exit
           .
      ***--------------------------------------------------------------*
       btdm-notify-holder section.
       btdm-notify-holder-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-xref-more
           end-read
           if ws-xref-more-recs
               if ACCTXREF-ACCTNO not = ws-ltr-acctno
                   move 'N' to ws-xref-more
               else
                   move ACCTXREF-CUSTNO to NTFPREF-CUSTNO
                   read NTFPREF-FILE
                       invalid key
                           continue
                   end-read
                   if ws-ntfpref-ok
                       and NTFPREF-ADDR-VALID
                       and NTFPREF-WANTS-TDMATURE
                       perform btdm-queue-notify
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one event on the queue: principal, interest and what became *
      *** of the money                                                *
      ***--------------------------------------------------------------*
       btdm-queue-notify section.
       btdm-queue-notify-para.
           move spaces to NTFQUE-RECORD
           move NTFPREF-CUSTNO to NTFQUE-CUSTNO
           move function current-date(1:14) to NTFQUE-STAMP
           move 1 to NTFQUE-SEQ
           move 'Q' to NTFQUE-STATUS
           move 'TDMATURE' to NTFQUE-EVENT
           move ws-ltr-acctno to NTFQUE-ACCTNO
           move ACCTMAST-BALANCE to NTFQUE-AMOUNT
           move ws-term-interest to NTFQUE-BALANCE
           move ws-ntf-outcome to NTFQUE-OTHER
           move ws-program-name to NTFQUE-SOURCE
           move ws-rcl-today to NTFQUE-REQ-DATE
           move 0 to NTFQUE-DONE-DATE
           move 'N' to ws-ntf-written
           perform btdm-queue-notify-write
               until ws-ntf-write-done
           exit
           .
      ***--------------------------------------------------------------*
       btdm-queue-notify-write section.
       btdm-queue-notify-write-para.
           write NTFQUE-RECORD
               invalid key
                   continue
           end-write
           evaluate true
               when ws-ntfque-ok
                   move 'Y' to ws-ntf-written
                   add 1 to ws-notifications
               when ws-ntfque-dup and NTFQUE-SEQ < 99
                   add 1 to NTFQUE-SEQ
               when other
                   display 'ETPBTDM - TDMATURE event for '
                       NTFQUE-CUSTNO ' not queued, status='
                       ws-ntfque-status
                   move 'F' to ws-ntf-written
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** one letter request on the correspondence queue for the      *
      *** account's holder; a second request in the same second takes *
      *** the next sequence number                                    *
      ***--------------------------------------------------------------*
       btdm-queue-letter section.
       btdm-queue-letter-para.
           perform btdm-letter-holder
           if ws-ltr-custno = spaces
               display 'ETPBTDM - ' ws-ltr-acctno
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
               move ws-rcl-today to LTRQUE-REQ-DATE
               move ws-ltr-fields to LTRQUE-FIELDS
               move 0 to LTRQUE-DONE-DATE
               move 'N' to ws-ltr-written
               perform btdm-queue-letter-write
                   until ws-ltr-write-done
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       btdm-queue-letter-write section.
       btdm-queue-letter-write-para.
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
                   display 'ETPBTDM - ' ws-ltr-type ' letter for '
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
       btdm-letter-holder section.
       btdm-letter-holder-para.
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
           perform btdm-letter-holder-next
               until not ws-xref-more-recs
           if ws-ltr-custno = spaces
               move ws-ltr-first-custno to ws-ltr-custno
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       btdm-letter-holder-next section.
       btdm-letter-holder-next-para.
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
       btdm-finalize section.
       btdm-finalize-para.
               close ACCTMAST-FILE
               close JOURNAL4-FILE
               perform btdm-close-mirror
               if ws-xref-is-open
                   close ACCTXREF-FILE
               end-if
               if ws-ltr-is-open
                   close LTRQUE-FILE
               end-if
               if ws-ntf-is-open
                   close NTFPREF-FILE
                   close NTFQUE-FILE
               end-if
           end-if
           move ws-deposits-seen to ws-report-count
           display 'ETPBTDM - term deposits on book : '
           move ws-interest-total to ws-amount-display
           display 'ETPBTDM - interest credited     : '
               ws-amount-display
           move ws-letters-queued to ws-report-count
           display 'ETPBTDM - maturity letters      : '
               ws-report-count
           move ws-notifications to ws-report-count
           display 'ETPBTDM - maturity notifications: '
               ws-report-count
           display 'ETPBTDM - maturity run complete'
           exit
           .
