      * ETPESUS and the EAMT release action reactivates - this sweep
      * only ever moves Active to Dormant, never back.  Internal
      * accounts and accounts with no history at all are left alone
      * and counted, not judged.  Each account flagged has a DORMANT
      * letter, giving the date of its last activity, queued on
      * LTRQUE for its primary holder and the nightly ETPBLTR run.

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

       data division.

       file section.
       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  LTRQUE-FILE.
           copy LTRQUE.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBDOR'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-ltrque-status                  pic x(2).
           88  ws-ltrque-ok                  value '00'.
           88  ws-ltrque-dup                 value '22'.
           88  ws-ltrque-absent              value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-accounts-flagged               pic 9(7) comp value 0.
       01  ws-accounts-no-history            pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** dormancy letters - every account flagged goes on the         *
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

       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-accounts
                   close ACCTMAST-FILE
               else
                   perform bdor-open-letters
               end-if
           end-if
           exit
                       display 'ETPBDOR - flagged dormant: '
                           ws-sweep-acctno
                           ' last activity ' ws-last-activity
                       if ws-ltr-is-open
                           move 'DORMANT' to ws-ltr-type
                           move ws-sweep-acctno to ws-ltr-acctno
                           move spaces to ws-ltr-fields
                           move ws-last-activity to ws-ltr-field(1)
                           perform bdor-queue-letter
                       end-if
                   end-if
               end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the letter queue is created on first use; the account's     *
      *** owners address the letter, so without ACCTXREF the run goes *
      *** on with no letters queued                                   *
      ***--------------------------------------------------------------*
       bdor-open-letters section.
       bdor-open-letters-para.
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
               display 'ETPBDOR - letter queue unavailable, '
                   'dormancy letters will not be queued'
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
       bdor-queue-letter section.
       bdor-queue-letter-para.
           perform bdor-letter-holder
           if ws-ltr-custno = spaces
               display 'ETPBDOR - ' ws-ltr-acctno
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
               perform bdor-queue-letter-write
                   until ws-ltr-write-done
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdor-queue-letter-write section.
       bdor-queue-letter-write-para.
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
                   display 'ETPBDOR - ' ws-ltr-type ' letter for '
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
       bdor-letter-holder section.
       bdor-letter-holder-para.
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
           perform bdor-letter-holder-next
               until not ws-xref-more-recs
           if ws-ltr-custno = spaces
               move ws-ltr-first-custno to ws-ltr-custno
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdor-letter-holder-next section.
       bdor-letter-holder-next-para.
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
       bdor-finalize section.
       bdor-finalize-para.
           if ws-run-is-ok
               close ACCTMAST-FILE
               close POSTHIST-FILE
               if ws-ltr-is-open
                   close ACCTXREF-FILE
                   close LTRQUE-FILE
               end-if
           end-if
           move ws-accounts-read to ws-report-count
           display 'ETPBDOR - accounts examined   : ' ws-report-count
           display 'ETPBDOR - flagged dormant     : ' ws-report-count
           move ws-accounts-no-history to ws-report-count
           display 'ETPBDOR - no history, skipped : ' ws-report-count
           move ws-letters-queued to ws-report-count
           display 'ETPBDOR - dormancy letters    : ' ws-report-count
           display 'ETPBDOR - dormancy sweep complete'
           exit
           .
