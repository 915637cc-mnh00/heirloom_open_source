      * who have never had a review date set at all - the compliance
      * review's finding, produced as a report instead of a manual
      * trawl.  Output goes to RPTSPOOL for the ETPERPT viewer under
      * this job's name.  Each customer listed also has a KYCDUE
      * letter queued on LTRQUE for the nightly ETPBLTR print run,
      * unless one went on the queue for them within the last
      * SYSPARM 'KYCLTRDY' days (default 30), so a customer who
      * stays overdue is not written to every night.

       environment division.

               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select LTRQUE-FILE assign to "LTRQUE"
               organization is indexed
               access mode is dynamic
               record key is LTRQUE-KEY
               file status is ws-ltrque-status.

       data division.

       file section.
       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  LTRQUE-FILE.
           copy LTRQUE.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBKYC'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-ltrque-status                  pic x(2).
           88  ws-ltrque-ok                  value '00'.
           88  ws-ltrque-dup                 value '22'.
           88  ws-ltrque-absent              value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
           88  ws-more-customer-recs         value 'Y'.

       01  ws-today                          pic 9(8).
       01  ws-today-int                      pic s9(9) comp.

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-reviews-overdue                pic 9(7) comp value 0.
       01  ws-reviews-never-set              pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** KYCDUE letters - one to each customer listed, but no more   *
      *** than one inside the repeat window                           *
      ***--------------------------------------------------------------*
       77  ws-ltrdays-default                pic 9(5) comp value 30.
       01  ws-ltr-days                       pic 9(7).
       01  ws-ltr-open                       pic x(1) value 'N'.
           88  ws-ltr-is-open                value 'Y'.
       01  ws-ltr-custno                     pic x(10).
       01  ws-ltr-written                    pic x(1).
           88  ws-ltr-write-done             value 'Y' 'F'.
       01  ws-ltr-recent                     pic x(1).
           88  ws-ltr-was-recent             value 'Y'.
       01  ws-more-ltrs                      pic x(1).
           88  ws-more-ltr-recs              value 'Y'.
       01  ws-ltr-age                        pic s9(9) comp.
       01  ws-letters-queued                 pic 9(7) comp value 0.
       01  ws-letters-held                   pic 9(7) comp value 0.

       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
               move 'N' to ws-more-customers
           else
               perform bkyc-spool-open
               move function integer-of-date(ws-today)
                   to ws-today-int
               perform bkyc-load-ltrdays
               perform bkyc-open-letters
           end-if
           exit
           .
                       perform bkyc-spool-line
                       display 'ETPBKYC - never reviewed: '
                           CUSTMAST-CUSTNO
                       perform bkyc-queue-letter
                   else
                   if CUSTMAST-KYC-REVIEW-DATE <= ws-today
                       add 1 to ws-reviews-overdue
                       display 'ETPBKYC - review overdue: '
                           CUSTMAST-CUSTNO ' due '
                           CUSTMAST-KYC-REVIEW-DATE
                       perform bkyc-queue-letter
                   end-if
                   end-if
               end-if
       bkyc-finalize-para.
           if ws-run-is-ok
               close CUSTMAST-FILE
               if ws-ltr-is-open
                   close LTRQUE-FILE
               end-if
           end-if
           move ws-customers-read to ws-report-count
           display 'ETPBKYC - customers examined : ' ws-report-count
           display 'ETPBKYC - reviews overdue    : ' ws-report-count
           move ws-reviews-never-set to ws-report-count
           display 'ETPBKYC - never reviewed     : ' ws-report-count
           move ws-letters-queued to ws-report-count
           display 'ETPBKYC - letters queued     : ' ws-report-count
           move ws-letters-held to ws-report-count
           display 'ETPBKYC - letters held back  : ' ws-report-count
           if ws-spool-is-open
               move ws-reviews-overdue to ws-report-count
               move spaces to ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
      *** days after a KYCDUE letter before the customer is sent      *
      *** another                                                     *
      ***--------------------------------------------------------------*
       bkyc-load-ltrdays section.
       bkyc-load-ltrdays-para.
           move ws-ltrdays-default to ws-ltr-days
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'KYCLTRDY' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if not ws-sysparm-notfnd
                   and SYSPARM-VALUE > 0
                   move SYSPARM-VALUE to ws-ltr-days
               end-if
               close SYSPARM-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the letter queue is created on first use                    *
      ***--------------------------------------------------------------*
       bkyc-open-letters section.
       bkyc-open-letters-para.
           open i-o LTRQUE-FILE
           if ws-ltrque-absent
               open output LTRQUE-FILE
               close LTRQUE-FILE
               open i-o LTRQUE-FILE
           end-if
           if ws-ltrque-ok
               move 'Y' to ws-ltr-open
           else
               display 'ETPBKYC - letter queue unavailable, status='
                   ws-ltrque-status ' - no KYCDUE letters'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's KYCDUE letter, carrying the review date due  *
      *** (or NOT SET) - held back when one is already inside the     *
      *** repeat window                                                *
      ***--------------------------------------------------------------*
       bkyc-queue-letter section.
       bkyc-queue-letter-para.
           if ws-ltr-is-open
               move CUSTMAST-CUSTNO to ws-ltr-custno
               perform bkyc-recent-letter
               if ws-ltr-was-recent
                   add 1 to ws-letters-held
               else
                   move spaces to LTRQUE-RECORD
                   move ws-ltr-custno to LTRQUE-CUSTNO
                   move function current-date(1:14) to LTRQUE-STAMP
                   move 1 to LTRQUE-SEQ
                   move 'Q' to LTRQUE-STATUS
                   move 'KYCDUE' to LTRQUE-TYPE
                   move spaces to LTRQUE-ACCTNO
                   move ws-program-name to LTRQUE-SOURCE
                   move ws-today to LTRQUE-REQ-DATE
                   if CUSTMAST-KYC-REVIEW-DATE = 0
                       move 'NOT SET' to LTRQUE-FIELD(1)
                   else
                       move CUSTMAST-KYC-REVIEW-DATE
                           to LTRQUE-FIELD(1)
                   end-if
                   move 0 to LTRQUE-DONE-DATE
                   move 'N' to ws-ltr-written
                   perform bkyc-queue-letter-write
                       until ws-ltr-write-done
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a second request in the same second takes the next          *
      *** sequence number                                             *
      ***--------------------------------------------------------------*
       bkyc-queue-letter-write section.
       bkyc-queue-letter-write-para.
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
                   display 'ETPBKYC - KYCDUE letter for '
                       ws-ltr-custno ' not queued, status='
                       ws-ltrque-status
                   move 'F' to ws-ltr-written
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** browses the customer's rows on the queue for a KYCDUE       *
      *** letter asked for inside the repeat window                   *
      ***--------------------------------------------------------------*
       bkyc-recent-letter section.
       bkyc-recent-letter-para.
           move 'N' to ws-ltr-recent
           move low-values to LTRQUE-KEY
           move ws-ltr-custno to LTRQUE-CUSTNO
           start LTRQUE-FILE key not < LTRQUE-KEY
               invalid key
                   continue
           end-start
           if ws-ltrque-ok
               move 'Y' to ws-more-ltrs
           else
               move 'N' to ws-more-ltrs
           end-if
           perform bkyc-recent-letter-next
               until not ws-more-ltr-recs
           exit
           .
      ***--------------------------------------------------------------*
       bkyc-recent-letter-next section.
       bkyc-recent-letter-next-para.
           read LTRQUE-FILE next record
               at end
                   move 'N' to ws-more-ltrs
           end-read
           if ws-more-ltr-recs
               if LTRQUE-CUSTNO not = ws-ltr-custno
                   move 'N' to ws-more-ltrs
               else
                   if LTRQUE-TYPE = 'KYCDUE'
                       and LTRQUE-REQ-DATE is numeric
                       and LTRQUE-REQ-DATE not = 0
                       compute ws-ltr-age = ws-today-int
                           - function integer-of-date(LTRQUE-REQ-DATE)
                       end-compute
                       if ws-ltr-age < ws-ltr-days
                           move 'Y' to ws-ltr-recent
                           move 'N' to ws-more-ltrs
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
