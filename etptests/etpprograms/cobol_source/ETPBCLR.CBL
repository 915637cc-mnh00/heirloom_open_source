       identification division.

       program-id. ETPBCLR.

       author.    Heirloom Computing Inc.

      ******************************************************************
      *        Copyright (C) 2010-2013 Heirloom Computing Inc          *
      *                                                                *
      *                        ALL RIGHTS RESERVED                     *
      ******************************************************************
      *                                                                *
      * Property of Heirloom Computing Inc.  This software contains    *
      * confidential and proprietary information of Heirloom Computing *
      * Inc. and is made available solely pursuant to the terms of a   *
      * software license agreement, which governs its use.             *
      *                                                                *
      * No disclosure, reproduction or use of any portion of these     *
      * materials may be made without the express written consent of   *
      * Heirloom Computing Inc.                                        *
      *                                                                *
      ******************************************************************


      * ETPBCLR - outbound clearing file for external payments
      * Writes the payments to other banks ETPEXFR captured on
      * EXTPAY to the clearing-house file (/tmp/clearing.txt, with
      * a numbered archive copy /tmp/clearing_NNNNNN.txt): a HDR
      * line with the file's sequence and creation date, one PAY
      * line per payment - trace id, value date, currency, amount,
      * beneficiary bank, account and name, ordering account and
      * narrative - and a TRL line carrying the payment count and
      * amount total as control totals.  A payment goes out only
      * once the posting run has applied its customer debit - the
      * EP debit under its trace id on POSTHIST - so money the
      * posting run refused never leaves the bank; one still
      * waiting is held and reported.  Each payment written is
      * marked sent on EXTPAY under the file's sequence (POSTCTRL
      * 'CLRSEQNO'), which ETPBCLA matches the clearing house's
      * answer file against.  No payment due means no file.  The
      * run follows ETPBPST, registers on RUNCTRL and refuses a
      * same-day rerun without the ETPBDRV override.

       environment division.

       input-output section.
       file-control.
           select EXTPAY-FILE assign to "EXTPAY"
               organization is indexed
               access mode is dynamic
               record key is EXTPAY-TRACE-ID
               file status is ws-extpay-status.

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select CLEARING-FILE assign to "/tmp/clearing.txt"
               organization is line sequential
               file status is ws-clearing-status.

           select ARCHIVE-FILE assign to ws-archive-name
               organization is line sequential
               file status is ws-archive-status.

           select POSTCTRL-FILE assign to "POSTCTRL"
               organization is indexed
               access mode is dynamic
               record key is POSTCTRL-CNAME
               file status is ws-postctrl-status.

           select BUSCTRL-FILE assign to "BUSCTRL"
               organization is indexed
               access mode is dynamic
               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

           select RUNCTRL-FILE assign to "RUNCTRL"
               organization is indexed
               access mode is dynamic
               record key is RUNCTRL-KEY
               file status is ws-runctrl-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
               record key is RPTSPOOL-KEY
               file status is ws-rptspool-status.

       data division.

       file section.
       fd  EXTPAY-FILE.
           copy EXTPAY.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  CLEARING-FILE.
       01  clearing-line                     pic x(150).

       fd  ARCHIVE-FILE.
       01  archive-line                      pic x(150).

       fd  POSTCTRL-FILE.
           copy POSTCTRL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCLR'.

       01  ws-extpay-status                  pic x(2).
           88  ws-extpay-ok                  value '00'.
           88  ws-extpay-absent              value '35'.
       01  ws-extpay-open                    pic x(1) value 'N'.
           88  ws-extpay-is-open             value 'Y'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
       01  ws-posthist-open                  pic x(1) value 'N'.
           88  ws-posthist-is-open           value 'Y'.
       01  ws-clearing-status                pic x(2).
           88  ws-clearing-ok                value '00'.
       01  ws-archive-status                 pic x(2).
           88  ws-archive-ok                 value '00'.
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
           88  ws-postctrl-notfnd            value '23'.
           88  ws-postctrl-absent            value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL for the business day       *
      ***--------------------------------------------------------------*
       01  ws-runctrl-status                 pic x(2).
           88  ws-runctrl-ok                 value '00'.
           88  ws-runctrl-notfnd             value '23'.
           88  ws-runctrl-absent             value '35'.
       01  ws-runctrl-open                   pic x(1) value 'N'.
           88  ws-runctrl-is-open            value 'Y'.
       01  ws-run-allowed                    pic x(1) value 'Y'.
           88  ws-run-is-allowed             value 'Y'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.
       01  ws-rcl-today                      pic 9(8).
       01  ws-rcl-now                        pic 9(6).
       77  ws-rcl-jobname                    pic x(8) value 'ETPBCLR'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-more-pays                      pic x(1) value 'Y'.
           88  ws-more-pay-recs              value 'Y'.
       01  ws-more-hist                      pic x(1).
           88  ws-more-hist-recs             value 'Y'.
       01  ws-debit-posted                   pic x(1).
           88  ws-debit-was-posted           value 'Y'.

      ***--------------------------------------------------------------*
      *** the clearing-house file - header, one PAY line per payment, *
      *** trailer with the control totals                             *
      ***--------------------------------------------------------------*
       01  ws-file-open                      pic x(1) value 'N'.
           88  ws-file-is-open               value 'Y'.
       01  ws-clr-header.
           03  filler                        pic x(3) value 'HDR'.
           03  ws-clr-hdr-seq                pic 9(6).
           03  ws-clr-hdr-date               pic 9(8).
           03  ws-clr-hdr-time               pic 9(6).
           03  filler                        pic x(127) value spaces.
       01  ws-clr-detail.
           03  filler                        pic x(3) value 'PAY'.
           03  ws-clr-dtl-trace              pic x(12).
           03  ws-clr-dtl-date               pic 9(8).
           03  ws-clr-dtl-ccy                pic x(3).
           03  ws-clr-dtl-amount             pic 9(7)v99.
           03  ws-clr-dtl-bank               pic x(11).
           03  ws-clr-dtl-ben-acctno         pic x(34).
           03  ws-clr-dtl-ben-name           pic x(30).
           03  ws-clr-dtl-from               pic x(10).
           03  ws-clr-dtl-narrative          pic x(20).
           03  filler                        pic x(10) value spaces.
       01  ws-clr-trailer.
           03  filler                        pic x(3) value 'TRL'.
           03  ws-clr-trl-seq                pic 9(6).
           03  ws-clr-trl-count              pic 9(7).
           03  ws-clr-trl-total              pic 9(11)v99.
           03  filler                        pic x(121) value spaces.

       01  ws-clr-seq                        pic 9(6) value 0.
       01  ws-seq-disp                       pic 9(6).
       01  ws-archive-name                   pic x(40).

       01  ws-pays-read                      pic 9(7) comp value 0.
       01  ws-pays-sent                      pic 9(7) comp value 0.
       01  ws-pays-held                      pic 9(7) comp value 0.
       01  ws-sent-total                     pic 9(11)v99 value 0.
       01  ws-pay-result                     pic x(23).

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-amount-display                 pic -zzzzzzzzz9.99.

      ***--------------------------------------------------------------*
      *** report spool - the file's contents for the ETPERPT viewer   *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCLR'.

       procedure division.
       bclr-mainline section.
       bclr-mainline-para.
           perform bclr-register-start
           if ws-run-is-allowed
               perform bclr-initialize
               if ws-run-is-ok
                   perform bclr-process-payment
                       until not ws-more-pay-recs
               end-if
               perform bclr-finalize
               perform bclr-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL, *
      *** refusing to run before ETPBPST has completed, and refusing  *
      *** a same-day rerun without the ETPBDRV override               *
      ***--------------------------------------------------------------*
       bclr-register-start section.
       bclr-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bclr-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBCLR - RUNCTRL not available, status='
                   ws-runctrl-status ' - run-once not enforced'
           else
               move 'Y' to ws-runctrl-open
               move 'N' to ws-rcl-own-found
               move 'N' to ws-rcl-override
               move ws-rcl-jobname to RUNCTRL-JOBNAME
               move ws-rcl-today to RUNCTRL-DATE
               read RUNCTRL-FILE
                   invalid key
                       continue
               end-read
               if not ws-runctrl-notfnd
                   move 'Y' to ws-rcl-own-found
                   if RUNCTRL-IS-OVERRIDDEN
                       move 'Y' to ws-rcl-override
                   end-if
               end-if
               move ws-rcl-predecessor to RUNCTRL-JOBNAME
               move ws-rcl-today to RUNCTRL-DATE
               read RUNCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-runctrl-notfnd
                   display 'ETPBCLR - predecessor '
                       ws-rcl-predecessor
                       ' has not run today, refusing to run'
                   move 'N' to ws-run-allowed
               else
                   if not RUNCTRL-IS-COMPLETE
                       display 'ETPBCLR - predecessor '
                           ws-rcl-predecessor
                           ' has not completed, refusing to run'
                       move 'N' to ws-run-allowed
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBCLR - already run today, '
                       'refusing to run without override'
                   move 'N' to ws-run-allowed
               end-if
               if ws-run-is-allowed
                   move ws-rcl-jobname to RUNCTRL-JOBNAME
                   move ws-rcl-today to RUNCTRL-DATE
                   move 'R' to RUNCTRL-STATUS
                   move ws-rcl-now to RUNCTRL-START-TIME
                   move 0 to RUNCTRL-END-TIME
                   move 'N' to RUNCTRL-OVERRIDE
                   write RUNCTRL-RECORD
                       invalid key
                           rewrite RUNCTRL-RECORD
                   end-write
               else
                   close RUNCTRL-FILE
                   move 'N' to ws-runctrl-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bclr-load-business-date section.
       bclr-load-business-date-para.
           move function current-date(1:8) to ws-rcl-today
           open input BUSCTRL-FILE
           if ws-busctrl-ok
               move 'BUSDATE ' to BUSCTRL-CNAME
               read BUSCTRL-FILE
                   invalid key
                       continue
               end-read
               if not ws-busctrl-notfnd
                   and BUSCTRL-DATE not = 0
                   move BUSCTRL-DATE to ws-rcl-today
               end-if
               close BUSCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bclr-register-end section.
       bclr-register-end-para.
           if ws-runctrl-is-open
               move ws-rcl-jobname to RUNCTRL-JOBNAME
               move ws-rcl-today to RUNCTRL-DATE
               read RUNCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-runctrl-ok
                   if ws-run-is-ok
                       move 'C' to RUNCTRL-STATUS
                   else
                       move 'E' to RUNCTRL-STATUS
                   end-if
                   move function current-date(9:6)
                       to RUNCTRL-END-TIME
                   rewrite RUNCTRL-RECORD
               end-if
               close RUNCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** no register yet means nobody has paid another bank - the    *
      *** run completes with nothing to do                            *
      ***--------------------------------------------------------------*
       bclr-initialize section.
       bclr-initialize-para.
           display 'ETPBCLR - outbound clearing for ' ws-rcl-today
           open i-o EXTPAY-FILE
           if ws-extpay-absent
               display 'ETPBCLR - no external payments on file'
               move 'N' to ws-more-pays
           else
           if not ws-extpay-ok
               display 'ETPBCLR - unable to open EXTPAY, status='
                   ws-extpay-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-pays
           else
               move 'Y' to ws-extpay-open
               open input POSTHIST-FILE
               if not ws-posthist-ok
                   display 'ETPBCLR - unable to open POSTHIST, '
                       'status=' ws-posthist-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-pays
               else
                   move 'Y' to ws-posthist-open
                   perform bclr-spool-open
                   move spaces to ws-spool-text
                   string 'OUTBOUND CLEARING FOR ' ws-rcl-today
                       into ws-spool-text
                   perform bclr-spool-line
                   move spaces to ws-spool-text
                   string 'TRACE ID     FROM-ACCT  BANK        '
                       '      AMOUNT RESULT'
                       into ws-spool-text
                   perform bclr-spool-line
               end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bclr-process-payment section.
       bclr-process-payment-para.
           read EXTPAY-FILE next record
               at end
                   move 'N' to ws-more-pays
           end-read
           if ws-more-pay-recs
               and EXTPAY-IS-CAPTURED
               and EXTPAY-DATE not > ws-rcl-today
               add 1 to ws-pays-read
               perform bclr-check-posted
               if ws-debit-was-posted
                   perform bclr-write-payment
               else
                   add 1 to ws-pays-held
                   move 'HELD - DEBIT NOT POSTED' to ws-pay-result
                   perform bclr-report-payment
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's EP debit under the payment's trace id, on or *
      *** after the capture date, applied and not since backed out    *
      ***--------------------------------------------------------------*
       bclr-check-posted section.
       bclr-check-posted-para.
           move 'N' to ws-debit-posted
           move EXTPAY-FROM-ACCTNO to POSTHIST-ACCTNO
           move EXTPAY-DATE to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           start POSTHIST-FILE key not < POSTHIST-KEY
               invalid key
                   continue
           end-start
           if ws-posthist-ok
               move 'Y' to ws-more-hist
           else
               move 'N' to ws-more-hist
           end-if
           perform bclr-check-posted-next
               until not ws-more-hist-recs
           exit
           .
      ***--------------------------------------------------------------*
       bclr-check-posted-next section.
       bclr-check-posted-next-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-hist
           end-read
           if ws-more-hist-recs
               if POSTHIST-ACCTNO not = EXTPAY-FROM-ACCTNO
                   move 'N' to ws-more-hist
               else
                   if POSTHIST-TRACE-ID = EXTPAY-TRACE-ID
                       and POSTHIST-IS-POSTING
                       and POSTHIST-AMOUNT < 0
                       and not POSTHIST-WAS-REVERSED
                       move 'Y' to ws-debit-posted
                       move 'N' to ws-more-hist
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one PAY line, the file opened on the first payment due      *
      ***--------------------------------------------------------------*
       bclr-write-payment section.
       bclr-write-payment-para.
           if not ws-file-is-open
               perform bclr-open-file
           end-if
           if ws-file-is-open
               move EXTPAY-TRACE-ID to ws-clr-dtl-trace
               move ws-rcl-today to ws-clr-dtl-date
               move EXTPAY-CURRENCY to ws-clr-dtl-ccy
               move EXTPAY-AMOUNT to ws-clr-dtl-amount
               move EXTPAY-BANK-CODE to ws-clr-dtl-bank
               move EXTPAY-BEN-ACCTNO to ws-clr-dtl-ben-acctno
               move EXTPAY-BEN-NAME to ws-clr-dtl-ben-name
               move EXTPAY-FROM-ACCTNO to ws-clr-dtl-from
               move EXTPAY-NARRATIVE to ws-clr-dtl-narrative
               write clearing-line from ws-clr-detail
               if ws-archive-ok
                   write archive-line from ws-clr-detail
               end-if
               add 1 to ws-pays-sent
               add EXTPAY-AMOUNT to ws-sent-total
               move 'S' to EXTPAY-STATUS
               move ws-clr-seq to EXTPAY-FILE-SEQ
               rewrite EXTPAY-RECORD
               move 'SENT' to ws-pay-result
               perform bclr-report-payment
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** draws the file's sequence and writes its header to the      *
      *** transmission file and the numbered archive copy             *
      ***--------------------------------------------------------------*
       bclr-open-file section.
       bclr-open-file-para.
           open output CLEARING-FILE
           if not ws-clearing-ok
               display 'ETPBCLR - unable to open clearing file, '
                   'status=' ws-clearing-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-pays
           else
               move 'Y' to ws-file-open
               perform bclr-assign-sequence
               move ws-clr-seq to ws-seq-disp
               move spaces to ws-archive-name
               string '/tmp/clearing_' ws-seq-disp '.txt'
                   into ws-archive-name
               open output ARCHIVE-FILE
               move ws-clr-seq to ws-clr-hdr-seq
               move ws-rcl-today to ws-clr-hdr-date
               move function current-date(9:6) to ws-clr-hdr-time
               write clearing-line from ws-clr-header
               if ws-archive-ok
                   write archive-line from ws-clr-header
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the next number off the clearing file sequence              *
      ***--------------------------------------------------------------*
       bclr-assign-sequence section.
       bclr-assign-sequence-para.
           open i-o POSTCTRL-FILE
           if ws-postctrl-absent
               open output POSTCTRL-FILE
               close POSTCTRL-FILE
               open i-o POSTCTRL-FILE
           end-if
           if ws-postctrl-ok
               move 'CLRSEQNO' to POSTCTRL-CNAME
               read POSTCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-postctrl-notfnd
                   move 'CLRSEQNO' to POSTCTRL-CNAME
                   move 1 to POSTCTRL-TOTAL
                   write POSTCTRL-RECORD
               else
                   add 1 to POSTCTRL-TOTAL
                   rewrite POSTCTRL-RECORD
               end-if
               move POSTCTRL-TOTAL to ws-clr-seq
               close POSTCTRL-FILE
           end-if
           display 'ETPBCLR - clearing file sequence ' ws-clr-seq
           exit
           .
      ***--------------------------------------------------------------*
       bclr-report-payment section.
       bclr-report-payment-para.
           move EXTPAY-AMOUNT to ws-amount-display
           move spaces to ws-spool-text
           string EXTPAY-TRACE-ID ' ' EXTPAY-FROM-ACCTNO ' '
               EXTPAY-BANK-CODE ws-amount-display ' ' ws-pay-result
               delimited by size
               into ws-spool-text
           perform bclr-spool-line
           display 'ETPBCLR - ' ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
       bclr-finalize section.
       bclr-finalize-para.
           if ws-file-is-open
               move ws-clr-seq to ws-clr-trl-seq
               move ws-pays-sent to ws-clr-trl-count
               move ws-sent-total to ws-clr-trl-total
               write clearing-line from ws-clr-trailer
               if ws-archive-ok
                   write archive-line from ws-clr-trailer
                   close ARCHIVE-FILE
               end-if
               close CLEARING-FILE
           end-if
           if ws-extpay-is-open
               close EXTPAY-FILE
           end-if
           if ws-posthist-is-open
               close POSTHIST-FILE
           end-if
           move ws-pays-read to ws-report-count
           display 'ETPBCLR - payments due        : ' ws-report-count
           move ws-pays-sent to ws-report-count
           display 'ETPBCLR - payments sent       : ' ws-report-count
           move ws-pays-held to ws-report-count
           display 'ETPBCLR - payments held       : ' ws-report-count
           move ws-sent-total to ws-amount-display
           display 'ETPBCLR - amount sent         : ' ws-amount-display
           if ws-spool-is-open
               move ws-pays-sent to ws-report-count
               move spaces to ws-spool-text
               string 'payments sent      : ' ws-report-count
                   into ws-spool-text
               perform bclr-spool-line
               move ws-pays-held to ws-report-count
               move spaces to ws-spool-text
               string 'payments held      : ' ws-report-count
                   into ws-spool-text
               perform bclr-spool-line
               move ws-sent-total to ws-amount-display
               move spaces to ws-spool-text
               string 'amount sent        : ' ws-amount-display
                   into ws-spool-text
               perform bclr-spool-line
               if ws-file-is-open
                   move ws-clr-seq to ws-seq-disp
                   move spaces to ws-spool-text
                   string 'clearing file      : ' ws-seq-disp
                       into ws-spool-text
                   perform bclr-spool-line
               end-if
               perform bclr-spool-close
           end-if
           display 'ETPBCLR - clearing run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bclr-spool-open section.
       bclr-spool-open-para.
           open i-o RPTSPOOL-FILE
           if ws-rptspool-absent
               open output RPTSPOOL-FILE
               close RPTSPOOL-FILE
               open i-o RPTSPOOL-FILE
           end-if
           if ws-rptspool-ok
               move 'Y' to ws-spool-open
               move ws-rcl-today to ws-spool-date
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bclr-spool-line section.
       bclr-spool-line-para.
           if ws-spool-is-open
               add 1 to ws-spool-lineno
               move ws-spool-name to RPTSPOOL-NAME
               move ws-spool-date to RPTSPOOL-DATE
               move ws-spool-lineno to RPTSPOOL-LINENO
               move ws-spool-text to RPTSPOOL-TEXT
               write RPTSPOOL-RECORD
                   invalid key
                       rewrite RPTSPOOL-RECORD
               end-write
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bclr-spool-close section.
       bclr-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBCLR.
