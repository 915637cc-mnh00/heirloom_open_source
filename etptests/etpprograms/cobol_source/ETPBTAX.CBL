       identification division.

       program-id. ETPBTAX.

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

      * ETPBTAX - year-end interest income tax return and certificates
      * For a calendar tax year, walks the Customer Master and, through
      * the customer-keyed CUSTXREF, every account the customer holds
      * as primary - the holder whose standing ETPBFEE taxes by - and
      * totals the year's interest credited, tax withheld and fees
      * charged off POSTHIST, plus the rows ETPBHAR has already rolled
      * out to its dated archive files, which are gathered first into
      * a keyed work file so each is read once.  Writes the fixed-
      * format TAXRTN information return for the tax authority (header,
      * one detail per customer with anything to report, trailer with
      * control totals) and spools one printable certificate per such
      * customer into RPTSPOOL for ETPERPT.
      * /tmp/taxyear_request.txt names the tax year in columns 1-4
      * (absent or blank: the year before the business date's year);
      * CORRECTION in columns 6-15 asks for an amended return.  The
      * original registers on RUNCTRL under the first day of the tax
      * year and is produced only once; a correction needs that
      * original complete, registers as ETPBTAXC, and writes its
      * return and certificates under amended names so the original
      * stays on file beside it.

       environment division.

       input-output section.
       file-control.
           select REQUEST-FILE assign to "/tmp/taxyear_request.txt"
               organization is line sequential
               file status is ws-request-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select CUSTXREF-FILE assign to "CUSTXREF"
               organization is indexed
               access mode is dynamic
               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select ARCHIVE-FILE assign to ws-archive-name
               organization is line sequential
               file status is ws-archive-status.

           select TAXWORK-FILE assign to "TAXWORK"
               organization is indexed
               access mode is dynamic
               record key is taxwork-acctno
               file status is ws-taxwork-status.

           select RETURN-FILE assign to ws-return-name
               organization is line sequential
               file status is ws-return-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
               record key is RPTSPOOL-KEY
               file status is ws-rptspool-status.

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

       data division.

       file section.
       fd  REQUEST-FILE.
       01  request-line                      pic x(40).

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  CUSTXREF-FILE.
           copy CUSTXREF.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  ARCHIVE-FILE.
       01  archive-line                      pic x(130).

      *    one row per account with archived rows in the tax year -
      *    rebuilt from nothing on every run
       fd  TAXWORK-FILE.
       01  taxwork-record.
           03  taxwork-acctno                pic x(10).
           03  taxwork-interest              pic s9(9)v99.
           03  taxwork-tax                   pic s9(9)v99.
           03  taxwork-fees                  pic s9(9)v99.

       fd  RETURN-FILE.
           copy TAXRTN.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBTAX'.

       01  ws-request-status                 pic x(2).
           88  ws-request-ok                 value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
           88  ws-custmast-eof               value '10'.
       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
       01  ws-archive-status                 pic x(2).
           88  ws-archive-ok                 value '00'.
       01  ws-taxwork-status                 pic x(2).
           88  ws-taxwork-ok                 value '00'.
           88  ws-taxwork-notfnd             value '23'.
       01  ws-return-status                  pic x(2).
           88  ws-return-ok                  value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** the run request - tax year and original or correction      *
      ***--------------------------------------------------------------*
       01  ws-year-text                      pic x(4).
       01  ws-tax-year                       pic 9(4).
       01  ws-run-type                       pic x(1) value 'O'.
           88  ws-run-is-original            value 'O'.
           88  ws-run-is-correction          value 'A'.
       01  ws-year-start                     pic 9(8).
       01  ws-year-end                       pic 9(8).

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, keyed under the first day *
      *** of the tax year - the authority gets one original return;   *
      *** a correction registers under its own job name and needs the *
      *** original complete                                           *
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
       77  ws-rcl-original-job               pic x(8) value 'ETPBTAX'.
       77  ws-rcl-correction-job             pic x(8) value 'ETPBTAXC'.
       01  ws-rcl-jobname                    pic x(8).
       01  ws-rcl-period-key                 pic 9(8).
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** archive walk - one dated ETPBHAR file per calendar day from *
      *** the start of the tax year to the business date; a day with  *
      *** no file simply had no roll-out                              *
      ***--------------------------------------------------------------*
       01  ws-archive-name                   pic x(40).
       01  ws-more-lines                     pic x(1).
           88  ws-more-archive-lines         value 'Y'.
       01  ws-arch-record                    pic x(130).
       01  ws-arch-view redefines ws-arch-record.
           03  ws-arch-acctno                pic x(10).
           03  ws-arch-date                  pic 9(8).
           03  ws-arch-seq                   pic 9(6).
           03  ws-arch-amount                pic s9(7)v99.
           03  ws-arch-balance               pic s9(9)v99.
           03  ws-arch-runid                 pic 9(9).
           03  ws-arch-type                  pic x(1).
           03  ws-arch-reversed              pic x(1).
           03  ws-arch-value-date            pic 9(8).
           03  ws-arch-int-adj               pic x(1).
           03  ws-arch-narrative             pic x(20).
           03  ws-arch-window                pic 9(2).
           03  ws-arch-trace-id              pic x(12).
           03  filler                        pic x(32).
       01  ws-cur-date.
           03  ws-cur-yyyy                   pic 9(4).
           03  ws-cur-mm                     pic 9(2).
           03  ws-cur-dd                     pic 9(2).
       01  ws-cur-date-n redefines ws-cur-date pic 9(8).
       01  ws-day-max                        pic 9(2).
       01  ws-leap-quotient                  pic 9(4).
       01  ws-leap-remainder                 pic 9(1).
       77  ws-range-cap                      pic 9(4) value 3700.
       01  ws-days-walked                    pic 9(4).

      ***--------------------------------------------------------------*
      *** one history row judged by its narrative: interest credited  *
      *** by the ETPBFEE, ETPEAMT close and ETPBTDM maturity entries, *
      *** the customer leg of an ETPBFEE withholding pair, and the    *
      *** maintenance and returned-item fees                          *
      ***--------------------------------------------------------------*
       01  ws-row-amount                     pic s9(7)v99.
       01  ws-row-narrative                  pic x(20).
       01  ws-row-interest                   pic s9(7)v99.
       01  ws-row-tax                        pic s9(7)v99.
       01  ws-row-fees                       pic s9(7)v99.

      ***--------------------------------------------------------------*
      *** one customer's year and the return's control totals         *
      ***--------------------------------------------------------------*
       01  ws-more-customers                 pic x(1) value 'Y'.
           88  ws-more-customer-recs         value 'Y'.
       01  ws-xref-more                      pic x(1).
           88  ws-xref-more-recs             value 'Y'.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.
       01  ws-cust-interest                  pic s9(9)v99.
       01  ws-cust-tax                       pic s9(9)v99.
       01  ws-cust-fees                      pic s9(9)v99.
       01  ws-total-interest                 pic s9(11)v99 value 0.
       01  ws-total-tax                      pic s9(11)v99 value 0.
       01  ws-total-fees                     pic s9(11)v99 value 0.
       01  ws-return-name                    pic x(40).
       01  ws-return-open                    pic x(1) value 'N'.
           88  ws-return-is-open             value 'Y'.

       01  ws-customers-read                 pic 9(7) comp value 0.
       01  ws-customers-reported             pic 9(7) comp value 0.
       01  ws-accounts-summed                pic 9(7) comp value 0.
       01  ws-archives-opened                pic 9(4) comp value 0.
       01  ws-archived-rows                  pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output - the certificates                      *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       01  ws-spool-name                     pic x(8) value 'ETPBTAX'.
       01  ws-cert-title                     pic x(10).

       01  ws-amt-disp                       pic zzzzzzzz9.99.
       01  ws-rate-disp                      pic zz9.9999.
       01  ws-tot-disp                       pic -zzzzzzzzzz9.99.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       btax-mainline section.
       btax-mainline-para.
           perform btax-read-request
           perform btax-register-start
           if ws-run-is-allowed
               perform btax-initialize
               if ws-run-is-ok
                   perform btax-gather-archives
                   perform btax-write-header
                   perform btax-process-customer
                       until not ws-more-customer-recs
                   perform btax-write-trailer
               end-if
               perform btax-finalize
               perform btax-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** the tax year and run type off the request file - without    *
      *** one, the original return for the year just ended            *
      ***--------------------------------------------------------------*
       btax-read-request section.
       btax-read-request-para.
           perform btax-load-business-date
           compute ws-tax-year = ws-rcl-today / 10000 - 1
           end-compute
           move 'O' to ws-run-type
           open input REQUEST-FILE
           if ws-request-ok
               move spaces to request-line
               read REQUEST-FILE
                   at end
                       continue
               end-read
               close REQUEST-FILE
               move request-line(1:4) to ws-year-text
               if ws-year-text is numeric
                   move ws-year-text to ws-tax-year
               end-if
               if request-line(6:10) = 'CORRECTION'
                   move 'A' to ws-run-type
               end-if
           end-if
           compute ws-year-start = ws-tax-year * 10000 + 101
           end-compute
           compute ws-year-end = ws-tax-year * 10000 + 1231
           end-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       btax-load-business-date section.
       btax-load-business-date-para.
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
      *** registers this run on RUNCTRL under the first day of the    *
      *** tax year: a second original is refused unless the year's   *
      *** record carries the ETPBDRV override, and a correction is    *
      *** refused until the original has completed                    *
      ***--------------------------------------------------------------*
       btax-register-start section.
       btax-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           move ws-year-start to ws-rcl-period-key
           move ws-rcl-original-job to ws-rcl-jobname
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBTAX - RUNCTRL not available, status='
                   ws-runctrl-status ' - run-once not enforced'
               if ws-run-is-correction
                   move ws-rcl-correction-job to ws-rcl-jobname
               end-if
           else
               move 'Y' to ws-runctrl-open
               move 'N' to ws-rcl-own-found
               move 'N' to ws-rcl-override
               move ws-rcl-original-job to RUNCTRL-JOBNAME
               move ws-rcl-period-key to RUNCTRL-DATE
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
               if ws-run-is-correction
                   if not ws-rcl-own-was-found
                       or not RUNCTRL-IS-COMPLETE
                       display 'ETPBTAX - no completed original return '
                           'for tax year ' ws-tax-year
                           ', refusing the correction'
                       move 'N' to ws-run-allowed
                   else
                       move ws-rcl-correction-job to ws-rcl-jobname
                   end-if
               else
                   if ws-rcl-own-was-found
                       and not ws-rcl-was-overridden
                       display 'ETPBTAX - return already produced '
                           'for tax year ' ws-tax-year
                           ', refusing to run without override'
                       display 'ETPBTAX - request CORRECTION for an '
                           'amended return'
                       move 'N' to ws-run-allowed
                   end-if
               end-if
               if ws-run-is-allowed
                   move ws-rcl-jobname to RUNCTRL-JOBNAME
                   move ws-rcl-period-key to RUNCTRL-DATE
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
       btax-register-end section.
       btax-register-end-para.
           if ws-runctrl-is-open
               move ws-rcl-jobname to RUNCTRL-JOBNAME
               move ws-rcl-period-key to RUNCTRL-DATE
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
      *** opens the masters, a fresh work file, the return under its  *
      *** original or amended name, and the certificate spool         *
      ***--------------------------------------------------------------*
       btax-initialize section.
       btax-initialize-para.
           move spaces to ws-return-name
           if ws-run-is-correction
               display 'ETPBTAX - AMENDED return, tax year '
                   ws-tax-year
               string '/tmp/taxreturn_' ws-tax-year '_amended.txt'
                   into ws-return-name
               move 'ETPBTAXA' to ws-spool-name
               move 'AMENDED' to ws-cert-title
           else
               display 'ETPBTAX - interest income return, tax year '
                   ws-tax-year
               string '/tmp/taxreturn_' ws-tax-year '.txt'
                   into ws-return-name
               move spaces to ws-cert-title
           end-if
           open input CUSTMAST-FILE
           if not ws-custmast-ok
               display 'ETPBTAX - unable to open CUSTMAST, status='
                   ws-custmast-status
               move 'N' to ws-run-ok
           end-if
           if ws-run-is-ok
               open input CUSTXREF-FILE
               if not ws-custxref-ok
                   display 'ETPBTAX - unable to open CUSTXREF, status='
                       ws-custxref-status
                   move 'N' to ws-run-ok
                   close CUSTMAST-FILE
               end-if
           end-if
           if ws-run-is-ok
               open input POSTHIST-FILE
               if not ws-posthist-ok
                   display 'ETPBTAX - unable to open POSTHIST, status='
                       ws-posthist-status
                   move 'N' to ws-run-ok
                   close CUSTMAST-FILE
                   close CUSTXREF-FILE
               end-if
           end-if
           if ws-run-is-ok
               open output TAXWORK-FILE
               close TAXWORK-FILE
               open i-o TAXWORK-FILE
               open output RETURN-FILE
               perform btax-spool-open
               if not ws-taxwork-ok or not ws-return-ok
                   or not ws-spool-is-open
                   display 'ETPBTAX - unable to open the work file, '
                       'return or RPTSPOOL - statuses '
                       ws-taxwork-status ' ' ws-return-status ' '
                       ws-rptspool-status
                   move 'N' to ws-run-ok
                   close CUSTMAST-FILE
                   close CUSTXREF-FILE
                   close POSTHIST-FILE
                   if ws-taxwork-ok
                       close TAXWORK-FILE
                   end-if
                   if ws-return-ok
                       close RETURN-FILE
                   end-if
                   perform btax-spool-close
               else
                   move 'Y' to ws-return-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** walks the dated archives once from the start of the tax     *
      *** year to the business date, banking each account's archived  *
      *** figures for the year on the work file                       *
      ***--------------------------------------------------------------*
       btax-gather-archives section.
       btax-gather-archives-para.
           move ws-year-start to ws-cur-date-n
           move 0 to ws-days-walked
           perform btax-walk-one-date
               until ws-cur-date-n > ws-rcl-today
                  or ws-days-walked >= ws-range-cap
           exit
           .
      ***--------------------------------------------------------------*
       btax-walk-one-date section.
       btax-walk-one-date-para.
           add 1 to ws-days-walked
           move spaces to ws-archive-name
           string '/tmp/posthist_' ws-cur-yyyy ws-cur-mm
               ws-cur-dd '.txt' into ws-archive-name
           open input ARCHIVE-FILE
           if ws-archive-ok
               add 1 to ws-archives-opened
               move 'Y' to ws-more-lines
               perform btax-scan-archive
                   until not ws-more-archive-lines
               close ARCHIVE-FILE
           end-if
           perform btax-advance-date
           exit
           .
      ***--------------------------------------------------------------*
      *** one archived row: only a live posting dated in the tax year *
      *** that carries one of the reported narratives is banked       *
      ***--------------------------------------------------------------*
       btax-scan-archive section.
       btax-scan-archive-para.
           read ARCHIVE-FILE into ws-arch-record
               at end
                   move 'N' to ws-more-lines
           end-read
           if ws-more-archive-lines
               and ws-arch-date >= ws-year-start
               and ws-arch-date <= ws-year-end
               and ws-arch-type = 'P'
               and ws-arch-reversed not = 'Y'
               and ws-arch-reversed not = 'T'
               and ws-arch-amount is numeric
               move ws-arch-amount to ws-row-amount
               move ws-arch-narrative to ws-row-narrative
               perform btax-classify-row
               if ws-row-interest not = 0
                   or ws-row-tax not = 0
                   or ws-row-fees not = 0
                   add 1 to ws-archived-rows
                   move ws-arch-acctno to taxwork-acctno
                   read TAXWORK-FILE
                       invalid key
                           continue
                   end-read
                   if ws-taxwork-notfnd
                       move ws-arch-acctno to taxwork-acctno
                       move ws-row-interest to taxwork-interest
                       move ws-row-tax to taxwork-tax
                       move ws-row-fees to taxwork-fees
                       write taxwork-record
                   else
                       add ws-row-interest to taxwork-interest
                       add ws-row-tax to taxwork-tax
                       add ws-row-fees to taxwork-fees
                       rewrite taxwork-record
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** sorts one row's amount into interest, tax or fees - each a  *
      *** positive figure - or none of them                           *
      ***--------------------------------------------------------------*
       btax-classify-row section.
       btax-classify-row-para.
           move 0 to ws-row-interest
           move 0 to ws-row-tax
           move 0 to ws-row-fees
           if ws-row-amount > 0
               if ws-row-narrative = 'INTEREST CAPITALIZED'
                   or ws-row-narrative = 'INTEREST GROSS'
                   or ws-row-narrative = 'TERM INTEREST'
                   move ws-row-amount to ws-row-interest
               end-if
           end-if
           if ws-row-amount < 0
               if ws-row-narrative(1:8) = 'WHT TAX '
                   compute ws-row-tax = 0 - ws-row-amount
                   end-compute
               end-if
               if ws-row-narrative = 'MAINTENANCE FEE'
                   or ws-row-narrative = 'RETURNED ITEM FEE'
                   compute ws-row-fees = 0 - ws-row-amount
                   end-compute
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       btax-write-header section.
       btax-write-header-para.
           move spaces to TAXRTN-RECORD
           move 'H' to TAXRTN-TYPE
           move ws-tax-year to TAXRTN-H-TAX-YEAR
           move ws-run-type to TAXRTN-H-RETURN-TYPE
           move ws-rcl-today to TAXRTN-H-PRODUCED
           move ws-program-name to TAXRTN-H-PROGRAM
           write TAXRTN-RECORD
           exit
           .
      ***--------------------------------------------------------------*
      *** one customer: the year's figures over every account held as *
      *** primary; a customer with anything to report gets a detail   *
      *** on the return and a certificate                             *
      ***--------------------------------------------------------------*
       btax-process-customer section.
       btax-process-customer-para.
           read CUSTMAST-FILE next record
               at end
                   move 'N' to ws-more-customers
           end-read
           if ws-more-customer-recs
               add 1 to ws-customers-read
               move 0 to ws-cust-interest
               move 0 to ws-cust-tax
               move 0 to ws-cust-fees
               move CUSTMAST-CUSTNO to CUSTXREF-CUSTNO
               move low-values to CUSTXREF-ACCTNO
               start CUSTXREF-FILE key not < CUSTXREF-KEY
                   invalid key
                       continue
               end-start
               if ws-custxref-ok
                   move 'Y' to ws-xref-more
               else
                   move 'N' to ws-xref-more
               end-if
               perform btax-scan-accounts
                   until not ws-xref-more-recs
               if ws-cust-interest not = 0
                   or ws-cust-tax not = 0
                   or ws-cust-fees not = 0
                   add 1 to ws-customers-reported
                   add ws-cust-interest to ws-total-interest
                   add ws-cust-tax to ws-total-tax
                   add ws-cust-fees to ws-total-fees
                   perform btax-write-detail
                   perform btax-spool-certificate
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       btax-scan-accounts section.
       btax-scan-accounts-para.
           read CUSTXREF-FILE next record
               at end
                   move 'N' to ws-xref-more
           end-read
           if ws-xref-more-recs
               if CUSTXREF-CUSTNO not = CUSTMAST-CUSTNO
                   move 'N' to ws-xref-more
               else
                   if CUSTXREF-IS-PRIMARY
                       add 1 to ws-accounts-summed
                       perform btax-sum-account
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's year off the online history, then whatever    *
      *** the archive walk banked for it                              *
      ***--------------------------------------------------------------*
       btax-sum-account section.
       btax-sum-account-para.
           move CUSTXREF-ACCTNO to POSTHIST-ACCTNO
           move ws-year-start to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           start POSTHIST-FILE key not < POSTHIST-KEY
               invalid key
                   continue
           end-start
           if ws-posthist-ok
               move 'Y' to ws-more-history
           else
               move 'N' to ws-more-history
           end-if
           perform btax-sum-history
               until not ws-more-history-recs
           move CUSTXREF-ACCTNO to taxwork-acctno
           read TAXWORK-FILE
               invalid key
                   continue
           end-read
           if ws-taxwork-ok
               add taxwork-interest to ws-cust-interest
               add taxwork-tax to ws-cust-tax
               add taxwork-fees to ws-cust-fees
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       btax-sum-history section.
       btax-sum-history-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = CUSTXREF-ACCTNO
                   or POSTHIST-DATE > ws-year-end
                   move 'N' to ws-more-history
               else
                   if POSTHIST-IS-POSTING
                       and not POSTHIST-WAS-REVERSED
                       and not POSTHIST-WAS-RETURNED
                       move POSTHIST-AMOUNT to ws-row-amount
                       move POSTHIST-NARRATIVE to ws-row-narrative
                       perform btax-classify-row
                       add ws-row-interest to ws-cust-interest
                       add ws-row-tax to ws-cust-tax
                       add ws-row-fees to ws-cust-fees
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       btax-write-detail section.
       btax-write-detail-para.
           move spaces to TAXRTN-RECORD
           move 'D' to TAXRTN-TYPE
           move CUSTMAST-CUSTNO to TAXRTN-D-CUSTNO
           move CUSTMAST-NAME to TAXRTN-D-NAME
           move CUSTMAST-ADDRESS to TAXRTN-D-ADDRESS
           move CUSTMAST-TAX-STATUS to TAXRTN-D-TAX-STATUS
           if CUSTMAST-TAX-RATE is numeric
               move CUSTMAST-TAX-RATE to TAXRTN-D-TAX-RATE
           else
               move 0 to TAXRTN-D-TAX-RATE
           end-if
           move ws-cust-interest to TAXRTN-D-INTEREST
           move ws-cust-tax to TAXRTN-D-TAX-WITHHELD
           move ws-cust-fees to TAXRTN-D-FEES
           write TAXRTN-RECORD
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's certificate - what was credited, withheld    *
      *** and charged for the year, for their own tax filing          *
      ***--------------------------------------------------------------*
       btax-spool-certificate section.
       btax-spool-certificate-para.
           move all '=' to ws-spool-text
           perform btax-spool-line
           move spaces to ws-spool-text
           string 'INTEREST INCOME TAX CERTIFICATE  TAX YEAR '
               ws-tax-year '  ' ws-cert-title
               into ws-spool-text
           perform btax-spool-line
           move spaces to ws-spool-text
           string 'CUSTOMER ' CUSTMAST-CUSTNO '  ' CUSTMAST-NAME
               into ws-spool-text
           perform btax-spool-line
           move spaces to ws-spool-text
           string '         ' CUSTMAST-ADDRESS
               into ws-spool-text
           perform btax-spool-line
           move ws-cust-interest to ws-amt-disp
           move spaces to ws-spool-text
           string 'INTEREST CREDITED        ' ws-amt-disp
               into ws-spool-text
           perform btax-spool-line
           move ws-cust-tax to ws-amt-disp
           move spaces to ws-spool-text
           string 'TAX WITHHELD             ' ws-amt-disp
               into ws-spool-text
           perform btax-spool-line
           move ws-cust-fees to ws-amt-disp
           move spaces to ws-spool-text
           string 'FEES CHARGED             ' ws-amt-disp
               into ws-spool-text
           perform btax-spool-line
           move spaces to ws-spool-text
           if CUSTMAST-TAX-EXEMPT
               move 'TAX STANDING             EXEMPT' to ws-spool-text
           else if CUSTMAST-TAX-NONRES
               move CUSTMAST-TAX-RATE to ws-rate-disp
               string 'TAX STANDING             NON-RESIDENT AT '
                   ws-rate-disp '%'
                   into ws-spool-text
           else
               move 'TAX STANDING             STANDARD RESIDENT'
                   to ws-spool-text
           end-if end-if
           perform btax-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the trailer's control totals, echoed at the end of the     *
      *** certificate run for the operator                            *
      ***--------------------------------------------------------------*
       btax-write-trailer section.
       btax-write-trailer-para.
           move spaces to TAXRTN-RECORD
           move 'T' to TAXRTN-TYPE
           move ws-customers-reported to TAXRTN-T-DETAIL-COUNT
           move ws-total-interest to TAXRTN-T-INTEREST
           move ws-total-tax to TAXRTN-T-TAX-WITHHELD
           move ws-total-fees to TAXRTN-T-FEES
           write TAXRTN-RECORD
           move all '=' to ws-spool-text
           perform btax-spool-line
           move ws-customers-reported to ws-report-count
           move spaces to ws-spool-text
           string 'CERTIFICATES ISSUED      ' ws-report-count
               into ws-spool-text
           perform btax-spool-line
           move ws-total-interest to ws-tot-disp
           move spaces to ws-spool-text
           string 'TOTAL INTEREST CREDITED  ' ws-tot-disp
               into ws-spool-text
           perform btax-spool-line
           move ws-total-tax to ws-tot-disp
           move spaces to ws-spool-text
           string 'TOTAL TAX WITHHELD       ' ws-tot-disp
               into ws-spool-text
           perform btax-spool-line
           move ws-total-fees to ws-tot-disp
           move spaces to ws-spool-text
           string 'TOTAL FEES CHARGED       ' ws-tot-disp
               into ws-spool-text
           perform btax-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       btax-finalize section.
       btax-finalize-para.
           if ws-run-is-ok
               close CUSTMAST-FILE
               close CUSTXREF-FILE
               close POSTHIST-FILE
               close TAXWORK-FILE
               close RETURN-FILE
               move 'N' to ws-return-open
               perform btax-spool-close
           end-if
           move ws-archives-opened to ws-report-count
           display 'ETPBTAX - archives read        : ' ws-report-count
           move ws-archived-rows to ws-report-count
           display 'ETPBTAX - archived rows banked : ' ws-report-count
           move ws-customers-read to ws-report-count
           display 'ETPBTAX - customers examined   : ' ws-report-count
           move ws-accounts-summed to ws-report-count
           display 'ETPBTAX - accounts summed      : ' ws-report-count
           move ws-customers-reported to ws-report-count
           display 'ETPBTAX - customers reported   : ' ws-report-count
           move ws-total-interest to ws-tot-disp
           display 'ETPBTAX - interest credited    : ' ws-tot-disp
           move ws-total-tax to ws-tot-disp
           display 'ETPBTAX - tax withheld         : ' ws-tot-disp
           move ws-total-fees to ws-tot-disp
           display 'ETPBTAX - fees charged         : ' ws-tot-disp
           display 'ETPBTAX - return file : ' ws-return-name
           display 'ETPBTAX - tax return complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** steps the walked date forward one calendar day              *
      ***--------------------------------------------------------------*
       btax-advance-date section.
       btax-advance-date-para.
           evaluate ws-cur-mm
               when 1
               when 3
               when 5
               when 7
               when 8
               when 10
               when 12
                   move 31 to ws-day-max
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-day-max
               when other
                   divide ws-cur-yyyy by 4
                       giving ws-leap-quotient
                       remainder ws-leap-remainder
                   if ws-leap-remainder = 0
                       move 29 to ws-day-max
                   else
                       move 28 to ws-day-max
                   end-if
           end-evaluate
           if ws-cur-dd < ws-day-max
               add 1 to ws-cur-dd
           else
               move 1 to ws-cur-dd
               if ws-cur-mm < 12
                   add 1 to ws-cur-mm
               else
                   move 1 to ws-cur-mm
                   add 1 to ws-cur-yyyy
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       btax-spool-open section.
       btax-spool-open-para.
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
       btax-spool-line section.
       btax-spool-line-para.
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
       btax-spool-close section.
       btax-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBTAX.
