       identification division.

       program-id. ETPBWHT.

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

      * ETPBWHT - monthly withholding tax remittance report
      * Finds the tax-payable account off the INTACCT register (role
      * 'WHTAX') and browses its POSTHIST rows for the report month,
      * totalling the 'WHT TAX' credits ETPBFEE raised as it
      * capitalised interest - grouped by rate band, the standing and
      * rate each entry's narrative carries - so finance can pay the
      * month's withheld tax over to the authority.  Lines, band
      * subtotals and a grand total go to RPTSPOOL under this job's
      * name for ETPERPT.  The report month is the month of the
      * BUSCTRL business date; the run registers on RUNCTRL under the
      * first day of that month, as ETPBCOR does, so the month is
      * reported only once.

       environment division.

       input-output section.
       file-control.
           select INTACCT-FILE assign to "INTACCT"
               organization is indexed
               access mode is dynamic
               record key is INTACCT-ROLE
               file status is ws-intacct-status.

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

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
       fd  INTACCT-FILE.
           copy INTACCT.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBWHT'.

       01  ws-intacct-status                 pic x(2).
           88  ws-intacct-ok                 value '00'.
           88  ws-intacct-notfnd             value '23'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
           88  ws-posthist-eof               value '10'.
           88  ws-posthist-notfnd            value '23'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, keyed under the first day *
      *** of the report month - a month's tax is remitted once        *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBWHT'.
       01  ws-rcl-period-key                 pic 9(8).
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** report period - the month of the business date              *
      ***--------------------------------------------------------------*
       01  ws-period-yyyymm                  pic 9(6).
       01  ws-period-start                   pic 9(8).
       01  ws-period-end                     pic 9(8).

       01  ws-wht-acctno                     pic x(10) value spaces.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.

      ***--------------------------------------------------------------*
      *** rate band table - one slot per standing and rate seen in    *
      *** the month, taken from the entry narrative ETPBFEE writes:   *
      *** 'WHT TAX ' then the band letter then the edited rate        *
      ***--------------------------------------------------------------*
       01  ws-wht-narrative                  pic x(20).
       01  ws-wht-narr-view redefines ws-wht-narrative.
           03  ws-wht-narr-tag               pic x(8).
           03  ws-wht-narr-band              pic x(1).
           03  filler                        pic x(1).
           03  ws-wht-narr-rate              pic x(8).
           03  filler                        pic x(2).
       77  ws-band-max                       pic 9(2) comp value 20.
       01  ws-band-count                     pic 9(2) comp value 0.
       01  ws-band-sub                       pic 9(2) comp.
       01  ws-band-hit                       pic 9(2) comp.
       01  ws-band-table.
           03  ws-band-slot occurs 20 times.
               05  ws-band-code              pic x(1).
               05  ws-band-rate              pic x(8).
               05  ws-band-entries           pic 9(7) comp.
               05  ws-band-amount            pic s9(11)v99.
       01  ws-band-name                      pic x(12).

       01  ws-entries-read                   pic 9(7) comp value 0.
       01  ws-entries-unbanded               pic 9(7) comp value 0.
       01  ws-total-withheld                 pic s9(11)v99 value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                         *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBWHT'.

       01  ws-count-disp                     pic zzzzzz9.
       01  ws-tot-disp                       pic -zzzzzzzzzz9.99.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bwht-mainline section.
       bwht-mainline-para.
           perform bwht-register-start
           if ws-run-is-allowed
               perform bwht-initialize
               if ws-run-is-ok
                   perform bwht-collect-month
                   perform bwht-report-heading
                   perform bwht-report-band
                       varying ws-band-sub from 1 by 1
                       until ws-band-sub > ws-band-count
                   perform bwht-report-totals
               end-if
               perform bwht-finalize
               perform bwht-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this run on RUNCTRL under the first day of the    *
      *** report month: a second run for the same period is refused   *
      *** unless the period's record carries the ETPBDRV override     *
      ***--------------------------------------------------------------*
       bwht-register-start section.
       bwht-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bwht-load-business-date
           move ws-rcl-today(1:6) to ws-period-yyyymm
           compute ws-rcl-period-key = ws-period-yyyymm * 100 + 1
           end-compute
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBWHT - RUNCTRL not available, status='
                   ws-runctrl-status ' - run-once not enforced'
           else
               move 'Y' to ws-runctrl-open
               move 'N' to ws-rcl-own-found
               move 'N' to ws-rcl-override
               move ws-rcl-jobname to RUNCTRL-JOBNAME
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
               if ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBWHT - withholding already reported '
                       'for period ' ws-period-yyyymm
                       ', refusing to run without override'
                   move 'N' to ws-run-allowed
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
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bwht-load-business-date section.
       bwht-load-business-date-para.
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
       bwht-register-end section.
       bwht-register-end-para.
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
      *** without a tax-payable account on the register there is      *
      *** nothing to remit, which is reported but still produces an   *
      *** (empty) report                                              *
      ***--------------------------------------------------------------*
       bwht-initialize section.
       bwht-initialize-para.
           display 'ETPBWHT - withholding tax remittance, period '
               ws-period-yyyymm
           compute ws-period-start = ws-period-yyyymm * 100 + 1
           end-compute
           compute ws-period-end = ws-period-yyyymm * 100 + 31
           end-compute
           open input INTACCT-FILE
           if ws-intacct-ok
               move 'WHTAX   ' to INTACCT-ROLE
               read INTACCT-FILE
                   invalid key
                       continue
               end-read
               if ws-intacct-ok
                   move INTACCT-ACCTNO to ws-wht-acctno
               end-if
               close INTACCT-FILE
           end-if
           if ws-wht-acctno = spaces
               display 'ETPBWHT - no WHTAX account on INTACCT, '
                   'nothing withheld'
           end-if
           open input POSTHIST-FILE
           if not ws-posthist-ok
               display 'ETPBWHT - unable to open POSTHIST, status='
                   ws-posthist-status
               move 'N' to ws-run-ok
           else
               perform bwht-spool-open
               if not ws-spool-is-open
                   display 'ETPBWHT - unable to open RPTSPOOL, '
                       'status=' ws-rptspool-status
                   move 'N' to ws-run-ok
                   close POSTHIST-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** browses the tax-payable account's history for the month     *
      ***--------------------------------------------------------------*
       bwht-collect-month section.
       bwht-collect-month-para.
           move 'N' to ws-more-history
           if ws-wht-acctno not = spaces
               move ws-wht-acctno to POSTHIST-ACCTNO
               move ws-period-start to POSTHIST-DATE
               move 0 to POSTHIST-SEQ
               start POSTHIST-FILE key not < POSTHIST-KEY
                   invalid key
                       continue
               end-start
               if ws-posthist-ok
                   move 'Y' to ws-more-history
               end-if
           end-if
           perform bwht-collect-history
               until not ws-more-history-recs
           exit
           .
      ***--------------------------------------------------------------*
      *** one history row: a live 'WHT TAX' posting joins its band's  *
      *** slot - a reversed entry never reached the authority's money *
      ***--------------------------------------------------------------*
       bwht-collect-history section.
       bwht-collect-history-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = ws-wht-acctno
                   or POSTHIST-DATE > ws-period-end
                   move 'N' to ws-more-history
               else
                   move POSTHIST-NARRATIVE to ws-wht-narrative
                   if POSTHIST-IS-POSTING
                       and not POSTHIST-WAS-REVERSED
                       and ws-wht-narr-tag = 'WHT TAX '
                       add 1 to ws-entries-read
                       perform bwht-find-band
                       if ws-band-hit > 0
                           add 1 to ws-band-entries(ws-band-hit)
                           add POSTHIST-AMOUNT
                               to ws-band-amount(ws-band-hit)
                       else
                           add 1 to ws-entries-unbanded
                       end-if
                       add POSTHIST-AMOUNT to ws-total-withheld
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the slot for the entry's band and rate, opening a new one   *
      *** when the band is first seen; zero only when the table is    *
      *** full, and the amount then still reaches the grand total     *
      ***--------------------------------------------------------------*
       bwht-find-band section.
       bwht-find-band-para.
           move 0 to ws-band-hit
           perform bwht-match-band
               varying ws-band-sub from 1 by 1
               until ws-band-sub > ws-band-count
           if ws-band-hit = 0
               and ws-band-count < ws-band-max
               add 1 to ws-band-count
               move ws-band-count to ws-band-hit
               move ws-wht-narr-band to ws-band-code(ws-band-hit)
               move ws-wht-narr-rate to ws-band-rate(ws-band-hit)
               move 0 to ws-band-entries(ws-band-hit)
               move 0 to ws-band-amount(ws-band-hit)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bwht-match-band section.
       bwht-match-band-para.
           if ws-band-code(ws-band-sub) = ws-wht-narr-band
               and ws-band-rate(ws-band-sub) = ws-wht-narr-rate
               move ws-band-sub to ws-band-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bwht-report-heading section.
       bwht-report-heading-para.
           move spaces to ws-spool-text
           string 'WITHHOLDING TAX REMITTANCE  PERIOD ' ws-period-yyyymm
               '  PRODUCED ' ws-rcl-today
               into ws-spool-text
           perform bwht-spool-line
           move spaces to ws-spool-text
           string 'TAX PAYABLE ACCOUNT ' ws-wht-acctno
               into ws-spool-text
           perform bwht-spool-line
           move spaces to ws-spool-text
           string 'BAND          RATE %    ENTRIES        TAX WITHHELD'
               into ws-spool-text
           perform bwht-spool-line
           move all '-' to ws-spool-text
           perform bwht-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one band's line - the standing spelled out, its rate, how   *
      *** many deductions and their total                             *
      ***--------------------------------------------------------------*
       bwht-report-band section.
       bwht-report-band-para.
           evaluate ws-band-code(ws-band-sub)
               when 'S'
                   move 'STANDARD' to ws-band-name
               when 'N'
                   move 'NON-RESIDENT' to ws-band-name
               when other
                   move 'OTHER' to ws-band-name
           end-evaluate
           move ws-band-entries(ws-band-sub) to ws-count-disp
           move ws-band-amount(ws-band-sub) to ws-tot-disp
           move spaces to ws-spool-text
           string ws-band-name ' ' ws-band-rate(ws-band-sub)
               '    ' ws-count-disp '    ' ws-tot-disp
               into ws-spool-text
           perform bwht-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bwht-report-totals section.
       bwht-report-totals-para.
           move all '-' to ws-spool-text
           perform bwht-spool-line
           move ws-entries-read to ws-count-disp
           move ws-total-withheld to ws-tot-disp
           move spaces to ws-spool-text
           string 'TOTAL TO REMIT        ' ws-count-disp
               '    ' ws-tot-disp
               into ws-spool-text
           perform bwht-spool-line
           if ws-entries-unbanded > 0
               move ws-entries-unbanded to ws-count-disp
               move spaces to ws-spool-text
               string 'ENTRIES BEYOND BAND TABLE ' ws-count-disp
                   into ws-spool-text
               perform bwht-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bwht-finalize section.
       bwht-finalize-para.
           if ws-run-is-ok
               close POSTHIST-FILE
               perform bwht-spool-close
           end-if
           move ws-entries-read to ws-report-count
           display 'ETPBWHT - tax entries read     : ' ws-report-count
           move ws-band-count to ws-report-count
           display 'ETPBWHT - rate bands           : ' ws-report-count
           move ws-total-withheld to ws-tot-disp
           display 'ETPBWHT - tax to remit         : ' ws-tot-disp
           display 'ETPBWHT - remittance report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bwht-spool-open section.
       bwht-spool-open-para.
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
       bwht-spool-line section.
       bwht-spool-line-para.
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
       bwht-spool-close section.
       bwht-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBWHT.
