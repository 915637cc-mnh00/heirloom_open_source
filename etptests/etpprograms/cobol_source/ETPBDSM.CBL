       identification division.

       program-id. ETPBDSM.

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

      * ETPBDSM - monthly dispute case report
      * Reads every case on DISPCASE and reports the month by the
      * customer's reason: the cases opened, the cases decided and
      * how - upheld, rejected or withdrawn - and the average number
      * of calendar days from opening to decision for the cases
      * closed in the month.  The provisional credits given in the
      * month, count and amount, and the cases still undecided
      * follow, so the disputes team can see its load and the money
      * at risk.  The report goes to RPTSPOOL under this job's name
      * for ETPERPT.  The report month is the month of the BUSCTRL
      * business date; the run registers on RUNCTRL under the first
      * day of that month, as ETPBWHT does, so the month is reported
      * only once.

       environment division.

       input-output section.
       file-control.
           select DISPCASE-FILE assign to "DISPCASE"
               organization is indexed
               access mode is dynamic
               record key is DISPCASE-TRACE-ID
               file status is ws-dispcase-status.

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
       fd  DISPCASE-FILE.
           copy DISPCASE.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBDSM'.

       01  ws-dispcase-status                pic x(2).
           88  ws-dispcase-ok                value '00'.
       01  ws-dispcase-open                  pic x(1) value 'N'.
           88  ws-dispcase-is-open           value 'Y'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, keyed under the first day *
      *** of the report month - a month is reported once              *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBDSM'.
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

      ***--------------------------------------------------------------*
      *** one slot per DISPCASE reason, in the order the reason codes *
      *** are listed here; a code not listed counts as other          *
      ***--------------------------------------------------------------*
       01  ws-reason-codes                   pic x(5) value 'UDNAO'.
       01  ws-reason-names.
           03  filler                        pic x(14)
               value 'UNAUTHORISED'.
           03  filler                        pic x(14)
               value 'DUPLICATE'.
           03  filler                        pic x(14)
               value 'NOT RECEIVED'.
           03  filler                        pic x(14)
               value 'WRONG AMOUNT'.
           03  filler                        pic x(14)
               value 'OTHER'.
       01  ws-reason-name-view redefines ws-reason-names.
           03  ws-reason-name                pic x(14) occurs 5 times.
       77  ws-reason-max                     pic 9(2) comp value 5.
       01  ws-reason-sub                     pic 9(2) comp.
       01  ws-reason-hit                     pic 9(2) comp.
       01  ws-reason-table.
           03  ws-reason-slot occurs 5 times.
               05  ws-rsn-opened             pic 9(7) comp.
               05  ws-rsn-upheld             pic 9(7) comp.
               05  ws-rsn-rejected           pic 9(7) comp.
               05  ws-rsn-withdrawn          pic 9(7) comp.
               05  ws-rsn-closed             pic 9(7) comp.
               05  ws-rsn-days               pic 9(9) comp.

       01  ws-tot-opened                     pic 9(7) comp value 0.
       01  ws-tot-upheld                     pic 9(7) comp value 0.
       01  ws-tot-rejected                   pic 9(7) comp value 0.
       01  ws-tot-withdrawn                  pic 9(7) comp value 0.
       01  ws-tot-closed                     pic 9(7) comp value 0.
       01  ws-tot-days                       pic 9(9) comp value 0.
       01  ws-prov-count                     pic 9(7) comp value 0.
       01  ws-prov-amount                    pic 9(11)v99 value 0.
       01  ws-still-open                     pic 9(7) comp value 0.
       01  ws-open-amount                    pic 9(11)v99 value 0.
       01  ws-case-days                      pic 9(7).
       01  ws-avg-days                       pic 9(5)v9.

       01  ws-more-cases                     pic x(1) value 'Y'.
           88  ws-more-case-recs             value 'Y'.
       01  ws-cases-read                     pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                         *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBDSM'.

       01  ws-line-name                      pic x(14).
       01  ws-opened-disp                    pic zzzzz9.
       01  ws-upheld-disp                    pic zzzzz9.
       01  ws-rejected-disp                  pic zzzzz9.
       01  ws-withdrawn-disp                 pic zzzzz9.
       01  ws-avg-disp                       pic zzzz9.9.
       01  ws-count-disp                     pic zzzzzz9.
       01  ws-tot-disp                       pic -zzzzzzzzzz9.99.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bdsm-mainline section.
       bdsm-mainline-para.
           perform bdsm-register-start
           if ws-run-is-allowed
               perform bdsm-initialize
               if ws-run-is-ok
                   perform bdsm-process-case
                       until not ws-more-case-recs
                   perform bdsm-report-heading
                   perform bdsm-report-reason
                       varying ws-reason-sub from 1 by 1
                       until ws-reason-sub > ws-reason-max
                   perform bdsm-report-totals
               end-if
               perform bdsm-finalize
               perform bdsm-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this run on RUNCTRL under the first day of the    *
      *** report month: a second run for the same period is refused   *
      *** unless the period's record carries the ETPBDRV override     *
      ***--------------------------------------------------------------*
       bdsm-register-start section.
       bdsm-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bdsm-load-business-date
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
               display 'ETPBDSM - RUNCTRL not available, status='
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
                   display 'ETPBDSM - disputes already reported '
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
       bdsm-load-business-date section.
       bdsm-load-business-date-para.
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
       bdsm-register-end section.
       bdsm-register-end-para.
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
      *** with no case file yet there is nothing to report, which is  *
      *** reported but still produces an (empty) report               *
      ***--------------------------------------------------------------*
       bdsm-initialize section.
       bdsm-initialize-para.
           display 'ETPBDSM - dispute cases, period ' ws-period-yyyymm
           compute ws-period-start = ws-period-yyyymm * 100 + 1
           end-compute
           compute ws-period-end = ws-period-yyyymm * 100 + 31
           end-compute
           initialize ws-reason-table
           perform bdsm-spool-open
           if not ws-spool-is-open
               display 'ETPBDSM - unable to open RPTSPOOL, '
                   'status=' ws-rptspool-status
               move 'N' to ws-run-ok
           else
               open input DISPCASE-FILE
               if not ws-dispcase-ok
                   display 'ETPBDSM - DISPCASE not available, status='
                       ws-dispcase-status ' - no cases reported'
                   move 'N' to ws-more-cases
               else
                   move 'Y' to ws-dispcase-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one case: counted under its reason as opened and as decided *
      *** when those fell in the month, with its provisional credit   *
      *** when given in the month and its amount while undecided      *
      ***--------------------------------------------------------------*
       bdsm-process-case section.
       bdsm-process-case-para.
           read DISPCASE-FILE next record
               at end
                   move 'N' to ws-more-cases
           end-read
           if ws-more-case-recs
               add 1 to ws-cases-read
               move ws-reason-max to ws-reason-hit
               perform bdsm-find-reason
                   varying ws-reason-sub from ws-reason-max by -1
                   until ws-reason-sub < 1
               if DISPCASE-OPEN-DATE >= ws-period-start
                   and DISPCASE-OPEN-DATE <= ws-period-end
                   add 1 to ws-rsn-opened(ws-reason-hit)
                   add 1 to ws-tot-opened
               end-if
               if DISPCASE-IS-CLOSED
                   and DISPCASE-CLOSED-DATE >= ws-period-start
                   and DISPCASE-CLOSED-DATE <= ws-period-end
                   perform bdsm-count-decision
               end-if
               if DISPCASE-PROV-DATE >= ws-period-start
                   and DISPCASE-PROV-DATE <= ws-period-end
                   add 1 to ws-prov-count
                   add DISPCASE-PROV-AMOUNT to ws-prov-amount
               end-if
               if not DISPCASE-IS-CLOSED
                   add 1 to ws-still-open
                   add DISPCASE-AMOUNT to ws-open-amount
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdsm-find-reason section.
       bdsm-find-reason-para.
           if DISPCASE-REASON = ws-reason-codes(ws-reason-sub:1)
               move ws-reason-sub to ws-reason-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a case decided in the month, by outcome, with the days it   *
      *** took from opening to decision                               *
      ***--------------------------------------------------------------*
       bdsm-count-decision section.
       bdsm-count-decision-para.
           evaluate true
               when DISPCASE-UPHELD
                   add 1 to ws-rsn-upheld(ws-reason-hit)
                   add 1 to ws-tot-upheld
               when DISPCASE-REJECTED
                   add 1 to ws-rsn-rejected(ws-reason-hit)
                   add 1 to ws-tot-rejected
               when other
                   add 1 to ws-rsn-withdrawn(ws-reason-hit)
                   add 1 to ws-tot-withdrawn
           end-evaluate
           move 0 to ws-case-days
           if DISPCASE-CLOSED-DATE > DISPCASE-OPEN-DATE
               compute ws-case-days =
                   function integer-of-date(DISPCASE-CLOSED-DATE)
                   - function integer-of-date(DISPCASE-OPEN-DATE)
               end-compute
           end-if
           add 1 to ws-rsn-closed(ws-reason-hit)
           add ws-case-days to ws-rsn-days(ws-reason-hit)
           add 1 to ws-tot-closed
           add ws-case-days to ws-tot-days
           exit
           .
      ***--------------------------------------------------------------*
       bdsm-report-heading section.
       bdsm-report-heading-para.
           move spaces to ws-spool-text
           string 'DISPUTE CASES  PERIOD ' ws-period-yyyymm
               '  PRODUCED ' ws-rcl-today
               into ws-spool-text
           perform bdsm-spool-line
           move spaces to ws-spool-text
           string 'REASON          OPENED  UPHELD  REJECTD  WITHDRN'
               '  AVG DAYS'
               into ws-spool-text
           perform bdsm-spool-line
           move all '-' to ws-spool-text
           perform bdsm-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one reason's line - the average is over the cases decided   *
      *** in the month                                                *
      ***--------------------------------------------------------------*
       bdsm-report-reason section.
       bdsm-report-reason-para.
           move ws-reason-name(ws-reason-sub) to ws-line-name
           move ws-rsn-opened(ws-reason-sub) to ws-opened-disp
           move ws-rsn-upheld(ws-reason-sub) to ws-upheld-disp
           move ws-rsn-rejected(ws-reason-sub) to ws-rejected-disp
           move ws-rsn-withdrawn(ws-reason-sub) to ws-withdrawn-disp
           move 0 to ws-avg-days
           if ws-rsn-closed(ws-reason-sub) > 0
               compute ws-avg-days rounded =
                   ws-rsn-days(ws-reason-sub)
                   / ws-rsn-closed(ws-reason-sub)
               end-compute
           end-if
           move ws-avg-days to ws-avg-disp
           perform bdsm-report-line
           exit
           .
      ***--------------------------------------------------------------*
       bdsm-report-line section.
       bdsm-report-line-para.
           move spaces to ws-spool-text
           string ws-line-name ws-opened-disp
               '  ' ws-upheld-disp
               '   ' ws-rejected-disp
               '   ' ws-withdrawn-disp
               '   ' ws-avg-disp
               into ws-spool-text
           perform bdsm-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bdsm-report-totals section.
       bdsm-report-totals-para.
           move all '-' to ws-spool-text
           perform bdsm-spool-line
           move 'TOTAL' to ws-line-name
           move ws-tot-opened to ws-opened-disp
           move ws-tot-upheld to ws-upheld-disp
           move ws-tot-rejected to ws-rejected-disp
           move ws-tot-withdrawn to ws-withdrawn-disp
           move 0 to ws-avg-days
           if ws-tot-closed > 0
               compute ws-avg-days rounded =
                   ws-tot-days / ws-tot-closed
               end-compute
           end-if
           move ws-avg-days to ws-avg-disp
           perform bdsm-report-line
           move ws-prov-count to ws-count-disp
           move ws-prov-amount to ws-tot-disp
           move spaces to ws-spool-text
           string 'PROVISIONAL CREDITS GIVEN  ' ws-count-disp
               '    ' ws-tot-disp
               into ws-spool-text
           perform bdsm-spool-line
           move ws-still-open to ws-count-disp
           move ws-open-amount to ws-tot-disp
           move spaces to ws-spool-text
           string 'CASES STILL UNDECIDED      ' ws-count-disp
               '    ' ws-tot-disp
               into ws-spool-text
           perform bdsm-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bdsm-finalize section.
       bdsm-finalize-para.
           if ws-run-is-ok
               if ws-dispcase-is-open
                   close DISPCASE-FILE
               end-if
               perform bdsm-spool-close
           end-if
           move ws-cases-read to ws-report-count
           display 'ETPBDSM - cases read           : ' ws-report-count
           move ws-tot-opened to ws-report-count
           display 'ETPBDSM - opened in the month  : ' ws-report-count
           move ws-tot-closed to ws-report-count
           display 'ETPBDSM - decided in the month : ' ws-report-count
           move ws-still-open to ws-report-count
           display 'ETPBDSM - still undecided      : ' ws-report-count
           display 'ETPBDSM - dispute case report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bdsm-spool-open section.
       bdsm-spool-open-para.
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
       bdsm-spool-line section.
       bdsm-spool-line-para.
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
       bdsm-spool-close section.
       bdsm-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBDSM.
