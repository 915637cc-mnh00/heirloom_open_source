       identification division.

       program-id. ETPBCOR.

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

      * ETPBCOR - monthly charge-off recoveries report
      * Walks the CHGOFF register written by ETPEAMT's charge-off
      * action and, for each written-off account, sums the credits
      * that reached it in the report month off POSTHIST - postings
      * only, not reversed, on or after the charge-off date, and not
      * the write-off's own leg (which carries the register's trace
      * id).  Lists the amount written off, recovered this month,
      * recovered to date and still outstanding, with totals, into
      * RPTSPOOL under this job's name for ETPERPT, so finance can
      * book the month's recoveries against the bad-debt provision.
      * The report month is the month of the BUSCTRL business date;
      * the run registers on RUNCTRL under the first day of that
      * month, as ETPBSTM does, so the month is reported only once.

       environment division.

       input-output section.
       file-control.
           select CHGOFF-FILE assign to "CHGOFF"
               organization is indexed
               access mode is sequential
               record key is CHGOFF-ACCTNO
               file status is ws-chgoff-status.

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
       fd  CHGOFF-FILE.
           copy CHGOFF.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCOR'.

       01  ws-chgoff-status                  pic x(2).
           88  ws-chgoff-ok                  value '00'.
           88  ws-chgoff-eof                 value '10'.
           88  ws-chgoff-absent              value '35'.
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
      *** of the report month - a month's recoveries are booked once  *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBCOR'.
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

       01  ws-more-chgoffs                   pic x(1) value 'Y'.
           88  ws-more-chgoff-recs           value 'Y'.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.

      ***--------------------------------------------------------------*
      *** one account's figures and the report totals                 *
      ***--------------------------------------------------------------*
       01  ws-from-date                      pic 9(8).
       01  ws-month-recovered                pic s9(9)v99.
       01  ws-outstanding                    pic s9(9)v99.
       01  ws-total-written-off              pic s9(11)v99 value 0.
       01  ws-total-month                    pic s9(11)v99 value 0.
       01  ws-total-to-date                  pic s9(11)v99 value 0.
       01  ws-total-outstanding              pic s9(11)v99 value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                         *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCOR'.

       01  ws-accounts-read                  pic 9(7) comp value 0.
       01  ws-accounts-recovering            pic 9(7) comp value 0.

       01  ws-amt-disp                       pic -zzzzzzzz9.99.
       01  ws-amt-disp2                      pic -zzzzzzzz9.99.
       01  ws-amt-disp3                      pic -zzzzzzzz9.99.
       01  ws-amt-disp4                      pic -zzzzzzzz9.99.
       01  ws-tot-disp                       pic -zzzzzzzzzz9.99.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bcor-mainline section.
       bcor-mainline-para.
           perform bcor-register-start
           if ws-run-is-allowed
               perform bcor-initialize
               if ws-run-is-ok
                   perform bcor-report-heading
                   perform bcor-process-chgoff
                       until not ws-more-chgoff-recs
                   perform bcor-report-totals
               end-if
               perform bcor-finalize
               perform bcor-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this run on RUNCTRL under the first day of the    *
      *** report month: a second run for the same period is refused   *
      *** unless the period's record carries the ETPBDRV override     *
      ***--------------------------------------------------------------*
       bcor-register-start section.
       bcor-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bcor-load-business-date
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
               display 'ETPBCOR - RUNCTRL not available, status='
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
                   display 'ETPBCOR - recoveries already reported '
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
       bcor-load-business-date section.
       bcor-load-business-date-para.
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
       bcor-register-end section.
       bcor-register-end-para.
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
      *** a missing register is not an error - nothing has ever been  *
      *** charged off - and still produces an (empty) report          *
      ***--------------------------------------------------------------*
       bcor-initialize section.
       bcor-initialize-para.
           display 'ETPBCOR - charge-off recoveries report, period '
               ws-period-yyyymm
           compute ws-period-start = ws-period-yyyymm * 100 + 1
           end-compute
           compute ws-period-end = ws-period-yyyymm * 100 + 31
           end-compute
           open input CHGOFF-FILE
           if ws-chgoff-absent
               display 'ETPBCOR - no charge-off register, '
                   'nothing written off'
               move 'N' to ws-more-chgoffs
           else
               if not ws-chgoff-ok
                   display 'ETPBCOR - unable to open CHGOFF, status='
                       ws-chgoff-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-chgoffs
               end-if
           end-if
           if ws-run-is-ok
               open input POSTHIST-FILE
               if not ws-posthist-ok
                   display 'ETPBCOR - unable to open POSTHIST, status='
                       ws-posthist-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-chgoffs
               else
                   perform bcor-spool-open
                   if not ws-spool-is-open
                       display 'ETPBCOR - unable to open RPTSPOOL, '
                           'status=' ws-rptspool-status
                       move 'N' to ws-run-ok
                       move 'N' to ws-more-chgoffs
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcor-report-heading section.
       bcor-report-heading-para.
           move spaces to ws-spool-text
           string 'CHARGE-OFF RECOVERIES  PERIOD ' ws-period-yyyymm
               '  PRODUCED ' ws-rcl-today
               into ws-spool-text
           perform bcor-spool-line
           move spaces to ws-spool-text
           string 'ACCOUNT    CHGD-OFF     WRITTEN-OFF'
               '    THIS-MONTH       TO-DATE   OUTSTANDING'
               into ws-spool-text
           perform bcor-spool-line
           move all '-' to ws-spool-text
           perform bcor-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one register row: this month's recoveries off POSTHIST and  *
      *** a report line with the running figures                      *
      ***--------------------------------------------------------------*
       bcor-process-chgoff section.
       bcor-process-chgoff-para.
           read CHGOFF-FILE next record
               at end
                   move 'N' to ws-more-chgoffs
           end-read
           if ws-more-chgoff-recs
               add 1 to ws-accounts-read
               perform bcor-sum-month
               compute ws-outstanding =
                   CHGOFF-AMOUNT - CHGOFF-RECOVERED
               end-compute
               if ws-outstanding < 0
                   move 0 to ws-outstanding
               end-if
               if ws-month-recovered > 0
                   add 1 to ws-accounts-recovering
               end-if
               add CHGOFF-AMOUNT to ws-total-written-off
               add ws-month-recovered to ws-total-month
               add CHGOFF-RECOVERED to ws-total-to-date
               add ws-outstanding to ws-total-outstanding
               move CHGOFF-AMOUNT to ws-amt-disp
               move ws-month-recovered to ws-amt-disp2
               move CHGOFF-RECOVERED to ws-amt-disp3
               move ws-outstanding to ws-amt-disp4
               move spaces to ws-spool-text
               string CHGOFF-ACCTNO ' ' CHGOFF-DATE
                   ws-amt-disp ' ' ws-amt-disp2
                   ' ' ws-amt-disp3 ' ' ws-amt-disp4
                   delimited by size
                   into ws-spool-text
               perform bcor-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** browses the account's history from the later of the month   *
      *** start and the charge-off date to the month end              *
      ***--------------------------------------------------------------*
       bcor-sum-month section.
       bcor-sum-month-para.
           move 0 to ws-month-recovered
           move ws-period-start to ws-from-date
           if CHGOFF-DATE > ws-from-date
               move CHGOFF-DATE to ws-from-date
           end-if
           if ws-from-date <= ws-period-end
               move CHGOFF-ACCTNO to POSTHIST-ACCTNO
               move ws-from-date to POSTHIST-DATE
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
               perform bcor-sum-history
                   until not ws-more-history-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcor-sum-history section.
       bcor-sum-history-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = CHGOFF-ACCTNO
                   or POSTHIST-DATE > ws-period-end
                   move 'N' to ws-more-history
               else
                   if POSTHIST-IS-POSTING
                       and not POSTHIST-WAS-REVERSED
                       and not POSTHIST-WAS-RETURNED
                       and POSTHIST-AMOUNT > 0
                       and POSTHIST-TRACE-ID not = CHGOFF-TRACE-ID
                       add POSTHIST-AMOUNT to ws-month-recovered
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcor-report-totals section.
       bcor-report-totals-para.
           move all '-' to ws-spool-text
           perform bcor-spool-line
           move ws-total-written-off to ws-tot-disp
           move spaces to ws-spool-text
           string 'TOTAL WRITTEN OFF        ' ws-tot-disp
               into ws-spool-text
           perform bcor-spool-line
           move ws-total-month to ws-tot-disp
           move spaces to ws-spool-text
           string 'RECOVERED THIS MONTH     ' ws-tot-disp
               into ws-spool-text
           perform bcor-spool-line
           move ws-total-to-date to ws-tot-disp
           move spaces to ws-spool-text
           string 'RECOVERED TO DATE        ' ws-tot-disp
               into ws-spool-text
           perform bcor-spool-line
           move ws-total-outstanding to ws-tot-disp
           move spaces to ws-spool-text
           string 'STILL OUTSTANDING        ' ws-tot-disp
               into ws-spool-text
           perform bcor-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bcor-finalize section.
       bcor-finalize-para.
           if ws-run-is-ok
               if ws-chgoff-ok or ws-chgoff-eof
                   close CHGOFF-FILE
               end-if
               close POSTHIST-FILE
               perform bcor-spool-close
           end-if
           move ws-accounts-read to ws-report-count
           display 'ETPBCOR - accounts written off : ' ws-report-count
           move ws-accounts-recovering to ws-report-count
           display 'ETPBCOR - recovering this month: ' ws-report-count
           move ws-total-month to ws-tot-disp
           display 'ETPBCOR - recovered this month : ' ws-tot-disp
           display 'ETPBCOR - recoveries report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bcor-spool-open section.
       bcor-spool-open-para.
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
       bcor-spool-line section.
       bcor-spool-line-para.
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
       bcor-spool-close section.
       bcor-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBCOR.
