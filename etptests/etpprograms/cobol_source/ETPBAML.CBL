       identification division.

       program-id. ETPBAML.

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

      * ETPBAML - anti-money-laundering transaction monitoring
      * Run nightly in the chain after ETPBPCL.  WATCHLST only reacts
      * to accounts someone already suspects; this job looks for the
      * patterns themselves.  Every customer account's POSTHIST rows
      * over the AMLRULE windows are weighed against the active rules
      * - rapid in-and-out movement, many small credits followed by
      * one large debit, round-amount transfers, and sudden activity
      * on an account dormant until recently - and each hit opens an
      * AMLCASE for the ETPEAML investigators, unless a case for the
      * same account and rule is still open.  The cases opened are
      * spooled into RPTSPOOL under this job's name.  On the night
      * ETPBPCL closes the month the month's case statistics - cases
      * opened, closed as false positive, escalated for a suspicious-
      * activity filing, still open, and the average days to a
      * decision, by rule - are spooled under 'ETPBAMLM'.  Reversed
      * postings, and the reversal rows that undo them, are left out.

       environment division.

       input-output section.
       file-control.
           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is sequential
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select AMLRULE-FILE assign to "AMLRULE"
               organization is indexed
               access mode is sequential
               record key is AMLRULE-ID
               file status is ws-amlrule-status.

           select AMLCASE-FILE assign to "AMLCASE"
               organization is indexed
               access mode is dynamic
               record key is AMLCASE-KEY
               file status is ws-amlcase-status.

           select POSTCTRL-FILE assign to "POSTCTRL"
               organization is indexed
               access mode is dynamic
               record key is POSTCTRL-CNAME
               file status is ws-postctrl-status.

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
       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  AMLRULE-FILE.
           copy AMLRULE.

       fd  AMLCASE-FILE.
           copy AMLCASE.

       fd  POSTCTRL-FILE.
           copy POSTCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBAML'.

       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-acctxref-open                  pic x(1) value 'N'.
           88  ws-acctxref-is-open           value 'Y'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
       01  ws-amlrule-status                 pic x(2).
           88  ws-amlrule-ok                 value '00'.
       01  ws-amlcase-status                 pic x(2).
           88  ws-amlcase-ok                 value '00'.
           88  ws-amlcase-absent             value '35'.
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, after the period close    *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBAML'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPCL'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the rules as loaded off AMLRULE, with the first business    *
      *** date each one weighs; a rule without an active row is off   *
      ***--------------------------------------------------------------*
       01  ws-today-int                      pic s9(9) comp.
       01  ws-from-int                       pic s9(9) comp.
       01  ws-scan-from                      pic 9(8).
       01  ws-rules-on                       pic 9(1) value 0.
       01  ws-more-rules                     pic x(1) value 'Y'.
           88  ws-more-rule-recs             value 'Y'.

       01  ws-rapd-rule.
           03  ws-rapd-active                pic x(1) value 'N'.
               88  ws-rapd-is-on             value 'Y'.
           03  ws-rapd-window                pic 9(3).
           03  ws-rapd-amount                pic 9(9)v99.
           03  ws-rapd-percent               pic 9(3).
           03  ws-rapd-from                  pic 9(8).
       01  ws-smlb-rule.
           03  ws-smlb-active                pic x(1) value 'N'.
               88  ws-smlb-is-on             value 'Y'.
           03  ws-smlb-window                pic 9(3).
           03  ws-smlb-count                 pic 9(3).
           03  ws-smlb-small                 pic 9(9)v99.
           03  ws-smlb-large                 pic 9(9)v99.
           03  ws-smlb-from                  pic 9(8).
       01  ws-rond-rule.
           03  ws-rond-active                pic x(1) value 'N'.
               88  ws-rond-is-on             value 'Y'.
           03  ws-rond-window                pic 9(3).
           03  ws-rond-count                 pic 9(3).
           03  ws-rond-unit                  pic 9(9)v99.
           03  ws-rond-floor                 pic 9(9)v99.
           03  ws-rond-from                  pic 9(8).
       01  ws-dorm-rule.
           03  ws-dorm-active                pic x(1) value 'N'.
               88  ws-dorm-is-on             value 'Y'.
           03  ws-dorm-window                pic 9(3).
           03  ws-dorm-amount                pic 9(9)v99.
           03  ws-dorm-from                  pic 9(8).

      ***--------------------------------------------------------------*
      *** one account's postings over the windows, rule by rule       *
      ***--------------------------------------------------------------*
       01  ws-more-accounts                  pic x(1) value 'Y'.
           88  ws-more-account-recs          value 'Y'.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.
       01  ws-row-abs                        pic 9(9)v99.
       01  ws-moved-today                    pic x(1).
           88  ws-account-moved-today        value 'Y'.
       01  ws-today-moved                    pic 9(11)v99.
       01  ws-today-count                    pic 9(5).
       01  ws-rapd-in                        pic 9(11)v99.
       01  ws-rapd-out                       pic 9(11)v99.
       01  ws-rapd-hits                      pic 9(5).
       01  ws-small-count                    pic 9(5).
       01  ws-small-total                    pic 9(11)v99.
       01  ws-large-debit                    pic 9(9)v99.
       01  ws-round-count                    pic 9(5).
       01  ws-round-total                    pic 9(11)v99.
       01  ws-round-quot                     pic 9(9).
       01  ws-round-rem                      pic 9(9)v99.
       01  ws-round-today                    pic x(1).
           88  ws-round-was-today            value 'Y'.
       01  ws-dorm-prior                     pic 9(5).
       01  ws-older-history                  pic x(1).
           88  ws-has-older-history          value 'Y'.

      ***--------------------------------------------------------------*
      *** the case a hit would open                                    *
      ***--------------------------------------------------------------*
       01  ws-hit-rule                       pic x(4).
       01  ws-hit-from                       pic 9(8).
       01  ws-hit-count                      pic 9(5).
       01  ws-hit-amount                     pic 9(11)v99.
       01  ws-hit-summary                    pic x(40).
       01  ws-hit-custno                     pic x(10).
       01  ws-custno-looked                  pic x(1).
           88  ws-custno-was-looked          value 'Y'.
       01  ws-case-open                      pic x(1).
           88  ws-case-already-open          value 'Y'.
       01  ws-more-cases                     pic x(1).
           88  ws-more-case-recs             value 'Y'.
       01  ws-more-xref                      pic x(1).
           88  ws-more-xref-recs             value 'Y'.
       01  ws-amt-disp                       pic zzzzzzzz9.99.
       01  ws-amt2-disp                      pic zzzzzzzz9.99.
       01  ws-cnt-disp                       pic zzzz9.
       01  ws-days-disp                      pic zz9.

       01  ws-accounts-read                  pic 9(7) comp value 0.
       01  ws-accounts-moved                 pic 9(7) comp value 0.
       01  ws-cases-opened                   pic 9(7) comp value 0.
       01  ws-cases-already                  pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** month-end case statistics, by rule                          *
      ***--------------------------------------------------------------*
       01  ws-period-closed                  pic x(1) value 'N'.
           88  ws-period-is-closed           value 'Y'.
       01  ws-close-period                   pic 9(6).
       01  ws-stat-ids                       pic x(16)
           value 'RAPDSMLBRONDDORM'.
       01  filler redefines ws-stat-ids.
           03  ws-stat-id                    pic x(4) occurs 4 times.
       01  ws-stat-table.
           03  ws-stat-slot occurs 4 times.
               05  ws-stat-opened            pic 9(7) comp.
               05  ws-stat-false-pos         pic 9(7) comp.
               05  ws-stat-escalated         pic 9(7) comp.
               05  ws-stat-open-now          pic 9(7) comp.
               05  ws-stat-decided           pic 9(7) comp.
               05  ws-stat-days              pic 9(9) comp.
       01  ws-stat-sub                       pic 9(2) comp.
       01  ws-stat-hit                       pic 9(2) comp.
       01  ws-tot-opened                     pic 9(7) comp.
       01  ws-tot-false-pos                  pic 9(7) comp.
       01  ws-tot-escalated                  pic 9(7) comp.
       01  ws-tot-open-now                   pic 9(7) comp.
       01  ws-tot-decided                    pic 9(7) comp.
       01  ws-tot-days                       pic 9(9) comp.
       01  ws-avg-days                       pic 9(5)v9.
       01  ws-opened-disp                    pic zzzzzz9.
       01  ws-fp-disp                        pic zzzzzz9.
       01  ws-esc-disp                       pic zzzzzz9.
       01  ws-open-disp                      pic zzzzzz9.
       01  ws-avg-disp                       pic zzzz9.9.

      ***--------------------------------------------------------------*
      *** report spool output - the day's cases and the month's stats *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-stat-lineno                    pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBAML'.
       77  ws-stat-name                      pic x(8) value 'ETPBAMLM'.

       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       baml-mainline section.
       baml-mainline-para.
           perform baml-register-start
           if ws-run-is-allowed
               perform baml-initialize
               if ws-run-is-ok
                   perform baml-write-header
                   perform baml-process-account
                       until not ws-more-account-recs
                   perform baml-write-trailer
                   perform baml-judge-period
                   if ws-period-is-closed
                       perform baml-month-statistics
                   end-if
               end-if
               perform baml-finalize
               perform baml-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before the period close has completed, or    *
      *** twice for the same day, unless overridden by ETPBDRV        *
      ***--------------------------------------------------------------*
       baml-register-start section.
       baml-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform baml-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBAML - RUNCTRL not available, status='
                   ws-runctrl-status ' - sequencing not enforced'
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
               if not ws-rcl-was-overridden
                   move ws-rcl-predecessor to RUNCTRL-JOBNAME
                   move ws-rcl-today to RUNCTRL-DATE
                   read RUNCTRL-FILE
                       invalid key
                           continue
                   end-read
                   if ws-runctrl-notfnd
                       display 'ETPBAML - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBAML - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBAML - already run today, '
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
       baml-load-business-date section.
       baml-load-business-date-para.
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
       baml-register-end section.
       baml-register-end-para.
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
      *** the rules, then the master, history, the case file and the  *
      *** spool; with no rule active there is nothing to look for     *
      ***--------------------------------------------------------------*
       baml-initialize section.
       baml-initialize-para.
           display 'ETPBAML - AML monitoring for ' ws-rcl-today
           move function integer-of-date(ws-rcl-today)
               to ws-today-int
           move ws-rcl-today to ws-scan-from
           perform baml-load-rules
           if ws-rules-on = 0
               display 'ETPBAML - no active AMLRULE rows, '
                   'nothing to evaluate'
               move 'N' to ws-more-accounts
           end-if
           open input ACCTMAST-FILE
           open input POSTHIST-FILE
           open i-o AMLCASE-FILE
           if ws-amlcase-absent
               open output AMLCASE-FILE
               close AMLCASE-FILE
               open i-o AMLCASE-FILE
           end-if
           if not ws-acctmast-ok or not ws-posthist-ok
               or not ws-amlcase-ok
               display 'ETPBAML - unable to open ACCTMAST, POSTHIST '
                   'or AMLCASE - statuses '
                   ws-acctmast-status ' ' ws-posthist-status ' '
                   ws-amlcase-status
               move 'N' to ws-run-ok
               if ws-acctmast-ok
                   close ACCTMAST-FILE
               end-if
               if ws-posthist-ok
                   close POSTHIST-FILE
               end-if
               if ws-amlcase-ok
                   close AMLCASE-FILE
               end-if
           else
               perform baml-spool-open
               if not ws-spool-is-open
                   display 'ETPBAML - unable to open RPTSPOOL, status='
                       ws-rptspool-status
                   move 'N' to ws-run-ok
                   close ACCTMAST-FILE
                   close POSTHIST-FILE
                   close AMLCASE-FILE
               else
                   open input ACCTXREF-FILE
                   if ws-acctxref-ok
                       move 'Y' to ws-acctxref-open
                   else
                       display 'ETPBAML - ACCTXREF not available, '
                           'cases opened without a customer'
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** reads every AMLRULE row; the active ones are switched on     *
      *** with their windows turned into first business dates          *
      ***--------------------------------------------------------------*
       baml-load-rules section.
       baml-load-rules-para.
           open input AMLRULE-FILE
           if not ws-amlrule-ok
               display 'ETPBAML - AMLRULE not available, status='
                   ws-amlrule-status
           else
               move 'Y' to ws-more-rules
               perform baml-load-rule
                   until not ws-more-rule-recs
               close AMLRULE-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       baml-load-rule section.
       baml-load-rule-para.
           read AMLRULE-FILE next record
               at end
                   move 'N' to ws-more-rules
           end-read
           if ws-more-rule-recs
               and AMLRULE-IS-ACTIVE
               if AMLRULE-WINDOW = 0
                   move 1 to AMLRULE-WINDOW
               end-if
               evaluate AMLRULE-ID
                   when 'RAPD'
                       move 'Y' to ws-rapd-active
                       move AMLRULE-WINDOW to ws-rapd-window
                       move AMLRULE-AMOUNT-1 to ws-rapd-amount
                       move AMLRULE-PERCENT to ws-rapd-percent
                       compute ws-from-int =
                           ws-today-int - AMLRULE-WINDOW + 1
                       end-compute
                       move function date-of-integer(ws-from-int)
                           to ws-rapd-from
                       perform baml-widen-scan
                   when 'SMLB'
                       move 'Y' to ws-smlb-active
                       move AMLRULE-WINDOW to ws-smlb-window
                       move AMLRULE-COUNT to ws-smlb-count
                       move AMLRULE-AMOUNT-1 to ws-smlb-small
                       move AMLRULE-AMOUNT-2 to ws-smlb-large
                       compute ws-from-int =
                           ws-today-int - AMLRULE-WINDOW
                       end-compute
                       move function date-of-integer(ws-from-int)
                           to ws-smlb-from
                       perform baml-widen-scan
                   when 'ROND'
                       move 'Y' to ws-rond-active
                       move AMLRULE-WINDOW to ws-rond-window
                       move AMLRULE-COUNT to ws-rond-count
                       move AMLRULE-AMOUNT-1 to ws-rond-unit
                       move AMLRULE-AMOUNT-2 to ws-rond-floor
                       compute ws-from-int =
                           ws-today-int - AMLRULE-WINDOW + 1
                       end-compute
                       move function date-of-integer(ws-from-int)
                           to ws-rond-from
                       perform baml-widen-scan
                   when 'DORM'
                       move 'Y' to ws-dorm-active
                       move AMLRULE-WINDOW to ws-dorm-window
                       move AMLRULE-AMOUNT-1 to ws-dorm-amount
                       compute ws-from-int =
                           ws-today-int - AMLRULE-WINDOW
                       end-compute
                       move function date-of-integer(ws-from-int)
                           to ws-dorm-from
                       perform baml-widen-scan
                   when other
                       display 'ETPBAML - rule ' AMLRULE-ID
                           ' not known, ignored'
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one more rule on; the history scan starts at the earliest   *
      *** date any active rule weighs                                  *
      ***--------------------------------------------------------------*
       baml-widen-scan section.
       baml-widen-scan-para.
           add 1 to ws-rules-on
           move function date-of-integer(ws-from-int) to ws-hit-from
           if ws-hit-from < ws-scan-from
               move ws-hit-from to ws-scan-from
           end-if
           display 'ETPBAML - rule ' AMLRULE-ID ' active, '
               AMLRULE-WINDOW ' days'
           exit
           .
      ***--------------------------------------------------------------*
       baml-write-header section.
       baml-write-header-para.
           move spaces to ws-spool-text
           string 'AML MONITORING  ' ws-rcl-today
               '  CASES OPENED'
               into ws-spool-text
           perform baml-spool-line
           move spaces to ws-spool-text
           string 'ACCOUNT    RULE CUSTOMER    HITS SUMMARY'
               into ws-spool-text
           perform baml-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one account: internal accounts are the bank's own and are   *
      *** not monitored                                                *
      ***--------------------------------------------------------------*
       baml-process-account section.
       baml-process-account-para.
           read ACCTMAST-FILE next record
               at end
                   move 'N' to ws-more-accounts
           end-read
           if ws-more-account-recs
               and not ACCTMAST-IS-INTERNAL
               add 1 to ws-accounts-read
               perform baml-weigh-account
               if ws-account-moved-today
                   add 1 to ws-accounts-moved
                   perform baml-judge-account
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's POSTHIST rows from the earliest window to the *
      *** business date, each one weighed against every active rule   *
      ***--------------------------------------------------------------*
       baml-weigh-account section.
       baml-weigh-account-para.
           move 'N' to ws-moved-today
           move 0 to ws-today-moved
           move 0 to ws-today-count
           move 0 to ws-rapd-in
           move 0 to ws-rapd-out
           move 0 to ws-rapd-hits
           move 0 to ws-small-count
           move 0 to ws-small-total
           move 0 to ws-large-debit
           move 0 to ws-round-count
           move 0 to ws-round-total
           move 'N' to ws-round-today
           move 0 to ws-dorm-prior
           move 'N' to ws-custno-looked
           move ACCTMAST-ACCTNO to POSTHIST-ACCTNO
           move ws-scan-from to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           start POSTHIST-FILE key not < POSTHIST-KEY
               invalid key
                   continue
           end-start
           if ws-posthist-ok
               move 'Y' to ws-more-history
               perform baml-scan-history
                   until not ws-more-history-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       baml-scan-history section.
       baml-scan-history-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = ACCTMAST-ACCTNO
                   or POSTHIST-DATE > ws-rcl-today
                   move 'N' to ws-more-history
               else
                   if POSTHIST-IS-POSTING
                       and not POSTHIST-WAS-REVERSED
                       perform baml-weigh-row
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one posting, added to whichever rule windows it falls in    *
      ***--------------------------------------------------------------*
       baml-weigh-row section.
       baml-weigh-row-para.
           if POSTHIST-AMOUNT < 0
               compute ws-row-abs = 0 - POSTHIST-AMOUNT
               end-compute
           else
               move POSTHIST-AMOUNT to ws-row-abs
           end-if
           if POSTHIST-DATE = ws-rcl-today
               move 'Y' to ws-moved-today
               add ws-row-abs to ws-today-moved
               add 1 to ws-today-count
           end-if
           if ws-rapd-is-on
               and POSTHIST-DATE not < ws-rapd-from
               add 1 to ws-rapd-hits
               if POSTHIST-AMOUNT > 0
                   add ws-row-abs to ws-rapd-in
               else
                   add ws-row-abs to ws-rapd-out
               end-if
           end-if
           if ws-smlb-is-on
               if POSTHIST-DATE not < ws-smlb-from
                   and POSTHIST-DATE < ws-rcl-today
                   and POSTHIST-AMOUNT > 0
                   and ws-row-abs < ws-smlb-small
                   add 1 to ws-small-count
                   add ws-row-abs to ws-small-total
               end-if
               if POSTHIST-DATE = ws-rcl-today
                   and POSTHIST-AMOUNT < 0
                   and ws-row-abs not < ws-smlb-large
                   and ws-row-abs > ws-large-debit
                   move ws-row-abs to ws-large-debit
               end-if
           end-if
           if ws-rond-is-on
               and ws-rond-unit > 0
               and POSTHIST-DATE not < ws-rond-from
               and (POSTHIST-TXN-TYPE = 'TR' or 'XR')
               and ws-row-abs not < ws-rond-floor
               divide ws-row-abs by ws-rond-unit
                   giving ws-round-quot
                   remainder ws-round-rem
               if ws-round-rem = 0
                   add 1 to ws-round-count
                   add ws-row-abs to ws-round-total
                   if POSTHIST-DATE = ws-rcl-today
                       move 'Y' to ws-round-today
                   end-if
               end-if
           end-if
           if ws-dorm-is-on
               and POSTHIST-DATE not < ws-dorm-from
               and POSTHIST-DATE < ws-rcl-today
               add 1 to ws-dorm-prior
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an account that moved today, judged rule by rule - each hit *
      *** opens its own case                                           *
      ***--------------------------------------------------------------*
       baml-judge-account section.
       baml-judge-account-para.
           if ws-rapd-is-on
               and ws-rapd-in > 0
               and ws-rapd-in not < ws-rapd-amount
               and ws-rapd-out * 100 not < ws-rapd-in * ws-rapd-percent
               move 'RAPD' to ws-hit-rule
               move ws-rapd-from to ws-hit-from
               move ws-rapd-hits to ws-hit-count
               compute ws-hit-amount = ws-rapd-in + ws-rapd-out
               end-compute
               move ws-rapd-in to ws-amt-disp
               move ws-rapd-out to ws-amt2-disp
               move spaces to ws-hit-summary
               string 'IN ' ws-amt-disp ' OUT ' ws-amt2-disp
                   into ws-hit-summary
               perform baml-open-case
           end-if
           if ws-smlb-is-on
               and ws-small-count > 0
               and ws-small-count not < ws-smlb-count
               and ws-large-debit > 0
               move 'SMLB' to ws-hit-rule
               move ws-smlb-from to ws-hit-from
               compute ws-hit-count = ws-small-count + 1
               end-compute
               compute ws-hit-amount = ws-small-total + ws-large-debit
               end-compute
               move ws-small-count to ws-cnt-disp
               move ws-large-debit to ws-amt-disp
               move spaces to ws-hit-summary
               string ws-cnt-disp ' SMALL CR, DEBIT ' ws-amt-disp
                   into ws-hit-summary
               perform baml-open-case
           end-if
           if ws-rond-is-on
               and ws-round-was-today
               and ws-round-count not < ws-rond-count
               move 'ROND' to ws-hit-rule
               move ws-rond-from to ws-hit-from
               move ws-round-count to ws-hit-count
               move ws-round-total to ws-hit-amount
               move ws-round-count to ws-cnt-disp
               move ws-round-total to ws-amt-disp
               move spaces to ws-hit-summary
               string ws-cnt-disp ' ROUND TRANSFERS ' ws-amt-disp
                   into ws-hit-summary
               perform baml-open-case
           end-if
           if ws-dorm-is-on
               and ws-dorm-prior = 0
               and ws-today-moved > 0
               and ws-today-moved not < ws-dorm-amount
               perform baml-check-older
               if ws-has-older-history
                   move 'DORM' to ws-hit-rule
                   move ws-rcl-today to ws-hit-from
                   move ws-today-count to ws-hit-count
                   move ws-today-moved to ws-hit-amount
                   move ws-dorm-window to ws-days-disp
                   move ws-today-moved to ws-amt-disp
                   move spaces to ws-hit-summary
                   string 'QUIET ' ws-days-disp ' DAYS, MOVED '
                       ws-amt-disp
                       into ws-hit-summary
                   perform baml-open-case
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a quiet spell only means dormancy on an account that was    *
      *** used before it - a brand-new account is not reawakened      *
      ***--------------------------------------------------------------*
       baml-check-older section.
       baml-check-older-para.
           move 'N' to ws-older-history
           move ACCTMAST-ACCTNO to POSTHIST-ACCTNO
           move 0 to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           start POSTHIST-FILE key not < POSTHIST-KEY
               invalid key
                   continue
           end-start
           if ws-posthist-ok
               read POSTHIST-FILE next record
                   at end
                       continue
               end-read
               if ws-posthist-ok
                   and POSTHIST-ACCTNO = ACCTMAST-ACCTNO
                   and POSTHIST-DATE < ws-dorm-from
                   move 'Y' to ws-older-history
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the hit as a new case unless the account already has  *
      *** an open case under the same rule                             *
      ***--------------------------------------------------------------*
       baml-open-case section.
       baml-open-case-para.
           perform baml-find-open-case
           if ws-case-already-open
               add 1 to ws-cases-already
           else
               if not ws-custno-was-looked
                   perform baml-find-custno
               end-if
               move spaces to AMLCASE-RECORD
               move ACCTMAST-ACCTNO to AMLCASE-ACCTNO
               move ws-hit-rule to AMLCASE-RULE-ID
               move ws-rcl-today to AMLCASE-OPEN-DATE
               move 'O' to AMLCASE-STATUS
               move ws-hit-custno to AMLCASE-CUSTNO
               move ws-hit-from to AMLCASE-WINDOW-FROM
               move ws-hit-count to AMLCASE-HIT-COUNT
               move ws-hit-amount to AMLCASE-HIT-AMOUNT
               move ws-hit-summary to AMLCASE-SUMMARY
               move 0 to AMLCASE-DECIDED-DATE
               write AMLCASE-RECORD
                   invalid key
                       add 1 to ws-cases-already
               end-write
               if ws-amlcase-ok
                   add 1 to ws-cases-opened
                   move ws-hit-count to ws-cnt-disp
                   move spaces to ws-spool-text
                   string ACCTMAST-ACCTNO ' ' ws-hit-rule ' '
                       ws-hit-custno ' ' ws-cnt-disp ' '
                       ws-hit-summary
                       into ws-spool-text
                   perform baml-spool-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       baml-find-open-case section.
       baml-find-open-case-para.
           move 'N' to ws-case-open
           move ACCTMAST-ACCTNO to AMLCASE-ACCTNO
           move ws-hit-rule to AMLCASE-RULE-ID
           move 0 to AMLCASE-OPEN-DATE
           start AMLCASE-FILE key not < AMLCASE-KEY
               invalid key
                   continue
           end-start
           if ws-amlcase-ok
               move 'Y' to ws-more-cases
               perform baml-find-open-case-next
                   until not ws-more-case-recs
                      or ws-case-already-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       baml-find-open-case-next section.
       baml-find-open-case-next-para.
           read AMLCASE-FILE next record
               at end
                   move 'N' to ws-more-cases
           end-read
           if ws-more-case-recs
               if AMLCASE-ACCTNO not = ACCTMAST-ACCTNO
                   or AMLCASE-RULE-ID not = ws-hit-rule
                   move 'N' to ws-more-cases
               else
                   if AMLCASE-IS-OPEN
                       move 'Y' to ws-case-open
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's primary holder, for the investigator; the     *
      *** first holder on file when none is marked primary            *
      ***--------------------------------------------------------------*
       baml-find-custno section.
       baml-find-custno-para.
           move 'Y' to ws-custno-looked
           move spaces to ws-hit-custno
           if ws-acctxref-is-open
               move ACCTMAST-ACCTNO to ACCTXREF-ACCTNO
               move low-values to ACCTXREF-CUSTNO
               start ACCTXREF-FILE key not < ACCTXREF-KEY
                   invalid key
                       continue
               end-start
               if ws-acctxref-ok
                   move 'Y' to ws-more-xref
                   perform baml-find-custno-next
                       until not ws-more-xref-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       baml-find-custno-next section.
       baml-find-custno-next-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-more-xref
           end-read
           if ws-more-xref-recs
               if ACCTXREF-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-more-xref
               else
                   if ws-hit-custno = spaces
                       move ACCTXREF-CUSTNO to ws-hit-custno
                   end-if
                   if ACCTXREF-IS-PRIMARY
                       move ACCTXREF-CUSTNO to ws-hit-custno
                       move 'N' to ws-more-xref
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       baml-write-trailer section.
       baml-write-trailer-para.
           move ws-accounts-moved to ws-report-count
           move spaces to ws-spool-text
           string 'ACCOUNTS THAT MOVED ' ws-report-count
               into ws-spool-text
           perform baml-spool-line
           move ws-cases-opened to ws-report-count
           move spaces to ws-spool-text
           string 'CASES OPENED        ' ws-report-count
               into ws-spool-text
           perform baml-spool-line
           move ws-cases-already to ws-report-count
           move spaces to ws-spool-text
           string 'HITS ALREADY OPEN   ' ws-report-count
               into ws-spool-text
           perform baml-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the month's statistics are due only on the night ETPBPCL    *
      *** moved the POSTCTRL 'CLOSEDTO' row onto it                    *
      ***--------------------------------------------------------------*
       baml-judge-period section.
       baml-judge-period-para.
           move ws-rcl-today(1:6) to ws-close-period
           open input POSTCTRL-FILE
           if ws-postctrl-ok
               move 'CLOSEDTO' to POSTCTRL-CNAME
               read POSTCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-postctrl-ok
                   and POSTCTRL-TOTAL = ws-close-period
                   move 'Y' to ws-period-closed
               end-if
               close POSTCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every case on file, counted against the closing month by    *
      *** rule: opened in it, decided in it either way, and still     *
      *** open at its close, with the days each decision took         *
      ***--------------------------------------------------------------*
       baml-month-statistics section.
       baml-month-statistics-para.
           display 'ETPBAML - case statistics for ' ws-close-period
           perform baml-clear-stat
               varying ws-stat-sub from 1 by 1
               until ws-stat-sub > 4
           move low-values to AMLCASE-KEY
           start AMLCASE-FILE key not < AMLCASE-KEY
               invalid key
                   continue
           end-start
           if ws-amlcase-ok
               move 'Y' to ws-more-cases
               perform baml-count-case
                   until not ws-more-case-recs
           end-if
           move spaces to ws-spool-text
           string 'AML CASE STATISTICS  PERIOD ' ws-close-period
               into ws-spool-text
           perform baml-stat-line
           move spaces to ws-spool-text
           string 'RULE  OPENED  FALSE-POS  ESCALATED  STILL-OPEN'
               '  AVG-DAYS'
               into ws-spool-text
           perform baml-stat-line
           move 0 to ws-tot-opened
           move 0 to ws-tot-false-pos
           move 0 to ws-tot-escalated
           move 0 to ws-tot-open-now
           move 0 to ws-tot-decided
           move 0 to ws-tot-days
           perform baml-spool-stat
               varying ws-stat-sub from 1 by 1
               until ws-stat-sub > 4
           move ws-tot-opened to ws-opened-disp
           move ws-tot-false-pos to ws-fp-disp
           move ws-tot-escalated to ws-esc-disp
           move ws-tot-open-now to ws-open-disp
           move 0 to ws-avg-days
           if ws-tot-decided > 0
               compute ws-avg-days rounded =
                   ws-tot-days / ws-tot-decided
               end-compute
           end-if
           move ws-avg-days to ws-avg-disp
           move spaces to ws-spool-text
           string 'ALL  ' ws-opened-disp '    ' ws-fp-disp
               '    ' ws-esc-disp '     ' ws-open-disp
               '   ' ws-avg-disp
               into ws-spool-text
           perform baml-stat-line
           exit
           .
      ***--------------------------------------------------------------*
       baml-clear-stat section.
       baml-clear-stat-para.
           move 0 to ws-stat-opened(ws-stat-sub)
           move 0 to ws-stat-false-pos(ws-stat-sub)
           move 0 to ws-stat-escalated(ws-stat-sub)
           move 0 to ws-stat-open-now(ws-stat-sub)
           move 0 to ws-stat-decided(ws-stat-sub)
           move 0 to ws-stat-days(ws-stat-sub)
           exit
           .
      ***--------------------------------------------------------------*
       baml-count-case section.
       baml-count-case-para.
           read AMLCASE-FILE next record
               at end
                   move 'N' to ws-more-cases
           end-read
           if ws-more-case-recs
               move 0 to ws-stat-hit
               perform baml-match-stat
                   varying ws-stat-sub from 1 by 1
                   until ws-stat-sub > 4
                      or ws-stat-hit > 0
               if ws-stat-hit > 0
                   if AMLCASE-OPEN-DATE(1:6) = ws-close-period
                       add 1 to ws-stat-opened(ws-stat-hit)
                   end-if
                   if AMLCASE-IS-OPEN
                       add 1 to ws-stat-open-now(ws-stat-hit)
                   else
                       if AMLCASE-DECIDED-DATE(1:6) = ws-close-period
                           if AMLCASE-IS-FALSE-POSITIVE
                               add 1 to ws-stat-false-pos(ws-stat-hit)
                           else
                               add 1 to ws-stat-escalated(ws-stat-hit)
                           end-if
                           add 1 to ws-stat-decided(ws-stat-hit)
                           compute ws-stat-days(ws-stat-hit) =
                               ws-stat-days(ws-stat-hit)
                             + function integer-of-date
                                   (AMLCASE-DECIDED-DATE)
                             - function integer-of-date
                                   (AMLCASE-OPEN-DATE)
                           end-compute
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       baml-match-stat section.
       baml-match-stat-para.
           if ws-stat-id(ws-stat-sub) = AMLCASE-RULE-ID
               move ws-stat-sub to ws-stat-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       baml-spool-stat section.
       baml-spool-stat-para.
           add ws-stat-opened(ws-stat-sub) to ws-tot-opened
           add ws-stat-false-pos(ws-stat-sub) to ws-tot-false-pos
           add ws-stat-escalated(ws-stat-sub) to ws-tot-escalated
           add ws-stat-open-now(ws-stat-sub) to ws-tot-open-now
           add ws-stat-decided(ws-stat-sub) to ws-tot-decided
           add ws-stat-days(ws-stat-sub) to ws-tot-days
           move ws-stat-opened(ws-stat-sub) to ws-opened-disp
           move ws-stat-false-pos(ws-stat-sub) to ws-fp-disp
           move ws-stat-escalated(ws-stat-sub) to ws-esc-disp
           move ws-stat-open-now(ws-stat-sub) to ws-open-disp
           move 0 to ws-avg-days
           if ws-stat-decided(ws-stat-sub) > 0
               compute ws-avg-days rounded =
                   ws-stat-days(ws-stat-sub)
                 / ws-stat-decided(ws-stat-sub)
               end-compute
           end-if
           move ws-avg-days to ws-avg-disp
           move spaces to ws-spool-text
           string ws-stat-id(ws-stat-sub) ' ' ws-opened-disp
               '    ' ws-fp-disp '    ' ws-esc-disp
               '     ' ws-open-disp '   ' ws-avg-disp
               into ws-spool-text
           perform baml-stat-line
           exit
           .
      ***--------------------------------------------------------------*
       baml-finalize section.
       baml-finalize-para.
           if ws-run-is-ok
               close ACCTMAST-FILE
               close POSTHIST-FILE
               close AMLCASE-FILE
               if ws-acctxref-is-open
                   close ACCTXREF-FILE
                   move 'N' to ws-acctxref-open
               end-if
               perform baml-spool-close
           end-if
           move ws-accounts-read to ws-report-count
           display 'ETPBAML - accounts examined     : ' ws-report-count
           move ws-accounts-moved to ws-report-count
           display 'ETPBAML - accounts that moved   : ' ws-report-count
           move ws-cases-opened to ws-report-count
           display 'ETPBAML - cases opened          : ' ws-report-count
           move ws-cases-already to ws-report-count
           display 'ETPBAML - hits already open     : ' ws-report-count
           display 'ETPBAML - AML monitoring complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       baml-spool-open section.
       baml-spool-open-para.
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
       baml-spool-line section.
       baml-spool-line-para.
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
       baml-stat-line section.
       baml-stat-line-para.
           if ws-spool-is-open
               add 1 to ws-stat-lineno
               move ws-stat-name to RPTSPOOL-NAME
               move ws-spool-date to RPTSPOOL-DATE
               move ws-stat-lineno to RPTSPOOL-LINENO
               move ws-spool-text to RPTSPOOL-TEXT
               write RPTSPOOL-RECORD
                   invalid key
                       rewrite RPTSPOOL-RECORD
               end-write
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       baml-spool-close section.
       baml-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBAML.
