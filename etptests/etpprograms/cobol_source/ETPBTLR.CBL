       identification division.

       program-id. ETPBTLR.

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

      * ETPBTLR - end-of-day teller balancing report
      * Lists the business day's teller drawers off TLRDRWR branch by
      * branch for RPTSPOOL and the ETPERPT viewer: each teller's
      * float, cash in and out, what the drawer should hold, what the
      * close counted and the overage or shortage, with the drawer's
      * standing - still open, a difference awaiting a supervisor's
      * approval, or closed (and who approved any difference).  Each
      * branch closes with its totals and a count of the drawers not
      * yet balanced, and the report with the day's grand totals, so
      * the branch can sign the day off without the paper sheets.
      * The run registers on RUNCTRL and refuses a same-day rerun
      * without the ETPBDRV override.

       environment division.

       input-output section.
       file-control.
           select TLRDRWR-FILE assign to "TLRDRWR"
               organization is indexed
               access mode is dynamic
               record key is TLRDRWR-KEY
               file status is ws-tlrdrwr-status.

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
       fd  TLRDRWR-FILE.
           copy TLRDRWR.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBTLR'.

       01  ws-tlrdrwr-status                 pic x(2).
           88  ws-tlrdrwr-ok                 value '00'.
           88  ws-tlrdrwr-absent             value '35'.
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBTLR'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-drawers-open                   pic x(1) value 'N'.
           88  ws-drawers-are-open           value 'Y'.
       01  ws-more-drawers                   pic x(1).
           88  ws-more-drawer-recs           value 'Y'.

      ***--------------------------------------------------------------*
      *** the branches with a drawer today, in the order first met -  *
      *** each is then listed on its own pass over the day's drawers  *
      ***--------------------------------------------------------------*
       01  ws-branch-table.
           03  ws-branch-entry               occurs 200 times.
               05  ws-branch-code            pic x(3).
       77  ws-branch-max                     pic 9(3) comp value 200.
       01  ws-branch-count                   pic 9(3) comp value 0.
       01  ws-branch-sub                     pic 9(3) comp.
       01  ws-branch-found                   pic x(1).
           88  ws-branch-was-found           value 'Y'.
       01  ws-cur-branch                     pic x(3).

      *    one branch's totals, then the day's
       01  ws-branch-totals.
           03  ws-br-drawers                 pic 9(5) comp.
           03  ws-br-unbalanced              pic 9(5) comp.
           03  ws-br-float                   pic s9(9)v99.
           03  ws-br-cash-in                 pic s9(9)v99.
           03  ws-br-cash-out                pic s9(9)v99.
           03  ws-br-over                    pic s9(9)v99.
           03  ws-br-short                   pic s9(9)v99.
       01  ws-grand-totals.
           03  ws-gt-drawers                 pic 9(5) comp.
           03  ws-gt-unbalanced              pic 9(5) comp.
           03  ws-gt-float                   pic s9(9)v99.
           03  ws-gt-cash-in                 pic s9(9)v99.
           03  ws-gt-cash-out                pic s9(9)v99.
           03  ws-gt-over                    pic s9(9)v99.
           03  ws-gt-short                   pic s9(9)v99.

       01  ws-expected                       pic s9(9)v99.
       01  ws-state-text                     pic x(8).
       01  ws-rpt-line.
           03  ws-rpt-userid                 pic x(8).
           03  filler                        pic x(1) value space.
           03  ws-rpt-float                  pic zzzzz9.99.
           03  ws-rpt-in                     pic zzzzzz9.99.
           03  ws-rpt-out                    pic zzzzzz9.99.
           03  ws-rpt-expected               pic -zzzzzz9.99.
           03  ws-rpt-counted                pic zzzzzz9.99.
           03  ws-rpt-diff                   pic -zzzz9.99.
           03  filler                        pic x(1) value space.
           03  ws-rpt-state                  pic x(8).
       01  ws-amount-display                 pic -zzzzzzzz9.99.
       01  ws-count-display                  pic zzzz9.
       01  ws-report-count                   pic zzzzzzz9.

      ***--------------------------------------------------------------*
      *** report spool - the balancing report for the ETPERPT viewer  *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBTLR'.

       procedure division.
       btlr-mainline section.
       btlr-mainline-para.
           perform btlr-register-start
           if ws-run-is-allowed
               perform btlr-initialize
               if ws-run-is-ok and ws-drawers-are-open
                   perform btlr-collect-branches
                   perform btlr-report-branch
                       varying ws-branch-sub from 1 by 1
                       until ws-branch-sub > ws-branch-count
                   perform btlr-report-totals
               end-if
               perform btlr-finalize
               perform btlr-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL, *
      *** refusing a same-day rerun without the ETPBDRV override      *
      ***--------------------------------------------------------------*
       btlr-register-start section.
       btlr-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform btlr-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBTLR - RUNCTRL not available, status='
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
               if ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBTLR - already run today, '
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
       btlr-load-business-date section.
       btlr-load-business-date-para.
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
       btlr-register-end section.
       btlr-register-end-para.
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
      *** no drawer file yet means no teller has opened a drawer -    *
      *** the report says so and the run completes                    *
      ***--------------------------------------------------------------*
       btlr-initialize section.
       btlr-initialize-para.
           display 'ETPBTLR - teller balancing for ' ws-rcl-today
           initialize ws-grand-totals
           perform btlr-spool-open
           if not ws-spool-is-open
               display 'ETPBTLR - unable to open RPTSPOOL, status='
                   ws-rptspool-status
               move 'N' to ws-run-ok
           else
               move spaces to ws-spool-text
               string 'TELLER BALANCING FOR ' ws-rcl-today
                   into ws-spool-text
               perform btlr-spool-line
               open input TLRDRWR-FILE
               if ws-tlrdrwr-ok
                   move 'Y' to ws-drawers-open
               else
                   if not ws-tlrdrwr-absent
                       display 'ETPBTLR - unable to open TLRDRWR, '
                           'status=' ws-tlrdrwr-status
                       move 'N' to ws-run-ok
                   end-if
                   move 'NO TELLER DRAWERS ON FILE' to ws-spool-text
                   perform btlr-spool-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** positions the drawer file at the business day's first row   *
      ***--------------------------------------------------------------*
       btlr-start-day section.
       btlr-start-day-para.
           move 'Y' to ws-more-drawers
           move ws-rcl-today to TLRDRWR-DATE
           move low-values to TLRDRWR-USERID
           start TLRDRWR-FILE key not < TLRDRWR-KEY
               invalid key
                   move 'N' to ws-more-drawers
           end-start
           exit
           .
      ***--------------------------------------------------------------*
       btlr-read-drawer section.
       btlr-read-drawer-para.
           read TLRDRWR-FILE next record
               at end
                   move 'N' to ws-more-drawers
           end-read
           if ws-more-drawer-recs
               and TLRDRWR-DATE not = ws-rcl-today
               move 'N' to ws-more-drawers
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the first pass - every branch with a drawer today           *
      ***--------------------------------------------------------------*
       btlr-collect-branches section.
       btlr-collect-branches-para.
           perform btlr-start-day
           if ws-more-drawer-recs
               perform btlr-read-drawer
           end-if
           perform btlr-collect-one
               until not ws-more-drawer-recs
           if ws-branch-count = 0
               move 'NO TELLER DRAWERS FOR THE DAY' to ws-spool-text
               perform btlr-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       btlr-collect-one section.
       btlr-collect-one-para.
           move 'N' to ws-branch-found
           perform btlr-match-branch
               varying ws-branch-sub from 1 by 1
               until ws-branch-sub > ws-branch-count
                  or ws-branch-was-found
           if not ws-branch-was-found
               if ws-branch-count < ws-branch-max
                   add 1 to ws-branch-count
                   move TLRDRWR-BRANCH
                       to ws-branch-code(ws-branch-count)
               else
                   display 'ETPBTLR - branch table full, branch '
                       TLRDRWR-BRANCH ' not reported'
               end-if
           end-if
           perform btlr-read-drawer
           exit
           .
      ***--------------------------------------------------------------*
       btlr-match-branch section.
       btlr-match-branch-para.
           if ws-branch-code(ws-branch-sub) = TLRDRWR-BRANCH
               move 'Y' to ws-branch-found
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one branch - its heading, a line per drawer and its totals  *
      ***--------------------------------------------------------------*
       btlr-report-branch section.
       btlr-report-branch-para.
           move ws-branch-code(ws-branch-sub) to ws-cur-branch
           initialize ws-branch-totals
           move spaces to ws-spool-text
           perform btlr-spool-line
           string 'BRANCH ' ws-cur-branch
               into ws-spool-text
           perform btlr-spool-line
           move spaces to ws-spool-text
           string 'TELLER       FLOAT   CASH IN  CASH OUT'
               '   EXPECTED   COUNTED     DIFF STATE'
               into ws-spool-text
           perform btlr-spool-line
           perform btlr-start-day
           if ws-more-drawer-recs
               perform btlr-read-drawer
           end-if
           perform btlr-report-drawer
               until not ws-more-drawer-recs
           move ws-br-drawers to ws-count-display
           move spaces to ws-spool-text
           string '  drawers ' ws-count-display
               delimited by size into ws-spool-text
           move ws-br-unbalanced to ws-count-display
           move ws-count-display to ws-spool-text(20:5)
           move 'not balanced' to ws-spool-text(26:12)
           perform btlr-spool-line
           move ws-br-cash-in to ws-amount-display
           move spaces to ws-spool-text
           string '  cash in  ' ws-amount-display
               delimited by size into ws-spool-text
           move ws-br-cash-out to ws-amount-display
           move 'cash out' to ws-spool-text(30:8)
           move ws-amount-display to ws-spool-text(39:13)
           perform btlr-spool-line
           move ws-br-over to ws-amount-display
           move spaces to ws-spool-text
           string '  over     ' ws-amount-display
               delimited by size into ws-spool-text
           move ws-br-short to ws-amount-display
           move 'short' to ws-spool-text(30:5)
           move ws-amount-display to ws-spool-text(39:13)
           perform btlr-spool-line
           add ws-br-drawers to ws-gt-drawers
           add ws-br-unbalanced to ws-gt-unbalanced
           add ws-br-float to ws-gt-float
           add ws-br-cash-in to ws-gt-cash-in
           add ws-br-cash-out to ws-gt-cash-out
           add ws-br-over to ws-gt-over
           add ws-br-short to ws-gt-short
           exit
           .
      ***--------------------------------------------------------------*
      *** a drawer of the branch being listed - the others wait for   *
      *** their own branch's pass                                     *
      ***--------------------------------------------------------------*
       btlr-report-drawer section.
       btlr-report-drawer-para.
           if TLRDRWR-BRANCH = ws-cur-branch
               compute ws-expected = TLRDRWR-OPEN-FLOAT
                   + TLRDRWR-CASH-IN - TLRDRWR-CASH-OUT
               end-compute
               move TLRDRWR-USERID to ws-rpt-userid
               move TLRDRWR-OPEN-FLOAT to ws-rpt-float
               move TLRDRWR-CASH-IN to ws-rpt-in
               move TLRDRWR-CASH-OUT to ws-rpt-out
               move ws-expected to ws-rpt-expected
               add 1 to ws-br-drawers
               add TLRDRWR-OPEN-FLOAT to ws-br-float
               add TLRDRWR-CASH-IN to ws-br-cash-in
               add TLRDRWR-CASH-OUT to ws-br-cash-out
               evaluate true
                   when TLRDRWR-IS-OPEN
                       move 0 to ws-rpt-counted
                       move 0 to ws-rpt-diff
                       move 'OPEN' to ws-rpt-state
                       add 1 to ws-br-unbalanced
                   when TLRDRWR-IS-DIFF-PENDING
                       move TLRDRWR-COUNTED to ws-rpt-counted
                       move TLRDRWR-DIFFERENCE to ws-rpt-diff
                       move 'APPROVAL' to ws-rpt-state
                       add 1 to ws-br-unbalanced
                   when other
                       move TLRDRWR-COUNTED to ws-rpt-counted
                       move TLRDRWR-DIFFERENCE to ws-rpt-diff
                       if TLRDRWR-DIFFERENCE = 0
                           move 'BALANCED' to ws-rpt-state
                       else
                           move TLRDRWR-APPROVER to ws-rpt-state
                           if TLRDRWR-DIFFERENCE > 0
                               add TLRDRWR-DIFFERENCE to ws-br-over
                           else
                               subtract TLRDRWR-DIFFERENCE
                                   from ws-br-short
                           end-if
                       end-if
               end-evaluate
               move ws-rpt-line to ws-spool-text
               perform btlr-spool-line
           end-if
           perform btlr-read-drawer
           exit
           .
      ***--------------------------------------------------------------*
       btlr-report-totals section.
       btlr-report-totals-para.
           move spaces to ws-spool-text
           perform btlr-spool-line
           move ws-gt-drawers to ws-count-display
           move spaces to ws-spool-text
           string 'ALL BRANCHES drawers ' ws-count-display
               delimited by size into ws-spool-text
           move ws-gt-unbalanced to ws-count-display
           move ws-count-display to ws-spool-text(30:5)
           move 'not balanced' to ws-spool-text(36:12)
           perform btlr-spool-line
           move ws-gt-cash-in to ws-amount-display
           move spaces to ws-spool-text
           string '  cash in  ' ws-amount-display
               delimited by size into ws-spool-text
           move ws-gt-cash-out to ws-amount-display
           move 'cash out' to ws-spool-text(30:8)
           move ws-amount-display to ws-spool-text(39:13)
           perform btlr-spool-line
           move ws-gt-over to ws-amount-display
           move spaces to ws-spool-text
           string '  over     ' ws-amount-display
               delimited by size into ws-spool-text
           move ws-gt-short to ws-amount-display
           move 'short' to ws-spool-text(30:5)
           move ws-amount-display to ws-spool-text(39:13)
           perform btlr-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       btlr-finalize section.
       btlr-finalize-para.
           if ws-drawers-are-open
               close TLRDRWR-FILE
           end-if
           perform btlr-spool-close
           move ws-branch-count to ws-report-count
           display 'ETPBTLR - branches reported   : ' ws-report-count
           move ws-gt-drawers to ws-report-count
           display 'ETPBTLR - drawers listed      : ' ws-report-count
           move ws-gt-unbalanced to ws-report-count
           display 'ETPBTLR - drawers unbalanced  : ' ws-report-count
           display 'ETPBTLR - teller balancing complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       btlr-spool-open section.
       btlr-spool-open-para.
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
       btlr-spool-line section.
       btlr-spool-line-para.
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
       btlr-spool-close section.
       btlr-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
