       identification division.

       program-id. ETPBABR.

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

      * ETPBABR - monthly average-balance report
      * For management: run early in the month, it reads the BALHIST
      * snapshots ETPBBAL wrote and reports the month just ended
      * against the month before it.  For each account with a
      * snapshot in the month it lists the average daily ledger
      * balance over the days snapshotted, the number of those days
      * the account closed overdrawn, and the growth of the average
      * on the previous month's.  The same figures, taken in base
      * currency, are totalled per product (the account type where
      * an account has no catalogue product) and per branch: the
      * sum of the accounts' average balances, their overdrawn days,
      * and the growth on the previous month in amount and percent.
      * An account seen only in the previous month still counts in
      * its product's and branch's previous figure, so a run-off
      * shows as a fall.  Output goes to RPTSPOOL.

       environment division.

       input-output section.
       file-control.
           select BALHIST-FILE assign to "BALHIST"
               organization is indexed
               access mode is sequential
               record key is BALHIST-KEY
               file status is ws-balhist-status.

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

       data division.

       file section.
       fd  BALHIST-FILE.
           copy BALHIST.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBABR'.

       01  ws-balhist-status                 pic x(2).
           88  ws-balhist-ok                 value '00'.
           88  ws-balhist-absent             value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-records                   pic x(1) value 'Y'.
           88  ws-are-more-records           value 'Y'.

      ***--------------------------------------------------------------*
      *** the report month - the calendar month before the business   *
      *** date's - and the month before that to measure growth on     *
      ***--------------------------------------------------------------*
       01  ws-today                          pic 9(8).
       01  ws-month-work                     pic 9(8).
       01  filler redefines ws-month-work.
           03  ws-month-yyyy                 pic 9(4).
           03  ws-month-mm                   pic 9(2).
           03  ws-month-dd                   pic 9(2).
       01  ws-rpt-start                      pic 9(8).
       01  ws-rpt-end                        pic 9(8).
       01  ws-prv-start                      pic 9(8).
       01  ws-prv-end                        pic 9(8).
       01  ws-date-int                       pic s9(9) comp.

      ***--------------------------------------------------------------*
      *** account break - BALHIST is account-major, so one account's  *
      *** days arrive together                                        *
      ***--------------------------------------------------------------*
       01  ws-cur-acctno                     pic x(10) value spaces.
       01  ws-cur-product                    pic x(6).
       01  ws-cur-branch                     pic x(3).
       01  ws-cur-currency                   pic x(3).
       01  ws-cur-days                       pic 9(3) comp.
       01  ws-cur-overdrawn                  pic 9(3) comp.
       01  ws-cur-ledger-sum                 pic s9(13)v99 comp-3.
       01  ws-cur-base-sum                   pic s9(15)v99 comp-3.
       01  ws-prv-days                       pic 9(3) comp.
       01  ws-prv-ledger-sum                 pic s9(13)v99 comp-3.
       01  ws-prv-base-sum                   pic s9(15)v99 comp-3.
       01  ws-cur-avg                        pic s9(11)v99 comp-3.
       01  ws-prv-avg                        pic s9(11)v99 comp-3.
       01  ws-cur-base-avg                   pic s9(13)v99 comp-3.
       01  ws-prv-base-avg                   pic s9(13)v99 comp-3.
       01  ws-growth                         pic s9(13)v99 comp-3.
       01  ws-growth-pct                     pic s9(5)v9 comp-3.

      ***--------------------------------------------------------------*
      *** product and branch totals, in base currency - a slot is     *
      *** taken on first sight                                        *
      ***--------------------------------------------------------------*
       77  ws-grp-max                        pic 9(3) value 100.
       01  ws-grp-key                        pic x(6).
       01  ws-grp-hit                        pic 9(3).
       01  ws-grp-sub                        pic 9(3).
       01  ws-grp-found                      pic x(1).
           88  ws-grp-was-found              value 'Y'.
       01  ws-prd-count                      pic 9(3) value 0.
       01  ws-prd-table.
           03  ws-prd-slot occurs 100 times.
               05  ws-prd-key                pic x(6).
               05  ws-prd-accts              pic 9(5) comp.
               05  ws-prd-overdrawn          pic 9(7) comp.
               05  ws-prd-cur-avg            pic s9(15)v99 comp-3.
               05  ws-prd-prv-avg            pic s9(15)v99 comp-3.
       01  ws-brn-count                      pic 9(3) value 0.
       01  ws-brn-table.
           03  ws-brn-slot occurs 100 times.
               05  ws-brn-key                pic x(6).
               05  ws-brn-accts              pic 9(5) comp.
               05  ws-brn-overdrawn          pic 9(7) comp.
               05  ws-brn-cur-avg            pic s9(15)v99 comp-3.
               05  ws-brn-prv-avg            pic s9(15)v99 comp-3.
       01  ws-grp-overflow                   pic 9(5) comp value 0.

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBABR'.

       01  ws-rows-read                      pic 9(7) comp value 0.
       01  ws-accts-listed                   pic 9(7) comp value 0.
       01  ws-accts-overdrawn                pic 9(7) comp value 0.

       01  ws-avg-disp                       pic -(9)9.99.
       01  ws-grw-disp                       pic -(9)9.99.
       01  ws-tot-disp                       pic -(11)9.99.
       01  ws-tgr-disp                       pic -(11)9.99.
       01  ws-pct-disp                       pic -(4)9.9.
       01  ws-days-disp                      pic zz9.
       01  ws-report-count                   pic zzzz9.
       01  ws-report-count2                  pic zzzzzz9.

       procedure division.
       babr-mainline section.
       babr-mainline-para.
           perform babr-initialize
           if ws-run-is-ok
               perform babr-process-row
                   until not ws-are-more-records
               if ws-cur-acctno not = spaces
                   perform babr-account-total
               end-if
               perform babr-list-products
               perform babr-list-branches
           end-if
           perform babr-finalize
           stop run
           .
      ***--------------------------------------------------------------*
       babr-initialize section.
       babr-initialize-para.
           display 'ETPBABR - monthly average-balance report'
           perform babr-load-business-date
           perform babr-set-months
           perform babr-spool-open
           move spaces to ws-spool-text
           string 'Average daily balances ' ws-rpt-start
               ' to ' ws-rpt-end ' against ' ws-prv-start
               ' to ' ws-prv-end
               into ws-spool-text
           perform babr-spool-line
           open input BALHIST-FILE
           if ws-balhist-absent
               display 'ETPBABR - no balance history on file'
               move 'N' to ws-run-ok
               move 'N' to ws-more-records
           else
           if not ws-balhist-ok
               display 'ETPBABR - unable to open BALHIST, status='
                   ws-balhist-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-records
           else
               move spaces to ws-spool-text
               string 'account    prod   brn ccy   average balance'
                   ' od    growth on prior'
                   into ws-spool-text
               perform babr-spool-line
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       babr-load-business-date section.
       babr-load-business-date-para.
           move function current-date(1:8) to ws-today
           open input BUSCTRL-FILE
           if ws-busctrl-ok
               move 'BUSDATE ' to BUSCTRL-CNAME
               read BUSCTRL-FILE
                   invalid key
                       continue
               end-read
               if not ws-busctrl-notfnd
                   and BUSCTRL-DATE not = 0
                   move BUSCTRL-DATE to ws-today
               end-if
               close BUSCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** first and last days of the report month and of the month    *
      *** before it, worked back from the first of the business month *
      ***--------------------------------------------------------------*
       babr-set-months section.
       babr-set-months-para.
           move ws-today to ws-month-work
           move 1 to ws-month-dd
           compute ws-date-int =
               function integer-of-date(ws-month-work) - 1
           end-compute
           compute ws-rpt-end =
               function date-of-integer(ws-date-int)
           end-compute
           move ws-rpt-end to ws-month-work
           move 1 to ws-month-dd
           move ws-month-work to ws-rpt-start
           compute ws-date-int =
               function integer-of-date(ws-rpt-start) - 1
           end-compute
           compute ws-prv-end =
               function date-of-integer(ws-date-int)
           end-compute
           move ws-prv-end to ws-month-work
           move 1 to ws-month-dd
           move ws-month-work to ws-prv-start
           exit
           .
      ***--------------------------------------------------------------*
      *** one snapshot - a new account closes off the one before it;  *
      *** days outside the two months are passed over                 *
      ***--------------------------------------------------------------*
       babr-process-row section.
       babr-process-row-para.
           read BALHIST-FILE next record
               at end
                   move 'N' to ws-more-records
           end-read
           if ws-are-more-records
               add 1 to ws-rows-read
               if BALHIST-DATE >= ws-prv-start
                   and BALHIST-DATE <= ws-rpt-end
                   if BALHIST-ACCTNO not = ws-cur-acctno
                       if ws-cur-acctno not = spaces
                           perform babr-account-total
                       end-if
                       perform babr-account-start
                   end-if
                   perform babr-account-day
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       babr-account-start section.
       babr-account-start-para.
           move BALHIST-ACCTNO to ws-cur-acctno
           move 0 to ws-cur-days
           move 0 to ws-cur-overdrawn
           move 0 to ws-cur-ledger-sum
           move 0 to ws-cur-base-sum
           move 0 to ws-prv-days
           move 0 to ws-prv-ledger-sum
           move 0 to ws-prv-base-sum
           exit
           .
      ***--------------------------------------------------------------*
      *** the latest day's product, branch and currency stand for the *
      *** account                                                     *
      ***--------------------------------------------------------------*
       babr-account-day section.
       babr-account-day-para.
           move BALHIST-PRODUCT to ws-cur-product
           if ws-cur-product = spaces
               move BALHIST-ACCT-TYPE to ws-cur-product
           end-if
           move BALHIST-BRANCH to ws-cur-branch
           move BALHIST-CURRENCY to ws-cur-currency
           if BALHIST-DATE >= ws-rpt-start
               add 1 to ws-cur-days
               add BALHIST-LEDGER to ws-cur-ledger-sum
               add BALHIST-BASE-EQUIV to ws-cur-base-sum
               if BALHIST-LEDGER < 0
                   add 1 to ws-cur-overdrawn
               end-if
           else
               add 1 to ws-prv-days
               add BALHIST-LEDGER to ws-prv-ledger-sum
               add BALHIST-BASE-EQUIV to ws-prv-base-sum
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's averages - listed when it was on the book in  *
      *** the report month, and added to its product and branch       *
      ***--------------------------------------------------------------*
       babr-account-total section.
       babr-account-total-para.
           move 0 to ws-cur-avg
           move 0 to ws-prv-avg
           move 0 to ws-cur-base-avg
           move 0 to ws-prv-base-avg
           if ws-cur-days > 0
               compute ws-cur-avg rounded =
                   ws-cur-ledger-sum / ws-cur-days
               end-compute
               compute ws-cur-base-avg rounded =
                   ws-cur-base-sum / ws-cur-days
               end-compute
           end-if
           if ws-prv-days > 0
               compute ws-prv-avg rounded =
                   ws-prv-ledger-sum / ws-prv-days
               end-compute
               compute ws-prv-base-avg rounded =
                   ws-prv-base-sum / ws-prv-days
               end-compute
           end-if
           if ws-cur-days > 0
               add 1 to ws-accts-listed
               if ws-cur-overdrawn > 0
                   add 1 to ws-accts-overdrawn
               end-if
               compute ws-growth = ws-cur-avg - ws-prv-avg
               move ws-cur-avg to ws-avg-disp
               move ws-growth to ws-grw-disp
               move ws-cur-overdrawn to ws-days-disp
               move spaces to ws-spool-text
               string ws-cur-acctno ' '
                   ws-cur-product ' '
                   ws-cur-branch ' '
                   ws-cur-currency ' '
                   ws-avg-disp ' '
                   ws-days-disp ' '
                   ws-grw-disp
                   into ws-spool-text
               perform babr-spool-line
           end-if
           move ws-cur-product to ws-grp-key
           perform babr-find-product
           if ws-grp-hit > 0
               if ws-cur-days > 0
                   add 1 to ws-prd-accts(ws-grp-hit)
               end-if
               add ws-cur-overdrawn to ws-prd-overdrawn(ws-grp-hit)
               add ws-cur-base-avg to ws-prd-cur-avg(ws-grp-hit)
               add ws-prv-base-avg to ws-prd-prv-avg(ws-grp-hit)
           end-if
           move ws-cur-branch to ws-grp-key
           perform babr-find-branch
           if ws-grp-hit > 0
               if ws-cur-days > 0
                   add 1 to ws-brn-accts(ws-grp-hit)
               end-if
               add ws-cur-overdrawn to ws-brn-overdrawn(ws-grp-hit)
               add ws-cur-base-avg to ws-brn-cur-avg(ws-grp-hit)
               add ws-prv-base-avg to ws-brn-prv-avg(ws-grp-hit)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       babr-find-product section.
       babr-find-product-para.
           move 'N' to ws-grp-found
           move 0 to ws-grp-sub
           perform babr-find-product-scan
               until ws-grp-was-found
                  or ws-grp-sub >= ws-prd-count
           if ws-grp-was-found
               move ws-grp-sub to ws-grp-hit
           else
           if ws-prd-count < ws-grp-max
               add 1 to ws-prd-count
               move ws-prd-count to ws-grp-hit
               move ws-grp-key to ws-prd-key(ws-grp-hit)
               move 0 to ws-prd-accts(ws-grp-hit)
               move 0 to ws-prd-overdrawn(ws-grp-hit)
               move 0 to ws-prd-cur-avg(ws-grp-hit)
               move 0 to ws-prd-prv-avg(ws-grp-hit)
           else
               move 0 to ws-grp-hit
               add 1 to ws-grp-overflow
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       babr-find-product-scan section.
       babr-find-product-scan-para.
           add 1 to ws-grp-sub
           if ws-prd-key(ws-grp-sub) = ws-grp-key
               move 'Y' to ws-grp-found
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       babr-find-branch section.
       babr-find-branch-para.
           move 'N' to ws-grp-found
           move 0 to ws-grp-sub
           perform babr-find-branch-scan
               until ws-grp-was-found
                  or ws-grp-sub >= ws-brn-count
           if ws-grp-was-found
               move ws-grp-sub to ws-grp-hit
           else
           if ws-brn-count < ws-grp-max
               add 1 to ws-brn-count
               move ws-brn-count to ws-grp-hit
               move ws-grp-key to ws-brn-key(ws-grp-hit)
               move 0 to ws-brn-accts(ws-grp-hit)
               move 0 to ws-brn-overdrawn(ws-grp-hit)
               move 0 to ws-brn-cur-avg(ws-grp-hit)
               move 0 to ws-brn-prv-avg(ws-grp-hit)
           else
               move 0 to ws-grp-hit
               add 1 to ws-grp-overflow
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       babr-find-branch-scan section.
       babr-find-branch-scan-para.
           add 1 to ws-grp-sub
           if ws-brn-key(ws-grp-sub) = ws-grp-key
               move 'Y' to ws-grp-found
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       babr-list-products section.
       babr-list-products-para.
           move spaces to ws-spool-text
           string 'BY PRODUCT (base)  accts     average balance'
               '  od days        growth      %'
               into ws-spool-text
           perform babr-spool-line
           perform babr-list-product
               varying ws-grp-sub from 1 by 1
               until ws-grp-sub > ws-prd-count
           exit
           .
      ***--------------------------------------------------------------*
       babr-list-product section.
       babr-list-product-para.
           move ws-prd-key(ws-grp-sub) to ws-grp-key
           move ws-prd-accts(ws-grp-sub) to ws-report-count
           move ws-prd-overdrawn(ws-grp-sub) to ws-report-count2
           move ws-prd-cur-avg(ws-grp-sub) to ws-cur-base-avg
           move ws-prd-prv-avg(ws-grp-sub) to ws-prv-base-avg
           perform babr-group-line
           exit
           .
      ***--------------------------------------------------------------*
       babr-list-branches section.
       babr-list-branches-para.
           move spaces to ws-spool-text
           string 'BY BRANCH (base)   accts     average balance'
               '  od days        growth      %'
               into ws-spool-text
           perform babr-spool-line
           perform babr-list-branch
               varying ws-grp-sub from 1 by 1
               until ws-grp-sub > ws-brn-count
           exit
           .
      ***--------------------------------------------------------------*
       babr-list-branch section.
       babr-list-branch-para.
           move ws-brn-key(ws-grp-sub) to ws-grp-key
           move ws-brn-accts(ws-grp-sub) to ws-report-count
           move ws-brn-overdrawn(ws-grp-sub) to ws-report-count2
           move ws-brn-cur-avg(ws-grp-sub) to ws-cur-base-avg
           move ws-brn-prv-avg(ws-grp-sub) to ws-prv-base-avg
           perform babr-group-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one product or branch - the percentage is left blank where  *
      *** the group held nothing the month before                     *
      ***--------------------------------------------------------------*
       babr-group-line section.
       babr-group-line-para.
           compute ws-growth = ws-cur-base-avg - ws-prv-base-avg
           move ws-cur-base-avg to ws-tot-disp
           move ws-growth to ws-tgr-disp
           move spaces to ws-spool-text
           if ws-prv-base-avg = 0
               string '  ' ws-grp-key '          '
                   ws-report-count ' '
                   ws-tot-disp ' '
                   ws-report-count2 ' '
                   ws-tgr-disp
                   into ws-spool-text
           else
               compute ws-growth-pct rounded =
                   ws-growth * 100 / ws-prv-base-avg
                   on size error
                       move 0 to ws-growth-pct
               end-compute
               move ws-growth-pct to ws-pct-disp
               string '  ' ws-grp-key '          '
                   ws-report-count ' '
                   ws-tot-disp ' '
                   ws-report-count2 ' '
                   ws-tgr-disp ' '
                   ws-pct-disp
                   into ws-spool-text
           end-if
           perform babr-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       babr-finalize section.
       babr-finalize-para.
           if ws-run-is-ok
               close BALHIST-FILE
           end-if
           move ws-rows-read to ws-report-count2
           display 'ETPBABR - history rows read     : ' ws-report-count2
           move ws-accts-listed to ws-report-count2
           display 'ETPBABR - accounts listed       : ' ws-report-count2
           move ws-accts-overdrawn to ws-report-count2
           display 'ETPBABR - accounts overdrawn    : ' ws-report-count2
           if ws-grp-overflow > 0
               move ws-grp-overflow to ws-report-count2
               display 'ETPBABR - accounts past the product/branch'
                   ' tables: ' ws-report-count2
           end-if
           if ws-spool-is-open
               move ws-accts-listed to ws-report-count
               move ws-accts-overdrawn to ws-report-count2
               move spaces to ws-spool-text
               string 'accounts : ' ws-report-count
                   '  overdrawn in the month : ' ws-report-count2
                   into ws-spool-text
               perform babr-spool-line
               perform babr-spool-close
           end-if
           display 'ETPBABR - average-balance report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       babr-spool-open section.
       babr-spool-open-para.
           open i-o RPTSPOOL-FILE
           if ws-rptspool-absent
               open output RPTSPOOL-FILE
               close RPTSPOOL-FILE
               open i-o RPTSPOOL-FILE
           end-if
           if ws-rptspool-ok
               move 'Y' to ws-spool-open
               move ws-today to ws-spool-date
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       babr-spool-line section.
       babr-spool-line-para.
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
       babr-spool-close section.
       babr-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBABR.
