       identification division.

       program-id. ETPBBAL.

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


      * ETPBBAL - daily balance history snapshot
      * Runs after ETPBPST has applied the day's postings and writes
      * one BALHIST row per account for the business day: the ledger
      * and memo balances as they closed, the ledger balance priced
      * to base at the EXRATE rate in force that day, and the
      * account's type, product and branch.  Closed accounts are
      * left out.  A foreign balance with no effective rate is
      * written with a zero base figure and counted unpriced.  The
      * history feeds ETPBABR's monthly average-balance report and
      * is aged out by ETPBRET under the RETNTBL policy.  The run
      * registers on RUNCTRL like the rest of the chain; a rerun
      * under the ETPBDRV override simply rewrites the day's rows.

       environment division.

       input-output section.
       file-control.
           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select EXRATE-FILE assign to "EXRATE"
               organization is indexed
               access mode is dynamic
               record key is EXRATE-KEY
               file status is ws-exrate-status.

           select BALHIST-FILE assign to "BALHIST"
               organization is indexed
               access mode is dynamic
               record key is BALHIST-KEY
               file status is ws-balhist-status.

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

       fd  EXRATE-FILE.
           copy EXRATE.

       fd  BALHIST-FILE.
           copy BALHIST.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBBAL'.

       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-exrate-status                  pic x(2).
           88  ws-exrate-ok                  value '00'.
       01  ws-exrate-open                    pic x(1) value 'N'.
           88  ws-exrate-is-open             value 'Y'.
       01  ws-balhist-status                 pic x(2).
           88  ws-balhist-ok                 value '00'.
           88  ws-balhist-absent             value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, after ETPBPST has         *
      *** completed for the business day                              *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBBAL'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-more-accounts                  pic x(1) value 'Y'.
           88  ws-more-account-recs          value 'Y'.
       01  ws-more-rates                     pic x(1).
           88  ws-more-rate-recs             value 'Y'.

      ***--------------------------------------------------------------*
      *** one slot per foreign currency met on the book, holding the  *
      *** rate in force on the business day - looked up on first      *
      *** sight, the ETPBFXR idiom                                     *
      ***--------------------------------------------------------------*
       77  ws-ccy-max                        pic 9(2) comp value 20.
       01  ws-ccy-count                      pic 9(2) comp value 0.
       01  ws-ccy-sub                        pic 9(2) comp.
       01  ws-ccy-hit                        pic 9(2) comp.
       01  ws-ccy-table.
           03  ws-ccy-slot occurs 20 times.
               05  ws-ccy-code               pic x(3).
               05  ws-ccy-rate               pic 9(3)v9(6).
               05  ws-ccy-rate-found         pic x(1).

       01  ws-accounts-read                  pic 9(7) comp value 0.
       01  ws-accounts-closed                pic 9(7) comp value 0.
       01  ws-rows-written                   pic 9(7) comp value 0.
       01  ws-rows-rewritten                 pic 9(7) comp value 0.
       01  ws-accounts-unpriced              pic 9(7) comp value 0.

       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bbal-mainline section.
       bbal-mainline-para.
           perform bbal-register-start
           if ws-run-is-allowed
               perform bbal-initialize
               if ws-run-is-ok
                   perform bbal-process-account
                       until not ws-more-account-recs
               end-if
               perform bbal-finalize
               perform bbal-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL, *
      *** refusing to run before ETPBPST has completed, and refusing  *
      *** a same-day rerun without the ETPBDRV override               *
      ***--------------------------------------------------------------*
       bbal-register-start section.
       bbal-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bbal-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBBAL - RUNCTRL not available, status='
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
                   display 'ETPBBAL - predecessor '
                       ws-rcl-predecessor
                       ' has not run today, refusing to run'
                   move 'N' to ws-run-allowed
               else
                   if not RUNCTRL-IS-COMPLETE
                       display 'ETPBBAL - predecessor '
                           ws-rcl-predecessor
                           ' has not completed, refusing to run'
                       move 'N' to ws-run-allowed
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBBAL - already run today, '
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
       bbal-load-business-date section.
       bbal-load-business-date-para.
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
       bbal-register-end section.
       bbal-register-end-para.
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
      *** the master is read, the history created on first use; the   *
      *** rate file is optional - without it only base-currency       *
      *** balances can be priced                                      *
      ***--------------------------------------------------------------*
       bbal-initialize section.
       bbal-initialize-para.
           display 'ETPBBAL - balance history for ' ws-rcl-today
           open input ACCTMAST-FILE
           if not ws-acctmast-ok
               display 'ETPBBAL - unable to open ACCTMAST, status='
                   ws-acctmast-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-accounts
           else
               open i-o BALHIST-FILE
               if ws-balhist-absent
                   open output BALHIST-FILE
                   close BALHIST-FILE
                   open i-o BALHIST-FILE
               end-if
               if not ws-balhist-ok
                   display 'ETPBBAL - unable to open BALHIST, status='
                       ws-balhist-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-accounts
                   close ACCTMAST-FILE
               else
                   open input EXRATE-FILE
                   if ws-exrate-ok
                       move 'Y' to ws-exrate-open
                   else
                       display 'ETPBBAL - EXRATE not available, '
                           'foreign balances go unpriced'
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bbal-process-account section.
       bbal-process-account-para.
           read ACCTMAST-FILE next record
               at end
                   move 'N' to ws-more-accounts
           end-read
           if ws-more-account-recs
               add 1 to ws-accounts-read
               if ACCTMAST-IS-CLOSED
                   add 1 to ws-accounts-closed
               else
                   perform bbal-write-history
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's row for the day - a rerun finds it there and  *
      *** rewrites it                                                  *
      ***--------------------------------------------------------------*
       bbal-write-history section.
       bbal-write-history-para.
           move ACCTMAST-ACCTNO to BALHIST-ACCTNO
           move ws-rcl-today to BALHIST-DATE
           move ACCTMAST-BALANCE to BALHIST-LEDGER
           move ACCTMAST-MEMO-BALANCE to BALHIST-MEMO
           move ACCTMAST-CURRENCY to BALHIST-CURRENCY
           move ACCTMAST-ACCT-TYPE to BALHIST-ACCT-TYPE
           move ACCTMAST-PRODUCT to BALHIST-PRODUCT
           move ACCTMAST-BRANCH to BALHIST-BRANCH
           if ACCTMAST-CURRENCY = spaces
               or ACCTMAST-CURRENCY = 'USD'
               move 1 to BALHIST-RATE
               move ACCTMAST-BALANCE to BALHIST-BASE-EQUIV
           else
               perform bbal-find-currency
               if ws-ccy-hit = 0
                   or ws-ccy-rate-found(ws-ccy-hit) not = 'Y'
                   add 1 to ws-accounts-unpriced
                   move 0 to BALHIST-RATE
                   move 0 to BALHIST-BASE-EQUIV
               else
                   move ws-ccy-rate(ws-ccy-hit) to BALHIST-RATE
                   compute BALHIST-BASE-EQUIV rounded =
                       ACCTMAST-BALANCE * ws-ccy-rate(ws-ccy-hit)
                   end-compute
               end-if
           end-if
           write BALHIST-RECORD
               invalid key
                   rewrite BALHIST-RECORD
                   add 1 to ws-rows-rewritten
               not invalid key
                   add 1 to ws-rows-written
           end-write
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's currency slot, taken on first sight - which   *
      *** is when its rate for the day is looked up                   *
      ***--------------------------------------------------------------*
       bbal-find-currency section.
       bbal-find-currency-para.
           move 0 to ws-ccy-hit
           perform bbal-match-currency
               varying ws-ccy-sub from 1 by 1
               until ws-ccy-sub > ws-ccy-count
                  or ws-ccy-hit > 0
           if ws-ccy-hit = 0
               and ws-ccy-count < ws-ccy-max
               add 1 to ws-ccy-count
               move ws-ccy-count to ws-ccy-hit
               move ACCTMAST-CURRENCY to ws-ccy-code(ws-ccy-hit)
               move 0 to ws-ccy-rate(ws-ccy-hit)
               move 'N' to ws-ccy-rate-found(ws-ccy-hit)
               perform bbal-load-rate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bbal-match-currency section.
       bbal-match-currency-para.
           if ws-ccy-code(ws-ccy-sub) = ACCTMAST-CURRENCY
               move ws-ccy-sub to ws-ccy-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the newest EXRATE row for the currency effective on the     *
      *** business day, the same rule ETPBFXR prices by               *
      ***--------------------------------------------------------------*
       bbal-load-rate section.
       bbal-load-rate-para.
           if ws-exrate-is-open
               move ACCTMAST-CURRENCY to EXRATE-CURRENCY
               move 0 to EXRATE-EFF-DATE
               start EXRATE-FILE key not < EXRATE-KEY
                   invalid key
                       continue
               end-start
               if ws-exrate-ok
                   move 'Y' to ws-more-rates
                   perform bbal-scan-rate
                       until not ws-more-rate-recs
               end-if
           end-if
           if ws-ccy-rate-found(ws-ccy-hit) not = 'Y'
               display 'ETPBBAL - no EXRATE row for '
                   ACCTMAST-CURRENCY ' on ' ws-rcl-today
                   ' - balances unpriced'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bbal-scan-rate section.
       bbal-scan-rate-para.
           read EXRATE-FILE next record
               at end
                   move 'N' to ws-more-rates
           end-read
           if ws-more-rate-recs
               if EXRATE-CURRENCY not = ACCTMAST-CURRENCY
                   or EXRATE-EFF-DATE > ws-rcl-today
                   move 'N' to ws-more-rates
               else
                   move EXRATE-RATE to ws-ccy-rate(ws-ccy-hit)
                   move 'Y' to ws-ccy-rate-found(ws-ccy-hit)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bbal-finalize section.
       bbal-finalize-para.
           if ws-run-is-ok
               close ACCTMAST-FILE
               close BALHIST-FILE
               if ws-exrate-is-open
                   close EXRATE-FILE
               end-if
           end-if
           move ws-accounts-read to ws-report-count
           display 'ETPBBAL - accounts read       : ' ws-report-count
           move ws-accounts-closed to ws-report-count
           display 'ETPBBAL - closed, left out    : ' ws-report-count
           move ws-rows-written to ws-report-count
           display 'ETPBBAL - history rows written: ' ws-report-count
           move ws-rows-rewritten to ws-report-count
           display 'ETPBBAL - rows rewritten      : ' ws-report-count
           move ws-accounts-unpriced to ws-report-count
           display 'ETPBBAL - unpriced in base    : ' ws-report-count
           display 'ETPBBAL - balance history complete'
           exit
           .
       end program ETPBBAL.
