       identification division.

       program-id. ETPBFXR.

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

      * ETPBFXR - month-end revaluation of foreign-currency balances
      * Run in the chain after ETPBPCL: on the night ETPBPCL moves the
      * POSTCTRL 'CLOSEDTO' row to the business month, every account
      * held in a foreign currency is revalued to base at the EXRATE
      * rate in force on the closing date and compared with the
      * figure it was revalued at last month (kept per account on
      * FXREVAL), the month's native movement carried at last month's
      * rate so only the rate change counts.  Each currency's net
      * movement is booked as one journal4 pair between the INTACCT
      * 'FXRccy' revaluation reserve and the 'FXGccy' gain or
      * 'FXLccy' loss account, and the revaluation is spooled into
      * RPTSPOOL by currency and branch.  An account seen for the
      * first time only sets its baseline.  A currency with no
      * effective rate or no FX accounts on INTACCT is reported
      * unbooked and its baselines stay where they were, so the
      * movement is caught up the month it can be booked.  On any
      * other night the job reports the period open and does nothing.

       environment division.

       input-output section.
       file-control.
           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select FXREVAL-FILE assign to "FXREVAL"
               organization is indexed
               access mode is dynamic
               record key is FXREVAL-ACCTNO
               file status is ws-fxreval-status.

           select EXRATE-FILE assign to "EXRATE"
               organization is indexed
               access mode is dynamic
               record key is EXRATE-KEY
               file status is ws-exrate-status.

           select INTACCT-FILE assign to "INTACCT"
               organization is indexed
               access mode is dynamic
               record key is INTACCT-ROLE
               file status is ws-intacct-status.

           select POSTCTRL-FILE assign to "POSTCTRL"
               organization is indexed
               access mode is dynamic
               record key is POSTCTRL-CNAME
               file status is ws-postctrl-status.

           select JOURNAL4-FILE assign to "/tmp/journal4.txt"
               organization is line sequential
               file status is ws-journal4-status.

           select JNLCOUNT-FILE assign to "JNLCOUNT"
               organization is indexed
               access mode is dynamic
               record key is JNLCOUNT-JNAME
               file status is ws-jnlcount-status.

           select JNL4VW-FILE assign to "JNL4VW"
               organization is indexed
               access mode is dynamic
               record key is JNL4VW-LINENO
               file status is ws-jnl4vw-status.

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

       fd  FXREVAL-FILE.
           copy FXREVAL.

       fd  EXRATE-FILE.
           copy EXRATE.

       fd  INTACCT-FILE.
           copy INTACCT.

       fd  POSTCTRL-FILE.
           copy POSTCTRL.

       fd  JOURNAL4-FILE.
           copy JNLREC.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  JNL4VW-FILE.
           copy JNL4VW.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBFXR'.

       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-fxreval-status                 pic x(2).
           88  ws-fxreval-ok                 value '00'.
           88  ws-fxreval-notfnd             value '23'.
           88  ws-fxreval-absent             value '35'.
       01  ws-exrate-status                  pic x(2).
           88  ws-exrate-ok                  value '00'.
       01  ws-exrate-open                    pic x(1) value 'N'.
           88  ws-exrate-is-open             value 'Y'.
       01  ws-intacct-status                 pic x(2).
           88  ws-intacct-ok                 value '00'.
       01  ws-intacct-open                   pic x(1) value 'N'.
           88  ws-intacct-is-open            value 'Y'.
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
           88  ws-postctrl-notfnd            value '23'.
       01  ws-journal4-status                pic x(2).
           88  ws-journal4-ok                value '00'.
           88  ws-journal4-not-found         value '35'.
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBFXR'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPCL'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the period being revalued - the business month, but only    *
      *** once ETPBPCL has closed it                                   *
      ***--------------------------------------------------------------*
       01  ws-close-period                   pic 9(6).
       01  ws-period-closed                  pic x(1) value 'N'.
           88  ws-period-is-closed           value 'Y'.

      ***--------------------------------------------------------------*
      *** one slot per foreign currency met on the book: the closing  *
      *** rate, the three FX accounts and the month's totals          *
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
               05  ws-ccy-gain-acct          pic x(10).
               05  ws-ccy-loss-acct          pic x(10).
               05  ws-ccy-reval-acct         pic x(10).
               05  ws-ccy-accounts           pic 9(7) comp.
               05  ws-ccy-native             pic s9(11)v99.
               05  ws-ccy-base               pic s9(11)v99.
               05  ws-ccy-movement           pic s9(11)v99.

      ***--------------------------------------------------------------*
      *** the report's currency-by-branch lines                       *
      ***--------------------------------------------------------------*
       77  ws-brn-max                        pic 9(3) comp value 200.
       01  ws-brn-count                      pic 9(3) comp value 0.
       01  ws-brn-sub                        pic 9(3) comp.
       01  ws-brn-hit                        pic 9(3) comp.
       01  ws-brn-table.
           03  ws-brn-slot occurs 200 times.
               05  ws-brn-ccy                pic x(3).
               05  ws-brn-branch             pic x(3).
               05  ws-brn-accounts           pic 9(7) comp.
               05  ws-brn-native             pic s9(11)v99.
               05  ws-brn-base               pic s9(11)v99.
               05  ws-brn-movement           pic s9(11)v99.
       01  ws-brn-overflow                   pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** one account's revaluation                                   *
      ***--------------------------------------------------------------*
       01  ws-more-accounts                  pic x(1) value 'Y'.
           88  ws-more-account-recs          value 'Y'.
       01  ws-more-rates                     pic x(1).
           88  ws-more-rate-recs             value 'Y'.
       01  ws-new-base                       pic s9(9)v99.
       01  ws-carried-base                   pic s9(11)v99.
       01  ws-acct-movement                  pic s9(11)v99.
       01  ws-role-key                       pic x(8).

      ***--------------------------------------------------------------*
      *** the booking - each currency's net movement as one pair, in  *
      *** pieces if it is beyond a single journal4 amount             *
      ***--------------------------------------------------------------*
       01  ws-pair-id.
           03  filler                        pic x(2) value 'XF'.
           03  filler                        pic x(4) value 'BFXR'.
           03  ws-pair-id-seq                pic 9(7).
       01  ws-pair-seq                       pic 9(7) value 0.
       77  ws-max-posting                    pic 9(7)v99
                                             value 9999999.99.
       01  ws-book-remaining                 pic 9(11)v99.
       01  ws-book-piece                     pic 9(7)v99.
       01  ws-debit-acctno                   pic x(10).
       01  ws-credit-acctno                  pic x(10).
       01  ws-cover-limit                    pic s9(11)v99.
       01  ws-today                          pic x(21).
       01  ws-jnlrec-sequence                pic 9(6) value 0.
       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-amount                 pic s9(7)v99.
       01  ws-posting-pair-id                pic x(13).
       01  ws-posting-narrative              pic x(20).
       77  ws-posting-txn-type               pic x(2) value 'FX'.

      ***--------------------------------------------------------------*
      *** journal4 line tally and CICS-browsable mirror, kept in step *
      *** exactly as the online writers keep them                      *
      ***--------------------------------------------------------------*
       01  ws-jnlcount-status                pic x(2).
           88  ws-jnlcount-ok                value '00'.
           88  ws-jnlcount-notfnd            value '23'.
           88  ws-jnlcount-absent            value '35'.
       01  ws-jnl4vw-status                  pic x(2).
           88  ws-jnl4vw-ok                  value '00'.
           88  ws-jnl4vw-absent              value '35'.
           88  ws-jnl4vw-dup                 value '22'.
       01  ws-mirror-open                    pic x(1) value 'N'.
           88  ws-mirror-is-open             value 'Y'.

       01  ws-accounts-read                  pic 9(7) comp value 0.
       01  ws-accounts-revalued              pic 9(7) comp value 0.
       01  ws-accounts-baselined             pic 9(7) comp value 0.
       01  ws-accounts-unpriced              pic 9(7) comp value 0.
       01  ws-accounts-already               pic 9(7) comp value 0.
       01  ws-accounts-no-slot               pic 9(7) comp value 0.
       01  ws-pairs-booked                   pic 9(7) comp value 0.
       01  ws-total-gain                     pic s9(11)v99 value 0.
       01  ws-total-loss                     pic s9(11)v99 value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBFXR'.
       01  ws-status-text                    pic x(30).

       01  ws-cnt-disp                       pic zzzz9.
       01  ws-amt-disp                       pic -zzzzzzzzz9.99.
       01  ws-base-disp                      pic -zzzzzzzzz9.99.
       01  ws-move-disp                      pic -zzzzzzzzz9.99.
       01  ws-rate-disp                      pic zz9.999999.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bfxr-mainline section.
       bfxr-mainline-para.
           perform bfxr-register-start
           if ws-run-is-allowed
               perform bfxr-judge-period
               if ws-period-is-closed
                   perform bfxr-initialize
                   if ws-run-is-ok
                       perform bfxr-process-account
                           until not ws-more-account-recs
                       perform bfxr-book-currency
                           varying ws-ccy-sub from 1 by 1
                           until ws-ccy-sub > ws-ccy-count
                       perform bfxr-write-report
                   end-if
                   perform bfxr-finalize
               else
                   display 'ETPBFXR - period ' ws-close-period
                       ' not closed tonight, nothing to revalue'
               end-if
               perform bfxr-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before the period close has completed, or    *
      *** twice for the same day, unless overridden by ETPBDRV        *
      ***--------------------------------------------------------------*
       bfxr-register-start section.
       bfxr-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bfxr-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBFXR - RUNCTRL not available, status='
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
                       display 'ETPBFXR - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBFXR - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBFXR - already run today, '
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
       bfxr-load-business-date section.
       bfxr-load-business-date-para.
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
       bfxr-register-end section.
       bfxr-register-end-para.
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
      *** the month is revalued only on the night ETPBPCL moved the   *
      *** POSTCTRL 'CLOSEDTO' row onto it                              *
      ***--------------------------------------------------------------*
       bfxr-judge-period section.
       bfxr-judge-period-para.
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
      *** opens the master, the baseline file, the rate and internal  *
      *** account files, journal4 and the spool                       *
      ***--------------------------------------------------------------*
       bfxr-initialize section.
       bfxr-initialize-para.
           display 'ETPBFXR - FX revaluation, period ' ws-close-period
               ' closing date ' ws-rcl-today
           move function current-date to ws-today
           open i-o ACCTMAST-FILE
           if not ws-acctmast-ok
               display 'ETPBFXR - unable to open ACCTMAST, status='
                   ws-acctmast-status
               move 'N' to ws-run-ok
           end-if
           if ws-run-is-ok
               open i-o FXREVAL-FILE
               if ws-fxreval-absent
                   open output FXREVAL-FILE
                   close FXREVAL-FILE
                   open i-o FXREVAL-FILE
               end-if
               open extend JOURNAL4-FILE
               if ws-journal4-not-found
                   open output JOURNAL4-FILE
               end-if
               perform bfxr-spool-open
               if not ws-fxreval-ok or not ws-journal4-ok
                   or not ws-spool-is-open
                   display 'ETPBFXR - unable to open FXREVAL, '
                       'journal4 or RPTSPOOL - statuses '
                       ws-fxreval-status ' ' ws-journal4-status ' '
                       ws-rptspool-status
                   move 'N' to ws-run-ok
                   close ACCTMAST-FILE
                   if ws-fxreval-ok
                       close FXREVAL-FILE
                   end-if
                   if ws-journal4-ok
                       close JOURNAL4-FILE
                   end-if
                   perform bfxr-spool-close
               else
                   perform bfxr-open-mirror
                   open input EXRATE-FILE
                   if ws-exrate-ok
                       move 'Y' to ws-exrate-open
                   else
                       display 'ETPBFXR - EXRATE not available, '
                           'nothing can be priced'
                   end-if
                   open input INTACCT-FILE
                   if ws-intacct-ok
                       move 'Y' to ws-intacct-open
                   else
                       display 'ETPBFXR - INTACCT not available, '
                           'nothing can be booked'
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one account: base-currency books are left alone             *
      ***--------------------------------------------------------------*
       bfxr-process-account section.
       bfxr-process-account-para.
           read ACCTMAST-FILE next record
               at end
                   move 'N' to ws-more-accounts
           end-read
           if ws-more-account-recs
               add 1 to ws-accounts-read
               if ACCTMAST-CURRENCY not = spaces
                   and ACCTMAST-CURRENCY not = 'USD'
                   perform bfxr-find-currency
                   if ws-ccy-hit = 0
                       add 1 to ws-accounts-no-slot
                       display 'ETPBFXR - currency table full, '
                           'not revalued: ' ACCTMAST-ACCTNO
                   else
                       perform bfxr-revalue-account
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's currency slot, taken on first sight - which   *
      *** is when its closing rate and FX accounts are looked up      *
      ***--------------------------------------------------------------*
       bfxr-find-currency section.
       bfxr-find-currency-para.
           move 0 to ws-ccy-hit
           perform bfxr-match-currency
               varying ws-ccy-sub from 1 by 1
               until ws-ccy-sub > ws-ccy-count
                  or ws-ccy-hit > 0
           if ws-ccy-hit = 0
               and ws-ccy-count < ws-ccy-max
               add 1 to ws-ccy-count
               move ws-ccy-count to ws-ccy-hit
               initialize ws-ccy-slot(ws-ccy-hit)
               move ACCTMAST-CURRENCY to ws-ccy-code(ws-ccy-hit)
               move 'N' to ws-ccy-rate-found(ws-ccy-hit)
               perform bfxr-load-rate
               perform bfxr-load-fx-accounts
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-match-currency section.
       bfxr-match-currency-para.
           if ws-ccy-code(ws-ccy-sub) = ACCTMAST-CURRENCY
               move ws-ccy-sub to ws-ccy-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the newest EXRATE row for the currency effective on the     *
      *** closing date, the same rule ETPBEXT prices by               *
      ***--------------------------------------------------------------*
       bfxr-load-rate section.
       bfxr-load-rate-para.
           if ws-exrate-is-open
               move ACCTMAST-CURRENCY to EXRATE-CURRENCY
               move 0 to EXRATE-EFF-DATE
               start EXRATE-FILE key not < EXRATE-KEY
                   invalid key
                       continue
               end-start
               if ws-exrate-ok
                   move 'Y' to ws-more-rates
                   perform bfxr-scan-rate
                       until not ws-more-rate-recs
               end-if
           end-if
           if ws-ccy-rate-found(ws-ccy-hit) not = 'Y'
               display 'ETPBFXR - no EXRATE row for '
                   ACCTMAST-CURRENCY ' on ' ws-rcl-today
                   ' - currency not revalued'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-scan-rate section.
       bfxr-scan-rate-para.
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
      *** the currency's gain, loss and reserve accounts off the      *
      *** internal account register                                    *
      ***--------------------------------------------------------------*
       bfxr-load-fx-accounts section.
       bfxr-load-fx-accounts-para.
           move spaces to ws-ccy-gain-acct(ws-ccy-hit)
           move spaces to ws-ccy-loss-acct(ws-ccy-hit)
           move spaces to ws-ccy-reval-acct(ws-ccy-hit)
           if ws-intacct-is-open
               move spaces to ws-role-key
               string 'FXG' ACCTMAST-CURRENCY into ws-role-key
               perform bfxr-read-role
               move INTACCT-ACCTNO to ws-ccy-gain-acct(ws-ccy-hit)
               move spaces to ws-role-key
               string 'FXL' ACCTMAST-CURRENCY into ws-role-key
               perform bfxr-read-role
               move INTACCT-ACCTNO to ws-ccy-loss-acct(ws-ccy-hit)
               move spaces to ws-role-key
               string 'FXR' ACCTMAST-CURRENCY into ws-role-key
               perform bfxr-read-role
               move INTACCT-ACCTNO to ws-ccy-reval-acct(ws-ccy-hit)
           end-if
           if ws-ccy-gain-acct(ws-ccy-hit) = spaces
               or ws-ccy-loss-acct(ws-ccy-hit) = spaces
               or ws-ccy-reval-acct(ws-ccy-hit) = spaces
               display 'ETPBFXR - FX accounts for ' ACCTMAST-CURRENCY
                   ' incomplete on INTACCT - currency not booked'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-read-role section.
       bfxr-read-role-para.
           move ws-role-key to INTACCT-ROLE
           read INTACCT-FILE
               invalid key
                   continue
           end-read
           if not ws-intacct-ok
               move spaces to INTACCT-ACCTNO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account at the closing rate against last month's figure *
      *** carried forward; the baseline moves on only when the        *
      *** currency can be booked                                       *
      ***--------------------------------------------------------------*
       bfxr-revalue-account section.
       bfxr-revalue-account-para.
           if ws-ccy-rate-found(ws-ccy-hit) not = 'Y'
               add 1 to ws-accounts-unpriced
           else
               compute ws-new-base rounded =
                   ACCTMAST-BALANCE * ws-ccy-rate(ws-ccy-hit)
               end-compute
               move 0 to ws-acct-movement
               move ACCTMAST-ACCTNO to FXREVAL-ACCTNO
               read FXREVAL-FILE
                   invalid key
                       continue
               end-read
               if ws-fxreval-ok
                   and FXREVAL-PERIOD >= ws-close-period
                   add 1 to ws-accounts-already
               else
                   if ws-fxreval-ok
                       and FXREVAL-CURRENCY = ACCTMAST-CURRENCY
                       compute ws-carried-base rounded =
                           FXREVAL-BASE
                           + (ACCTMAST-BALANCE - FXREVAL-BALANCE)
                             * FXREVAL-RATE
                       end-compute
                       compute ws-acct-movement =
                           ws-new-base - ws-carried-base
                       end-compute
                       add 1 to ws-accounts-revalued
                   else
                       add 1 to ws-accounts-baselined
                   end-if
                   perform bfxr-add-to-totals
                   if ws-ccy-gain-acct(ws-ccy-hit) not = spaces
                       and ws-ccy-loss-acct(ws-ccy-hit) not = spaces
                       and ws-ccy-reval-acct(ws-ccy-hit) not = spaces
                       perform bfxr-advance-baseline
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-add-to-totals section.
       bfxr-add-to-totals-para.
           add 1 to ws-ccy-accounts(ws-ccy-hit)
           add ACCTMAST-BALANCE to ws-ccy-native(ws-ccy-hit)
           add ws-new-base to ws-ccy-base(ws-ccy-hit)
           add ws-acct-movement to ws-ccy-movement(ws-ccy-hit)
           move 0 to ws-brn-hit
           perform bfxr-match-branch
               varying ws-brn-sub from 1 by 1
               until ws-brn-sub > ws-brn-count
                  or ws-brn-hit > 0
           if ws-brn-hit = 0
               if ws-brn-count < ws-brn-max
                   add 1 to ws-brn-count
                   move ws-brn-count to ws-brn-hit
                   initialize ws-brn-slot(ws-brn-hit)
                   move ACCTMAST-CURRENCY to ws-brn-ccy(ws-brn-hit)
                   move ACCTMAST-BRANCH to ws-brn-branch(ws-brn-hit)
               else
                   add 1 to ws-brn-overflow
               end-if
           end-if
           if ws-brn-hit > 0
               add 1 to ws-brn-accounts(ws-brn-hit)
               add ACCTMAST-BALANCE to ws-brn-native(ws-brn-hit)
               add ws-new-base to ws-brn-base(ws-brn-hit)
               add ws-acct-movement to ws-brn-movement(ws-brn-hit)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-match-branch section.
       bfxr-match-branch-para.
           if ws-brn-ccy(ws-brn-sub) = ACCTMAST-CURRENCY
               and ws-brn-branch(ws-brn-sub) = ACCTMAST-BRANCH
               move ws-brn-sub to ws-brn-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-advance-baseline section.
       bfxr-advance-baseline-para.
           move ACCTMAST-ACCTNO to FXREVAL-ACCTNO
           move ACCTMAST-CURRENCY to FXREVAL-CURRENCY
           move ws-close-period to FXREVAL-PERIOD
           move ACCTMAST-BALANCE to FXREVAL-BALANCE
           move ws-ccy-rate(ws-ccy-hit) to FXREVAL-RATE
           move ws-new-base to FXREVAL-BASE
           if ws-fxreval-ok
               rewrite FXREVAL-RECORD
           else
               write FXREVAL-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one currency's net movement: a rise in the base value of    *
      *** what the book holds in the currency is a loss to the bank,  *
      *** a fall a gain - booked against the revaluation reserve      *
      ***--------------------------------------------------------------*
       bfxr-book-currency section.
       bfxr-book-currency-para.
           if ws-ccy-movement(ws-ccy-sub) not = 0
               and ws-ccy-rate-found(ws-ccy-sub) = 'Y'
               and ws-ccy-gain-acct(ws-ccy-sub) not = spaces
               and ws-ccy-loss-acct(ws-ccy-sub) not = spaces
               and ws-ccy-reval-acct(ws-ccy-sub) not = spaces
               move spaces to ws-posting-narrative
               if ws-ccy-movement(ws-ccy-sub) > 0
                   move ws-ccy-movement(ws-ccy-sub)
                       to ws-book-remaining
                   move ws-ccy-loss-acct(ws-ccy-sub)
                       to ws-debit-acctno
                   move ws-ccy-reval-acct(ws-ccy-sub)
                       to ws-credit-acctno
                   string 'FX REVAL LOSS ' ws-ccy-code(ws-ccy-sub)
                       into ws-posting-narrative
                   add ws-book-remaining to ws-total-loss
               else
                   compute ws-book-remaining =
                       0 - ws-ccy-movement(ws-ccy-sub)
                   end-compute
                   move ws-ccy-reval-acct(ws-ccy-sub)
                       to ws-debit-acctno
                   move ws-ccy-gain-acct(ws-ccy-sub)
                       to ws-credit-acctno
                   string 'FX REVAL GAIN ' ws-ccy-code(ws-ccy-sub)
                       into ws-posting-narrative
                   add ws-book-remaining to ws-total-gain
               end-if
               move ws-book-remaining to ws-cover-limit
               perform bfxr-cover-debit
               perform bfxr-book-piece
                   until ws-book-remaining = 0
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-book-piece section.
       bfxr-book-piece-para.
           if ws-book-remaining > ws-max-posting
               move ws-max-posting to ws-book-piece
           else
               move ws-book-remaining to ws-book-piece
           end-if
           subtract ws-book-piece from ws-book-remaining
           add 1 to ws-pair-seq
           move ws-pair-seq to ws-pair-id-seq

           move ws-debit-acctno to ws-posting-acctno
           compute ws-posting-amount = 0 - ws-book-piece
           end-compute
           move ws-pair-id to ws-posting-pair-id
           perform bfxr-emit-posting

           move ws-credit-acctno to ws-posting-acctno
           move ws-book-piece to ws-posting-amount
           move ws-pair-id to ws-posting-pair-id
           perform bfxr-emit-posting
           add 1 to ws-pairs-booked
           exit
           .
      ***--------------------------------------------------------------*
      *** the debited FX account carries its side as a debit balance, *
      *** so its overdraft limit is widened to take the booking -     *
      *** otherwise the posting run would refuse the leg, as the EAMT *
      *** charge-off does for the bad-debt account                    *
      ***--------------------------------------------------------------*
       bfxr-cover-debit section.
       bfxr-cover-debit-para.
           move ws-debit-acctno to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-ok
               compute ws-cover-limit =
                   ws-cover-limit - ACCTMAST-BALANCE
               end-compute
               if ws-cover-limit > ACCTMAST-ODLIMIT
                   if ws-cover-limit > ws-max-posting
                       move ws-max-posting to ACCTMAST-ODLIMIT
                   else
                       move ws-cover-limit to ACCTMAST-ODLIMIT
                   end-if
                   rewrite ACCTMAST-RECORD
                       invalid key
                           continue
                   end-rewrite
               end-if
           else
               display 'ETPBFXR - FX account not on file: '
                   ws-debit-acctno
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the revaluation by currency and branch, each currency       *
      *** closed with its rate, totals and what was booked            *
      ***--------------------------------------------------------------*
       bfxr-write-report section.
       bfxr-write-report-para.
           move spaces to ws-spool-text
           string 'FX REVALUATION  PERIOD ' ws-close-period
               '  CLOSING DATE ' ws-rcl-today
               into ws-spool-text
           perform bfxr-spool-line
           move spaces to ws-spool-text
           string 'CCY BRN ACCTS  NATIVE BALANCE BASE EQUIVALENT'
               '       MOVEMENT'
               into ws-spool-text
           perform bfxr-spool-line
           perform bfxr-report-currency
               varying ws-ccy-sub from 1 by 1
               until ws-ccy-sub > ws-ccy-count
           move all '=' to ws-spool-text
           perform bfxr-spool-line
           move ws-total-gain to ws-amt-disp
           move ws-total-loss to ws-move-disp
           move spaces to ws-spool-text
           string 'TOTAL FX GAIN ' ws-amt-disp
               '   TOTAL FX LOSS ' ws-move-disp
               into ws-spool-text
           perform bfxr-spool-line
           if ws-brn-overflow > 0
               move ws-brn-overflow to ws-report-count
               move spaces to ws-spool-text
               string 'ACCOUNTS NOT ITEMISED BY BRANCH ' ws-report-count
                   into ws-spool-text
               perform bfxr-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-report-currency section.
       bfxr-report-currency-para.
           move all '-' to ws-spool-text
           perform bfxr-spool-line
           perform bfxr-report-branch
               varying ws-brn-sub from 1 by 1
               until ws-brn-sub > ws-brn-count
           move ws-ccy-accounts(ws-ccy-sub) to ws-cnt-disp
           move ws-ccy-native(ws-ccy-sub) to ws-amt-disp
           move ws-ccy-base(ws-ccy-sub) to ws-base-disp
           move ws-ccy-movement(ws-ccy-sub) to ws-move-disp
           move spaces to ws-spool-text
           string ws-ccy-code(ws-ccy-sub) ' ALL ' ws-cnt-disp ' '
               ws-amt-disp ' ' ws-base-disp ' ' ws-move-disp
               into ws-spool-text
           perform bfxr-spool-line
           evaluate true
               when ws-ccy-rate-found(ws-ccy-sub) not = 'Y'
                   move 'UNBOOKED - NO CLOSING RATE' to ws-status-text
               when ws-ccy-gain-acct(ws-ccy-sub) = spaces
                   or ws-ccy-loss-acct(ws-ccy-sub) = spaces
                   or ws-ccy-reval-acct(ws-ccy-sub) = spaces
                   move 'UNBOOKED - NO FX ACCOUNTS' to ws-status-text
               when ws-ccy-movement(ws-ccy-sub) > 0
                   move 'BOOKED AS FX LOSS' to ws-status-text
               when ws-ccy-movement(ws-ccy-sub) < 0
                   move 'BOOKED AS FX GAIN' to ws-status-text
               when other
                   move 'NO MOVEMENT' to ws-status-text
           end-evaluate
           move ws-ccy-rate(ws-ccy-sub) to ws-rate-disp
           move spaces to ws-spool-text
           string ws-ccy-code(ws-ccy-sub) ' RATE ' ws-rate-disp
               '  ' ws-status-text
               into ws-spool-text
           perform bfxr-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-report-branch section.
       bfxr-report-branch-para.
           if ws-brn-ccy(ws-brn-sub) = ws-ccy-code(ws-ccy-sub)
               move ws-brn-accounts(ws-brn-sub) to ws-cnt-disp
               move ws-brn-native(ws-brn-sub) to ws-amt-disp
               move ws-brn-base(ws-brn-sub) to ws-base-disp
               move ws-brn-movement(ws-brn-sub) to ws-move-disp
               move spaces to ws-spool-text
               string ws-brn-ccy(ws-brn-sub) ' '
                   ws-brn-branch(ws-brn-sub) ' ' ws-cnt-disp ' '
                   ws-amt-disp ' ' ws-base-disp ' ' ws-move-disp
                   into ws-spool-text
               perform bfxr-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-finalize section.
       bfxr-finalize-para.
           if ws-run-is-ok
               close ACCTMAST-FILE
               close FXREVAL-FILE
               close JOURNAL4-FILE
               if ws-exrate-is-open
                   close EXRATE-FILE
                   move 'N' to ws-exrate-open
               end-if
               if ws-intacct-is-open
                   close INTACCT-FILE
                   move 'N' to ws-intacct-open
               end-if
               perform bfxr-close-mirror
               perform bfxr-spool-close
           end-if
           move ws-accounts-read to ws-report-count
           display 'ETPBFXR - accounts examined   : ' ws-report-count
           move ws-accounts-revalued to ws-report-count
           display 'ETPBFXR - accounts revalued   : ' ws-report-count
           move ws-accounts-baselined to ws-report-count
           display 'ETPBFXR - first revaluations  : ' ws-report-count
           move ws-accounts-unpriced to ws-report-count
           display 'ETPBFXR - no closing rate     : ' ws-report-count
           move ws-accounts-already to ws-report-count
           display 'ETPBFXR - already revalued    : ' ws-report-count
           move ws-accounts-no-slot to ws-report-count
           display 'ETPBFXR - currency table full : ' ws-report-count
           move ws-pairs-booked to ws-report-count
           display 'ETPBFXR - pairs booked        : ' ws-report-count
           move ws-total-gain to ws-amt-disp
           display 'ETPBFXR - FX gain booked      : ' ws-amt-disp
           move ws-total-loss to ws-amt-disp
           display 'ETPBFXR - FX loss booked      : ' ws-amt-disp
           display 'ETPBFXR - revaluation complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** appends one structured POST entry to journal4, the same     *
      *** JNLREC shape ETPEJNL and ETPBSTO write                      *
      ***--------------------------------------------------------------*
       bfxr-emit-posting section.
       bfxr-emit-posting-para.
           move spaces to JNLREC-RECORD
           move ws-program-name to JNLREC-PROGRAM
           move ws-today(9:2) to JNLREC-TS-HH
           move ws-today(11:2) to JNLREC-TS-MM
           move ws-today(13:2) to JNLREC-TS-SS
           add 1 to ws-jnlrec-sequence
           move ws-jnlrec-sequence to JNLREC-SEQUENCE
           move 'POST' to JNLREC-POST-TAG
           move ws-posting-acctno to JNLREC-POST-ACCTNO
           move ws-posting-amount to JNLREC-POST-AMOUNT
           move ws-posting-pair-id to JNLREC-POST-PAIR-ID
           move ws-posting-narrative to JNLREC-POST-NARRATIVE
           move ws-posting-txn-type to JNLREC-POST-TXN-TYPE
           write JNLREC-RECORD
           perform bfxr-tally-line
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the tally and mirror files, creating them on first    *
      *** use; without them the reconciliation would count the        *
      *** appended lines against a stale tally                        *
      ***--------------------------------------------------------------*
       bfxr-open-mirror section.
       bfxr-open-mirror-para.
           open i-o JNLCOUNT-FILE
           if ws-jnlcount-absent
               open output JNLCOUNT-FILE
               close JNLCOUNT-FILE
               open i-o JNLCOUNT-FILE
           end-if
           open i-o JNL4VW-FILE
           if ws-jnl4vw-absent
               open output JNL4VW-FILE
               close JNL4VW-FILE
               open i-o JNL4VW-FILE
           end-if
           if ws-jnlcount-ok and ws-jnl4vw-ok
               move 'Y' to ws-mirror-open
           else
               display 'ETPBFXR - journal tally/mirror unavailable, '
                   'reconciliation will show a variance'
               if ws-jnlcount-ok
                   close JNLCOUNT-FILE
               end-if
               if ws-jnl4vw-ok
                   close JNL4VW-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfxr-close-mirror section.
       bfxr-close-mirror-para.
           if ws-mirror-is-open
               close JNLCOUNT-FILE
               close JNL4VW-FILE
               move 'N' to ws-mirror-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one appended line: bump the journal4 tally and mirror the   *
      *** record, the same bookkeeping jnl-bump-count and             *
      *** jnl-mirror-journal4 do online                               *
      ***--------------------------------------------------------------*
       bfxr-tally-line section.
       bfxr-tally-line-para.
           if ws-mirror-is-open
               move 'journal4' to JNLCOUNT-JNAME
               read JNLCOUNT-FILE
                   invalid key
                       continue
               end-read
               if ws-jnlcount-notfnd
                   move 'journal4' to JNLCOUNT-JNAME
                   move 1 to JNLCOUNT-COUNT
                   write JNLCOUNT-RECORD
               else
                   add 1 to JNLCOUNT-COUNT
                   rewrite JNLCOUNT-RECORD
               end-if
               move JNLCOUNT-COUNT to JNL4VW-LINENO
               move JNLREC-RECORD to JNL4VW-TEXT
               write JNL4VW-RECORD
                   invalid key
                       continue
               end-write
               if ws-jnl4vw-dup
                   rewrite JNL4VW-RECORD
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bfxr-spool-open section.
       bfxr-spool-open-para.
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
       bfxr-spool-line section.
       bfxr-spool-line-para.
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
       bfxr-spool-close section.
       bfxr-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBFXR.
