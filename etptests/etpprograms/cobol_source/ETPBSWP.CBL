       identification division.

       program-id. ETPBSWP.

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


      * ETPBSWP - balance-driven sweeps between linked accounts
      * Runs after ETPBPST has applied the day's postings.  Every
      * active SWEEPINS instruction is judged against the accounts'
      * available (memo) balances: 'E' sweeps the source's excess
      * above the instruction's level to the target, 'T' tops the
      * target up to the level from the source, 'O' covers any
      * overdraft on the target from the source.  The sweep goes to
      * journal4 as a balanced pair - the same legs ETPEXFR writes,
      * type 'SW' - for the next posting window, and comes off the
      * source's memo balance (onto the target's) at once, so a
      * second instruction on the same account sees what is left.
      * A source on hold or not active, a target closed or written
      * off, a currency mismatch, or a live stop instruction against
      * either leg skips the sweep; one the source cannot fully fund
      * inside its effective overdraft limit is cut to what it can.
      * Every sweep generated or skipped is reported to RPTSPOOL for
      * the ETPERPT viewer and its outcome kept on the instruction.
      * Sweeping the same balances twice would move the money twice,
      * so the run registers on RUNCTRL and refuses a same-day rerun
      * without the ETPBDRV override.

       environment division.

       input-output section.
       file-control.
           select SWEEPINS-FILE assign to "SWEEPINS"
               organization is indexed
               access mode is dynamic
               record key is SWEEPINS-ID
               file status is ws-sweepins-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select ODLIMIT-FILE assign to "ODLIMIT"
               organization is indexed
               access mode is dynamic
               record key is ODLIMIT-KEY
               file status is ws-odlimit-status.

           select STOPINST-FILE assign to "STOPINST"
               organization is indexed
               access mode is dynamic
               record key is STOPINST-KEY
               file status is ws-stopinst-status.

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
       fd  SWEEPINS-FILE.
           copy SWEEPINS.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  ODLIMIT-FILE.
           copy ODLIMIT.

       fd  STOPINST-FILE.
           copy STOPINST.

       fd  JOURNAL4-FILE.
           copy JNLREC.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  JNL4VW-FILE.
           copy JNL4VW.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBSWP'.

       01  ws-sweepins-status                pic x(2).
           88  ws-sweepins-ok                value '00'.
           88  ws-sweepins-absent            value '35'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-journal4-status                pic x(2).
           88  ws-journal4-ok                value '00'.
           88  ws-journal4-not-found         value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

      ***--------------------------------------------------------------*
      *** journal4 line tally and CICS-browsable mirror, kept in step *
      *** exactly as ETPBTDM keeps them                               *
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

      ***--------------------------------------------------------------*
      *** effective-dated overdraft limits, read the way ETPBPST      *
      *** reads them - without the file the flat master limit holds   *
      ***--------------------------------------------------------------*
       01  ws-odlimit-status                 pic x(2).
           88  ws-odlimit-ok                 value '00'.
           88  ws-odlimit-eof                value '10'.
       01  ws-odlimit-open                   pic x(1) value 'N'.
           88  ws-odlimit-is-open            value 'Y'.
       01  ws-more-odlimits                  pic x(1).
           88  ws-more-odlimit-recs          value 'Y'.
       01  ws-eff-odlimit                    pic 9(7)v99.

      ***--------------------------------------------------------------*
      *** stop instructions - a live stop on the source's debits or   *
      *** the target's credits skips the sweep; the instruction is    *
      *** left for the posting run, which alone marks it matched      *
      ***--------------------------------------------------------------*
       01  ws-stopinst-status                pic x(2).
           88  ws-stopinst-ok                value '00'.
       01  ws-stopinst-open                  pic x(1) value 'N'.
           88  ws-stopinst-is-open           value 'Y'.
       01  ws-more-stops                     pic x(1).
           88  ws-more-stop-recs             value 'Y'.
       01  ws-stop-hit                       pic x(1).
           88  ws-stop-was-hit               value 'Y'.
       01  ws-stop-acctno                    pic x(10).
       01  ws-stop-side                      pic x(1).
           88  ws-stop-on-debit              value 'D'.
           88  ws-stop-on-credit             value 'C'.

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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBSWP'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-more-sweeps                    pic x(1) value 'Y'.
           88  ws-more-sweep-recs            value 'Y'.

       01  ws-today                          pic x(21).
       01  ws-jnlrec-sequence                pic 9(6) value 0.

      ***--------------------------------------------------------------*
      *** one instruction's evaluation - both accounts' standing as   *
      *** read, the amount the rule calls for and what can be funded  *
      ***--------------------------------------------------------------*
       01  ws-src-memo                       pic s9(9)v99.
       01  ws-src-ccy                        pic x(3).
       01  ws-src-avail                      pic s9(9)v99.
       01  ws-tgt-memo                       pic s9(9)v99.
       01  ws-tgt-ccy                        pic x(3).
       01  ws-sweep-needed                   pic s9(9)v99.
       77  ws-sweep-max                      pic 9(7)v99
           value 9999999.99.
       01  ws-sweep-amount                   pic s9(7)v99.
       01  ws-sweep-debit                    pic s9(7)v99.
       01  ws-sweep-result                   pic x(8).
       01  ws-sweep-text                     pic x(20).
       01  ws-pair-id.
           03  filler                        pic x(2) value 'XF'.
           03  filler                        pic x(4) value 'BSWP'.
           03  ws-pair-id-seq                pic 9(7).
       01  ws-pair-seq                       pic 9(7) value 0.
       01  ws-trace-id                       pic x(12).
       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-amount                 pic s9(7)v99.

       01  ws-sweeps-read                    pic 9(7) comp value 0.
       01  ws-sweeps-made                    pic 9(7) comp value 0.
       01  ws-sweeps-partial                 pic 9(7) comp value 0.
       01  ws-sweeps-not-due                 pic 9(7) comp value 0.
       01  ws-sweeps-skipped                 pic 9(7) comp value 0.
       01  ws-swept-total                    pic s9(9)v99 value 0.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-amount-display                 pic -zzzzzzz9.99.

      ***--------------------------------------------------------------*
      *** report spool - the sweep listing for the ETPERPT viewer     *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBSWP'.

       procedure division.
       bswp-mainline section.
       bswp-mainline-para.
           perform bswp-register-start
           if ws-run-is-allowed
               perform bswp-initialize
               if ws-run-is-ok
                   perform bswp-process-sweep
                       until not ws-more-sweep-recs
               end-if
               perform bswp-finalize
               perform bswp-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL, *
      *** refusing to run before ETPBPST has completed, and refusing  *
      *** a same-day rerun without the ETPBDRV override               *
      ***--------------------------------------------------------------*
       bswp-register-start section.
       bswp-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bswp-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBSWP - RUNCTRL not available, status='
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
                   display 'ETPBSWP - predecessor '
                       ws-rcl-predecessor
                       ' has not run today, refusing to run'
                   move 'N' to ws-run-allowed
               else
                   if not RUNCTRL-IS-COMPLETE
                       display 'ETPBSWP - predecessor '
                           ws-rcl-predecessor
                           ' has not completed, refusing to run'
                       move 'N' to ws-run-allowed
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBSWP - already run today, '
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
       bswp-load-business-date section.
       bswp-load-business-date-para.
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
       bswp-register-end section.
       bswp-register-end-para.
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
      *** no instruction file yet means nobody has asked for a sweep  *
      *** - the run completes with nothing to do                      *
      ***--------------------------------------------------------------*
       bswp-initialize section.
       bswp-initialize-para.
           display 'ETPBSWP - balance sweeps for ' ws-rcl-today
           move function current-date to ws-today
           open i-o SWEEPINS-FILE
           if ws-sweepins-absent
               display 'ETPBSWP - no sweep instructions on file'
               move 'N' to ws-more-sweeps
           else
           if not ws-sweepins-ok
               display 'ETPBSWP - unable to open SWEEPINS, status='
                   ws-sweepins-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-sweeps
           else
               open i-o ACCTMAST-FILE
               if not ws-acctmast-ok
                   display 'ETPBSWP - unable to open ACCTMAST, '
                       'status=' ws-acctmast-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-sweeps
                   close SWEEPINS-FILE
               else
                   open extend JOURNAL4-FILE
                   if ws-journal4-not-found
                       open output JOURNAL4-FILE
                   end-if
                   if not ws-journal4-ok
                       display 'ETPBSWP - unable to open journal4, '
                           'status=' ws-journal4-status
                       move 'N' to ws-run-ok
                       move 'N' to ws-more-sweeps
                       close SWEEPINS-FILE
                       close ACCTMAST-FILE
                   else
                       perform bswp-open-mirror
                       open input ODLIMIT-FILE
                       if ws-odlimit-ok
                           move 'Y' to ws-odlimit-open
                       end-if
                       open input STOPINST-FILE
                       if ws-stopinst-ok
                           move 'Y' to ws-stopinst-open
                       end-if
                       perform bswp-spool-open
                       move spaces to ws-spool-text
                       string 'BALANCE SWEEPS FOR ' ws-rcl-today
                           into ws-spool-text
                       perform bswp-spool-line
                       move spaces to ws-spool-text
                       string 'ID     SOURCE     TARGET     R '
                           '      AMOUNT RESULT'
                           into ws-spool-text
                       perform bswp-spool-line
                   end-if
               end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bswp-process-sweep section.
       bswp-process-sweep-para.
           read SWEEPINS-FILE next record
               at end
                   move 'N' to ws-more-sweeps
           end-read
           if ws-more-sweep-recs
               if SWEEPINS-IS-ACTIVE
                   add 1 to ws-sweeps-read
                   perform bswp-evaluate-sweep
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one instruction: each check in turn, the first failure      *
      *** naming the skip; the amount the rule calls for, cut to what *
      *** the source can fund; then the pair, or the reason none      *
      ***--------------------------------------------------------------*
       bswp-evaluate-sweep section.
       bswp-evaluate-sweep-para.
           move spaces to ws-sweep-result
           move 0 to ws-sweep-amount
           perform bswp-read-source
           if ws-sweep-result = spaces
               perform bswp-read-target
           end-if
           if ws-sweep-result = spaces
               and ws-src-ccy not = ws-tgt-ccy
               move 'CCY DIFF' to ws-sweep-result
           end-if
           if ws-sweep-result = spaces
               evaluate true
                   when SWEEPINS-SWEEPS-EXCESS
                       compute ws-sweep-needed =
                           ws-src-memo - SWEEPINS-LEVEL
                       end-compute
                   when SWEEPINS-TOPS-UP
                       compute ws-sweep-needed =
                           SWEEPINS-LEVEL - ws-tgt-memo
                       end-compute
                   when SWEEPINS-COVERS-OD
                       compute ws-sweep-needed = 0 - ws-tgt-memo
                       end-compute
                   when other
                       move 0 to ws-sweep-needed
                       move 'BAD RULE' to ws-sweep-result
               end-evaluate
           end-if
           if ws-sweep-result = spaces
               and ws-sweep-needed not > 0
               move 'NOT DUE' to ws-sweep-result
           end-if
           if ws-sweep-result = spaces
               if ws-sweep-needed > ws-sweep-max
                   move ws-sweep-max to ws-sweep-needed
               end-if
               compute ws-src-avail = ws-src-memo + ws-eff-odlimit
               end-compute
               if ws-src-avail not > 0
                   move 'NO FUNDS' to ws-sweep-result
               else
                   if ws-sweep-needed > ws-src-avail
                       move ws-src-avail to ws-sweep-amount
                   else
                       move ws-sweep-needed to ws-sweep-amount
                   end-if
                   if ws-sweep-amount < SWEEPINS-MIN-AMOUNT
                       move 'BELOW MIN' to ws-sweep-result
                   end-if
               end-if
           end-if
           if ws-sweep-result = spaces
               move SWEEPINS-SOURCE-ACCT to ws-stop-acctno
               move 'D' to ws-stop-side
               perform bswp-check-stops
               if ws-stop-was-hit
                   move 'SRC STOP' to ws-sweep-result
               else
                   move SWEEPINS-TARGET-ACCT to ws-stop-acctno
                   move 'C' to ws-stop-side
                   perform bswp-check-stops
                   if ws-stop-was-hit
                       move 'TGT STOP' to ws-sweep-result
                   end-if
               end-if
           end-if
           if ws-sweep-result = spaces
               perform bswp-emit-sweep
               if ws-sweep-amount < ws-sweep-needed
                   move 'PARTIAL' to ws-sweep-result
                   add 1 to ws-sweeps-partial
               else
                   move 'SWEPT' to ws-sweep-result
               end-if
               add 1 to ws-sweeps-made
               add ws-sweep-amount to ws-swept-total
           else
               if ws-sweep-result = 'NOT DUE'
                   add 1 to ws-sweeps-not-due
               else
                   add 1 to ws-sweeps-skipped
                   move 0 to ws-sweep-amount
               end-if
           end-if
           if ws-sweep-result not = 'NOT DUE'
               perform bswp-report-sweep
           end-if
           move ws-rcl-today to SWEEPINS-LAST-DATE
           move ws-sweep-amount to SWEEPINS-LAST-AMOUNT
           move ws-sweep-result to SWEEPINS-LAST-RESULT
           rewrite SWEEPINS-RECORD
           exit
           .
      ***--------------------------------------------------------------*
      *** the source must be active - a hold stops every sweep out    *
      ***--------------------------------------------------------------*
       bswp-read-source section.
       bswp-read-source-para.
           move SWEEPINS-SOURCE-ACCT to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if not ws-acctmast-ok
               move 'NO SRC' to ws-sweep-result
           else
               move ACCTMAST-MEMO-BALANCE to ws-src-memo
               move ACCTMAST-CURRENCY to ws-src-ccy
               evaluate true
                   when ACCTMAST-IS-HOLD
                       move 'SRC HOLD' to ws-sweep-result
                   when not ACCTMAST-IS-ACTIVE
                       move 'SRC STAT' to ws-sweep-result
                   when other
                       perform bswp-find-odlimit
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the target may be on hold or dormant - money in is welcome  *
      *** - but not closed, closing, written off or escheated         *
      ***--------------------------------------------------------------*
       bswp-read-target section.
       bswp-read-target-para.
           move SWEEPINS-TARGET-ACCT to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if not ws-acctmast-ok
               move 'NO TGT' to ws-sweep-result
           else
               move ACCTMAST-MEMO-BALANCE to ws-tgt-memo
               move ACCTMAST-CURRENCY to ws-tgt-ccy
               if ACCTMAST-IS-CLOSED
                   or ACCTMAST-IS-CLOSE-PEND
                   or ACCTMAST-IS-CHARGED-OFF
                   or ACCTMAST-IS-ESCHEATED
                   move 'TGT STAT' to ws-sweep-result
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the source's limit for the business day, newest effective   *
      *** ODLIMIT row first, the flat master limit otherwise          *
      ***--------------------------------------------------------------*
       bswp-find-odlimit section.
       bswp-find-odlimit-para.
           move ACCTMAST-ODLIMIT to ws-eff-odlimit
           if ws-odlimit-is-open
               move ACCTMAST-ACCTNO to ODLIMIT-ACCTNO
               move 0 to ODLIMIT-START-DATE
               start ODLIMIT-FILE key not < ODLIMIT-KEY
                   invalid key
                       continue
               end-start
               if ws-odlimit-ok
                   move 'Y' to ws-more-odlimits
                   perform bswp-find-odlimit-read
                       until not ws-more-odlimit-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bswp-find-odlimit-read section.
       bswp-find-odlimit-read-para.
           read ODLIMIT-FILE next record
               at end
                   move 'N' to ws-more-odlimits
           end-read
           if ws-more-odlimit-recs
               if ODLIMIT-ACCTNO not = ACCTMAST-ACCTNO
                   or ODLIMIT-START-DATE > ws-rcl-today
                   move 'N' to ws-more-odlimits
               else
                   if ODLIMIT-EXPIRY = 0
                       or ODLIMIT-EXPIRY >= ws-rcl-today
                       move ODLIMIT-AMOUNT to ws-eff-odlimit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a live stop on ws-stop-acctno guarding the ws-stop-side leg *
      *** for this amount (a zero instruction amount stops any) - the *
      *** same test ETPBPST applies, without marking it matched       *
      ***--------------------------------------------------------------*
       bswp-check-stops section.
       bswp-check-stops-para.
           move 'N' to ws-stop-hit
           if ws-stopinst-is-open
               move ws-stop-acctno to STOPINST-ACCTNO
               move 0 to STOPINST-SEQ
               start STOPINST-FILE key not < STOPINST-KEY
                   invalid key
                       continue
               end-start
               if ws-stopinst-ok
                   move 'Y' to ws-more-stops
                   perform bswp-check-one-stop
                       until not ws-more-stop-recs
                          or ws-stop-was-hit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bswp-check-one-stop section.
       bswp-check-one-stop-para.
           read STOPINST-FILE next record
               at end
                   move 'N' to ws-more-stops
           end-read
           if ws-more-stop-recs
               if STOPINST-ACCTNO not = ws-stop-acctno
                   move 'N' to ws-more-stops
               else
                   if STOPINST-IS-ACTIVE
                       and (STOPINST-EXPIRY = 0
                         or STOPINST-EXPIRY >= ws-rcl-today)
                       and (STOPINST-STOPS-BOTH
                         or (STOPINST-STOPS-DEBITS
                             and ws-stop-on-debit)
                         or (STOPINST-STOPS-CREDITS
                             and ws-stop-on-credit))
                       and (STOPINST-AMOUNT = 0
                         or STOPINST-AMOUNT = ws-sweep-amount)
                       move 'Y' to ws-stop-hit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the balanced pair - debit the source, credit the target,    *
      *** both under one pair id so the posting run judges them       *
      *** together - and the memo balances moved at once              *
      ***--------------------------------------------------------------*
       bswp-emit-sweep section.
       bswp-emit-sweep-para.
           compute ws-sweep-debit = 0 - ws-sweep-amount
           end-compute
           add 1 to ws-pair-seq
           move ws-pair-seq to ws-pair-id-seq
           if SWEEPINS-TEXT = spaces
               move 'BALANCE SWEEP' to ws-sweep-text
           else
               move SWEEPINS-TEXT to ws-sweep-text
           end-if

           move SWEEPINS-SOURCE-ACCT to ws-posting-acctno
           move ws-sweep-debit to ws-posting-amount
           perform bswp-emit-posting

           move SWEEPINS-TARGET-ACCT to ws-posting-acctno
           move ws-sweep-amount to ws-posting-amount
           perform bswp-emit-posting

           move SWEEPINS-SOURCE-ACCT to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-ok
               subtract ws-sweep-amount from ACCTMAST-MEMO-BALANCE
               rewrite ACCTMAST-RECORD
           end-if
           move SWEEPINS-TARGET-ACCT to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-ok
               add ws-sweep-amount to ACCTMAST-MEMO-BALANCE
               rewrite ACCTMAST-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** appends one structured POST entry to journal4, the same     *
      *** JNLREC shape ETPBSTO and ETPBTDM write                      *
      ***--------------------------------------------------------------*
       bswp-emit-posting section.
       bswp-emit-posting-para.
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
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move ws-sweep-text to JNLREC-POST-NARRATIVE
           move 'SW' to JNLREC-POST-TXN-TYPE
           move spaces to ws-trace-id
           string 'SW' SWEEPINS-ID ws-jnlrec-sequence(3:4)
               into ws-trace-id
           move ws-trace-id to JNLREC-POST-TRACE-ID
           write JNLREC-RECORD
           perform bswp-tally-line
           exit
           .
      ***--------------------------------------------------------------*
       bswp-report-sweep section.
       bswp-report-sweep-para.
           move ws-sweep-amount to ws-amount-display
           move spaces to ws-spool-text
           string SWEEPINS-ID ' ' SWEEPINS-SOURCE-ACCT ' '
               SWEEPINS-TARGET-ACCT ' ' SWEEPINS-RULE ' '
               ws-amount-display ' ' ws-sweep-result
               delimited by size
               into ws-spool-text
           perform bswp-spool-line
           display 'ETPBSWP - ' ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
       bswp-finalize section.
       bswp-finalize-para.
           if ws-run-is-ok
               and ws-sweepins-ok
               close SWEEPINS-FILE
               close ACCTMAST-FILE
               close JOURNAL4-FILE
               perform bswp-close-mirror
               if ws-odlimit-is-open
                   close ODLIMIT-FILE
               end-if
               if ws-stopinst-is-open
                   close STOPINST-FILE
               end-if
           end-if
           move ws-sweeps-read to ws-report-count
           display 'ETPBSWP - instructions active : ' ws-report-count
           move ws-sweeps-made to ws-report-count
           display 'ETPBSWP - sweeps generated    : ' ws-report-count
           move ws-sweeps-partial to ws-report-count
           display 'ETPBSWP - of which partial    : ' ws-report-count
           move ws-sweeps-not-due to ws-report-count
           display 'ETPBSWP - nothing to sweep    : ' ws-report-count
           move ws-sweeps-skipped to ws-report-count
           display 'ETPBSWP - sweeps skipped      : ' ws-report-count
           move ws-swept-total to ws-amount-display
           display 'ETPBSWP - amount swept        : ' ws-amount-display
           if ws-spool-is-open
               move ws-sweeps-made to ws-report-count
               move spaces to ws-spool-text
               string 'sweeps generated   : ' ws-report-count
                   into ws-spool-text
               perform bswp-spool-line
               move ws-sweeps-skipped to ws-report-count
               move spaces to ws-spool-text
               string 'sweeps skipped     : ' ws-report-count
                   into ws-spool-text
               perform bswp-spool-line
               move ws-swept-total to ws-amount-display
               move spaces to ws-spool-text
               string 'amount swept       : ' ws-amount-display
                   into ws-spool-text
               perform bswp-spool-line
               perform bswp-spool-close
           end-if
           display 'ETPBSWP - sweep run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bswp-spool-open section.
       bswp-spool-open-para.
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
       bswp-spool-line section.
       bswp-spool-line-para.
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
       bswp-spool-close section.
       bswp-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the tally and mirror files, creating the mirror on    *
      *** first use; without them the reconciliation would count the  *
      *** appended lines against a stale tally                        *
      ***--------------------------------------------------------------*
       bswp-open-mirror section.
       bswp-open-mirror-para.
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
               display 'ETPBSWP - journal tally/mirror unavailable, '
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
       bswp-close-mirror section.
       bswp-close-mirror-para.
           if ws-mirror-is-open
               close JNLCOUNT-FILE
               close JNL4VW-FILE
               move 'N' to ws-mirror-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one appended line: bump the journal4 tally and mirror the   *
      *** record, the same bookkeeping every journal4 writer does     *
      ***--------------------------------------------------------------*
       bswp-tally-line section.
       bswp-tally-line-para.
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
       end program ETPBSWP.
