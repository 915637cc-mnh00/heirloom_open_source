       identification division.

       program-id. ETPBLRP.

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

      * ETPBLRP - instalment-loan repayment collection
      * Nightly step alongside ETPBSTO and ETPBTDM for the loan book
      * ETPEAMT opens: every LOANSCHD instalment that has fallen due
      * and is still unpaid is collected from the loan's nominated
      * repayment account - the month's interest charged to the loan
      * as an ordinary journal4 POST entry, then the whole instalment
      * moved from the repayment account to the loan as a balanced
      * pair - so every movement flows through the normal ETPBPST
      * validation and the POSTCTRL and ETPBGLR controls.  A sent
      * instalment is left 'S' on the schedule; ETPBPST marks it paid
      * when it applies the repayment pair, so a row still 'S' the
      * next night was suspended or held by the posting run and goes
      * back to unpaid, in arrears.  An instalment the repayment
      * account cannot cover - its memo balance, which already has
      * the earmarks, uncollected credits and legal-order ring-fences
      * taken out, and no more than the ledger less those, plus the
      * effective ODLIMIT limit (none while a legal order holds
      * money, the ETPBPST floor) - stays unpaid on the schedule and
      * is tried again the next night.  The interest is charged to
      * the loan once, with the first send.  The loan's arrears count
      * and amount on the master are rebuilt from what is still
      * owing, for the ETPEACT and ETPEINV displays.

       environment division.

       input-output section.
       file-control.
           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select LOANSCHD-FILE assign to "LOANSCHD"
               organization is indexed
               access mode is dynamic
               record key is LOANSCHD-KEY
               file status is ws-loanschd-status.

           select ODLIMIT-FILE assign to "ODLIMIT"
               organization is indexed
               access mode is dynamic
               record key is ODLIMIT-KEY
               file status is ws-odlimit-status.

           select EARMARK-FILE assign to "EARMARK"
               organization is indexed
               access mode is dynamic
               record key is EARMARK-KEY
               file status is ws-earmark-status.

           select UNCOLL-FILE assign to "UNCOLL"
               organization is indexed
               access mode is dynamic
               record key is UNCOLL-KEY
               file status is ws-uncoll-status.

           select LEGALORD-FILE assign to "LEGALORD"
               organization is indexed
               access mode is dynamic
               record key is LEGALORD-KEY
               file status is ws-legalord-status.

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

       data division.

       file section.
       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  LOANSCHD-FILE.
           copy LOANSCHD.

       fd  ODLIMIT-FILE.
           copy ODLIMIT.

       fd  EARMARK-FILE.
           copy EARMARK.

       fd  UNCOLL-FILE.
           copy UNCOLL.

       fd  LEGALORD-FILE.
           copy LEGALORD.

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

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBLRP'.

       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
           88  ws-acctmast-notfnd            value '23'.

       01  ws-loanschd-status                pic x(2).
           88  ws-loanschd-ok                value '00'.
           88  ws-loanschd-eof               value '10'.
           88  ws-loanschd-absent            value '35'.

      ***--------------------------------------------------------------*
      *** what the posting run will hold against the repayment        *
      *** account - each file is optional, a missing one holds nothing*
      ***--------------------------------------------------------------*
       01  ws-odlimit-status                 pic x(2).
           88  ws-odlimit-ok                 value '00'.
       01  ws-odlimit-open                   pic x(1) value 'N'.
           88  ws-odlimit-is-open            value 'Y'.
       01  ws-more-odlimits                  pic x(1).
           88  ws-more-odlimit-recs          value 'Y'.
       01  ws-eff-odlimit                    pic 9(7)v99.
       01  ws-earmark-status                 pic x(2).
           88  ws-earmark-ok                 value '00'.
       01  ws-earmark-open                   pic x(1) value 'N'.
           88  ws-earmark-is-open            value 'Y'.
       01  ws-uncoll-status                  pic x(2).
           88  ws-uncoll-ok                  value '00'.
       01  ws-uncoll-open                    pic x(1) value 'N'.
           88  ws-uncoll-is-open             value 'Y'.
       01  ws-legalord-status                pic x(2).
           88  ws-legalord-ok                value '00'.
       01  ws-legalord-open                  pic x(1) value 'N'.
           88  ws-legalord-is-open           value 'Y'.
       01  ws-hold-more                      pic x(1).
           88  ws-hold-more-recs             value 'Y'.
       01  ws-hold-earmark                   pic 9(9)v99.
       01  ws-hold-uncoll                    pic 9(9)v99.
       01  ws-hold-legal                     pic 9(9)v99.
       01  ws-ledger-free                    pic s9(9)v99.
       01  ws-row-reverted                   pic x(1).
           88  ws-row-was-reverted           value 'Y'.

       01  ws-journal4-status                pic x(2).
           88  ws-journal4-ok                value '00'.
           88  ws-journal4-not-found         value '35'.

      ***--------------------------------------------------------------*
      *** journal4 line tally and CICS-browsable mirror, kept in step *
      *** exactly as ETPBFEE keeps them                               *
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

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-files-open                     pic x(1) value 'N'.
           88  ws-files-are-open             value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL - collecting the same      *
      *** instalments twice would debit every borrower twice          *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBLRP'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-more-rows                      pic x(1) value 'Y'.
           88  ws-more-schd-rows             value 'Y'.

       01  ws-today                          pic x(21).
       01  ws-jnlrec-sequence                pic 9(6) value 0.

      ***--------------------------------------------------------------*
      *** the loan whose schedule rows are being read - the schedule  *
      *** is keyed loan then instalment, so each loan's rows arrive   *
      *** together, oldest instalment first                           *
      ***--------------------------------------------------------------*
       01  ws-loan-acctno                    pic x(10) value spaces.
       01  ws-loan-repay-acct                pic x(10).
       01  ws-loan-live                      pic x(1) value 'N'.
           88  ws-loan-is-live               value 'Y'.
       01  ws-loan-arrears-count             pic 9(3).
       01  ws-loan-arrears-amount            pic 9(7)v99.

      ***--------------------------------------------------------------*
      *** one instalment's collection and its balanced pair           *
      ***--------------------------------------------------------------*
       01  ws-inst-total                     pic s9(7)v99.
       01  ws-inst-debit                     pic s9(7)v99.
       01  ws-available                      pic s9(9)v99.
       01  ws-miss-reason                    pic x(20).
       01  ws-posting-amount                 pic s9(7)v99.
       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-narrative              pic x(20).
       01  ws-posting-txn-type               pic x(2).
       01  ws-posting-pair-id                pic x(13).
       01  ws-trace-id.
           03  filler                        pic x(2) value 'LR'.
           03  ws-trace-acctno               pic x(10).
       01  ws-pair-id.
           03  filler                        pic x(2) value 'XF'.
           03  filler                        pic x(4) value 'BLRP'.
           03  ws-pair-id-seq                pic 9(7).
       01  ws-pair-seq                       pic 9(7) value 0.

       01  ws-rows-due                       pic 9(7) comp value 0.
       01  ws-rows-collected                 pic 9(7) comp value 0.
       01  ws-rows-missed                    pic 9(7) comp value 0.
       01  ws-rows-unapplied                 pic 9(7) comp value 0.
       01  ws-loans-in-arrears               pic 9(7) comp value 0.
       01  ws-collected-total                pic s9(9)v99 value 0.
       01  ws-interest-total                 pic s9(9)v99 value 0.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-amount-display                 pic -zzzzzzz9.99.

       procedure division.
       blrp-mainline section.
       blrp-mainline-para.
           perform blrp-register-start
           if ws-run-is-allowed
               perform blrp-initialize
               if ws-run-is-ok
                   perform blrp-process-row
                       until not ws-more-schd-rows
               end-if
               perform blrp-finalize
               perform blrp-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL, *
      *** refusing a same-day rerun without the ETPBDRV override      *
      ***--------------------------------------------------------------*
       blrp-register-start section.
       blrp-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform blrp-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBLRP - RUNCTRL not available, status='
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
                   display 'ETPBLRP - already run today, '
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
       blrp-load-business-date section.
       blrp-load-business-date-para.
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
       blrp-register-end section.
       blrp-register-end-para.
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
      *** no schedule file simply means no loans have been opened yet *
      ***--------------------------------------------------------------*
       blrp-initialize section.
       blrp-initialize-para.
           display 'ETPBLRP - loan repayments due by '
               ws-rcl-today
           move function current-date to ws-today
           open i-o LOANSCHD-FILE
           if not ws-loanschd-ok
               if ws-loanschd-absent
                   display 'ETPBLRP - no loan schedule on file'
               else
                   display 'ETPBLRP - unable to open LOANSCHD, '
                       'status=' ws-loanschd-status
                   move 'N' to ws-run-ok
               end-if
               move 'N' to ws-more-rows
           else
               open i-o ACCTMAST-FILE
               if not ws-acctmast-ok
                   display 'ETPBLRP - unable to open ACCTMAST, '
                       'status=' ws-acctmast-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-rows
                   close LOANSCHD-FILE
               else
                   open extend JOURNAL4-FILE
                   if ws-journal4-not-found
                       open output JOURNAL4-FILE
                   end-if
                   if not ws-journal4-ok
                       display 'ETPBLRP - unable to open journal4, '
                           'status=' ws-journal4-status
                       move 'N' to ws-run-ok
                       move 'N' to ws-more-rows
                       close ACCTMAST-FILE
                       close LOANSCHD-FILE
                   else
                       move 'Y' to ws-files-open
                       perform blrp-open-mirror
                       perform blrp-open-holds
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one schedule row: a change of loan closes off the previous  *
      *** loan's arrears figures first; only an unpaid row whose due  *
      *** date has arrived is collected                               *
      ***--------------------------------------------------------------*
       blrp-process-row section.
       blrp-process-row-para.
           read LOANSCHD-FILE next record
               at end
                   move 'N' to ws-more-rows
           end-read
           if ws-more-schd-rows
               if LOANSCHD-ACCTNO not = ws-loan-acctno
                   perform blrp-close-loan
                   perform blrp-open-loan
               end-if
               move 'N' to ws-row-reverted
      *        a row sent earlier today by an overridden rerun is
      *        still on its way to tonight's posting run
               if ws-loan-is-live
                   and LOANSCHD-IS-SENT
                   and LOANSCHD-SENT-DATE < ws-rcl-today
                   perform blrp-revert-instalment
               end-if
               if ws-loan-is-live
                   and LOANSCHD-IS-UNPAID
                   and LOANSCHD-DUE-DATE <= ws-rcl-today
                   add 1 to ws-rows-due
                   perform blrp-collect-instalment
               end-if
           else
               perform blrp-close-loan
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a row sent on an earlier night that the posting run never   *
      *** marked paid: its pair was suspended or held, so the         *
      *** instalment is unpaid again, counts toward the arrears, and  *
      *** is tried again below like any other unpaid instalment      *
      ***--------------------------------------------------------------*
       blrp-revert-instalment section.
       blrp-revert-instalment-para.
           move 'U' to LOANSCHD-STATUS
           rewrite LOANSCHD-RECORD
           move 'Y' to ws-row-reverted
           add 1 to ws-rows-unapplied
           add 1 to ws-loan-arrears-count
           compute ws-loan-arrears-amount =
               ws-loan-arrears-amount
               + LOANSCHD-PRINCIPAL + LOANSCHD-INTEREST
           end-compute
           display 'ETPBLRP - NOT APPLIED: ' ws-loan-acctno
               ' instalment ' LOANSCHD-INSTNO
               ' sent ' LOANSCHD-SENT-DATE ' - back to unpaid'
           exit
           .
      ***--------------------------------------------------------------*
      *** the loan a run of schedule rows belongs to - only an active *
      *** loan is collected; a loan on hold keeps its figures as they *
      *** stand until it is released                                  *
      ***--------------------------------------------------------------*
       blrp-open-loan section.
       blrp-open-loan-para.
           move LOANSCHD-ACCTNO to ws-loan-acctno
           move 'N' to ws-loan-live
           move 0 to ws-loan-arrears-count
           move 0 to ws-loan-arrears-amount
           move LOANSCHD-ACCTNO to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-notfnd
               display 'ETPBLRP - schedule with no loan on file: '
                   LOANSCHD-ACCTNO
           else
               if ACCTMAST-IS-LOAN
                   and ACCTMAST-IS-ACTIVE
                   move 'Y' to ws-loan-live
                   move ACCTMAST-SETTLE-ACCT to ws-loan-repay-acct
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the loan's last row has been read: its arrears count and    *
      *** amount go back on the master, rebuilt from tonight's view   *
      *** of what has fallen due and is still not collected           *
      ***--------------------------------------------------------------*
       blrp-close-loan section.
       blrp-close-loan-para.
           if ws-loan-is-live
               move ws-loan-acctno to ACCTMAST-ACCTNO
               read ACCTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-acctmast-ok
                   move ws-loan-arrears-count to ACCTMAST-ARREARS-COUNT
                   move ws-loan-arrears-amount
                       to ACCTMAST-ARREARS-AMOUNT
                   rewrite ACCTMAST-RECORD
                   if ws-loan-arrears-count > 0
                       add 1 to ws-loans-in-arrears
                       move ws-loan-arrears-amount
                           to ws-amount-display
                       display 'ETPBLRP - IN ARREARS: '
                           ws-loan-acctno ' instalments '
                           ws-loan-arrears-count ' owing '
                           ws-amount-display
                   end-if
               end-if
           end-if
           move 'N' to ws-loan-live
           exit
           .
      ***--------------------------------------------------------------*
      *** one instalment due: the repayment account must exist, be    *
      *** active and cover the whole instalment from what the posting *
      *** run will let it pay (blrp-find-available).  A sent          *
      *** instalment reduces the memo balance at once - the same      *
      *** capture-time protection ETPEXFR gives - so a second loan    *
      *** repaid from the same account cannot spend the same money    *
      *** tonight.  A row already in arrears after a refused pair     *
      *** keeps its arrears count until the posting run pays it       *
      ***--------------------------------------------------------------*
       blrp-collect-instalment section.
       blrp-collect-instalment-para.
           compute ws-inst-total =
               LOANSCHD-PRINCIPAL + LOANSCHD-INTEREST
           end-compute
           move spaces to ws-miss-reason
           move ws-loan-repay-acct to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-notfnd
               move 'NO REPAYMENT ACCT' to ws-miss-reason
           else
               if not ACCTMAST-IS-ACTIVE
                   move 'REPAY ACCT INACTIVE' to ws-miss-reason
               else
                   if ACCTMAST-MEMO-BALANCE not is numeric
                       move ACCTMAST-BALANCE to ACCTMAST-MEMO-BALANCE
                   end-if
                   perform blrp-find-available
                   if ws-available < ws-inst-total
                       move 'INSUFFICIENT FUNDS' to ws-miss-reason
                   end-if
               end-if
           end-if
           if ws-miss-reason not = spaces
               add 1 to ws-rows-missed
               if not ws-row-was-reverted
                   add 1 to ws-loan-arrears-count
                   add ws-inst-total to ws-loan-arrears-amount
               end-if
               display 'ETPBLRP - MISSED: ' ws-loan-acctno
                   ' instalment ' LOANSCHD-INSTNO
                   ' due ' LOANSCHD-DUE-DATE ' ' ws-miss-reason
           else
               subtract ws-inst-total from ACCTMAST-MEMO-BALANCE
               rewrite ACCTMAST-RECORD
               move ws-loan-acctno to ws-trace-acctno
               if LOANSCHD-INTEREST > 0
                   and not LOANSCHD-INT-WAS-CHARGED
                   move ws-loan-acctno to ws-posting-acctno
                   compute ws-posting-amount =
                       0 - LOANSCHD-INTEREST
                   end-compute
                   move 'LOAN INTEREST' to ws-posting-narrative
                   move 'LI' to ws-posting-txn-type
                   move spaces to ws-posting-pair-id
                   perform blrp-emit-posting
                   add LOANSCHD-INTEREST to ws-interest-total
               end-if
               perform blrp-emit-repayment
               move 'S' to LOANSCHD-STATUS
               move 'Y' to LOANSCHD-INT-CHARGED
               move ws-rcl-today to LOANSCHD-SENT-DATE
               rewrite LOANSCHD-RECORD
               add 1 to ws-rows-collected
               add ws-inst-total to ws-collected-total
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** what the repayment account in ACCTMAST-RECORD can pay, into *
      *** ws-available: the lower of its memo balance and its ledger  *
      *** balance less the open earmarks, uncollected credits and     *
      *** legal-order ring-fences (the memo already has them out, but *
      *** only as of the last posting run), plus the effective        *
      *** overdraft limit - the newest ODLIMIT row in force, else the *
      *** master limit.  While a legal order holds money the posting  *
      *** run lets no debit below the ring-fence, so no limit is      *
      *** added                                                       *
      ***--------------------------------------------------------------*
       blrp-find-available section.
       blrp-find-available-para.
           perform blrp-find-odlimit
           perform blrp-sum-earmarks
           perform blrp-sum-uncollected
           perform blrp-sum-legal-held
           compute ws-ledger-free =
               ACCTMAST-BALANCE - ws-hold-earmark
               - ws-hold-uncoll - ws-hold-legal
           end-compute
           move ACCTMAST-MEMO-BALANCE to ws-available
           if ws-ledger-free < ws-available
               move ws-ledger-free to ws-available
           end-if
           if ws-hold-legal = 0
               add ws-eff-odlimit to ws-available
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's limit for the business day, newest effective  *
      *** ODLIMIT row first, the flat master limit otherwise          *
      ***--------------------------------------------------------------*
       blrp-find-odlimit section.
       blrp-find-odlimit-para.
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
                   perform blrp-find-odlimit-read
                       until not ws-more-odlimit-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       blrp-find-odlimit-read section.
       blrp-find-odlimit-read-para.
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
      *** the account's open earmarks, into ws-hold-earmark           *
      ***--------------------------------------------------------------*
       blrp-sum-earmarks section.
       blrp-sum-earmarks-para.
           move 0 to ws-hold-earmark
           if ws-earmark-is-open
               move ACCTMAST-ACCTNO to EARMARK-ACCTNO
               move low-values to EARMARK-REF
               start EARMARK-FILE key not < EARMARK-KEY
                   invalid key
                       continue
               end-start
               if ws-earmark-ok
                   move 'Y' to ws-hold-more
                   perform blrp-sum-earmark-next
                       until not ws-hold-more-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       blrp-sum-earmark-next section.
       blrp-sum-earmark-next-para.
           read EARMARK-FILE next record
               at end
                   move 'N' to ws-hold-more
           end-read
           if ws-hold-more-recs
               if EARMARK-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-hold-more
               else
                   if EARMARK-IS-OPEN
                       add EARMARK-AMOUNT to ws-hold-earmark
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's credits not yet released, into ws-hold-uncoll *
      ***--------------------------------------------------------------*
       blrp-sum-uncollected section.
       blrp-sum-uncollected-para.
           move 0 to ws-hold-uncoll
           if ws-uncoll-is-open
               move ACCTMAST-ACCTNO to UNCOLL-ACCTNO
               move 0 to UNCOLL-POST-DATE
               move low-values to UNCOLL-TRACE-ID
               start UNCOLL-FILE key not < UNCOLL-KEY
                   invalid key
                       continue
               end-start
               if ws-uncoll-ok
                   move 'Y' to ws-hold-more
                   perform blrp-sum-uncoll-next
                       until not ws-hold-more-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       blrp-sum-uncoll-next section.
       blrp-sum-uncoll-next-para.
           read UNCOLL-FILE next record
               at end
                   move 'N' to ws-hold-more
           end-read
           if ws-hold-more-recs
               if UNCOLL-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-hold-more
               else
                   if UNCOLL-IS-UNCOLLECTED
                       add UNCOLL-AMOUNT to ws-hold-uncoll
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** what the account's active legal orders hold, into           *
      *** ws-hold-legal                                               *
      ***--------------------------------------------------------------*
       blrp-sum-legal-held section.
       blrp-sum-legal-held-para.
           move 0 to ws-hold-legal
           if ws-legalord-is-open
               move ACCTMAST-ACCTNO to LEGALORD-ACCTNO
               move 0 to LEGALORD-PRIORITY
               move 0 to LEGALORD-SEQ
               start LEGALORD-FILE key not < LEGALORD-KEY
                   invalid key
                       continue
               end-start
               if ws-legalord-ok
                   move 'Y' to ws-hold-more
                   perform blrp-sum-legal-next
                       until not ws-hold-more-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       blrp-sum-legal-next section.
       blrp-sum-legal-next-para.
           read LEGALORD-FILE next record
               at end
                   move 'N' to ws-hold-more
           end-read
           if ws-hold-more-recs
               if LEGALORD-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-hold-more
               else
                   if LEGALORD-IS-ACTIVE
                       add LEGALORD-HELD to ws-hold-legal
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the repayment pair: debit the repayment account for the     *
      *** whole instalment, credit the loan, both under one pair id   *
      *** so the posting run judges them together                     *
      ***--------------------------------------------------------------*
       blrp-emit-repayment section.
       blrp-emit-repayment-para.
           compute ws-inst-debit = 0 - ws-inst-total
           end-compute
           add 1 to ws-pair-seq
           move ws-pair-seq to ws-pair-id-seq

           move ws-loan-repay-acct to ws-posting-acctno
           move ws-inst-debit to ws-posting-amount
           move 'LOAN REPAYMENT' to ws-posting-narrative
           move 'LN' to ws-posting-txn-type
           move ws-pair-id to ws-posting-pair-id
           perform blrp-emit-posting

           move ws-loan-acctno to ws-posting-acctno
           move ws-inst-total to ws-posting-amount
           move 'LOAN REPAYMENT' to ws-posting-narrative
           move 'LN' to ws-posting-txn-type
           move ws-pair-id to ws-posting-pair-id
           perform blrp-emit-posting
           exit
           .
      ***--------------------------------------------------------------*
      *** appends one structured POST entry to journal4, the same     *
      *** JNLREC shape ETPBFEE and ETPBSTO write                      *
      ***--------------------------------------------------------------*
       blrp-emit-posting section.
       blrp-emit-posting-para.
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
           move ws-trace-id to JNLREC-POST-TRACE-ID
           write JNLREC-RECORD
           perform blrp-tally-line
           exit
           .
      ***--------------------------------------------------------------*
       blrp-finalize section.
       blrp-finalize-para.
           if ws-files-are-open
               close ACCTMAST-FILE
               close LOANSCHD-FILE
               close JOURNAL4-FILE
               perform blrp-close-mirror
               perform blrp-close-holds
           end-if
           move ws-rows-due to ws-report-count
           display 'ETPBLRP - instalments due       : '
               ws-report-count
           move ws-rows-unapplied to ws-report-count
           display 'ETPBLRP - not applied, reverted : '
               ws-report-count
           move ws-rows-collected to ws-report-count
           display 'ETPBLRP - sent for posting      : '
               ws-report-count
           move ws-rows-missed to ws-report-count
           display 'ETPBLRP - missed                : '
               ws-report-count
           move ws-loans-in-arrears to ws-report-count
           display 'ETPBLRP - loans in arrears      : '
               ws-report-count
           move ws-collected-total to ws-amount-display
           display 'ETPBLRP - amount collected      : '
               ws-amount-display
           move ws-interest-total to ws-amount-display
           display 'ETPBLRP - interest charged      : '
               ws-amount-display
           display 'ETPBLRP - repayment run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the tally and mirror files, creating the mirror on    *
      *** first use; without them the reconciliation would count the  *
      *** appended lines against a stale tally                        *
      ***--------------------------------------------------------------*
       blrp-open-mirror section.
       blrp-open-mirror-para.
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
               display 'ETPBLRP - journal tally/mirror unavailable, '
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
      *** the files the funds check reads; a file that is missing or  *
      *** will not open is taken to hold nothing                      *
      ***--------------------------------------------------------------*
       blrp-open-holds section.
       blrp-open-holds-para.
           open input ODLIMIT-FILE
           if ws-odlimit-ok
               move 'Y' to ws-odlimit-open
           end-if
           open input EARMARK-FILE
           if ws-earmark-ok
               move 'Y' to ws-earmark-open
           end-if
           open input UNCOLL-FILE
           if ws-uncoll-ok
               move 'Y' to ws-uncoll-open
           end-if
           open input LEGALORD-FILE
           if ws-legalord-ok
               move 'Y' to ws-legalord-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       blrp-close-holds section.
       blrp-close-holds-para.
           if ws-odlimit-is-open
               close ODLIMIT-FILE
           end-if
           if ws-earmark-is-open
               close EARMARK-FILE
           end-if
           if ws-uncoll-is-open
               close UNCOLL-FILE
           end-if
           if ws-legalord-is-open
               close LEGALORD-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       blrp-close-mirror section.
       blrp-close-mirror-para.
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
       blrp-tally-line section.
       blrp-tally-line-para.
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
       end program ETPBLRP.
