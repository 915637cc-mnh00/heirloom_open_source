       identification division.

       program-id. ETPBLGR.

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


      * ETPBLGR - legal-order remittances
      * Runs after ETPBPST has applied the day's postings.  The money
      * each active legal order (LEGALORD) has attached and not yet
      * sent is remitted to the authority's account named on the
      * order: the remittance goes to journal4 as a balanced pair,
      * type 'LG', for the next posting window, its trace id naming
      * the order's priority and number so the posting run can land
      * the payment on it and mark the order satisfied once the
      * remittances reach the amount ordered.  What is sent is kept
      * on the order as in transit until it posts, so a second run
      * before then sends nothing twice; the garnished account's memo
      * balance already leaves the attached money out, and the
      * authority's account has it added at once.  A garnished
      * account no longer able to pay out (closed, dormant, deceased
      * and the like), an authority account closed or written off,
      * a currency mismatch, or a live stop instruction against
      * either leg skips the order for the day.  Every remittance
      * made or skipped is reported to RPTSPOOL for the ETPERPT
      * viewer.  The run registers on RUNCTRL and refuses a same-day
      * rerun without the ETPBDRV override.

       environment division.

       input-output section.
       file-control.
           select LEGALORD-FILE assign to "LEGALORD"
               organization is indexed
               access mode is dynamic
               record key is LEGALORD-KEY
               file status is ws-legalord-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

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
       fd  LEGALORD-FILE.
           copy LEGALORD.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

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

       01  ws-program-name                   pic x(8) value 'ETPBLGR'.

       01  ws-legalord-status                pic x(2).
           88  ws-legalord-ok                value '00'.
           88  ws-legalord-absent            value '35'.
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
      *** stop instructions - a live stop on the garnished account's  *
      *** debits or the authority account's credits skips the order;  *
      *** the instruction is left for the posting run to match        *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBLGR'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-more-orders                    pic x(1) value 'Y'.
           88  ws-more-order-recs            value 'Y'.

       01  ws-today                          pic x(21).
       01  ws-jnlrec-sequence                pic 9(6) value 0.

      ***--------------------------------------------------------------*
      *** one order's remittance - both accounts' currencies as read, *
      *** the amount to send and the outcome                          *
      ***--------------------------------------------------------------*
       01  ws-src-ccy                        pic x(3).
       01  ws-tgt-ccy                        pic x(3).
       01  ws-remit-amount                   pic s9(7)v99.
       01  ws-remit-debit                    pic s9(7)v99.
       01  ws-remit-result                   pic x(8).
       01  ws-remit-text                     pic x(20)
           value 'LEGAL ORDER REMIT'.
       01  ws-pair-id.
           03  filler                        pic x(2) value 'XF'.
           03  filler                        pic x(4) value 'BLGR'.
           03  ws-pair-id-seq                pic 9(7).
       01  ws-pair-seq                       pic 9(7) value 0.
       01  ws-trace-id                       pic x(12).
       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-amount                 pic s9(7)v99.

       01  ws-orders-read                    pic 9(7) comp value 0.
       01  ws-remits-made                    pic 9(7) comp value 0.
       01  ws-remits-skipped                 pic 9(7) comp value 0.
       01  ws-remitted-total                 pic s9(9)v99 value 0.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-amount-display                 pic -zzzzzzz9.99.

      ***--------------------------------------------------------------*
      *** report spool - the remittance listing for the ETPERPT viewer*
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBLGR'.

       procedure division.
       blgr-mainline section.
       blgr-mainline-para.
           perform blgr-register-start
           if ws-run-is-allowed
               perform blgr-initialize
               if ws-run-is-ok
                   perform blgr-process-order
                       until not ws-more-order-recs
               end-if
               perform blgr-finalize
               perform blgr-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL, *
      *** refusing to run before ETPBPST has completed, and refusing  *
      *** a same-day rerun without the ETPBDRV override               *
      ***--------------------------------------------------------------*
       blgr-register-start section.
       blgr-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform blgr-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBLGR - RUNCTRL not available, status='
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
                   display 'ETPBLGR - predecessor '
                       ws-rcl-predecessor
                       ' has not run today, refusing to run'
                   move 'N' to ws-run-allowed
               else
                   if not RUNCTRL-IS-COMPLETE
                       display 'ETPBLGR - predecessor '
                           ws-rcl-predecessor
                           ' has not completed, refusing to run'
                       move 'N' to ws-run-allowed
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBLGR - already run today, '
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
       blgr-load-business-date section.
       blgr-load-business-date-para.
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
       blgr-register-end section.
       blgr-register-end-para.
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
      *** no legal-order file yet means no order has ever been served *
      *** - the run completes with nothing to do                      *
      ***--------------------------------------------------------------*
       blgr-initialize section.
       blgr-initialize-para.
           display 'ETPBLGR - legal-order remittances for '
               ws-rcl-today
           move function current-date to ws-today
           open i-o LEGALORD-FILE
           if ws-legalord-absent
               display 'ETPBLGR - no legal orders on file'
               move 'N' to ws-more-orders
           else
           if not ws-legalord-ok
               display 'ETPBLGR - unable to open LEGALORD, status='
                   ws-legalord-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-orders
           else
               open i-o ACCTMAST-FILE
               if not ws-acctmast-ok
                   display 'ETPBLGR - unable to open ACCTMAST, '
                       'status=' ws-acctmast-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-orders
                   close LEGALORD-FILE
               else
                   open extend JOURNAL4-FILE
                   if ws-journal4-not-found
                       open output JOURNAL4-FILE
                   end-if
                   if not ws-journal4-ok
                       display 'ETPBLGR - unable to open journal4, '
                           'status=' ws-journal4-status
                       move 'N' to ws-run-ok
                       move 'N' to ws-more-orders
                       close LEGALORD-FILE
                       close ACCTMAST-FILE
                   else
                       perform blgr-open-mirror
                       open input STOPINST-FILE
                       if ws-stopinst-ok
                           move 'Y' to ws-stopinst-open
                       end-if
                       perform blgr-spool-open
                       move spaces to ws-spool-text
                       string 'LEGAL-ORDER REMITTANCES FOR '
                           ws-rcl-today
                           into ws-spool-text
                       perform blgr-spool-line
                       move spaces to ws-spool-text
                       string 'ACCOUNT    PR SEQ ORDER REF            '
                           'REMIT TO         AMOUNT RESULT'
                           into ws-spool-text
                       perform blgr-spool-line
                   end-if
               end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an active order with attached money not already on its way  *
      ***--------------------------------------------------------------*
       blgr-process-order section.
       blgr-process-order-para.
           read LEGALORD-FILE next record
               at end
                   move 'N' to ws-more-orders
           end-read
           if ws-more-order-recs
               if LEGALORD-IS-ACTIVE
                   and LEGALORD-HELD > LEGALORD-IN-TRANSIT
                   add 1 to ws-orders-read
                   perform blgr-evaluate-order
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one order: each check in turn, the first failure naming the *
      *** skip; then the pair, or the reason none                     *
      ***--------------------------------------------------------------*
       blgr-evaluate-order section.
       blgr-evaluate-order-para.
           move spaces to ws-remit-result
           compute ws-remit-amount =
               LEGALORD-HELD - LEGALORD-IN-TRANSIT
           end-compute
           perform blgr-read-source
           if ws-remit-result = spaces
               perform blgr-read-target
           end-if
           if ws-remit-result = spaces
               and ws-src-ccy not = ws-tgt-ccy
               move 'CCY DIFF' to ws-remit-result
           end-if
           if ws-remit-result = spaces
               move LEGALORD-ACCTNO to ws-stop-acctno
               move 'D' to ws-stop-side
               perform blgr-check-stops
               if ws-stop-was-hit
                   move 'SRC STOP' to ws-remit-result
               else
                   move LEGALORD-REMIT-ACCT to ws-stop-acctno
                   move 'C' to ws-stop-side
                   perform blgr-check-stops
                   if ws-stop-was-hit
                       move 'TGT STOP' to ws-remit-result
                   end-if
               end-if
           end-if
           if ws-remit-result = spaces
               perform blgr-emit-remittance
               move 'REMITTED' to ws-remit-result
               add 1 to ws-remits-made
               add ws-remit-amount to ws-remitted-total
               add ws-remit-amount to LEGALORD-IN-TRANSIT
               move ws-rcl-today to LEGALORD-LAST-REMIT-DATE
               rewrite LEGALORD-RECORD
           else
               add 1 to ws-remits-skipped
           end-if
           perform blgr-report-order
           exit
           .
      ***--------------------------------------------------------------*
      *** the garnished account must still be able to pay out - the  *
      *** states the posting run applies a debit in                   *
      ***--------------------------------------------------------------*
       blgr-read-source section.
       blgr-read-source-para.
           move LEGALORD-ACCTNO to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if not ws-acctmast-ok
               move 'NO ACCT' to ws-remit-result
           else
               move ACCTMAST-CURRENCY to ws-src-ccy
               if not ACCTMAST-IS-ACTIVE
                   and not ACCTMAST-IS-CLOSE-PEND
                   move 'ACCT STAT' to ws-remit-result
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the authority's account may be on hold or dormant - money   *
      *** in is welcome - but not closed, closing, written off,       *
      *** escheated or deceased                                       *
      ***--------------------------------------------------------------*
       blgr-read-target section.
       blgr-read-target-para.
           move LEGALORD-REMIT-ACCT to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if not ws-acctmast-ok
               move 'NO TGT' to ws-remit-result
           else
               move ACCTMAST-CURRENCY to ws-tgt-ccy
               if ACCTMAST-IS-CLOSED
                   or ACCTMAST-IS-CLOSE-PEND
                   or ACCTMAST-IS-CHARGED-OFF
                   or ACCTMAST-IS-ESCHEATED
                   or ACCTMAST-IS-DECEASED
                   move 'TGT STAT' to ws-remit-result
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a live stop on ws-stop-acctno guarding the ws-stop-side leg *
      *** for this amount (a zero instruction amount stops any) - the *
      *** same test ETPBPST applies, without marking it matched       *
      ***--------------------------------------------------------------*
       blgr-check-stops section.
       blgr-check-stops-para.
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
                   perform blgr-check-one-stop
                       until not ws-more-stop-recs
                          or ws-stop-was-hit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       blgr-check-one-stop section.
       blgr-check-one-stop-para.
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
                         or STOPINST-AMOUNT = ws-remit-amount)
                       move 'Y' to ws-stop-hit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the balanced pair - debit the garnished account, credit the *
      *** authority's, both under one pair id so the posting run      *
      *** judges them together - and the authority's memo balance     *
      *** credited at once; the garnished account's already leaves    *
      *** the attached money out                                      *
      ***--------------------------------------------------------------*
       blgr-emit-remittance section.
       blgr-emit-remittance-para.
           compute ws-remit-debit = 0 - ws-remit-amount
           end-compute
           add 1 to ws-pair-seq
           move ws-pair-seq to ws-pair-id-seq

           move LEGALORD-ACCTNO to ws-posting-acctno
           move ws-remit-debit to ws-posting-amount
           perform blgr-emit-posting

           move LEGALORD-REMIT-ACCT to ws-posting-acctno
           move ws-remit-amount to ws-posting-amount
           perform blgr-emit-posting

           move LEGALORD-REMIT-ACCT to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-ok
               add ws-remit-amount to ACCTMAST-MEMO-BALANCE
               rewrite ACCTMAST-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** appends one structured POST entry to journal4, the same     *
      *** JNLREC shape ETPBSTO and ETPBTDM write                      *
      ***--------------------------------------------------------------*
       blgr-emit-posting section.
       blgr-emit-posting-para.
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
           move ws-remit-text to JNLREC-POST-NARRATIVE
           move 'LG' to JNLREC-POST-TXN-TYPE
           move spaces to ws-trace-id
           string 'LG' LEGALORD-PRIORITY LEGALORD-SEQ
               ws-jnlrec-sequence(2:5)
               into ws-trace-id
           move ws-trace-id to JNLREC-POST-TRACE-ID
           write JNLREC-RECORD
           perform blgr-tally-line
           exit
           .
      ***--------------------------------------------------------------*
       blgr-report-order section.
       blgr-report-order-para.
           move ws-remit-amount to ws-amount-display
           move spaces to ws-spool-text
           string LEGALORD-ACCTNO ' ' LEGALORD-PRIORITY ' '
               LEGALORD-SEQ ' ' LEGALORD-ORDER-REF ' '
               LEGALORD-REMIT-ACCT ' '
               ws-amount-display ' ' ws-remit-result
               delimited by size
               into ws-spool-text
           perform blgr-spool-line
           display 'ETPBLGR - ' ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
       blgr-finalize section.
       blgr-finalize-para.
           if ws-run-is-ok
               and ws-legalord-ok
               close LEGALORD-FILE
               close ACCTMAST-FILE
               close JOURNAL4-FILE
               perform blgr-close-mirror
               if ws-stopinst-is-open
                   close STOPINST-FILE
               end-if
           end-if
           move ws-orders-read to ws-report-count
           display 'ETPBLGR - orders with money   : ' ws-report-count
           move ws-remits-made to ws-report-count
           display 'ETPBLGR - remittances made    : ' ws-report-count
           move ws-remits-skipped to ws-report-count
           display 'ETPBLGR - orders skipped      : ' ws-report-count
           move ws-remitted-total to ws-amount-display
           display 'ETPBLGR - amount remitted     : ' ws-amount-display
           if ws-spool-is-open
               move ws-remits-made to ws-report-count
               move spaces to ws-spool-text
               string 'remittances made   : ' ws-report-count
                   into ws-spool-text
               perform blgr-spool-line
               move ws-remits-skipped to ws-report-count
               move spaces to ws-spool-text
               string 'orders skipped     : ' ws-report-count
                   into ws-spool-text
               perform blgr-spool-line
               move ws-remitted-total to ws-amount-display
               move spaces to ws-spool-text
               string 'amount remitted    : ' ws-amount-display
                   into ws-spool-text
               perform blgr-spool-line
               perform blgr-spool-close
           end-if
           display 'ETPBLGR - remittance run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       blgr-spool-open section.
       blgr-spool-open-para.
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
       blgr-spool-line section.
       blgr-spool-line-para.
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
       blgr-spool-close section.
       blgr-spool-close-para.
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
       blgr-open-mirror section.
       blgr-open-mirror-para.
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
               display 'ETPBLGR - journal tally/mirror unavailable, '
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
       blgr-close-mirror section.
       blgr-close-mirror-para.
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
       blgr-tally-line section.
       blgr-tally-line-para.
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
       end program ETPBLGR.
