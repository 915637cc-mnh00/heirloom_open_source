       identification division.

       program-id. ETPBCTR.

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

      * ETPBCTR - large-cash threshold report
      * Run nightly after the day's posting: walks the customer-keyed
      * CUSTXREF and rolls every holder's POSTHIST credits and debits
      * for the business date up across all the accounts they hold -
      * a joint account counts in full against each of its holders -
      * so a customer who splits a large movement over several
      * accounts is still caught.  Foreign-currency movements are
      * priced to base at the EXRATE rate in force on the day (the
      * ETPBEXT rule).  A customer whose credits or debits for the
      * day exceed the SYSPARM 'CTRLIMIT' threshold (default 10000)
      * is reportable: with name, birth date and identity document
      * on CUSTMAST they go on the regulatory filing file
      * /tmp/ctr_filing_YYYYMMDD.txt (CTRRPT layout) with every
      * contributing account, and are listed in RPTSPOOL under this
      * job's name; with any of those fields missing they are held
      * off the file and listed with what is missing under
      * 'ETPBCTRK', so compliance can complete the customer and
      * refile before the deadline.  Reversed postings, and the
      * reversal rows that undo them, are left out of the totals.

       environment division.

       input-output section.
       file-control.
           select CUSTXREF-FILE assign to "CUSTXREF"
               organization is indexed
               access mode is dynamic
               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select EXRATE-FILE assign to "EXRATE"
               organization is indexed
               access mode is dynamic
               record key is EXRATE-KEY
               file status is ws-exrate-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select FILING-FILE assign to ws-filing-name
               organization is line sequential
               file status is ws-filing-status.

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
       fd  CUSTXREF-FILE.
           copy CUSTXREF.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  EXRATE-FILE.
           copy EXRATE.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  FILING-FILE.
           copy CTRRPT.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCTR'.

       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
       01  ws-exrate-status                  pic x(2).
           88  ws-exrate-ok                  value '00'.
       01  ws-exrate-open                    pic x(1) value 'N'.
           88  ws-exrate-is-open             value 'Y'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-filing-status                  pic x(2).
           88  ws-filing-ok                  value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, after the day's posting   *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBCTR'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the reporting threshold, base currency; the default stands  *
      *** in when SYSPARM has no row                                  *
      ***--------------------------------------------------------------*
       77  ws-ctrlimit-default               pic 9(7) value 10000.
       01  ws-threshold                      pic 9(7).

      ***--------------------------------------------------------------*
      *** the closing rate of each foreign currency met, looked up    *
      *** once per run                                                 *
      ***--------------------------------------------------------------*
       77  ws-ccy-max                        pic 9(2) comp value 20.
       01  ws-ccy-count                      pic 9(2) comp value 0.
       01  ws-ccy-sub                        pic 9(2) comp.
       01  ws-ccy-hit                        pic 9(2) comp.
       01  ws-ccy-table.
           03  ws-ccy-slot occurs 20 times.
               05  ws-ccy-code               pic x(3).
               05  ws-ccy-rate               pic 9(3)v9(6).
       01  ws-rate                           pic 9(3)v9(6).
       01  ws-more-rates                     pic x(1).
           88  ws-more-rate-recs             value 'Y'.
       01  ws-rate-found                     pic x(1).
           88  ws-rate-was-found             value 'Y'.

      ***--------------------------------------------------------------*
      *** the customer being rolled up and the accounts that moved    *
      ***--------------------------------------------------------------*
       01  ws-more-xref                      pic x(1) value 'Y'.
           88  ws-more-xref-recs             value 'Y'.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.
       01  ws-cur-custno                     pic x(10) value spaces.
       01  ws-cust-in                        pic 9(11)v99.
       01  ws-cust-out                       pic 9(11)v99.
       01  ws-acct-currency                  pic x(3).
       01  ws-acct-branch                    pic x(3).
       01  ws-native-in                      pic 9(9)v99.
       01  ws-native-out                     pic 9(9)v99.
       01  ws-count-in                       pic 9(5).
       01  ws-count-out                      pic 9(5).
       01  ws-base-in                        pic 9(9)v99.
       01  ws-base-out                       pic 9(9)v99.
       77  ws-acc-max                        pic 9(3) comp value 50.
       01  ws-acc-count                      pic 9(3) comp value 0.
       01  ws-acc-sub                        pic 9(3) comp.
       01  ws-acc-overflow                   pic 9(5) comp value 0.
       01  ws-acc-table.
           03  ws-acc-slot occurs 50 times.
               05  ws-acc-acctno             pic x(10).
               05  ws-acc-role               pic x(1).
               05  ws-acc-branch             pic x(3).
               05  ws-acc-currency           pic x(3).
               05  ws-acc-native-in          pic 9(9)v99.
               05  ws-acc-native-out         pic 9(9)v99.
               05  ws-acc-base-in            pic 9(9)v99.
               05  ws-acc-base-out           pic 9(9)v99.
               05  ws-acc-count-in           pic 9(5).
               05  ws-acc-count-out          pic 9(5).

      ***--------------------------------------------------------------*
      *** the identity fields the filing cannot go without            *
      ***--------------------------------------------------------------*
       01  ws-kyc-missing                    pic x(1).
           88  ws-kyc-is-missing             value 'Y'.
       01  ws-missing-text                   pic x(40).
       01  ws-missing-ptr                    pic 9(3) comp.

       01  ws-filing-name                    pic x(40).
       01  ws-filing-open                    pic x(1) value 'N'.
           88  ws-filing-is-open             value 'Y'.
       01  ws-file-customers                 pic 9(7) value 0.
       01  ws-file-accounts                  pic 9(7) value 0.
       01  ws-file-in                        pic 9(11)v99 value 0.
       01  ws-file-out                       pic 9(11)v99 value 0.

       01  ws-xref-read                      pic 9(7) comp value 0.
       01  ws-customers-seen                 pic 9(7) comp value 0.
       01  ws-customers-filed                pic 9(7) comp value 0.
       01  ws-customers-pending              pic 9(7) comp value 0.
       01  ws-unpriced                       pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output - the filed list and the KYC list       *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-kyc-lineno                     pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCTR'.
       77  ws-kyc-name                       pic x(8) value 'ETPBCTRK'.

       01  ws-in-disp                        pic zzzzzzzzzz9.99.
       01  ws-out-disp                       pic zzzzzzzzzz9.99.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bctr-mainline section.
       bctr-mainline-para.
           perform bctr-register-start
           if ws-run-is-allowed
               perform bctr-initialize
               if ws-run-is-ok
                   perform bctr-write-header
                   perform bctr-process-xref
                       until not ws-more-xref-recs
                   if ws-cur-custno not = spaces
                       perform bctr-judge-customer
                   end-if
                   perform bctr-write-trailer
               end-if
               perform bctr-finalize
               perform bctr-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before the day's posting has completed, or   *
      *** twice for the same day, unless overridden by ETPBDRV        *
      ***--------------------------------------------------------------*
       bctr-register-start section.
       bctr-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bctr-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBCTR - RUNCTRL not available, status='
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
                       display 'ETPBCTR - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBCTR - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBCTR - already run today, '
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
       bctr-load-business-date section.
       bctr-load-business-date-para.
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
       bctr-register-end section.
       bctr-register-end-para.
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
      *** the threshold, then the cross-reference, masters, history,  *
      *** the filing file and the spool                                *
      ***--------------------------------------------------------------*
       bctr-initialize section.
       bctr-initialize-para.
           display 'ETPBCTR - large-cash threshold report for '
               ws-rcl-today
           perform bctr-load-threshold
           move spaces to ws-filing-name
           string '/tmp/ctr_filing_' ws-rcl-today '.txt'
               into ws-filing-name
           open input CUSTXREF-FILE
           open input CUSTMAST-FILE
           open input ACCTMAST-FILE
           open input POSTHIST-FILE
           if not ws-custxref-ok or not ws-custmast-ok
               or not ws-acctmast-ok or not ws-posthist-ok
               display 'ETPBCTR - unable to open CUSTXREF, CUSTMAST, '
                   'ACCTMAST or POSTHIST - statuses '
                   ws-custxref-status ' ' ws-custmast-status ' '
                   ws-acctmast-status ' ' ws-posthist-status
               move 'N' to ws-run-ok
               if ws-custxref-ok
                   close CUSTXREF-FILE
               end-if
               if ws-custmast-ok
                   close CUSTMAST-FILE
               end-if
               if ws-acctmast-ok
                   close ACCTMAST-FILE
               end-if
               if ws-posthist-ok
                   close POSTHIST-FILE
               end-if
           else
               open output FILING-FILE
               perform bctr-spool-open
               if not ws-filing-ok or not ws-spool-is-open
                   display 'ETPBCTR - unable to open the filing file '
                       'or RPTSPOOL - statuses ' ws-filing-status ' '
                       ws-rptspool-status
                   move 'N' to ws-run-ok
                   close CUSTXREF-FILE
                   close CUSTMAST-FILE
                   close ACCTMAST-FILE
                   close POSTHIST-FILE
                   if ws-filing-ok
                       close FILING-FILE
                   end-if
                   perform bctr-spool-close
               else
                   move 'Y' to ws-filing-open
                   open input EXRATE-FILE
                   if ws-exrate-ok
                       move 'Y' to ws-exrate-open
                   else
                       display 'ETPBCTR - EXRATE not available, '
                           'foreign amounts carried at par'
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the threshold off SYSPARM, defaulted when no row exists     *
      ***--------------------------------------------------------------*
       bctr-load-threshold section.
       bctr-load-threshold-para.
           move ws-ctrlimit-default to ws-threshold
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'CTRLIMIT' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if not ws-sysparm-notfnd
                   and SYSPARM-VALUE > 0
                   move SYSPARM-VALUE to ws-threshold
               end-if
               close SYSPARM-FILE
           end-if
           display 'ETPBCTR - reporting threshold   : ' ws-threshold
           exit
           .
      ***--------------------------------------------------------------*
       bctr-write-header section.
       bctr-write-header-para.
           move spaces to CTRRPT-RECORD
           move 'H' to CTRRPT-TYPE
           move ws-rcl-today to CTRRPT-H-BUSINESS-DATE
           move function current-date(1:8) to CTRRPT-H-PRODUCED
           move ws-program-name to CTRRPT-H-PROGRAM
           move ws-threshold to CTRRPT-H-THRESHOLD
           write CTRRPT-RECORD
           move spaces to ws-spool-text
           string 'LARGE-CASH THRESHOLD FILING  ' ws-rcl-today
               '  THRESHOLD ' ws-threshold
               into ws-spool-text
           perform bctr-spool-line
           move spaces to ws-spool-text
           string 'CUSTOMER   NAME                        '
               '    TOTAL IN      TOTAL OUT'
               into ws-spool-text
           perform bctr-spool-line
           move spaces to ws-spool-text
           string 'LARGE-CASH CUSTOMERS HELD FOR MISSING KYC  '
               ws-rcl-today
               into ws-spool-text
           perform bctr-kyc-line
           move spaces to ws-spool-text
           string 'CUSTOMER   NAME                        '
               '    TOTAL IN      TOTAL OUT'
               into ws-spool-text
           perform bctr-kyc-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one cross-reference row: a change of customer judges the    *
      *** one just finished before the new one is started             *
      ***--------------------------------------------------------------*
       bctr-process-xref section.
       bctr-process-xref-para.
           read CUSTXREF-FILE next record
               at end
                   move 'N' to ws-more-xref
           end-read
           if ws-more-xref-recs
               add 1 to ws-xref-read
               if CUSTXREF-CUSTNO not = ws-cur-custno
                   if ws-cur-custno not = spaces
                       perform bctr-judge-customer
                   end-if
                   move CUSTXREF-CUSTNO to ws-cur-custno
                   move 0 to ws-cust-in
                   move 0 to ws-cust-out
                   move 0 to ws-acc-count
                   move 0 to ws-acc-overflow
                   add 1 to ws-customers-seen
               end-if
               perform bctr-roll-account
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one account's movement for the business date, priced to     *
      *** base and added to the holder's day                           *
      ***--------------------------------------------------------------*
       bctr-roll-account section.
       bctr-roll-account-para.
           move 0 to ws-native-in
           move 0 to ws-native-out
           move 0 to ws-count-in
           move 0 to ws-count-out
           move CUSTXREF-ACCTNO to POSTHIST-ACCTNO
           move ws-rcl-today to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           start POSTHIST-FILE key not < POSTHIST-KEY
               invalid key
                   continue
           end-start
           if ws-posthist-ok
               move 'Y' to ws-more-history
               perform bctr-scan-history
                   until not ws-more-history-recs
           end-if
           if ws-count-in > 0 or ws-count-out > 0
               move spaces to ws-acct-currency
               move spaces to ws-acct-branch
               move CUSTXREF-ACCTNO to ACCTMAST-ACCTNO
               read ACCTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-acctmast-ok
                   move ACCTMAST-CURRENCY to ws-acct-currency
                   move ACCTMAST-BRANCH to ws-acct-branch
               end-if
               perform bctr-find-rate
               compute ws-base-in rounded = ws-native-in * ws-rate
               end-compute
               compute ws-base-out rounded = ws-native-out * ws-rate
               end-compute
               add ws-base-in to ws-cust-in
               add ws-base-out to ws-cust-out
               if ws-acc-count < ws-acc-max
                   add 1 to ws-acc-count
                   move CUSTXREF-ACCTNO to ws-acc-acctno(ws-acc-count)
                   move CUSTXREF-ROLE to ws-acc-role(ws-acc-count)
                   move ws-acct-branch to ws-acc-branch(ws-acc-count)
                   move ws-acct-currency
                       to ws-acc-currency(ws-acc-count)
                   move ws-native-in to ws-acc-native-in(ws-acc-count)
                   move ws-native-out
                       to ws-acc-native-out(ws-acc-count)
                   move ws-base-in to ws-acc-base-in(ws-acc-count)
                   move ws-base-out to ws-acc-base-out(ws-acc-count)
                   move ws-count-in to ws-acc-count-in(ws-acc-count)
                   move ws-count-out to ws-acc-count-out(ws-acc-count)
               else
                   add 1 to ws-acc-overflow
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's POSTHIST rows for the business date; rows     *
      *** backed out, and the reversal rows themselves, do not count  *
      ***--------------------------------------------------------------*
       bctr-scan-history section.
       bctr-scan-history-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = CUSTXREF-ACCTNO
                   or POSTHIST-DATE not = ws-rcl-today
                   move 'N' to ws-more-history
               else
                   if POSTHIST-IS-POSTING
                       and not POSTHIST-WAS-REVERSED
                       if POSTHIST-AMOUNT > 0
                           add POSTHIST-AMOUNT to ws-native-in
                           add 1 to ws-count-in
                       else
                           if POSTHIST-AMOUNT < 0
                               subtract POSTHIST-AMOUNT
                                   from ws-native-out
                               add 1 to ws-count-out
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the base-currency rate for the account's currency: par for  *
      *** the base book, else the newest EXRATE row effective on the  *
      *** business date, remembered for the rest of the run           *
      ***--------------------------------------------------------------*
       bctr-find-rate section.
       bctr-find-rate-para.
           move 1 to ws-rate
           if ws-acct-currency not = spaces
               and ws-acct-currency not = 'USD'
               move 0 to ws-ccy-hit
               perform bctr-match-currency
                   varying ws-ccy-sub from 1 by 1
                   until ws-ccy-sub > ws-ccy-count
                      or ws-ccy-hit > 0
               if ws-ccy-hit > 0
                   move ws-ccy-rate(ws-ccy-hit) to ws-rate
               else
                   move 'N' to ws-rate-found
                   if ws-exrate-is-open
                       move ws-acct-currency to EXRATE-CURRENCY
                       move 0 to EXRATE-EFF-DATE
                       start EXRATE-FILE key not < EXRATE-KEY
                           invalid key
                               continue
                       end-start
                       if ws-exrate-ok
                           move 'Y' to ws-more-rates
                           perform bctr-scan-rate
                               until not ws-more-rate-recs
                       end-if
                   end-if
                   if not ws-rate-was-found
                       add 1 to ws-unpriced
                       display 'ETPBCTR - no EXRATE row for '
                           ws-acct-currency ' on ' ws-rcl-today
                           ' - carried at par'
                   end-if
                   if ws-ccy-count < ws-ccy-max
                       add 1 to ws-ccy-count
                       move ws-acct-currency
                           to ws-ccy-code(ws-ccy-count)
                       move ws-rate to ws-ccy-rate(ws-ccy-count)
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bctr-match-currency section.
       bctr-match-currency-para.
           if ws-ccy-code(ws-ccy-sub) = ws-acct-currency
               move ws-ccy-sub to ws-ccy-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bctr-scan-rate section.
       bctr-scan-rate-para.
           read EXRATE-FILE next record
               at end
                   move 'N' to ws-more-rates
           end-read
           if ws-more-rate-recs
               if EXRATE-CURRENCY not = ws-acct-currency
                   or EXRATE-EFF-DATE > ws-rcl-today
                   move 'N' to ws-more-rates
               else
                   move EXRATE-RATE to ws-rate
                   move 'Y' to ws-rate-found
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a finished customer: over the threshold either way, they    *
      *** are filed when their identity is complete, held for         *
      *** compliance when it is not                                    *
      ***--------------------------------------------------------------*
       bctr-judge-customer section.
       bctr-judge-customer-para.
           if ws-cust-in > ws-threshold
               or ws-cust-out > ws-threshold
               move ws-cur-custno to CUSTMAST-CUSTNO
               read CUSTMAST-FILE
                   invalid key
                       continue
               end-read
               perform bctr-check-kyc
               if ws-kyc-is-missing
                   perform bctr-hold-customer
               else
                   perform bctr-file-customer
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** lists what the filing would lack: name, birth date, or the  *
      *** identity document type and reference                        *
      ***--------------------------------------------------------------*
       bctr-check-kyc section.
       bctr-check-kyc-para.
           move 'N' to ws-kyc-missing
           move spaces to ws-missing-text
           move 1 to ws-missing-ptr
           if not ws-custmast-ok
               move 'Y' to ws-kyc-missing
               move spaces to CUSTMAST-RECORD
               move 0 to CUSTMAST-BIRTH-DATE
               string 'NOT ON CUSTOMER MASTER'
                   into ws-missing-text with pointer ws-missing-ptr
           else
               if CUSTMAST-NAME = spaces
                   move 'Y' to ws-kyc-missing
                   string 'NAME ' into ws-missing-text
                       with pointer ws-missing-ptr
               end-if
               if CUSTMAST-BIRTH-DATE = 0
                   move 'Y' to ws-kyc-missing
                   string 'BIRTH-DATE ' into ws-missing-text
                       with pointer ws-missing-ptr
               end-if
               if CUSTMAST-ID-DOC-TYPE = spaces
                   move 'Y' to ws-kyc-missing
                   string 'ID-TYPE ' into ws-missing-text
                       with pointer ws-missing-ptr
               end-if
               if CUSTMAST-ID-DOC-REF = spaces
                   move 'Y' to ws-kyc-missing
                   string 'ID-REF ' into ws-missing-text
                       with pointer ws-missing-ptr
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's identity record and one record per account   *
      *** that moved, then their line on the filed list               *
      ***--------------------------------------------------------------*
       bctr-file-customer section.
       bctr-file-customer-para.
           move spaces to CTRRPT-RECORD
           move 'C' to CTRRPT-TYPE
           move ws-cur-custno to CTRRPT-C-CUSTNO
           move CUSTMAST-NAME to CTRRPT-C-NAME
           move CUSTMAST-BIRTH-DATE to CTRRPT-C-BIRTH-DATE
           move CUSTMAST-ID-DOC-TYPE to CTRRPT-C-ID-DOC-TYPE
           move CUSTMAST-ID-DOC-REF to CTRRPT-C-ID-DOC-REF
           move CUSTMAST-ADDRESS to CTRRPT-C-ADDRESS
           move ws-cust-in to CTRRPT-C-TOTAL-IN
           move ws-cust-out to CTRRPT-C-TOTAL-OUT
           write CTRRPT-RECORD
           add 1 to ws-file-customers
           add ws-cust-in to ws-file-in
           add ws-cust-out to ws-file-out
           perform bctr-file-account
               varying ws-acc-sub from 1 by 1
               until ws-acc-sub > ws-acc-count
           add 1 to ws-customers-filed
           perform bctr-format-customer
           perform bctr-spool-line
           perform bctr-spool-account
               varying ws-acc-sub from 1 by 1
               until ws-acc-sub > ws-acc-count
           if ws-acc-overflow > 0
               perform bctr-format-overflow
               perform bctr-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bctr-file-account section.
       bctr-file-account-para.
           move spaces to CTRRPT-RECORD
           move 'A' to CTRRPT-TYPE
           move ws-cur-custno to CTRRPT-A-CUSTNO
           move ws-acc-acctno(ws-acc-sub) to CTRRPT-A-ACCTNO
           move ws-acc-role(ws-acc-sub) to CTRRPT-A-ROLE
           move ws-acc-branch(ws-acc-sub) to CTRRPT-A-BRANCH
           move ws-acc-currency(ws-acc-sub) to CTRRPT-A-CURRENCY
           move ws-acc-native-in(ws-acc-sub) to CTRRPT-A-NATIVE-IN
           move ws-acc-native-out(ws-acc-sub) to CTRRPT-A-NATIVE-OUT
           move ws-acc-base-in(ws-acc-sub) to CTRRPT-A-BASE-IN
           move ws-acc-base-out(ws-acc-sub) to CTRRPT-A-BASE-OUT
           move ws-acc-count-in(ws-acc-sub) to CTRRPT-A-COUNT-IN
           move ws-acc-count-out(ws-acc-sub) to CTRRPT-A-COUNT-OUT
           write CTRRPT-RECORD
           add 1 to ws-file-accounts
           exit
           .
      ***--------------------------------------------------------------*
      *** a reportable customer the filing cannot name yet - listed   *
      *** with what is missing and the accounts involved              *
      ***--------------------------------------------------------------*
       bctr-hold-customer section.
       bctr-hold-customer-para.
           add 1 to ws-customers-pending
           perform bctr-format-customer
           perform bctr-kyc-line
           move spaces to ws-spool-text
           string '           MISSING: ' ws-missing-text
               into ws-spool-text
           perform bctr-kyc-line
           perform bctr-hold-account
               varying ws-acc-sub from 1 by 1
               until ws-acc-sub > ws-acc-count
           if ws-acc-overflow > 0
               perform bctr-format-overflow
               perform bctr-kyc-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bctr-hold-account section.
       bctr-hold-account-para.
           perform bctr-format-account
           perform bctr-kyc-line
           exit
           .
      ***--------------------------------------------------------------*
       bctr-spool-account section.
       bctr-spool-account-para.
           perform bctr-format-account
           perform bctr-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bctr-format-customer section.
       bctr-format-customer-para.
           move ws-cust-in to ws-in-disp
           move ws-cust-out to ws-out-disp
           move spaces to ws-spool-text
           string ws-cur-custno ' ' CUSTMAST-NAME(1:26) ' '
               ws-in-disp ' ' ws-out-disp
               into ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
       bctr-format-account section.
       bctr-format-account-para.
           move ws-acc-base-in(ws-acc-sub) to ws-in-disp
           move ws-acc-base-out(ws-acc-sub) to ws-out-disp
           move spaces to ws-spool-text
           string '  ACCOUNT ' ws-acc-acctno(ws-acc-sub) ' '
               ws-acc-role(ws-acc-sub) ' '
               ws-acc-branch(ws-acc-sub) ' '
               ws-acc-currency(ws-acc-sub) '        '
               ws-in-disp ' ' ws-out-disp
               into ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
       bctr-format-overflow section.
       bctr-format-overflow-para.
           move ws-acc-overflow to ws-report-count
           move spaces to ws-spool-text
           string '  FURTHER ACCOUNTS IN TOTALS, NOT ITEMISED '
               ws-report-count
               into ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
       bctr-write-trailer section.
       bctr-write-trailer-para.
           move spaces to CTRRPT-RECORD
           move 'T' to CTRRPT-TYPE
           move ws-file-customers to CTRRPT-T-CUSTOMER-COUNT
           move ws-file-accounts to CTRRPT-T-ACCOUNT-COUNT
           move ws-file-in to CTRRPT-T-TOTAL-IN
           move ws-file-out to CTRRPT-T-TOTAL-OUT
           write CTRRPT-RECORD
           move ws-file-in to ws-in-disp
           move ws-file-out to ws-out-disp
           move ws-file-customers to ws-report-count
           move spaces to ws-spool-text
           string 'FILED ' ws-report-count '                 '
               '        ' ws-in-disp ' ' ws-out-disp
               into ws-spool-text
           perform bctr-spool-line
           move ws-customers-pending to ws-report-count
           move spaces to ws-spool-text
           string 'HELD FOR MISSING KYC ' ws-report-count
               ' - SEE ETPBCTRK'
               into ws-spool-text
           perform bctr-spool-line
           move spaces to ws-spool-text
           string 'HELD ' ws-report-count
               into ws-spool-text
           perform bctr-kyc-line
           exit
           .
      ***--------------------------------------------------------------*
       bctr-finalize section.
       bctr-finalize-para.
           if ws-run-is-ok
               close CUSTXREF-FILE
               close CUSTMAST-FILE
               close ACCTMAST-FILE
               close POSTHIST-FILE
               close FILING-FILE
               move 'N' to ws-filing-open
               if ws-exrate-is-open
                   close EXRATE-FILE
                   move 'N' to ws-exrate-open
               end-if
               perform bctr-spool-close
           end-if
           move ws-xref-read to ws-report-count
           display 'ETPBCTR - holdings examined     : ' ws-report-count
           move ws-customers-seen to ws-report-count
           display 'ETPBCTR - customers examined    : ' ws-report-count
           move ws-customers-filed to ws-report-count
           display 'ETPBCTR - customers filed       : ' ws-report-count
           move ws-customers-pending to ws-report-count
           display 'ETPBCTR - held for missing KYC  : ' ws-report-count
           move ws-unpriced to ws-report-count
           display 'ETPBCTR - currencies unpriced   : ' ws-report-count
           display 'ETPBCTR - filing file : ' ws-filing-name
           display 'ETPBCTR - large-cash report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bctr-spool-open section.
       bctr-spool-open-para.
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
       bctr-spool-line section.
       bctr-spool-line-para.
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
       bctr-kyc-line section.
       bctr-kyc-line-para.
           if ws-spool-is-open
               add 1 to ws-kyc-lineno
               move ws-kyc-name to RPTSPOOL-NAME
               move ws-spool-date to RPTSPOOL-DATE
               move ws-kyc-lineno to RPTSPOOL-LINENO
               move ws-spool-text to RPTSPOOL-TEXT
               write RPTSPOOL-RECORD
                   invalid key
                       rewrite RPTSPOOL-RECORD
               end-write
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bctr-spool-close section.
       bctr-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBCTR.
