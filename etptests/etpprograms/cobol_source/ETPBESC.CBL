       identification division.

       program-id. ETPBESC.

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

      * ETPBESC - yearly unclaimed-property escheatment
      * Two passes over the book, once a year.  First the ESCHEAT
      * register: every account sent a final notice whose waiting
      * period (SYSPARM 'ESCHWAIT', default 90 days) has run and that
      * is still dormant has its balance handed to the INTACCT
      * 'UNCLAIM ' account as one journal4 pair, is marked escheated
      * on the master, and goes on the state's holder report file
      * /tmp/escheat_holder_YYYY.txt; a noticed account that has
      * woken up or emptied meanwhile is cancelled instead.  Then the
      * Account Master: every dormant customer account still holding
      * a credit balance whose latest POSTHIST activity is older than
      * the escheat period (SYSPARM 'ESCHDAYS', default five years)
      * is taken onto the register and its primary owner sent a
      * final-notice letter to the Customer Master address, spooled
      * into RPTSPOOL as ETPBESCL for printing.  The hand-overs are
      * listed under ETPBESC.  Registers on RUNCTRL under the first
      * day of the business year and runs once a year unless the
      * year's record carries the ETPBDRV override.

       environment division.

       input-output section.
       file-control.
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

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select ESCHEAT-FILE assign to "ESCHEAT"
               organization is indexed
               access mode is dynamic
               record key is ESCHEAT-ACCTNO
               file status is ws-escheat-status.

           select INTACCT-FILE assign to "INTACCT"
               organization is indexed
               access mode is dynamic
               record key is INTACCT-ROLE
               file status is ws-intacct-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

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

           select HOLDER-FILE assign to ws-holder-name
               organization is line sequential
               file status is ws-holder-status.

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

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  ESCHEAT-FILE.
           copy ESCHEAT.

       fd  INTACCT-FILE.
           copy INTACCT.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  JOURNAL4-FILE.
           copy JNLREC.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  JNL4VW-FILE.
           copy JNL4VW.

       fd  HOLDER-FILE.
           copy ESCHRPT.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBESC'.

       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
           88  ws-acctmast-notfnd            value '23'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-escheat-status                 pic x(2).
           88  ws-escheat-ok                 value '00'.
           88  ws-escheat-notfnd             value '23'.
           88  ws-escheat-absent             value '35'.
       01  ws-intacct-status                 pic x(2).
           88  ws-intacct-ok                 value '00'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-journal4-status                pic x(2).
           88  ws-journal4-ok                value '00'.
           88  ws-journal4-not-found         value '35'.
       01  ws-holder-status                  pic x(2).
           88  ws-holder-ok                  value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, keyed under the first day *
      *** of the business year - the state gets one holder report a   *
      *** year                                                         *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBESC'.
       01  ws-rcl-period-key                 pic 9(8).
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.
       01  ws-report-year                    pic 9(4).

      ***--------------------------------------------------------------*
      *** the escheat period and the waiting period after the notice; *
      *** the defaults stand in when SYSPARM has no row               *
      ***--------------------------------------------------------------*
       77  ws-eschdays-default               pic 9(5) comp value 1825.
       77  ws-eschwait-default               pic 9(5) comp value 90.
       01  ws-esch-days                      pic 9(7).
       01  ws-esch-wait                      pic 9(7).
       01  ws-today-int                      pic s9(9) comp.
       01  ws-last-int                       pic s9(9) comp.
       01  ws-idle-days                      pic s9(9) comp.
       01  ws-notice-int                     pic s9(9) comp.
       01  ws-deadline-date                  pic 9(8).

      ***--------------------------------------------------------------*
      *** the hand-over pair - the balance off the dormant account    *
      *** and onto the unclaimed-property account under one 'XFBESC'  *
      *** pair id, the only entry ETPBPST lets through on an account  *
      *** marked escheated                                             *
      ***--------------------------------------------------------------*
       01  ws-unclaim-acctno                 pic x(10) value spaces.
       01  ws-pair-id.
           03  filler                        pic x(2) value 'XF'.
           03  filler                        pic x(4) value 'BESC'.
           03  ws-pair-id-seq                pic 9(7).
       01  ws-pair-seq                       pic 9(7) value 0.
       77  ws-max-posting                    pic 9(7)v99
                                             value 9999999.99.
       01  ws-today                          pic x(21).
       01  ws-jnlrec-sequence                pic 9(6) value 0.
       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-amount                 pic s9(7)v99.
       01  ws-posting-pair-id                pic x(13).
       01  ws-posting-narrative              pic x(20).
       77  ws-posting-txn-type               pic x(2) value 'ES'.
       01  ws-handover-amount                pic 9(7)v99.

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

      ***--------------------------------------------------------------*
      *** the account being judged and its owner                      *
      ***--------------------------------------------------------------*
       01  ws-more-register                  pic x(1) value 'Y'.
           88  ws-more-register-recs         value 'Y'.
       01  ws-more-accounts                  pic x(1) value 'Y'.
           88  ws-more-account-recs          value 'Y'.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.
       01  ws-xref-more                      pic x(1).
           88  ws-xref-more-recs             value 'Y'.
       01  ws-sweep-acctno                   pic x(10).
       01  ws-last-activity                  pic 9(8).
       01  ws-owner-custno                   pic x(10).
       01  ws-owner-name                     pic x(30).
       01  ws-owner-address                  pic x(30).
       01  ws-new-row                        pic x(1).
           88  ws-new-row-wanted             value 'Y'.
       01  ws-row-on-file                    pic x(1).
           88  ws-row-is-on-file             value 'Y'.

       01  ws-holder-name                    pic x(40).
       01  ws-holder-open                    pic x(1) value 'N'.
           88  ws-holder-is-open             value 'Y'.
       01  ws-total-handed                   pic 9(11)v99 value 0.

       01  ws-accounts-read                  pic 9(7) comp value 0.
       01  ws-notices-issued                 pic 9(7) comp value 0.
       01  ws-no-history                     pic 9(7) comp value 0.
       01  ws-rows-waiting                   pic 9(7) comp value 0.
       01  ws-rows-cancelled                 pic 9(7) comp value 0.
       01  ws-rows-escheated                 pic 9(7) comp value 0.
       01  ws-rows-too-large                 pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output - the hand-over list and the letters    *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-letter-lineno                  pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBESC'.
       77  ws-letter-name                    pic x(8) value 'ETPBESCL'.

       01  ws-amt-disp                       pic zzzzzzz9.99.
       01  ws-tot-disp                       pic zzzzzzzzzz9.99.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       besc-mainline section.
       besc-mainline-para.
           perform besc-register-start
           if ws-run-is-allowed
               perform besc-initialize
               if ws-run-is-ok
                   perform besc-write-header
                   perform besc-start-register
                   perform besc-process-noticed
                       until not ws-more-register-recs
                   perform besc-start-accounts
                   perform besc-process-account
                       until not ws-more-account-recs
                   perform besc-write-trailer
               end-if
               perform besc-finalize
               perform besc-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this run on RUNCTRL under the first day of the    *
      *** business year: a second run in the year is refused unless   *
      *** the year's record carries the ETPBDRV override               *
      ***--------------------------------------------------------------*
       besc-register-start section.
       besc-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform besc-load-business-date
           move ws-rcl-today(1:4) to ws-report-year
           compute ws-rcl-period-key = ws-report-year * 10000 + 101
           end-compute
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBESC - RUNCTRL not available, status='
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
                   display 'ETPBESC - already run for ' ws-report-year
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
       besc-load-business-date section.
       besc-load-business-date-para.
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
       besc-register-end section.
       besc-register-end-para.
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
      *** the periods, the unclaimed-property account, then the       *
      *** masters, the register, journal4 and the two outputs; with   *
      *** no UNCLAIM account on INTACCT notices still go out but      *
      *** nothing is handed over                                       *
      ***--------------------------------------------------------------*
       besc-initialize section.
       besc-initialize-para.
           display 'ETPBESC - unclaimed-property escheatment for '
               ws-rcl-today
           move function current-date to ws-today
           perform besc-load-periods
           move function integer-of-date(ws-rcl-today)
               to ws-today-int
           open input INTACCT-FILE
           if ws-intacct-ok
               move 'UNCLAIM ' to INTACCT-ROLE
               read INTACCT-FILE
                   invalid key
                       continue
               end-read
               if ws-intacct-ok
                   move INTACCT-ACCTNO to ws-unclaim-acctno
               end-if
               close INTACCT-FILE
           end-if
           if ws-unclaim-acctno = spaces
               display 'ETPBESC - no UNCLAIM account on INTACCT, '
                   'notices only - nothing will be handed over'
           end-if
           move spaces to ws-holder-name
           string '/tmp/escheat_holder_' ws-report-year '.txt'
               into ws-holder-name
           open i-o ACCTMAST-FILE
           if not ws-acctmast-ok
               display 'ETPBESC - unable to open ACCTMAST, status='
                   ws-acctmast-status
               move 'N' to ws-run-ok
           end-if
           if ws-run-is-ok
               open input POSTHIST-FILE
               open input ACCTXREF-FILE
               open input CUSTMAST-FILE
               if not ws-posthist-ok or not ws-acctxref-ok
                   or not ws-custmast-ok
                   display 'ETPBESC - unable to open POSTHIST, '
                       'ACCTXREF or CUSTMAST - statuses '
                       ws-posthist-status ' ' ws-acctxref-status ' '
                       ws-custmast-status
                   move 'N' to ws-run-ok
                   close ACCTMAST-FILE
                   if ws-posthist-ok
                       close POSTHIST-FILE
                   end-if
                   if ws-acctxref-ok
                       close ACCTXREF-FILE
                   end-if
                   if ws-custmast-ok
                       close CUSTMAST-FILE
                   end-if
               end-if
           end-if
           if ws-run-is-ok
               open i-o ESCHEAT-FILE
               if ws-escheat-absent
                   open output ESCHEAT-FILE
                   close ESCHEAT-FILE
                   open i-o ESCHEAT-FILE
               end-if
               open extend JOURNAL4-FILE
               if ws-journal4-not-found
                   open output JOURNAL4-FILE
               end-if
               open output HOLDER-FILE
               perform besc-spool-open
               if not ws-escheat-ok or not ws-journal4-ok
                   or not ws-holder-ok or not ws-spool-is-open
                   display 'ETPBESC - unable to open ESCHEAT, '
                       'journal4, the holder file or RPTSPOOL - '
                       'statuses ' ws-escheat-status ' '
                       ws-journal4-status ' ' ws-holder-status ' '
                       ws-rptspool-status
                   move 'N' to ws-run-ok
                   close ACCTMAST-FILE
                   close POSTHIST-FILE
                   close ACCTXREF-FILE
                   close CUSTMAST-FILE
                   if ws-escheat-ok
                       close ESCHEAT-FILE
                   end-if
                   if ws-journal4-ok
                       close JOURNAL4-FILE
                   end-if
                   if ws-holder-ok
                       close HOLDER-FILE
                   end-if
                   perform besc-spool-close
               else
                   move 'Y' to ws-holder-open
                   perform besc-open-mirror
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** both periods off SYSPARM, defaulted when no row exists      *
      ***--------------------------------------------------------------*
       besc-load-periods section.
       besc-load-periods-para.
           move ws-eschdays-default to ws-esch-days
           move ws-eschwait-default to ws-esch-wait
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'ESCHDAYS' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if not ws-sysparm-notfnd
                   and SYSPARM-VALUE > 0
                   move SYSPARM-VALUE to ws-esch-days
               end-if
               move 'ESCHWAIT' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if not ws-sysparm-notfnd
                   and SYSPARM-VALUE > 0
                   move SYSPARM-VALUE to ws-esch-wait
               end-if
               close SYSPARM-FILE
           end-if
           display 'ETPBESC - escheat period, days  : ' ws-esch-days
           display 'ETPBESC - notice waiting, days  : ' ws-esch-wait
           exit
           .
      ***--------------------------------------------------------------*
       besc-write-header section.
       besc-write-header-para.
           move spaces to ESCHRPT-RECORD
           move 'H' to ESCHRPT-TYPE
           move ws-report-year to ESCHRPT-H-REPORT-YEAR
           move ws-rcl-today to ESCHRPT-H-PRODUCED
           move ws-program-name to ESCHRPT-H-PROGRAM
           write ESCHRPT-RECORD
           move all '=' to ws-spool-text
           perform besc-spool-line
           move spaces to ws-spool-text
           string 'UNCLAIMED PROPERTY HANDED OVER  ' ws-rcl-today
               into ws-spool-text
           perform besc-spool-line
           move spaces to ws-spool-text
           string 'ACCOUNT     CUSTOMER    LAST ACT         AMOUNT  '
               'OWNER' into ws-spool-text
           perform besc-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** first pass - the register, from the top                     *
      ***--------------------------------------------------------------*
       besc-start-register section.
       besc-start-register-para.
           move low-values to ESCHEAT-ACCTNO
           start ESCHEAT-FILE key not < ESCHEAT-ACCTNO
               invalid key
                   continue
           end-start
           if ws-escheat-ok
               move 'Y' to ws-more-register
           else
               move 'N' to ws-more-register
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       besc-process-noticed section.
       besc-process-noticed-para.
           read ESCHEAT-FILE next record
               at end
                   move 'N' to ws-more-register
           end-read
           if ws-more-register-recs
               and ESCHEAT-IS-NOTICED
               perform besc-judge-noticed
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one noticed account: cancelled if it woke up or emptied     *
      *** since the notice, left alone while the wait runs, handed    *
      *** over once it has                                             *
      ***--------------------------------------------------------------*
       besc-judge-noticed section.
       besc-judge-noticed-para.
           move ESCHEAT-ACCTNO to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           move function integer-of-date(ESCHEAT-NOTICE-DATE)
               to ws-notice-int
           if not ws-acctmast-ok
               or not ACCTMAST-IS-DORMANT
               or ACCTMAST-BALANCE not > 0
               move 'X' to ESCHEAT-STATUS
               rewrite ESCHEAT-RECORD
               add 1 to ws-rows-cancelled
               display 'ETPBESC - notice cancelled, account active '
                   'or empty: ' ESCHEAT-ACCTNO
           else if ws-today-int - ws-notice-int < ws-esch-wait
               or ws-unclaim-acctno = spaces
               add 1 to ws-rows-waiting
           else if ACCTMAST-BALANCE > ws-max-posting
               add 1 to ws-rows-too-large
               display 'ETPBESC - balance too large for one entry, '
                   'hand over manually: ' ESCHEAT-ACCTNO
           else
               perform besc-hand-over
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the hand-over: the pair to journal4, the account marked     *
      *** escheated so nothing else posts to it, the register row     *
      *** completed, and the account onto the holder report           *
      ***--------------------------------------------------------------*
       besc-hand-over section.
       besc-hand-over-para.
           move ACCTMAST-BALANCE to ws-handover-amount
           add 1 to ws-pair-seq
           move ws-pair-seq to ws-pair-id-seq

           move ACCTMAST-ACCTNO to ws-posting-acctno
           compute ws-posting-amount = 0 - ws-handover-amount
           end-compute
           move ws-pair-id to ws-posting-pair-id
           move 'ESCHEATED TO STATE' to ws-posting-narrative
           perform besc-emit-posting

           move ws-unclaim-acctno to ws-posting-acctno
           move ws-handover-amount to ws-posting-amount
           move ws-pair-id to ws-posting-pair-id
           move spaces to ws-posting-narrative
           string 'ESCHEAT ' ACCTMAST-ACCTNO
               into ws-posting-narrative
           perform besc-emit-posting

           move 'E' to ACCTMAST-STATUS
           rewrite ACCTMAST-RECORD
               invalid key
                   display 'ETPBESC - account rewrite failed: '
                       ACCTMAST-ACCTNO
           end-rewrite

           move 'E' to ESCHEAT-STATUS
           move ws-rcl-today to ESCHEAT-ESCHEAT-DATE
           move ws-handover-amount to ESCHEAT-AMOUNT
           move ws-unclaim-acctno to ESCHEAT-UNCLAIM-ACCT
           move ws-pair-id to ESCHEAT-PAIR-ID
           rewrite ESCHEAT-RECORD
           add 1 to ws-rows-escheated
           add ws-handover-amount to ws-total-handed

           move spaces to ws-owner-name
           move spaces to ws-owner-address
           move ESCHEAT-CUSTNO to CUSTMAST-CUSTNO
           read CUSTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-custmast-ok
               move CUSTMAST-NAME to ws-owner-name
               move CUSTMAST-ADDRESS to ws-owner-address
           end-if
           move spaces to ESCHRPT-RECORD
           move 'D' to ESCHRPT-TYPE
           move ESCHEAT-ACCTNO to ESCHRPT-D-ACCTNO
           move ESCHEAT-CUSTNO to ESCHRPT-D-CUSTNO
           move ws-owner-name to ESCHRPT-D-OWNER-NAME
           move ws-owner-address to ESCHRPT-D-ADDRESS
           move ESCHEAT-LAST-ACTIVITY to ESCHRPT-D-LAST-ACTIVITY
           move ws-rcl-today to ESCHRPT-D-ESCHEAT-DATE
           move ws-handover-amount to ESCHRPT-D-AMOUNT
           write ESCHRPT-RECORD

           move ws-handover-amount to ws-amt-disp
           move spaces to ws-spool-text
           string ESCHEAT-ACCTNO '  ' ESCHEAT-CUSTNO '  '
               ESCHEAT-LAST-ACTIVITY ' ' ws-amt-disp '  '
               ws-owner-name
               into ws-spool-text
           perform besc-spool-line
           display 'ETPBESC - escheated: ' ESCHEAT-ACCTNO
               ' amount ' ws-amt-disp
           exit
           .
      ***--------------------------------------------------------------*
      *** second pass - the Account Master, from the top              *
      ***--------------------------------------------------------------*
       besc-start-accounts section.
       besc-start-accounts-para.
           move low-values to ACCTMAST-ACCTNO
           start ACCTMAST-FILE key not < ACCTMAST-ACCTNO
               invalid key
                   continue
           end-start
           if ws-acctmast-ok
               move 'Y' to ws-more-accounts
           else
               move 'N' to ws-more-accounts
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one account: only a dormant customer account still holding  *
      *** money is a candidate                                         *
      ***--------------------------------------------------------------*
       besc-process-account section.
       besc-process-account-para.
           read ACCTMAST-FILE next record
               at end
                   move 'N' to ws-more-accounts
           end-read
           if ws-more-account-recs
               add 1 to ws-accounts-read
               if ACCTMAST-IS-DORMANT
                   and not ACCTMAST-IS-INTERNAL
                   and ACCTMAST-BALANCE > 0
                   perform besc-judge-account
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the newest history date decides, as in the dormancy sweep;  *
      *** an account already on the register keeps its row unless     *
      *** that row was cancelled, when it starts again                *
      ***--------------------------------------------------------------*
       besc-judge-account section.
       besc-judge-account-para.
           move ACCTMAST-ACCTNO to ws-sweep-acctno
           move 0 to ws-last-activity
           move ws-sweep-acctno to POSTHIST-ACCTNO
           move 0 to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           start POSTHIST-FILE key not < POSTHIST-KEY
               invalid key
                   continue
           end-start
           if ws-posthist-ok
               move 'Y' to ws-more-history
               perform besc-scan-history
                   until not ws-more-history-recs
           end-if
           if ws-last-activity = 0
               add 1 to ws-no-history
           else
               move function integer-of-date(ws-last-activity)
                   to ws-last-int
               compute ws-idle-days = ws-today-int - ws-last-int
               end-compute
               if ws-idle-days > ws-esch-days
                   move 'N' to ws-new-row
                   move 'N' to ws-row-on-file
                   move ws-sweep-acctno to ESCHEAT-ACCTNO
                   read ESCHEAT-FILE
                       invalid key
                           continue
                   end-read
                   if ws-escheat-ok
                       move 'Y' to ws-row-on-file
                   end-if
                   if ws-escheat-notfnd
                       or (ws-escheat-ok and ESCHEAT-IS-CANCELLED)
                       move 'Y' to ws-new-row
                   end-if
                   if ws-new-row-wanted
                       perform besc-find-owner
                       perform besc-register-notice
                       perform besc-issue-notice
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       besc-scan-history section.
       besc-scan-history-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = ws-sweep-acctno
                   move 'N' to ws-more-history
               else
                   if POSTHIST-DATE > ws-last-activity
                       move POSTHIST-DATE to ws-last-activity
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the primary holder off ACCTXREF and their name and address  *
      *** off the Customer Master                                      *
      ***--------------------------------------------------------------*
       besc-find-owner section.
       besc-find-owner-para.
           move spaces to ws-owner-custno
           move spaces to ws-owner-name
           move spaces to ws-owner-address
           move ws-sweep-acctno to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           start ACCTXREF-FILE key not < ACCTXREF-KEY
               invalid key
                   continue
           end-start
           if ws-acctxref-ok
               move 'Y' to ws-xref-more
           else
               move 'N' to ws-xref-more
           end-if
           perform besc-scan-owners
               until not ws-xref-more-recs
           if ws-owner-custno not = spaces
               move ws-owner-custno to CUSTMAST-CUSTNO
               read CUSTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-custmast-ok
                   move CUSTMAST-NAME to ws-owner-name
                   move CUSTMAST-ADDRESS to ws-owner-address
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       besc-scan-owners section.
       besc-scan-owners-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-xref-more
           end-read
           if ws-xref-more-recs
               if ACCTXREF-ACCTNO not = ws-sweep-acctno
                   move 'N' to ws-xref-more
               else
                   if ACCTXREF-IS-PRIMARY
                       move ACCTXREF-CUSTNO to ws-owner-custno
                       move 'N' to ws-xref-more
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the register row for a fresh notice - a cancelled row is    *
      *** overwritten, its old trail having ended with the account    *
      *** waking up                                                    *
      ***--------------------------------------------------------------*
       besc-register-notice section.
       besc-register-notice-para.
           move spaces to ESCHEAT-RECORD
           move ws-sweep-acctno to ESCHEAT-ACCTNO
           move ws-owner-custno to ESCHEAT-CUSTNO
           move 'N' to ESCHEAT-STATUS
           move ws-last-activity to ESCHEAT-LAST-ACTIVITY
           move ws-rcl-today to ESCHEAT-NOTICE-DATE
           move 0 to ESCHEAT-ESCHEAT-DATE
           move 0 to ESCHEAT-AMOUNT
           move 0 to ESCHEAT-RECLAIM-DATE
           if ws-row-is-on-file
               rewrite ESCHEAT-RECORD
           else
               write ESCHEAT-RECORD
           end-if
           add 1 to ws-notices-issued
           exit
           .
      ***--------------------------------------------------------------*
      *** the final-notice letter, spooled for printing and posting   *
      *** to the owner's address of record                            *
      ***--------------------------------------------------------------*
       besc-issue-notice section.
       besc-issue-notice-para.
           compute ws-notice-int = ws-today-int + ws-esch-wait
           end-compute
           move function date-of-integer(ws-notice-int)
               to ws-deadline-date
           move all '=' to ws-spool-text
           perform besc-letter-line
           move spaces to ws-spool-text
           string 'FINAL NOTICE - UNCLAIMED PROPERTY          DATE '
               ws-rcl-today
               into ws-spool-text
           perform besc-letter-line
           move spaces to ws-spool-text
           string 'CUSTOMER ' ws-owner-custno '  ' ws-owner-name
               into ws-spool-text
           perform besc-letter-line
           move spaces to ws-spool-text
           string '         ' ws-owner-address
               into ws-spool-text
           perform besc-letter-line
           move ACCTMAST-BALANCE to ws-amt-disp
           move spaces to ws-spool-text
           string 'ACCOUNT ' ws-sweep-acctno '  BALANCE ' ws-amt-disp
               '  LAST ACTIVITY ' ws-last-activity
               into ws-spool-text
           perform besc-letter-line
           move spaces to ws-spool-text
           string 'THIS ACCOUNT HAS HAD NO ACTIVITY FOR THE PERIOD '
               'SET BY LAW.  UNLESS YOU'
               into ws-spool-text
           perform besc-letter-line
           move spaces to ws-spool-text
           string 'CONTACT US BEFORE ' ws-deadline-date
               ' THE BALANCE WILL BE HANDED TO THE STATE AS'
               into ws-spool-text
           perform besc-letter-line
           move 'UNCLAIMED PROPERTY.' to ws-spool-text
           perform besc-letter-line
           display 'ETPBESC - final notice: ' ws-sweep-acctno
               ' last activity ' ws-last-activity
           exit
           .
      ***--------------------------------------------------------------*
       besc-write-trailer section.
       besc-write-trailer-para.
           move spaces to ESCHRPT-RECORD
           move 'T' to ESCHRPT-TYPE
           move ws-rows-escheated to ESCHRPT-T-DETAIL-COUNT
           move ws-total-handed to ESCHRPT-T-AMOUNT
           write ESCHRPT-RECORD
           move all '=' to ws-spool-text
           perform besc-spool-line
           move ws-rows-escheated to ws-report-count
           move spaces to ws-spool-text
           string 'ACCOUNTS HANDED OVER     ' ws-report-count
               into ws-spool-text
           perform besc-spool-line
           move ws-total-handed to ws-tot-disp
           move spaces to ws-spool-text
           string 'TOTAL HANDED OVER        ' ws-tot-disp
               into ws-spool-text
           perform besc-spool-line
           move ws-notices-issued to ws-report-count
           move spaces to ws-spool-text
           string 'FINAL NOTICES ISSUED     ' ws-report-count
               into ws-spool-text
           perform besc-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       besc-finalize section.
       besc-finalize-para.
           if ws-run-is-ok
               close ACCTMAST-FILE
               close POSTHIST-FILE
               close ACCTXREF-FILE
               close CUSTMAST-FILE
               close ESCHEAT-FILE
               close JOURNAL4-FILE
               close HOLDER-FILE
               move 'N' to ws-holder-open
               perform besc-close-mirror
               perform besc-spool-close
           end-if
           move ws-rows-escheated to ws-report-count
           display 'ETPBESC - accounts handed over : ' ws-report-count
           move ws-total-handed to ws-tot-disp
           display 'ETPBESC - amount handed over   : ' ws-tot-disp
           move ws-rows-waiting to ws-report-count
           display 'ETPBESC - notices still waiting: ' ws-report-count
           move ws-rows-cancelled to ws-report-count
           display 'ETPBESC - notices cancelled    : ' ws-report-count
           move ws-rows-too-large to ws-report-count
           display 'ETPBESC - too large, manual    : ' ws-report-count
           move ws-accounts-read to ws-report-count
           display 'ETPBESC - accounts examined    : ' ws-report-count
           move ws-notices-issued to ws-report-count
           display 'ETPBESC - final notices issued : ' ws-report-count
           move ws-no-history to ws-report-count
           display 'ETPBESC - no history, skipped  : ' ws-report-count
           display 'ETPBESC - holder file : ' ws-holder-name
           display 'ETPBESC - escheatment complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** appends one structured POST entry to journal4, the same     *
      *** JNLREC shape ETPEJNL and ETPBSTO write                      *
      ***--------------------------------------------------------------*
       besc-emit-posting section.
       besc-emit-posting-para.
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
           perform besc-tally-line
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the tally and mirror files, creating them on first    *
      *** use; without them the reconciliation would count the        *
      *** appended lines against a stale tally                        *
      ***--------------------------------------------------------------*
       besc-open-mirror section.
       besc-open-mirror-para.
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
               display 'ETPBESC - journal tally/mirror unavailable, '
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
       besc-close-mirror section.
       besc-close-mirror-para.
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
       besc-tally-line section.
       besc-tally-line-para.
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
       besc-spool-open section.
       besc-spool-open-para.
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
       besc-spool-line section.
       besc-spool-line-para.
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
       besc-letter-line section.
       besc-letter-line-para.
           if ws-spool-is-open
               add 1 to ws-letter-lineno
               move ws-letter-name to RPTSPOOL-NAME
               move ws-spool-date to RPTSPOOL-DATE
               move ws-letter-lineno to RPTSPOOL-LINENO
               move ws-spool-text to RPTSPOOL-TEXT
               write RPTSPOOL-RECORD
                   invalid key
                       rewrite RPTSPOOL-RECORD
               end-write
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       besc-spool-close section.
       besc-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBESC.
