       identification division.

       program-id. ETPBCRB.

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

      * ETPBCRB - monthly credit bureau submission
      * Run after the month end, it reports every credit facility
      * to the credit bureau for the month just ended: each account
      * with an overdraft limit, a debit balance at the month end
      * (instalment loans among them) or written off as
      * uncollectable.  The month-end balance, the days the account
      * closed overdrawn in the month and the payment status are
      * worked from POSTHIST: the balance is carried day by day over
      * the 90 days to the month end, and the run of days it closed
      * beyond its arranged limit gives the past-due band.  A loan
      * is banded by the instalments ETPBLRP holds in arrears.  One
      * detail per holder goes on the bureau's fixed-format file
      * /tmp/crb_extract_YYYYMM.txt (CRBRPT layout) with the
      * identity fields from CUSTMAST, between a header and a
      * trailer of control totals.  A holder without a name, date
      * of birth or identity document is held off the file and
      * listed with what is missing under 'ETPBCRBK', so the data
      * can be completed before the file goes; the counts by status
      * are spooled under this job's name.  The bureau's rejections
      * come back through ETPBCRJ.  Registers on RUNCTRL after the
      * day's posting and refuses a same-day rerun without the
      * ETPBDRV override.

       environment division.

       input-output section.
       file-control.
           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

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

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select EXTRACT-FILE assign to ws-extract-name
               organization is line sequential
               file status is ws-extract-status.

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

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  EXTRACT-FILE.
           copy CRBRPT.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCRB'.

       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
       01  ws-extract-status                 pic x(2).
           88  ws-extract-ok                 value '00'.
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBCRB'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the reporting month - the calendar month before the         *
      *** business date's - and the 90-day window to its end that the *
      *** past-due run is measured over                               *
      ***--------------------------------------------------------------*
       77  ws-window-days                    pic 9(3) value 90.
       01  ws-month-work                     pic 9(8).
       01  filler redefines ws-month-work.
           03  ws-month-yyyymm               pic 9(6).
           03  ws-month-dd                   pic 9(2).
       01  ws-period                         pic 9(6).
       01  ws-month-start                    pic 9(8).
       01  ws-month-end                      pic 9(8).
       01  ws-window-start                   pic 9(8).
       01  ws-month-start-int                pic s9(9) comp.
       01  ws-month-end-int                  pic s9(9) comp.
       01  ws-window-int                     pic s9(9) comp.

      ***--------------------------------------------------------------*
      *** the account's balance carried day by day through the window *
      ***--------------------------------------------------------------*
       01  ws-more-accounts                  pic x(1) value 'Y'.
           88  ws-more-account-recs          value 'Y'.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.
       01  ws-more-holders                   pic x(1).
           88  ws-more-holder-recs           value 'Y'.
       01  ws-walk-int                       pic s9(9) comp.
       01  ws-post-int                       pic s9(9) comp.
       01  ws-walk-bal                       pic s9(9)v99.
       01  ws-headroom                       pic s9(9)v99.
       01  ws-days-overdrawn                 pic 9(3).
       01  ws-beyond-run                     pic 9(3).
       01  ws-past-due                       pic 9(7)v99.
       01  ws-pay-status                     pic x(1).
       01  ws-acct-filed                     pic x(1).
           88  ws-acct-was-filed             value 'Y'.
       01  ws-holders-seen                   pic 9(3) comp.

      ***--------------------------------------------------------------*
      *** the identity fields the bureau cannot match without         *
      ***--------------------------------------------------------------*
       01  ws-kyc-missing                    pic x(1).
           88  ws-kyc-is-missing             value 'Y'.
       01  ws-missing-text                   pic x(40).
       01  ws-missing-ptr                    pic 9(3) comp.

       01  ws-extract-name                   pic x(40).
       01  ws-extract-open                   pic x(1) value 'N'.
           88  ws-extract-is-open            value 'Y'.
       01  ws-file-details                   pic 9(7) value 0.
       01  ws-file-accounts                  pic 9(7) value 0.
       01  ws-file-limit                     pic 9(11)v99 value 0.
       01  ws-file-debit                     pic 9(11)v99 value 0.
       01  ws-file-credit                    pic 9(11)v99 value 0.

       01  ws-accounts-read                  pic 9(7) comp value 0.
       01  ws-facilities                     pic 9(7) comp value 0.
       01  ws-holders-held                   pic 9(7) comp value 0.
       01  ws-status-counts.
           03  ws-status-count               pic 9(7) comp
                                             occurs 6 times.
       01  ws-status-sub                     pic 9(1) comp.
       01  ws-status-codes                   pic x(6) value '01234W'.

      ***--------------------------------------------------------------*
      *** report spool output - the status summary and the held list  *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-held-lineno                    pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCRB'.
       77  ws-held-name                      pic x(8) value 'ETPBCRBK'.

       01  ws-bal-disp                       pic -(9)9.99.
       01  ws-amt-disp                       pic zzzzzzzzzz9.99.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bcrb-mainline section.
       bcrb-mainline-para.
           perform bcrb-register-start
           if ws-run-is-allowed
               perform bcrb-initialize
               if ws-run-is-ok
                   perform bcrb-write-header
                   perform bcrb-process-account
                       until not ws-more-account-recs
                   perform bcrb-write-trailer
               end-if
               perform bcrb-finalize
               perform bcrb-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before the day's posting has completed, or   *
      *** twice for the same day, unless overridden by ETPBDRV        *
      ***--------------------------------------------------------------*
       bcrb-register-start section.
       bcrb-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bcrb-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBCRB - RUNCTRL not available, status='
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
                       display 'ETPBCRB - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBCRB - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBCRB - already run today, '
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
       bcrb-load-business-date section.
       bcrb-load-business-date-para.
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
       bcrb-register-end section.
       bcrb-register-end-para.
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
      *** the reporting month, then the masters, history, the bureau  *
      *** file and the spool                                          *
      ***--------------------------------------------------------------*
       bcrb-initialize section.
       bcrb-initialize-para.
           perform bcrb-set-period
           initialize ws-status-counts
           display 'ETPBCRB - credit bureau submission for ' ws-period
           move spaces to ws-extract-name
           string '/tmp/crb_extract_' ws-period '.txt'
               into ws-extract-name
           open input ACCTMAST-FILE
           open input ACCTXREF-FILE
           open input CUSTMAST-FILE
           open input POSTHIST-FILE
           if not ws-acctmast-ok or not ws-acctxref-ok
               or not ws-custmast-ok or not ws-posthist-ok
               display 'ETPBCRB - unable to open ACCTMAST, ACCTXREF, '
                   'CUSTMAST or POSTHIST - statuses '
                   ws-acctmast-status ' ' ws-acctxref-status ' '
                   ws-custmast-status ' ' ws-posthist-status
               move 'N' to ws-run-ok
               if ws-acctmast-ok
                   close ACCTMAST-FILE
               end-if
               if ws-acctxref-ok
                   close ACCTXREF-FILE
               end-if
               if ws-custmast-ok
                   close CUSTMAST-FILE
               end-if
               if ws-posthist-ok
                   close POSTHIST-FILE
               end-if
           else
               open output EXTRACT-FILE
               perform bcrb-spool-open
               if not ws-extract-ok or not ws-spool-is-open
                   display 'ETPBCRB - unable to open the bureau file '
                       'or RPTSPOOL - statuses ' ws-extract-status ' '
                       ws-rptspool-status
                   move 'N' to ws-run-ok
                   close ACCTMAST-FILE
                   close ACCTXREF-FILE
                   close CUSTMAST-FILE
                   close POSTHIST-FILE
                   if ws-extract-ok
                       close EXTRACT-FILE
                   end-if
                   perform bcrb-spool-close
               else
                   move 'Y' to ws-extract-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the month before the business date's, and the first day of *
      *** the window that ends with it                                *
      ***--------------------------------------------------------------*
       bcrb-set-period section.
       bcrb-set-period-para.
           move ws-rcl-today to ws-month-work
           move 1 to ws-month-dd
           compute ws-month-end-int =
               function integer-of-date(ws-month-work) - 1
           end-compute
           compute ws-month-end =
               function date-of-integer(ws-month-end-int)
           end-compute
           move ws-month-end to ws-month-work
           move ws-month-yyyymm to ws-period
           move 1 to ws-month-dd
           move ws-month-work to ws-month-start
           compute ws-month-start-int =
               function integer-of-date(ws-month-start)
           end-compute
           compute ws-window-int =
               ws-month-end-int - ws-window-days + 1
           end-compute
           compute ws-window-start =
               function date-of-integer(ws-window-int)
           end-compute
           exit
           .
      ***--------------------------------------------------------------*
       bcrb-write-header section.
       bcrb-write-header-para.
           move spaces to CRBRPT-RECORD
           move 'H' to CRBRPT-TYPE
           move ws-period to CRBRPT-H-PERIOD
           move ws-month-end to CRBRPT-H-PERIOD-END
           move function current-date(1:8) to CRBRPT-H-PRODUCED
           move ws-program-name to CRBRPT-H-PROGRAM
           write CRBRPT-RECORD
           move spaces to ws-spool-text
           string 'CREDIT BUREAU SUBMISSION  ' ws-month-start
               ' TO ' ws-month-end
               into ws-spool-text
           perform bcrb-spool-line
           move spaces to ws-spool-text
           string 'CREDIT BUREAU HOLDERS HELD FOR MISSING IDENTITY  '
               ws-period
               into ws-spool-text
           perform bcrb-held-line
           move spaces to ws-spool-text
           string 'ACCOUNT    CUSTOMER   NAME                     '
               '        BALANCE ST'
               into ws-spool-text
           perform bcrb-held-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one account - internal, closed and escheated accounts are   *
      *** no credit facility; the rest are walked and reported when   *
      *** they carry a limit, owe money at the month end, or were     *
      *** written off                                                  *
      ***--------------------------------------------------------------*
       bcrb-process-account section.
       bcrb-process-account-para.
           read ACCTMAST-FILE next record
               at end
                   move 'N' to ws-more-accounts
           end-read
           if ws-more-account-recs
               add 1 to ws-accounts-read
               if not ACCTMAST-IS-INTERNAL
                   and not ACCTMAST-IS-CLOSED
                   and not ACCTMAST-IS-ESCHEATED
                   perform bcrb-walk-history
                   if ACCTMAST-ODLIMIT > 0
                       or ws-walk-bal < 0
                       or ACCTMAST-IS-CHARGED-OFF
                       add 1 to ws-facilities
                       perform bcrb-set-status
                       perform bcrb-report-holders
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the balance through the window: the first posting on or     *
      *** after its start gives the opening figure (its running       *
      *** balance less its amount), each later posting the balance    *
      *** from its day on; with none, today's balance has stood all   *
      *** along.  A posting after the month end is not applied, so    *
      *** the walk ends on the month-end balance                      *
      ***--------------------------------------------------------------*
       bcrb-walk-history section.
       bcrb-walk-history-para.
           move 0 to ws-days-overdrawn
           move 0 to ws-beyond-run
           move ACCTMAST-BALANCE to ws-walk-bal
           move ws-window-int to ws-walk-int
           move 'N' to ws-more-history
           move ACCTMAST-ACCTNO to POSTHIST-ACCTNO
           move ws-window-start to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           start POSTHIST-FILE key not < POSTHIST-KEY
               invalid key
                   continue
           end-start
           if ws-posthist-ok
               perform bcrb-read-history
               if ws-more-history-recs
                   compute ws-walk-bal =
                       POSTHIST-BALANCE - POSTHIST-AMOUNT
                   end-compute
               end-if
           end-if
           perform bcrb-apply-posting
               until not ws-more-history-recs
           perform bcrb-close-day
               until ws-walk-int > ws-month-end-int
           exit
           .
      ***--------------------------------------------------------------*
       bcrb-read-history section.
       bcrb-read-history-para.
           move 'Y' to ws-more-history
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = ACCTMAST-ACCTNO
                   or POSTHIST-DATE > ws-month-end
                   move 'N' to ws-more-history
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the days before the posting close on the balance carried;   *
      *** the posting's running balance then stands                   *
      ***--------------------------------------------------------------*
       bcrb-apply-posting section.
       bcrb-apply-posting-para.
           compute ws-post-int =
               function integer-of-date(POSTHIST-DATE)
           end-compute
           perform bcrb-close-day
               until ws-walk-int >= ws-post-int
           move POSTHIST-BALANCE to ws-walk-bal
           perform bcrb-read-history
           exit
           .
      ***--------------------------------------------------------------*
      *** one day closed: overdrawn days count inside the month, the  *
      *** run beyond the limit across the whole window                *
      ***--------------------------------------------------------------*
       bcrb-close-day section.
       bcrb-close-day-para.
           if ws-walk-int >= ws-month-start-int
               and ws-walk-bal < 0
               add 1 to ws-days-overdrawn
           end-if
           compute ws-headroom = ws-walk-bal + ACCTMAST-ODLIMIT
           if ws-headroom < 0
               add 1 to ws-beyond-run
           else
               move 0 to ws-beyond-run
           end-if
           add 1 to ws-walk-int
           exit
           .
      ***--------------------------------------------------------------*
      *** the bureau's payment status and past-due amount - a loan    *
      *** by its instalments in arrears, which is expected to run a   *
      *** debit balance and so shows no days overdrawn                *
      ***--------------------------------------------------------------*
       bcrb-set-status section.
       bcrb-set-status-para.
           move 0 to ws-past-due
           if ACCTMAST-IS-CHARGED-OFF
               move 'W' to ws-pay-status
               move 6 to ws-status-sub
           else if ACCTMAST-IS-LOAN
               move 0 to ws-days-overdrawn
               move ACCTMAST-ARREARS-AMOUNT to ws-past-due
               evaluate true
                   when ACCTMAST-ARREARS-COUNT = 0
                       move 1 to ws-status-sub
                   when ACCTMAST-ARREARS-COUNT < 4
                       compute ws-status-sub =
                           ACCTMAST-ARREARS-COUNT + 1
                       end-compute
                   when other
                       move 5 to ws-status-sub
               end-evaluate
           else
               if ws-headroom < 0
                   compute ws-past-due = 0 - ws-headroom
               end-if
               evaluate true
                   when ws-beyond-run = 0
                       move 1 to ws-status-sub
                   when ws-beyond-run < 30
                       move 2 to ws-status-sub
                   when ws-beyond-run < 60
                       move 3 to ws-status-sub
                   when ws-beyond-run < 90
                       move 4 to ws-status-sub
                   when other
                       move 5 to ws-status-sub
               end-evaluate
           end-if end-if
           move ws-status-codes(ws-status-sub:1) to ws-pay-status
           add 1 to ws-status-count(ws-status-sub)
           exit
           .
      ***--------------------------------------------------------------*
      *** every holder of the account, primary and joint - filed when *
      *** the bureau can identify them, held when it cannot           *
      ***--------------------------------------------------------------*
       bcrb-report-holders section.
       bcrb-report-holders-para.
           move 'N' to ws-acct-filed
           move 0 to ws-holders-seen
           move ACCTMAST-ACCTNO to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           start ACCTXREF-FILE key not < ACCTXREF-KEY
               invalid key
                   continue
           end-start
           if ws-acctxref-ok
               move 'Y' to ws-more-holders
           else
               move 'N' to ws-more-holders
           end-if
           perform bcrb-report-holder
               until not ws-more-holder-recs
           if ws-holders-seen = 0
               move spaces to CUSTMAST-RECORD
               move spaces to ACCTXREF-CUSTNO
               move 'NO HOLDER ON ACCTXREF' to ws-missing-text
               perform bcrb-hold-holder
           end-if
           if ws-acct-was-filed
               add 1 to ws-file-accounts
               add ACCTMAST-ODLIMIT to ws-file-limit
               if ws-walk-bal < 0
                   subtract ws-walk-bal from ws-file-debit
               else
                   add ws-walk-bal to ws-file-credit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrb-report-holder section.
       bcrb-report-holder-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-more-holders
           end-read
           if ws-more-holder-recs
               if ACCTXREF-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-more-holders
               else
                   add 1 to ws-holders-seen
                   move ACCTXREF-CUSTNO to CUSTMAST-CUSTNO
                   read CUSTMAST-FILE
                       invalid key
                           continue
                   end-read
                   perform bcrb-check-identity
                   if ws-kyc-is-missing
                       perform bcrb-hold-holder
                   else
                       perform bcrb-file-holder
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** lists what the bureau record would lack: name, birth date,  *
      *** or the identity document type and reference                 *
      ***--------------------------------------------------------------*
       bcrb-check-identity section.
       bcrb-check-identity-para.
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
       bcrb-file-holder section.
       bcrb-file-holder-para.
           move spaces to CRBRPT-RECORD
           move 'D' to CRBRPT-TYPE
           move ACCTMAST-ACCTNO to CRBRPT-D-ACCTNO
           move ACCTXREF-CUSTNO to CRBRPT-D-CUSTNO
           move ACCTXREF-ROLE to CRBRPT-D-ROLE
           move CUSTMAST-NAME to CRBRPT-D-NAME
           move CUSTMAST-BIRTH-DATE to CRBRPT-D-BIRTH-DATE
           move CUSTMAST-ID-DOC-TYPE to CRBRPT-D-ID-DOC-TYPE
           move CUSTMAST-ID-DOC-REF to CRBRPT-D-ID-DOC-REF
           move CUSTMAST-ADDRESS to CRBRPT-D-ADDRESS
           move ACCTMAST-ACCT-TYPE to CRBRPT-D-ACCT-TYPE
           move ACCTMAST-CURRENCY to CRBRPT-D-CURRENCY
           if ACCTMAST-CURRENCY = spaces
               move 'USD' to CRBRPT-D-CURRENCY
           end-if
           move ACCTMAST-ODLIMIT to CRBRPT-D-LIMIT
           if ws-walk-bal < 0
               compute CRBRPT-D-BALANCE = 0 - ws-walk-bal
               move 'D' to CRBRPT-D-BAL-SIGN
           else
               move ws-walk-bal to CRBRPT-D-BALANCE
               move 'C' to CRBRPT-D-BAL-SIGN
           end-if
           move ws-days-overdrawn to CRBRPT-D-DAYS-OVERDRAWN
           move ws-pay-status to CRBRPT-D-STATUS
           move ws-past-due to CRBRPT-D-PAST-DUE
           write CRBRPT-RECORD
           add 1 to ws-file-details
           move 'Y' to ws-acct-filed
           exit
           .
      ***--------------------------------------------------------------*
      *** a holder the bureau cannot identify yet - listed with what  *
      *** is missing, so the record can be completed before the file  *
      *** goes                                                         *
      ***--------------------------------------------------------------*
       bcrb-hold-holder section.
       bcrb-hold-holder-para.
           add 1 to ws-holders-held
           move ws-walk-bal to ws-bal-disp
           move spaces to ws-spool-text
           string ACCTMAST-ACCTNO ' ' ACCTXREF-CUSTNO ' '
               CUSTMAST-NAME(1:30) ' ' ws-bal-disp ' '
               ws-pay-status
               into ws-spool-text
           perform bcrb-held-line
           move spaces to ws-spool-text
           string '           MISSING: ' ws-missing-text
               into ws-spool-text
           perform bcrb-held-line
           exit
           .
      ***--------------------------------------------------------------*
       bcrb-write-trailer section.
       bcrb-write-trailer-para.
           move spaces to CRBRPT-RECORD
           move 'T' to CRBRPT-TYPE
           move ws-file-details to CRBRPT-T-DETAIL-COUNT
           move ws-file-accounts to CRBRPT-T-ACCOUNT-COUNT
           move ws-file-limit to CRBRPT-T-TOTAL-LIMIT
           move ws-file-debit to CRBRPT-T-TOTAL-DEBIT
           move ws-file-credit to CRBRPT-T-TOTAL-CREDIT
           write CRBRPT-RECORD
           move spaces to ws-spool-text
           string 'STATUS  FACILITIES'
               into ws-spool-text
           perform bcrb-spool-line
           perform bcrb-spool-status
               varying ws-status-sub from 1 by 1
               until ws-status-sub > 6
           move ws-file-accounts to ws-report-count
           move spaces to ws-spool-text
           string 'ACCOUNTS FILED   ' ws-report-count
               into ws-spool-text
           perform bcrb-spool-line
           move ws-file-details to ws-report-count
           move spaces to ws-spool-text
           string 'HOLDER RECORDS   ' ws-report-count
               into ws-spool-text
           perform bcrb-spool-line
           move ws-file-limit to ws-amt-disp
           move spaces to ws-spool-text
           string 'TOTAL LIMITS     ' ws-amt-disp
               into ws-spool-text
           perform bcrb-spool-line
           move ws-file-debit to ws-amt-disp
           move spaces to ws-spool-text
           string 'TOTAL OWED       ' ws-amt-disp
               into ws-spool-text
           perform bcrb-spool-line
           move ws-holders-held to ws-report-count
           move spaces to ws-spool-text
           string 'HELD FOR MISSING IDENTITY ' ws-report-count
               ' - SEE ETPBCRBK'
               into ws-spool-text
           perform bcrb-spool-line
           move spaces to ws-spool-text
           string 'HELD ' ws-report-count
               into ws-spool-text
           perform bcrb-held-line
           exit
           .
      ***--------------------------------------------------------------*
       bcrb-spool-status section.
       bcrb-spool-status-para.
           move ws-status-count(ws-status-sub) to ws-report-count
           move spaces to ws-spool-text
           string '  ' ws-status-codes(ws-status-sub:1) '     '
               ws-report-count
               into ws-spool-text
           perform bcrb-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bcrb-finalize section.
       bcrb-finalize-para.
           if ws-run-is-ok
               close ACCTMAST-FILE
               close ACCTXREF-FILE
               close CUSTMAST-FILE
               close POSTHIST-FILE
               close EXTRACT-FILE
               move 'N' to ws-extract-open
               perform bcrb-spool-close
           end-if
           move ws-accounts-read to ws-report-count
           display 'ETPBCRB - accounts examined     : ' ws-report-count
           move ws-facilities to ws-report-count
           display 'ETPBCRB - credit facilities     : ' ws-report-count
           move ws-file-details to ws-report-count
           display 'ETPBCRB - holder records filed  : ' ws-report-count
           move ws-holders-held to ws-report-count
           display 'ETPBCRB - held, identity missing: ' ws-report-count
           display 'ETPBCRB - bureau file : ' ws-extract-name
           display 'ETPBCRB - credit bureau submission complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bcrb-spool-open section.
       bcrb-spool-open-para.
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
       bcrb-spool-line section.
       bcrb-spool-line-para.
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
       bcrb-held-line section.
       bcrb-held-line-para.
           if ws-spool-is-open
               add 1 to ws-held-lineno
               move ws-held-name to RPTSPOOL-NAME
               move ws-spool-date to RPTSPOOL-DATE
               move ws-held-lineno to RPTSPOOL-LINENO
               move ws-spool-text to RPTSPOOL-TEXT
               write RPTSPOOL-RECORD
                   invalid key
                       rewrite RPTSPOOL-RECORD
               end-write
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrb-spool-close section.
       bcrb-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBCRB.
