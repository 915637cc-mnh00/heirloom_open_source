       identification division.

       program-id. ETPBCEX.

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

      * ETPBCEX - nightly customer credit exposure report
      * Run in the chain after ETPBPST: every customer with an
      * aggregate credit limit on CUSTLIM has their exposure summed
      * the way the posting run sums it - the overdrawn balance of
      * every account they hold as primary on CUSTXREF, loans and
      * internal accounts aside - and each customer whose exposure
      * has reached the RATECFG 'EXPOPCT ' share of their limit (80
      * percent when no row is on file) is listed into RPTSPOOL with
      * the limit, the exposure and the share used, so the credit
      * desk can act before the posting run starts holding debits.
      * A customer already past the limit is marked OVER.

       environment division.

       input-output section.
       file-control.
           select CUSTLIM-FILE assign to "CUSTLIM"
               organization is indexed
               access mode is dynamic
               record key is CUSTLIM-CUSTNO
               file status is ws-custlim-status.

           select CUSTXREF-FILE assign to "CUSTXREF"
               organization is indexed
               access mode is dynamic
               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select RATECFG-FILE assign to "RATECFG"
               organization is indexed
               access mode is dynamic
               record key is RATECFG-KEY
               file status is ws-ratecfg-status.

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
       fd  CUSTLIM-FILE.
           copy CUSTLIM.

       fd  CUSTXREF-FILE.
           copy CUSTXREF.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  RATECFG-FILE.
           copy RATECFG.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCEX'.

       01  ws-custlim-status                 pic x(2).
           88  ws-custlim-ok                 value '00'.
           88  ws-custlim-absent             value '35'.
       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-ratecfg-status                 pic x(2).
           88  ws-ratecfg-ok                 value '00'.
           88  ws-ratecfg-notfnd             value '23'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-custmast-open                  pic x(1) value 'N'.
           88  ws-custmast-is-open           value 'Y'.
       01  ws-custlim-open                   pic x(1) value 'N'.
           88  ws-custlim-is-open            value 'Y'.

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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBCEX'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the reporting threshold - percent of the limit used         *
      ***--------------------------------------------------------------*
       01  ws-expo-pct-floor                 pic 9(3)v99 value 80.

      ***--------------------------------------------------------------*
      *** one customer's exposure against their limit                 *
      ***--------------------------------------------------------------*
       01  ws-more-limits                    pic x(1) value 'Y'.
           88  ws-more-limit-recs            value 'Y'.
       01  ws-more-xrefs                     pic x(1).
           88  ws-more-xref-recs             value 'Y'.
       01  ws-expo-custno                    pic x(10).
       01  ws-expo-total                     pic s9(11)v99.
       01  ws-expo-accounts                  pic 9(5) comp.
       01  ws-expo-pct                       pic 9(5)v9.
       01  ws-cust-name                      pic x(30).
       01  ws-over-flag                      pic x(4).

       01  ws-customers-read                 pic 9(7) comp value 0.
       01  ws-customers-listed               pic 9(7) comp value 0.
       01  ws-customers-over                 pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCEX'.
       01  ws-limit-disp                     pic zzz,zzz,zz9.99.
       01  ws-expo-disp                      pic zzz,zzz,zz9.99.
       01  ws-pct-disp                       pic zzz9.9.
       01  ws-floor-disp                     pic zz9.99.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bcex-mainline section.
       bcex-mainline-para.
           perform bcex-register-start
           if ws-run-is-allowed
               perform bcex-initialize
               if ws-run-is-ok
                   perform bcex-write-heading
                   perform bcex-process-customer
                       until not ws-more-limit-recs
                   perform bcex-write-totals
               end-if
               perform bcex-finalize
               perform bcex-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before ETPBPST has completed, or twice for   *
      *** the same day, unless overridden by ETPBDRV                  *
      ***--------------------------------------------------------------*
       bcex-register-start section.
       bcex-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bcex-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBCEX - RUNCTRL not available, status='
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
                       display 'ETPBCEX - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBCEX - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBCEX - already run today, '
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
       bcex-load-business-date section.
       bcex-load-business-date-para.
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
       bcex-register-end section.
       bcex-register-end-para.
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
      *** picks up the threshold and opens the limits, the two files  *
      *** the exposure is summed from and the spool; no CUSTLIM file  *
      *** means no customer has a limit and there is nothing to list  *
      ***--------------------------------------------------------------*
       bcex-initialize section.
       bcex-initialize-para.
           display 'ETPBCEX - credit exposure, business date '
               ws-rcl-today
           open input RATECFG-FILE
           if ws-ratecfg-ok
               move 'EXPOPCT ' to RATECFG-KEY
               read RATECFG-FILE
                   invalid key
                       continue
               end-read
               if not ws-ratecfg-notfnd
                   and RATECFG-VALUE > 0
                   move RATECFG-VALUE to ws-expo-pct-floor
               end-if
               close RATECFG-FILE
           end-if
           open input CUSTLIM-FILE
           if not ws-custlim-ok
               if ws-custlim-absent
                   display 'ETPBCEX - CUSTLIM not on file, '
                       'no customer limits to report'
               else
                   display 'ETPBCEX - CUSTLIM open failed, status='
                       ws-custlim-status
               end-if
               move 'N' to ws-more-limits
           else
               move 'Y' to ws-custlim-open
           end-if
           open input CUSTXREF-FILE
           open input ACCTMAST-FILE
           if not ws-custxref-ok or not ws-acctmast-ok
               display 'ETPBCEX - CUSTXREF/ACCTMAST open failed, '
                   'statuses ' ws-custxref-status ' '
                   ws-acctmast-status
               move 'N' to ws-run-ok
           else
               open input CUSTMAST-FILE
               if ws-custmast-ok
                   move 'Y' to ws-custmast-open
               end-if
               perform bcex-spool-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one customer limit: sum the exposure and list the customer  *
      *** when it has reached the threshold share of the limit        *
      ***--------------------------------------------------------------*
       bcex-process-customer section.
       bcex-process-customer-para.
           read CUSTLIM-FILE next record
               at end
                   move 'N' to ws-more-limits
           end-read
           if ws-more-limit-recs
               add 1 to ws-customers-read
               move CUSTLIM-CUSTNO to ws-expo-custno
               perform bcex-sum-exposure
      *        a zero limit means no credit at all - any exposure is
      *        past it
               if CUSTLIM-CREDIT-LIMIT = 0
                   if ws-expo-total > 0
                       move 9999.9 to ws-expo-pct
                   else
                       move 0 to ws-expo-pct
                   end-if
               else
                   compute ws-expo-pct rounded =
                       ws-expo-total * 100 / CUSTLIM-CREDIT-LIMIT
                       on size error
                           move 9999.9 to ws-expo-pct
                   end-compute
               end-if
               if ws-expo-total > 0
                   and ws-expo-pct not < ws-expo-pct-floor
                   perform bcex-report-customer
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the overdrawn total of every account the customer holds as  *
      *** primary, loans and internal accounts aside                  *
      ***--------------------------------------------------------------*
       bcex-sum-exposure section.
       bcex-sum-exposure-para.
           move 0 to ws-expo-total
           move 0 to ws-expo-accounts
           move ws-expo-custno to CUSTXREF-CUSTNO
           move low-values to CUSTXREF-ACCTNO
           start CUSTXREF-FILE key not < CUSTXREF-KEY
               invalid key
                   continue
           end-start
           if ws-custxref-ok
               move 'Y' to ws-more-xrefs
           else
               move 'N' to ws-more-xrefs
           end-if
           perform bcex-sum-exposure-next
               until not ws-more-xref-recs
           exit
           .
      ***--------------------------------------------------------------*
       bcex-sum-exposure-next section.
       bcex-sum-exposure-next-para.
           read CUSTXREF-FILE next record
               at end
                   move 'N' to ws-more-xrefs
           end-read
           if ws-more-xref-recs
               if CUSTXREF-CUSTNO not = ws-expo-custno
                   move 'N' to ws-more-xrefs
               else if CUSTXREF-IS-PRIMARY
                   move CUSTXREF-ACCTNO to ACCTMAST-ACCTNO
                   read ACCTMAST-FILE
                       invalid key
                           continue
                   end-read
                   if ws-acctmast-ok
                       and ACCTMAST-BALANCE < 0
                       and not ACCTMAST-IS-LOAN
                       and not ACCTMAST-IS-INTERNAL
                       subtract ACCTMAST-BALANCE from ws-expo-total
                       add 1 to ws-expo-accounts
                   end-if
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one report line - customer, name, limit, exposure and the   *
      *** share used, OVER once the limit is passed                   *
      ***--------------------------------------------------------------*
       bcex-report-customer section.
       bcex-report-customer-para.
           add 1 to ws-customers-listed
           move spaces to ws-cust-name
           if ws-custmast-is-open
               move ws-expo-custno to CUSTMAST-CUSTNO
               read CUSTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-custmast-ok
                   move CUSTMAST-NAME to ws-cust-name
               end-if
           end-if
           if ws-expo-total > CUSTLIM-CREDIT-LIMIT
               move 'OVER' to ws-over-flag
               add 1 to ws-customers-over
           else
               move spaces to ws-over-flag
           end-if
           move CUSTLIM-CREDIT-LIMIT to ws-limit-disp
           move ws-expo-total to ws-expo-disp
           move ws-expo-pct to ws-pct-disp
           move spaces to ws-spool-text
           string ws-expo-custno ' '
               ws-cust-name(1:20) ' '
               ws-limit-disp ' '
               ws-expo-disp ' '
               ws-pct-disp ' '
               ws-over-flag
               delimited by size
               into ws-spool-text
           perform bcex-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bcex-write-heading section.
       bcex-write-heading-para.
           move ws-expo-pct-floor to ws-floor-disp
           move spaces to ws-spool-text
           string 'CUSTOMER CREDIT EXPOSURE - BUSINESS DATE '
               ws-rcl-today
               delimited by size
               into ws-spool-text
           perform bcex-spool-line
           move spaces to ws-spool-text
           string 'CUSTOMERS AT OR ABOVE ' ws-floor-disp
               ' PERCENT OF THEIR LIMIT'
               delimited by size
               into ws-spool-text
           perform bcex-spool-line
           move spaces to ws-spool-text
           string 'CUSTOMER   NAME                          LIMIT'
               '       EXPOSURE    PCT'
               delimited by size
               into ws-spool-text
           perform bcex-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bcex-write-totals section.
       bcex-write-totals-para.
           move ws-customers-read to ws-report-count
           move spaces to ws-spool-text
           string 'CUSTOMERS WITH LIMIT ' ws-report-count
               delimited by size
               into ws-spool-text
           perform bcex-spool-line
           move ws-customers-listed to ws-report-count
           move spaces to ws-spool-text
           string 'NEARING LIMIT        ' ws-report-count
               delimited by size
               into ws-spool-text
           perform bcex-spool-line
           move ws-customers-over to ws-report-count
           move spaces to ws-spool-text
           string 'OVER LIMIT           ' ws-report-count
               delimited by size
               into ws-spool-text
           perform bcex-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bcex-finalize section.
       bcex-finalize-para.
           if ws-custlim-is-open
               close CUSTLIM-FILE
           end-if
           if ws-run-is-ok
               close CUSTXREF-FILE
               close ACCTMAST-FILE
               if ws-custmast-is-open
                   close CUSTMAST-FILE
               end-if
               perform bcex-spool-close
           end-if
           move ws-customers-read to ws-report-count
           display 'ETPBCEX - customers with limit: ' ws-report-count
           move ws-customers-listed to ws-report-count
           display 'ETPBCEX - nearing their limit : ' ws-report-count
           move ws-customers-over to ws-report-count
           display 'ETPBCEX - over their limit    : ' ws-report-count
           display 'ETPBCEX - credit exposure report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bcex-spool-open section.
       bcex-spool-open-para.
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
       bcex-spool-line section.
       bcex-spool-line-para.
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
       bcex-spool-close section.
       bcex-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBCEX.
