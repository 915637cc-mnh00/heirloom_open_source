       identification division.

       program-id. ETPBMDT.

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

      * ETPBMDT - monthly report of idle direct-debit mandates
      * Run in the chain after ETPBPCL: on the night ETPBPCL moves the
      * POSTCTRL 'CLOSEDTO' row to the business month, every mandate
      * still running on the MANDATE register is checked for use, and
      * one with no debit taken under it for a year - judged off the
      * last-used date ETPBINT stamps, or the start date of a mandate
      * never used - is listed into RPTSPOOL with its account,
      * creditor partner, reference, maximum and the days it has lain
      * idle, so the customer can be asked whether the authority
      * should stand.  Cancelled and ended mandates are left out.  On
      * any other night the job reports the period open and does
      * nothing.

       environment division.

       input-output section.
       file-control.
           select MANDATE-FILE assign to "MANDATE"
               organization is indexed
               access mode is dynamic
               record key is MANDATE-KEY
               file status is ws-mandate-status.

           select POSTCTRL-FILE assign to "POSTCTRL"
               organization is indexed
               access mode is dynamic
               record key is POSTCTRL-CNAME
               file status is ws-postctrl-status.

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
       fd  MANDATE-FILE.
           copy MANDATE.

       fd  POSTCTRL-FILE.
           copy POSTCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBMDT'.

       01  ws-mandate-status                 pic x(2).
           88  ws-mandate-ok                 value '00'.
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
           88  ws-postctrl-notfnd            value '23'.
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBMDT'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPCL'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the period being reported - the business month, but only   *
      *** once ETPBPCL has closed it                                   *
      ***--------------------------------------------------------------*
       01  ws-close-period                   pic 9(6).
       01  ws-period-closed                  pic x(1) value 'N'.
           88  ws-period-is-closed           value 'Y'.

      ***--------------------------------------------------------------*
      *** one mandate's idleness - days since the last debit taken    *
      *** under it, or since it started when none ever was            *
      ***--------------------------------------------------------------*
       77  ws-idle-limit                     pic 9(3) comp value 365.
       01  ws-more-mandates                  pic x(1) value 'Y'.
           88  ws-more-mandate-recs          value 'Y'.
       01  ws-idle-since                     pic 9(8).
       01  ws-idle-days                      pic s9(9) comp.
       01  ws-last-used-text                 pic x(8).

       01  ws-mandates-read                  pic 9(7) comp value 0.
       01  ws-mandates-running               pic 9(7) comp value 0.
       01  ws-mandates-idle                  pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBMDT'.
       01  ws-amt-disp                       pic zzzzzz9.99.
       01  ws-days-disp                      pic zzzz9.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bmdt-mainline section.
       bmdt-mainline-para.
           perform bmdt-register-start
           if ws-run-is-allowed
               perform bmdt-judge-period
               if ws-period-is-closed
                   perform bmdt-initialize
                   if ws-run-is-ok
                       perform bmdt-process-mandate
                           until not ws-more-mandate-recs
                       perform bmdt-write-totals
                   end-if
                   perform bmdt-finalize
               else
                   display 'ETPBMDT - period ' ws-close-period
                       ' not closed tonight, nothing to report'
               end-if
               perform bmdt-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before the period close has completed, or    *
      *** twice for the same day, unless overridden by ETPBDRV        *
      ***--------------------------------------------------------------*
       bmdt-register-start section.
       bmdt-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bmdt-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBMDT - RUNCTRL not available, status='
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
                       display 'ETPBMDT - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBMDT - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBMDT - already run today, '
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
       bmdt-load-business-date section.
       bmdt-load-business-date-para.
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
       bmdt-register-end section.
       bmdt-register-end-para.
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
      *** the month is reported only on the night ETPBPCL moved the   *
      *** POSTCTRL 'CLOSEDTO' row onto it                              *
      ***--------------------------------------------------------------*
       bmdt-judge-period section.
       bmdt-judge-period-para.
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
      *** opens the register and the spool and heads the report; no   *
      *** register yet means no mandate has been taken                *
      ***--------------------------------------------------------------*
       bmdt-initialize section.
       bmdt-initialize-para.
           display 'ETPBMDT - idle mandates, period ' ws-close-period
               ' business date ' ws-rcl-today
           open input MANDATE-FILE
           if not ws-mandate-ok
               display 'ETPBMDT - MANDATE register not on file, '
                   'status=' ws-mandate-status ' - nothing to report'
               move 'N' to ws-run-ok
           else
               perform bmdt-spool-open
               move spaces to ws-spool-text
               string 'MANDATES WITH NO ACTIVITY FOR A YEAR - PERIOD '
                   ws-close-period
                   delimited by size
                   into ws-spool-text
               perform bmdt-spool-line
               move spaces to ws-spool-text
               string 'ACCOUNT    PARTNER  MANDATE REF        '
                   '   MAXIMUM START    LASTUSED  IDLE'
                   delimited by size
                   into ws-spool-text
               perform bmdt-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one mandate: only one still running is judged, and it is    *
      *** listed once a year has passed since it was last used        *
      ***--------------------------------------------------------------*
       bmdt-process-mandate section.
       bmdt-process-mandate-para.
           read MANDATE-FILE next record
               at end
                   move 'N' to ws-more-mandates
           end-read
           if ws-more-mandate-recs
               add 1 to ws-mandates-read
               if MANDATE-IS-ACTIVE
                   and (MANDATE-CANCEL-DATE = 0
                        or MANDATE-CANCEL-DATE > ws-rcl-today)
                   add 1 to ws-mandates-running
                   if MANDATE-LAST-USED-DATE = 0
                       move MANDATE-START-DATE to ws-idle-since
                       move 'NEVER' to ws-last-used-text
                   else
                       move MANDATE-LAST-USED-DATE to ws-idle-since
                       move MANDATE-LAST-USED-DATE
                           to ws-last-used-text
                   end-if
                   compute ws-idle-days =
                       function integer-of-date(ws-rcl-today)
                     - function integer-of-date(ws-idle-since)
                   end-compute
                   if ws-idle-days > ws-idle-limit
                       perform bmdt-report-mandate
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmdt-report-mandate section.
       bmdt-report-mandate-para.
           add 1 to ws-mandates-idle
           move MANDATE-MAX-AMOUNT to ws-amt-disp
           move ws-idle-days to ws-days-disp
           move spaces to ws-spool-text
           string MANDATE-ACCTNO ' '
               MANDATE-PARTNER-ID ' '
               MANDATE-REF ' '
               ws-amt-disp ' '
               MANDATE-START-DATE ' '
               ws-last-used-text ' '
               ws-days-disp
               delimited by size
               into ws-spool-text
           perform bmdt-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bmdt-write-totals section.
       bmdt-write-totals-para.
           move ws-mandates-running to ws-report-count
           move spaces to ws-spool-text
           string 'MANDATES RUNNING   ' ws-report-count
               delimited by size
               into ws-spool-text
           perform bmdt-spool-line
           move ws-mandates-idle to ws-report-count
           move spaces to ws-spool-text
           string 'IDLE FOR A YEAR    ' ws-report-count
               delimited by size
               into ws-spool-text
           perform bmdt-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bmdt-finalize section.
       bmdt-finalize-para.
           if ws-run-is-ok
               close MANDATE-FILE
               perform bmdt-spool-close
           end-if
           move ws-mandates-read to ws-report-count
           display 'ETPBMDT - mandates read       : ' ws-report-count
           move ws-mandates-running to ws-report-count
           display 'ETPBMDT - mandates running    : ' ws-report-count
           move ws-mandates-idle to ws-report-count
           display 'ETPBMDT - idle for a year     : ' ws-report-count
           display 'ETPBMDT - idle mandate report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bmdt-spool-open section.
       bmdt-spool-open-para.
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
       bmdt-spool-line section.
       bmdt-spool-line-para.
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
       bmdt-spool-close section.
       bmdt-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBMDT.
