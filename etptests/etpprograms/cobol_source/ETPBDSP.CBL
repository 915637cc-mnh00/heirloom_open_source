       identification division.

       program-id. ETPBDSP.

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

      * ETPBDSP - dispute deadline watch
      * Run in the chain after ETPBPST: every dispute case on
      * DISPCASE not yet closed is measured against its decision
      * deadline.  A case within SYSPARM 'DISPWARN' days of its
      * deadline (five by default) goes on the alert feed under
      * DISPUTE once a business day - routine while time remains,
      * high once the deadline is reached or passed - so the
      * disputes team decides it in time.  The day of the alert is
      * kept on the case so a rerun does not raise it twice.

       environment division.

       input-output section.
       file-control.
           select DISPCASE-FILE assign to "DISPCASE"
               organization is indexed
               access mode is dynamic
               record key is DISPCASE-TRACE-ID
               file status is ws-dispcase-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select ALERTQ-FILE assign to "ALERTQ"
               organization is indexed
               access mode is dynamic
               record key is ALERTQ-LINENO
               file status is ws-alertq-status.

           select JNLCOUNT-FILE assign to "JNLCOUNT"
               organization is indexed
               access mode is dynamic
               record key is JNLCOUNT-JNAME
               file status is ws-jnlcount-status.

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
       fd  DISPCASE-FILE.
           copy DISPCASE.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  ALERTQ-FILE.
           copy ALERTQ.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBDSP'.

       01  ws-dispcase-status                pic x(2).
           88  ws-dispcase-ok                value '00'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-alertq-status                  pic x(2).
           88  ws-alertq-ok                  value '00'.
           88  ws-alertq-dup                 value '22'.
           88  ws-alertq-absent              value '35'.
       01  ws-jnlcount-status                pic x(2).
           88  ws-jnlcount-ok                value '00'.
           88  ws-jnlcount-notfnd            value '23'.

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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBDSP'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the warning window and the alert feed                       *
      ***--------------------------------------------------------------*
       77  ws-dispwarn-default               pic 9(5) comp value 5.
       01  ws-warn-days                      pic 9(5).
       01  ws-alert-open                     pic x(1) value 'N'.
           88  ws-alert-is-open              value 'Y'.
       01  ws-alert-amt-disp                 pic zzzzzz9.99.
       01  ws-days-left                      pic s9(7).
       01  ws-days-disp                      pic -(6)9.

       01  ws-more-cases                     pic x(1) value 'Y'.
           88  ws-more-case-recs             value 'Y'.
       01  ws-cases-read                     pic 9(7) comp value 0.
       01  ws-cases-open                     pic 9(7) comp value 0.
       01  ws-cases-warned                   pic 9(7) comp value 0.
       01  ws-cases-overdue                  pic 9(7) comp value 0.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bdsp-mainline section.
       bdsp-mainline-para.
           perform bdsp-register-start
           if ws-run-is-allowed
               perform bdsp-initialize
               if ws-run-is-ok
                   perform bdsp-process-case
                       until not ws-more-case-recs
               end-if
               perform bdsp-finalize
               perform bdsp-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before ETPBPST has completed, or twice for   *
      *** the same day, unless overridden by ETPBDRV                  *
      ***--------------------------------------------------------------*
       bdsp-register-start section.
       bdsp-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bdsp-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBDSP - RUNCTRL not available, status='
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
                       display 'ETPBDSP - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBDSP - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBDSP - already run today, '
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
       bdsp-load-business-date section.
       bdsp-load-business-date-para.
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
       bdsp-register-end section.
       bdsp-register-end-para.
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
      *** loads the warning window and opens the cases and the alert  *
      *** feed - with no feed there is nothing this run can do        *
      ***--------------------------------------------------------------*
       bdsp-initialize section.
       bdsp-initialize-para.
           display 'ETPBDSP - dispute deadlines, business date '
               ws-rcl-today
           move ws-dispwarn-default to ws-warn-days
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'DISPWARN' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if not ws-sysparm-notfnd
                   and SYSPARM-VALUE > 0
                   move SYSPARM-VALUE to ws-warn-days
               end-if
               close SYSPARM-FILE
           end-if
           display 'ETPBDSP - warning window, days: ' ws-warn-days
           open i-o DISPCASE-FILE
           if not ws-dispcase-ok
               display 'ETPBDSP - DISPCASE not available, status='
                   ws-dispcase-status ' - no cases to watch'
               move 'N' to ws-run-ok
           else
               open i-o ALERTQ-FILE
               if ws-alertq-absent
                   open output ALERTQ-FILE
                   close ALERTQ-FILE
                   open i-o ALERTQ-FILE
               end-if
               open i-o JNLCOUNT-FILE
               if ws-alertq-ok and ws-jnlcount-ok
                   move 'Y' to ws-alert-open
               else
                   display 'ETPBDSP - alert feed unavailable, status='
                       ws-alertq-status ' ' ws-jnlcount-status
                   if ws-alertq-ok
                       close ALERTQ-FILE
                   end-if
                   if ws-jnlcount-ok
                       close JNLCOUNT-FILE
                   end-if
                   close DISPCASE-FILE
                   move 'N' to ws-run-ok
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one case: an open case inside the warning window is alerted *
      *** unless it was already alerted today                         *
      ***--------------------------------------------------------------*
       bdsp-process-case section.
       bdsp-process-case-para.
           read DISPCASE-FILE next record
               at end
                   move 'N' to ws-more-cases
           end-read
           if ws-more-case-recs
               add 1 to ws-cases-read
               if not DISPCASE-IS-CLOSED
                   add 1 to ws-cases-open
                   compute ws-days-left =
                       function integer-of-date(DISPCASE-DEADLINE)
                       - function integer-of-date(ws-rcl-today)
                   end-compute
                   if ws-days-left <= ws-warn-days
                       and DISPCASE-ALERT-DATE not = ws-rcl-today
                       perform bdsp-raise-alert
                       move ws-rcl-today to DISPCASE-ALERT-DATE
                       rewrite DISPCASE-RECORD
                       add 1 to ws-cases-warned
                       if ws-days-left <= 0
                           add 1 to ws-cases-overdue
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the case goes on the alert feed under DISPUTE - high once   *
      *** its deadline has come                                       *
      ***--------------------------------------------------------------*
       bdsp-raise-alert section.
       bdsp-raise-alert-para.
           move 'journal2' to JNLCOUNT-JNAME
           read JNLCOUNT-FILE
               invalid key
                   continue
           end-read
           if ws-jnlcount-notfnd
               move 'journal2' to JNLCOUNT-JNAME
               move 1 to JNLCOUNT-COUNT
               write JNLCOUNT-RECORD
           else
               add 1 to JNLCOUNT-COUNT
               rewrite JNLCOUNT-RECORD
           end-if
           move JNLCOUNT-COUNT to ALERTQ-LINENO
           move DISPCASE-AMOUNT to ws-alert-amt-disp
           move ws-days-left to ws-days-disp
           move spaces to ALERTQ-TEXT
           string 'DISPUTE ' DISPCASE-TRACE-ID
               ' ' DISPCASE-ACCTNO
               ' ' ws-alert-amt-disp
               ' DUE ' DISPCASE-DEADLINE
               ' DAYS' ws-days-disp
               into ALERTQ-TEXT
           if ws-days-left <= 0
               move 'H' to ALERTQ-SEVERITY
           else
               move 'R' to ALERTQ-SEVERITY
           end-if
           move 'DISPUTE ' to ALERTQ-CATEGORY
           move function current-date(1:8) to ALERTQ-RAISED-DATE
           move function current-date(9:6) to ALERTQ-RAISED-TIME
           move 'N' to ALERTQ-ESCALATED
           move 'N' to ALERTQ-ACK
           move spaces to ALERTQ-ACK-USERID
           move 0 to ALERTQ-ACK-TIME
           write ALERTQ-RECORD
               invalid key
                   continue
           end-write
           if ws-alertq-dup
               rewrite ALERTQ-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdsp-finalize section.
       bdsp-finalize-para.
           if ws-run-is-ok
               close DISPCASE-FILE
               close ALERTQ-FILE
               close JNLCOUNT-FILE
           end-if
           move ws-cases-read to ws-report-count
           display 'ETPBDSP - cases read          : ' ws-report-count
           move ws-cases-open to ws-report-count
           display 'ETPBDSP - cases still open    : ' ws-report-count
           move ws-cases-warned to ws-report-count
           display 'ETPBDSP - cases alerted       : ' ws-report-count
           move ws-cases-overdue to ws-report-count
           display 'ETPBDSP - at or past deadline : ' ws-report-count
           display 'ETPBDSP - dispute deadline watch complete'
           exit
           .
       end program ETPBDSP.
