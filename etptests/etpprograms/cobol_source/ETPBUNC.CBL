       identification division.

       program-id. ETPBUNC.

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

      * ETPBUNC - uncollected funds release
      * A partner credit posted with availability days is held out
      * of the memo balance as uncollected funds (UNCOLL) until its
      * release date, counted in business days when ETPBPST posted
      * it.  This nightly step makes every uncollected item whose
      * release date has arrived available - the row is marked
      * Available with the date, and the amount goes back onto the
      * account's memo balance.  Items the partner returned in the
      * meantime were closed by ETPBINT and are not touched.

       environment division.

       input-output section.
       file-control.
           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select UNCOLL-FILE assign to "UNCOLL"
               organization is indexed
               access mode is dynamic
               record key is UNCOLL-KEY
               file status is ws-uncoll-status.

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

       fd  UNCOLL-FILE.
           copy UNCOLL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBUNC'.

       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-uncoll-status                  pic x(2).
           88  ws-uncoll-ok                  value '00'.
           88  ws-uncoll-eof                 value '10'.
           88  ws-uncoll-absent              value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, as every cycle job does   *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBUNC'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-more-uncolls                   pic x(1) value 'Y'.
           88  ws-more-uncoll-recs           value 'Y'.

       01  ws-uncolls-read                   pic 9(7) comp value 0.
       01  ws-uncolls-released               pic 9(7) comp value 0.
       01  ws-uncolls-no-account             pic 9(7) comp value 0.
       01  ws-released-total                 pic s9(11)v99 value 0.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-report-amount                  pic -zzz,zzz,zzz,zz9.99.

       procedure division.
       bunc-mainline section.
       bunc-mainline-para.
           perform bunc-register-start
           if ws-run-is-allowed
               perform bunc-initialize
               if ws-run-is-ok
                   perform bunc-process-item
                       until not ws-more-uncoll-recs
               end-if
               perform bunc-finalize
               perform bunc-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL; *
      *** a same-day rerun is harmless but pointless, so it is       *
      *** refused without the ETPBDRV override like every cycle job   *
      ***--------------------------------------------------------------*
       bunc-register-start section.
       bunc-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bunc-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBUNC - RUNCTRL not available, status='
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
                   display 'ETPBUNC - already run today, '
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
       bunc-load-business-date section.
       bunc-load-business-date-para.
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
       bunc-register-end section.
       bunc-register-end-para.
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
       bunc-initialize section.
       bunc-initialize-para.
           display 'ETPBUNC - uncollected release for ' ws-rcl-today
           open i-o UNCOLL-FILE
           if ws-uncoll-absent
               display 'ETPBUNC - no UNCOLL file - nothing to release'
               move 'N' to ws-more-uncolls
           else
           if not ws-uncoll-ok
               display 'ETPBUNC - unable to open UNCOLL, status='
                   ws-uncoll-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-uncolls
           else
               open i-o ACCTMAST-FILE
               if not ws-acctmast-ok
                   display 'ETPBUNC - unable to open ACCTMAST, '
                       'status=' ws-acctmast-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-uncolls
                   close UNCOLL-FILE
               end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one item: uncollected funds whose release date has come     *
      *** are made available and handed back to the memo balance      *
      ***--------------------------------------------------------------*
       bunc-process-item section.
       bunc-process-item-para.
           read UNCOLL-FILE next record
               at end
                   move 'N' to ws-more-uncolls
           end-read
           if ws-more-uncoll-recs
               add 1 to ws-uncolls-read
               if UNCOLL-IS-UNCOLLECTED
                   and UNCOLL-RELEASE-DATE <= ws-rcl-today
                   perform bunc-release-item
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account is credited first, so an item is never marked   *
      *** available while its amount is still kept out of the memo;   *
      *** an item whose account has gone is closed all the same       *
      ***--------------------------------------------------------------*
       bunc-release-item section.
       bunc-release-item-para.
           move UNCOLL-ACCTNO to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-ok
               add UNCOLL-AMOUNT to ACCTMAST-MEMO-BALANCE
               rewrite ACCTMAST-RECORD
           else
               add 1 to ws-uncolls-no-account
               display 'ETPBUNC - account not on file: '
                   UNCOLL-ACCTNO ' trace ' UNCOLL-TRACE-ID
           end-if
           move 'A' to UNCOLL-STATUS
           move ws-rcl-today to UNCOLL-CLOSED-DATE
           rewrite UNCOLL-RECORD
           add 1 to ws-uncolls-released
           add UNCOLL-AMOUNT to ws-released-total
           display 'ETPBUNC - available: ' UNCOLL-ACCTNO
               ' trace ' UNCOLL-TRACE-ID
               ' release ' UNCOLL-RELEASE-DATE
           exit
           .
      ***--------------------------------------------------------------*
       bunc-finalize section.
       bunc-finalize-para.
           if ws-run-is-ok
               and not ws-uncoll-absent
               close ACCTMAST-FILE
               close UNCOLL-FILE
           end-if
           move ws-uncolls-read to ws-report-count
           display 'ETPBUNC - items examined      : ' ws-report-count
           move ws-uncolls-released to ws-report-count
           display 'ETPBUNC - items released      : ' ws-report-count
           move ws-uncolls-no-account to ws-report-count
           display 'ETPBUNC - account not on file : ' ws-report-count
           move ws-released-total to ws-report-amount
           display 'ETPBUNC - amount released     : ' ws-report-amount
           display 'ETPBUNC - uncollected release complete'
           exit
           .
       end program ETPBUNC.
