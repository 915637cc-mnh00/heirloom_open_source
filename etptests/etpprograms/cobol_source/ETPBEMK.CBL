       identification division.

       program-id. ETPBEMK.

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

      * ETPBEMK - authorisation hold (earmark) expiry
      * An earmark placed over the distributed link by an AUTH
      * request holds funds out of the memo balance until the debit
      * it stands for posts through ETPBPST, or until its expiry date
      * passes.  This nightly sweep expires every open earmark whose
      * expiry date is before the business date - the row is marked
      * Expired with the date, and the held amount goes back onto the
      * account's memo balance so the funds are available again.

       environment division.

       input-output section.
       file-control.
           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select EARMARK-FILE assign to "EARMARK"
               organization is indexed
               access mode is dynamic
               record key is EARMARK-KEY
               file status is ws-earmark-status.

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

       fd  EARMARK-FILE.
           copy EARMARK.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBEMK'.

       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-earmark-status                 pic x(2).
           88  ws-earmark-ok                 value '00'.
           88  ws-earmark-eof                value '10'.
           88  ws-earmark-absent             value '35'.

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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBEMK'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-more-earmarks                  pic x(1) value 'Y'.
           88  ws-more-earmark-recs          value 'Y'.

       01  ws-earmarks-read                  pic 9(7) comp value 0.
       01  ws-earmarks-expired               pic 9(7) comp value 0.
       01  ws-earmarks-no-account            pic 9(7) comp value 0.
       01  ws-expired-total                  pic s9(11)v99 value 0.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-report-amount                  pic -zzz,zzz,zzz,zz9.99.

       procedure division.
       bemk-mainline section.
       bemk-mainline-para.
           perform bemk-register-start
           if ws-run-is-allowed
               perform bemk-initialize
               if ws-run-is-ok
                   perform bemk-process-earmark
                       until not ws-more-earmark-recs
               end-if
               perform bemk-finalize
               perform bemk-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL; *
      *** a same-day rerun is harmless but pointless, so it is       *
      *** refused without the ETPBDRV override like every cycle job   *
      ***--------------------------------------------------------------*
       bemk-register-start section.
       bemk-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bemk-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBEMK - RUNCTRL not available, status='
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
                   display 'ETPBEMK - already run today, '
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
       bemk-load-business-date section.
       bemk-load-business-date-para.
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
       bemk-register-end section.
       bemk-register-end-para.
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
       bemk-initialize section.
       bemk-initialize-para.
           display 'ETPBEMK - earmark expiry for ' ws-rcl-today
           open i-o EARMARK-FILE
           if ws-earmark-absent
               display 'ETPBEMK - no EARMARK file - no holds to expire'
               move 'N' to ws-more-earmarks
           else
           if not ws-earmark-ok
               display 'ETPBEMK - unable to open EARMARK, status='
                   ws-earmark-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-earmarks
           else
               open i-o ACCTMAST-FILE
               if not ws-acctmast-ok
                   display 'ETPBEMK - unable to open ACCTMAST, '
                       'status=' ws-acctmast-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-earmarks
                   close EARMARK-FILE
               end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one earmark: an open hold past its expiry date is closed    *
      *** and its amount handed back to the account's memo balance    *
      ***--------------------------------------------------------------*
       bemk-process-earmark section.
       bemk-process-earmark-para.
           read EARMARK-FILE next record
               at end
                   move 'N' to ws-more-earmarks
           end-read
           if ws-more-earmark-recs
               add 1 to ws-earmarks-read
               if EARMARK-IS-OPEN
                   and EARMARK-EXPIRY-DATE < ws-rcl-today
                   perform bemk-expire-earmark
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account is released first, so a hold is never marked    *
      *** expired while its amount is still kept out of the memo; a   *
      *** hold whose account has gone is closed all the same          *
      ***--------------------------------------------------------------*
       bemk-expire-earmark section.
       bemk-expire-earmark-para.
           move EARMARK-ACCTNO to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-ok
               add EARMARK-AMOUNT to ACCTMAST-MEMO-BALANCE
               rewrite ACCTMAST-RECORD
           else
               add 1 to ws-earmarks-no-account
               display 'ETPBEMK - account not on file: '
                   EARMARK-ACCTNO ' ref ' EARMARK-REF
           end-if
           move 'X' to EARMARK-STATUS
           move ws-rcl-today to EARMARK-CLOSED-DATE
           rewrite EARMARK-RECORD
           add 1 to ws-earmarks-expired
           add EARMARK-AMOUNT to ws-expired-total
           display 'ETPBEMK - expired: ' EARMARK-ACCTNO
               ' ref ' EARMARK-REF ' expiry ' EARMARK-EXPIRY-DATE
           exit
           .
      ***--------------------------------------------------------------*
       bemk-finalize section.
       bemk-finalize-para.
           if ws-run-is-ok
               and not ws-earmark-absent
               close ACCTMAST-FILE
               close EARMARK-FILE
           end-if
           move ws-earmarks-read to ws-report-count
           display 'ETPBEMK - earmarks examined   : ' ws-report-count
           move ws-earmarks-expired to ws-report-count
           display 'ETPBEMK - earmarks expired    : ' ws-report-count
           move ws-earmarks-no-account to ws-report-count
           display 'ETPBEMK - account not on file : ' ws-report-count
           move ws-expired-total to ws-report-amount
           display 'ETPBEMK - amount released     : ' ws-report-amount
           display 'ETPBEMK - earmark expiry complete'
           exit
           .
       end program ETPBEMK.
