       identification division.

       program-id. ETPBPAL.

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

      * ETPBPAL - daily privileged-activity report
      * Walks the PRIVACT trail the screens write for every
      * interaction an admin or senior user makes, and lists the
      * business day's rows to RPTSPOOL for the security officer -
      * one line per interaction in the order it happened, user by
      * user, with the terminal, transaction, action code and the
      * key of the record touched, a count under each user, and any
      * interaction outside branch hours marked.  The same session
      * can be replayed on the ETPEPAL screen.

       environment division.

       input-output section.
       file-control.
           select PRIVACT-FILE assign to "PRIVACT"
               organization is indexed
               access mode is sequential
               record key is PRIVACT-KEY
               file status is ws-privact-status.

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

       data division.

       file section.
       fd  PRIVACT-FILE.
           copy PRIVACT.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBPAL'.

       01  ws-privact-status                 pic x(2).
           88  ws-privact-ok                 value '00'.
           88  ws-privact-eof                value '10'.
           88  ws-privact-absent             value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-records                   pic x(1) value 'Y'.
           88  ws-are-more-records           value 'Y'.

       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** branch hours - the same window ETPBSEC holds signons to; an *
      *** interaction outside it is marked for the security officer  *
      ***--------------------------------------------------------------*
       77  ws-hours-open                     pic 9(6) value 070000.
       77  ws-hours-close                    pic 9(6) value 190000.

      ***--------------------------------------------------------------*
      *** user break - the trail is user-major, so one user's rows    *
      *** for the day arrive together                                 *
      ***--------------------------------------------------------------*
       01  ws-cur-userid                     pic x(8) value spaces.
       01  ws-user-lines                     pic 9(5) comp value 0.
       01  ws-user-outhrs                    pic 9(5) comp value 0.
       01  ws-out-mark                       pic x(1).

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBPAL'.

       01  ws-entries-read                   pic 9(7) comp value 0.
       01  ws-entries-today                  pic 9(7) comp value 0.
       01  ws-users-today                    pic 9(5) comp value 0.
       01  ws-outhrs-today                   pic 9(5) comp value 0.

       01  ws-report-count                   pic zzzz9.
       01  ws-report-count2                  pic zzzz9.

       procedure division.
       bpal-mainline section.
       bpal-mainline-para.
           perform bpal-initialize
           if ws-run-is-ok
               perform bpal-process-entry
                   until not ws-are-more-records
               if ws-cur-userid not = spaces
                   perform bpal-user-total
               end-if
           end-if
           perform bpal-finalize
           stop run
           .
      ***--------------------------------------------------------------*
       bpal-initialize section.
       bpal-initialize-para.
           display 'ETPBPAL - daily privileged-activity report'
           perform bpal-load-business-date
           perform bpal-spool-open
           move spaces to ws-spool-text
           string 'Privileged activity for business day ' ws-today
               into ws-spool-text
           perform bpal-spool-line
           open input PRIVACT-FILE
           if ws-privact-absent
               display 'ETPBPAL - no privileged-activity file on hand'
               move 'N' to ws-run-ok
               move 'N' to ws-more-records
           else
           if not ws-privact-ok
               display 'ETPBPAL - unable to open PRIVACT, status='
                   ws-privact-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-records
           else
               move spaces to ws-spool-text
               string 'time   user     R term tran program  A '
                   'record key'
                   into ws-spool-text
               perform bpal-spool-line
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bpal-load-business-date section.
       bpal-load-business-date-para.
           move function current-date(1:8) to ws-today
           open input BUSCTRL-FILE
           if ws-busctrl-ok
               move 'BUSDATE ' to BUSCTRL-CNAME
               read BUSCTRL-FILE
                   invalid key
                       continue
               end-read
               if not ws-busctrl-notfnd
                   and BUSCTRL-DATE not = 0
                   move BUSCTRL-DATE to ws-today
               end-if
               close BUSCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpal-process-entry section.
       bpal-process-entry-para.
           read PRIVACT-FILE next record
               at end
                   move 'N' to ws-more-records
           end-read
           if ws-are-more-records
               add 1 to ws-entries-read
               if PRIVACT-DATE = ws-today
                   add 1 to ws-entries-today
                   if PRIVACT-USERID not = ws-cur-userid
                       if ws-cur-userid not = spaces
                           perform bpal-user-total
                       end-if
                       move PRIVACT-USERID to ws-cur-userid
                       add 1 to ws-users-today
                   end-if
                   perform bpal-report-entry
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one interaction - an asterisk ahead of the time marks one   *
      *** outside branch hours                                        *
      ***--------------------------------------------------------------*
       bpal-report-entry section.
       bpal-report-entry-para.
           add 1 to ws-user-lines
           move ' ' to ws-out-mark
           if PRIVACT-TIME < ws-hours-open
               or PRIVACT-TIME > ws-hours-close
               move '*' to ws-out-mark
               add 1 to ws-user-outhrs
               add 1 to ws-outhrs-today
           end-if
           move spaces to ws-spool-text
           string PRIVACT-TIME ws-out-mark
               PRIVACT-USERID ' '
               PRIVACT-ROLE ' '
               PRIVACT-TERMID ' '
               PRIVACT-TRANID ' '
               PRIVACT-PROGRAM ' '
               PRIVACT-ACTION ' '
               PRIVACT-RECKEY
               into ws-spool-text
           perform bpal-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bpal-user-total section.
       bpal-user-total-para.
           move ws-user-lines to ws-report-count
           move ws-user-outhrs to ws-report-count2
           move spaces to ws-spool-text
           string '  ' ws-cur-userid ' interactions ' ws-report-count
               '  out of hours ' ws-report-count2
               into ws-spool-text
           perform bpal-spool-line
           display 'ETPBPAL - ' ws-spool-text
           move 0 to ws-user-lines
           move 0 to ws-user-outhrs
           exit
           .
      ***--------------------------------------------------------------*
       bpal-finalize section.
       bpal-finalize-para.
           if ws-run-is-ok
               close PRIVACT-FILE
           end-if
           move ws-entries-read to ws-report-count
           display 'ETPBPAL - trail rows read       : ' ws-report-count
           move ws-entries-today to ws-report-count
           display 'ETPBPAL - rows for the day      : ' ws-report-count
           move ws-users-today to ws-report-count
           display 'ETPBPAL - privileged users      : ' ws-report-count
           if ws-spool-is-open
               move ws-entries-today to ws-report-count
               move ws-users-today to ws-report-count2
               move spaces to ws-spool-text
               string 'interactions : ' ws-report-count
                   '  users : ' ws-report-count2
                   into ws-spool-text
               perform bpal-spool-line
               move ws-outhrs-today to ws-report-count
               move spaces to ws-spool-text
               string 'out of hours : ' ws-report-count
                   into ws-spool-text
               perform bpal-spool-line
               perform bpal-spool-close
           end-if
           display 'ETPBPAL - privileged-activity report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bpal-spool-open section.
       bpal-spool-open-para.
           open i-o RPTSPOOL-FILE
           if ws-rptspool-absent
               open output RPTSPOOL-FILE
               close RPTSPOOL-FILE
               open i-o RPTSPOOL-FILE
           end-if
           if ws-rptspool-ok
               move 'Y' to ws-spool-open
               move ws-today to ws-spool-date
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpal-spool-line section.
       bpal-spool-line-para.
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
       bpal-spool-close section.
       bpal-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBPAL.
