       identification division.

       program-id. ETPBMCT.

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

      * ETPBMCT - missing message translations
      * Walks the MSGCAT screen message catalogue and lists every
      * message number whose English row has no row in a language
      * the users need, with the English text for the translator,
      * and every translation left with no English row behind it.
      * The languages needed are each one other than English that a
      * SECROLE user is set to or that the catalogue already holds.
      * A screen whose row is missing falls back to English, so the
      * list is the translation work outstanding rather than an
      * error.  Output to RPTSPOOL and the job log.

       environment division.

       input-output section.
       file-control.
           select MSGCAT-FILE assign to "MSGCAT"
               organization is indexed
               access mode is sequential
               record key is MSGCAT-KEY
               file status is ws-msgcat-status.

           select SECROLE-FILE assign to "SECROLE"
               organization is indexed
               access mode is sequential
               record key is SECROLE-USERID
               file status is ws-secrole-status.

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
       fd  MSGCAT-FILE.
           copy MSGCAT.

       fd  SECROLE-FILE.
           copy SECROLE.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBMCT'.

       01  ws-msgcat-status                  pic x(2).
           88  ws-msgcat-ok                  value '00'.
           88  ws-msgcat-absent              value '35'.
       01  ws-secrole-status                 pic x(2).
           88  ws-secrole-ok                 value '00'.
           88  ws-secrole-absent             value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-more-records                   pic x(1).
           88  ws-are-more-records           value 'Y'.
       01  ws-catalogue-open                 pic x(1) value 'N'.
           88  ws-catalogue-is-open          value 'Y'.

       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** the languages other than English a message must be found    *
      *** in, and for the message number in hand which of them it     *
      *** has                                                         *
      ***--------------------------------------------------------------*
       77  ws-lang-max                       pic 9(2) comp value 20.
       01  ws-lang-count                     pic 9(2) comp value 0.
       01  ws-lang-sub                       pic 9(2) comp.
       01  ws-lang-hit                       pic 9(2) comp.
       01  ws-lang-overflow                  pic 9(7) comp value 0.
       01  ws-lang-table.
           03  ws-lang-slot occurs 20 times.
               05  ws-lang-code              pic x(2).
               05  ws-lang-users             pic 9(7) comp.
               05  ws-lang-rows              pic 9(7) comp.
               05  ws-lang-missing           pic 9(7) comp.
               05  ws-lang-found             pic x(1).
                   88  ws-lang-is-found      value 'Y'.
       01  ws-new-lang                       pic x(2).
       01  ws-new-lang-user                  pic x(1).
           88  ws-new-lang-is-user           value 'Y'.

      ***--------------------------------------------------------------*
      *** the message number in hand - its rows arrive together, the  *
      *** catalogue being keyed on number then language               *
      ***--------------------------------------------------------------*
       01  ws-cur-msgno                      pic x(8).
       01  ws-cur-english                    pic x(79).
       01  ws-cur-has-english                pic x(1).
           88  ws-cur-is-english             value 'Y'.
       01  ws-rows-read                      pic 9(7) comp value 0.
       01  ws-numbers-read                   pic 9(7) comp value 0.
       01  ws-numbers-short                  pic 9(7) comp value 0.
       01  ws-orphans                        pic 9(7) comp value 0.
       01  ws-users-read                     pic 9(7) comp value 0.
       01  ws-number-short                   pic x(1).
           88  ws-number-is-short            value 'Y'.

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBMCT'.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-users-disp                     pic zzzzz9.
       01  ws-rows-disp                      pic zzzzz9.
       01  ws-missing-disp                   pic zzzzz9.

       procedure division.
       bmct-mainline section.
       bmct-mainline-para.
           perform bmct-initialize
           perform bmct-load-user-languages
           perform bmct-load-catalogue-languages
           perform bmct-report-header
           perform bmct-check-catalogue
           perform bmct-report-languages
           perform bmct-finalize
           stop run
           .
      ***--------------------------------------------------------------*
       bmct-initialize section.
       bmct-initialize-para.
           display 'ETPBMCT - missing message translations'
           perform bmct-load-business-date
           initialize ws-lang-table
           perform bmct-spool-open
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bmct-load-business-date section.
       bmct-load-business-date-para.
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
      *** every language a user is set to                             *
      ***--------------------------------------------------------------*
       bmct-load-user-languages section.
       bmct-load-user-languages-para.
           open input SECROLE-FILE
           if ws-secrole-absent
               display 'ETPBMCT - no users on file'
           else if not ws-secrole-ok
               display 'ETPBMCT - unable to open SECROLE, status='
                   ws-secrole-status
           else
               move 'Y' to ws-more-records
               perform bmct-load-user-one
                   until not ws-are-more-records
               close SECROLE-FILE
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmct-load-user-one section.
       bmct-load-user-one-para.
           read SECROLE-FILE next record
               at end
                   move 'N' to ws-more-records
           end-read
           if ws-are-more-records
               add 1 to ws-users-read
               if not SECROLE-IS-ENGLISH
                   move SECROLE-LANGUAGE to ws-new-lang
                   move 'Y' to ws-new-lang-user
                   perform bmct-add-language
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every language the catalogue already holds rows in          *
      ***--------------------------------------------------------------*
       bmct-load-catalogue-languages section.
       bmct-load-catalogue-languages-para.
           open input MSGCAT-FILE
           if ws-msgcat-absent
               display 'ETPBMCT - message catalogue is empty'
           else if not ws-msgcat-ok
               display 'ETPBMCT - unable to open MSGCAT, status='
                   ws-msgcat-status
           else
               move 'Y' to ws-catalogue-open
               move 'Y' to ws-more-records
               perform bmct-load-catalogue-one
                   until not ws-are-more-records
               close MSGCAT-FILE
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmct-load-catalogue-one section.
       bmct-load-catalogue-one-para.
           read MSGCAT-FILE next record
               at end
                   move 'N' to ws-more-records
           end-read
           if ws-are-more-records
               and not MSGCAT-IS-ENGLISH
               and MSGCAT-LANG not = spaces
               move MSGCAT-LANG to ws-new-lang
               move 'N' to ws-new-lang-user
               perform bmct-add-language
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** finds the language in the table, adding it when new         *
      ***--------------------------------------------------------------*
       bmct-add-language section.
       bmct-add-language-para.
           move 0 to ws-lang-hit
           perform bmct-match-language
               varying ws-lang-sub from 1 by 1
               until ws-lang-sub > ws-lang-count
                  or ws-lang-hit > 0
           if ws-lang-hit = 0
               if ws-lang-count < ws-lang-max
                   add 1 to ws-lang-count
                   move ws-lang-count to ws-lang-hit
                   move ws-new-lang to ws-lang-code(ws-lang-hit)
               else
                   add 1 to ws-lang-overflow
               end-if
           end-if
           if ws-lang-hit > 0 and ws-new-lang-is-user
               add 1 to ws-lang-users(ws-lang-hit)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmct-match-language section.
       bmct-match-language-para.
           if ws-lang-code(ws-lang-sub) = ws-new-lang
               move ws-lang-sub to ws-lang-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmct-report-header section.
       bmct-report-header-para.
           move spaces to ws-spool-text
           string 'ETPBMCT - MISSING MESSAGE TRANSLATIONS  AS AT '
               ws-today
               delimited by size into ws-spool-text
           perform bmct-spool-line
           move spaces to ws-spool-text
           perform bmct-spool-line
           move 'MSG NO   LANG  ENGLISH TEXT' to ws-spool-text
           perform bmct-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** each message number's rows in turn, the number reported when *
      *** the next number's first row arrives or the catalogue ends   *
      ***--------------------------------------------------------------*
       bmct-check-catalogue section.
       bmct-check-catalogue-para.
           if ws-catalogue-is-open
               open input MSGCAT-FILE
               if ws-msgcat-ok
                   move spaces to ws-cur-msgno
                   move 'Y' to ws-more-records
                   perform bmct-check-one
                       until not ws-are-more-records
                   if ws-cur-msgno not = spaces
                       perform bmct-report-number
                   end-if
                   close MSGCAT-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmct-check-one section.
       bmct-check-one-para.
           read MSGCAT-FILE next record
               at end
                   move 'N' to ws-more-records
           end-read
           if ws-are-more-records
               add 1 to ws-rows-read
               if MSGCAT-MSGNO not = ws-cur-msgno
                   if ws-cur-msgno not = spaces
                       perform bmct-report-number
                   end-if
                   perform bmct-start-number
               end-if
               if MSGCAT-IS-ENGLISH
                   move 'Y' to ws-cur-has-english
                   move MSGCAT-TEXT to ws-cur-english
               else
                   move MSGCAT-LANG to ws-new-lang
                   move 0 to ws-lang-hit
                   perform bmct-match-language
                       varying ws-lang-sub from 1 by 1
                       until ws-lang-sub > ws-lang-count
                          or ws-lang-hit > 0
                   if ws-lang-hit > 0
                       move 'Y' to ws-lang-found(ws-lang-hit)
                       add 1 to ws-lang-rows(ws-lang-hit)
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmct-start-number section.
       bmct-start-number-para.
           add 1 to ws-numbers-read
           move MSGCAT-MSGNO to ws-cur-msgno
           move 'N' to ws-cur-has-english
           move spaces to ws-cur-english
           perform bmct-clear-found
               varying ws-lang-sub from 1 by 1
               until ws-lang-sub > ws-lang-count
           exit
           .
      ***--------------------------------------------------------------*
       bmct-clear-found section.
       bmct-clear-found-para.
           move 'N' to ws-lang-found(ws-lang-sub)
           exit
           .
      ***--------------------------------------------------------------*
      *** an English row lists each needed language it lacks; rows    *
      *** with no English row are listed as orphans                   *
      ***--------------------------------------------------------------*
       bmct-report-number section.
       bmct-report-number-para.
           move 'N' to ws-number-short
           if ws-cur-is-english
               perform bmct-report-missing
                   varying ws-lang-sub from 1 by 1
                   until ws-lang-sub > ws-lang-count
           else
               add 1 to ws-orphans
               move spaces to ws-spool-text
               string ws-cur-msgno ' --    translated but no English '
                   'row - screens keep their own text'
                   delimited by size into ws-spool-text
               perform bmct-spool-line
               display ws-spool-text
           end-if
           if ws-number-is-short
               add 1 to ws-numbers-short
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmct-report-missing section.
       bmct-report-missing-para.
           if not ws-lang-is-found(ws-lang-sub)
               move 'Y' to ws-number-short
               add 1 to ws-lang-missing(ws-lang-sub)
               move spaces to ws-spool-text
               string ws-cur-msgno ' ' ws-lang-code(ws-lang-sub)
                   '    ' ws-cur-english(1:60)
                   delimited by size into ws-spool-text
               perform bmct-spool-line
               display ws-spool-text
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** per language - the users set to it, the rows it has and the *
      *** rows it still wants                                         *
      ***--------------------------------------------------------------*
       bmct-report-languages section.
       bmct-report-languages-para.
           move spaces to ws-spool-text
           perform bmct-spool-line
           move 'LANG   USERS    ROWS MISSING' to ws-spool-text
           perform bmct-spool-line
           perform bmct-report-language
               varying ws-lang-sub from 1 by 1
               until ws-lang-sub > ws-lang-count
           exit
           .
      ***--------------------------------------------------------------*
       bmct-report-language section.
       bmct-report-language-para.
           move ws-lang-users(ws-lang-sub) to ws-users-disp
           move ws-lang-rows(ws-lang-sub) to ws-rows-disp
           move ws-lang-missing(ws-lang-sub) to ws-missing-disp
           move spaces to ws-spool-text
           string ws-lang-code(ws-lang-sub) '  ' ws-users-disp
               '  ' ws-rows-disp '  ' ws-missing-disp
               delimited by size into ws-spool-text
           perform bmct-spool-line
           display 'ETPBMCT - ' ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
       bmct-finalize section.
       bmct-finalize-para.
           perform bmct-spool-close
           move ws-users-read to ws-report-count
           display 'ETPBMCT - users read            : ' ws-report-count
           move ws-rows-read to ws-report-count
           display 'ETPBMCT - catalogue rows read   : ' ws-report-count
           move ws-numbers-read to ws-report-count
           display 'ETPBMCT - message numbers       : ' ws-report-count
           move ws-numbers-short to ws-report-count
           display 'ETPBMCT - wanting translation   : ' ws-report-count
           move ws-orphans to ws-report-count
           display 'ETPBMCT - with no English row   : ' ws-report-count
           if ws-lang-overflow > 0
               move ws-lang-overflow to ws-report-count
               display 'ETPBMCT - languages dropped     : '
                   ws-report-count
           end-if
           display 'ETPBMCT - translation report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use)           *
      ***--------------------------------------------------------------*
       bmct-spool-open section.
       bmct-spool-open-para.
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
       bmct-spool-line section.
       bmct-spool-line-para.
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
       bmct-spool-close section.
       bmct-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBMCT.
