       identification division.

       program-id. ETPBSNL.

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

      * ETPBSNL - sanctions list load
      * Run whenever compliance fetches a new copy of the official
      * sanctions download (/tmp/sanclist.txt): a header line - 'HDR'
      * in columns 1-3, the list date in 4-11 and the entry count in
      * 12-18 - then one line per listed name: the list's own entry
      * reference in columns 1-10, the sanctions programme in 11-20
      * and the name in 21-80.  The whole file is proved first - the
      * header present, the list no older than the one on file, and
      * the entry count agreeing - and only then does it replace
      * SANCLIST, each name stored under both of its match forms (see
      * SANCLIST).  A file that fails any check leaves the list on
      * file untouched.  The SANCCTL row is stamped with the new
      * list, which is what tells the nightly ETPBSNS rescreen to go
      * through the whole customer base again.

       environment division.

       input-output section.
       file-control.
           select DNLD-FILE assign to "/tmp/sanclist.txt"
               organization is line sequential
               file status is ws-dnld-status.

           select SANCLIST-FILE assign to "SANCLIST"
               organization is indexed
               access mode is dynamic
               record key is SANCLIST-KEY
               file status is ws-sanclist-status.

           select SANCCTL-FILE assign to "SANCCTL"
               organization is indexed
               access mode is dynamic
               record key is SANCCTL-CNAME
               file status is ws-sancctl-status.

       data division.

       file section.
       fd  DNLD-FILE.
       01  dnld-line                         pic x(80).

       fd  SANCLIST-FILE.
           copy SANCLIST.

       fd  SANCCTL-FILE.
           copy SANCCTL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBSNL'.

       01  ws-dnld-status                    pic x(2).
           88  ws-dnld-ok                    value '00'.
       01  ws-sanclist-status                pic x(2).
           88  ws-sanclist-ok                value '00'.
       01  ws-sancctl-status                 pic x(2).
           88  ws-sancctl-ok                 value '00'.
           88  ws-sancctl-notfnd             value '23'.
           88  ws-sancctl-absent             value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-lines                     pic x(1) value 'Y'.
           88  ws-more-dnld-lines            value 'Y'.

      ***--------------------------------------------------------------*
      *** the download's header and detail lines                       *
      ***--------------------------------------------------------------*
       01  ws-dnld-record                    pic x(80).
       01  ws-dnld-header redefines ws-dnld-record.
           03  ws-hdr-tag                    pic x(3).
           03  ws-hdr-list-date              pic 9(8).
           03  ws-hdr-count                  pic 9(7).
           03  filler                        pic x(62).
       01  ws-dnld-detail redefines ws-dnld-record.
           03  ws-dtl-entry-id               pic x(10).
           03  ws-dtl-program                pic x(10).
           03  ws-dtl-name                   pic x(60).

       01  ws-list-date                      pic 9(8) value 0.
       01  ws-list-count                     pic 9(7) value 0.
       01  ws-prior-date                     pic 9(8) value 0.
       01  ws-lines-read                     pic 9(7) comp value 0.
       01  ws-entries-seen                   pic 9(7) comp value 0.
       01  ws-entries-loaded                 pic 9(7) comp value 0.
       01  ws-entries-blank                  pic 9(7) comp value 0.
       01  ws-rows-written                   pic 9(7) comp value 0.
       01  ws-rows-dup                       pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** name match forms - see SANCLIST.  The name is taken apart    *
      *** into its words (letters and digits only, upper case); the   *
      *** spacing form runs them together in order, the word-order    *
      *** form sorts them first                                        *
      ***--------------------------------------------------------------*
       01  ws-sn-name                        pic x(60).
       01  ws-sn-word-form                   pic x(60).
       01  ws-sn-space-form                  pic x(60).
       01  ws-sn-words.
           03  ws-sn-word                    pic x(60) occurs 12 times.
       77  ws-sn-word-max                    pic 9(2) comp value 12.
       01  ws-sn-word-count                  pic 9(2) comp.
       01  ws-sn-cur                         pic x(60).
       01  ws-sn-cur-len                     pic 9(2) comp.
       01  ws-sn-pos                         pic 9(2) comp.
       01  ws-sn-out                         pic 9(2) comp.
       01  ws-sn-char                        pic x(1).
       01  ws-sn-i                           pic 9(2) comp.
       01  ws-sn-j                           pic 9(2) comp.
       01  ws-sn-swap                        pic x(60).

       01  ws-report-count                   pic zzzzzz9.

       procedure division.
       bsnl-mainline section.
       bsnl-mainline-para.
           perform bsnl-initialize
           if ws-run-is-ok
               perform bsnl-prove-file
           end-if
           if ws-run-is-ok
               perform bsnl-load-list
           end-if
           if ws-run-is-ok
               perform bsnl-stamp-control
           end-if
           perform bsnl-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the list on file now, so an older download is refused       *
      ***--------------------------------------------------------------*
       bsnl-initialize section.
       bsnl-initialize-para.
           display 'ETPBSNL - sanctions list load'
           open i-o SANCCTL-FILE
           if ws-sancctl-absent
               open output SANCCTL-FILE
               close SANCCTL-FILE
               open i-o SANCCTL-FILE
           end-if
           if not ws-sancctl-ok
               display 'ETPBSNL - SANCCTL not available, status='
                   ws-sancctl-status
               move 'N' to ws-run-ok
           else
               move 'SANCLIST' to SANCCTL-CNAME
               read SANCCTL-FILE
                   invalid key
                       continue
               end-read
               if ws-sancctl-ok
                   move SANCCTL-LIST-DATE to ws-prior-date
               end-if
               close SANCCTL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** first pass: the header must lead, the list must be no older *
      *** than the one on file, and the detail lines must number what *
      *** the header says                                              *
      ***--------------------------------------------------------------*
       bsnl-prove-file section.
       bsnl-prove-file-para.
           open input DNLD-FILE
           if not ws-dnld-ok
               display 'ETPBSNL - no sanctions download on hand, '
                   'status=' ws-dnld-status
               move 'N' to ws-run-ok
           else
               read DNLD-FILE into ws-dnld-record
                   at end
                       move spaces to ws-dnld-record
               end-read
               if ws-hdr-tag not = 'HDR'
                   or ws-hdr-list-date not numeric
                   or ws-hdr-count not numeric
                   display 'ETPBSNL - download has no valid header, '
                       'list not loaded'
                   move 'N' to ws-run-ok
               else
                   move ws-hdr-list-date to ws-list-date
                   move ws-hdr-count to ws-list-count
                   if ws-list-date < ws-prior-date
                       display 'ETPBSNL - download dated '
                           ws-list-date ' is older than the list '
                           'on file (' ws-prior-date '), not loaded'
                       move 'N' to ws-run-ok
                   else
                       move 'Y' to ws-more-lines
                       perform bsnl-count-line
                           until not ws-more-dnld-lines
                       if ws-entries-seen not = ws-list-count
                           move ws-entries-seen to ws-report-count
                           display 'ETPBSNL - header count '
                               ws-list-count ' but ' ws-report-count
                               ' entries on file, list not loaded'
                           move 'N' to ws-run-ok
                       end-if
                   end-if
               end-if
               close DNLD-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsnl-count-line section.
       bsnl-count-line-para.
           read DNLD-FILE into ws-dnld-record
               at end
                   move 'N' to ws-more-lines
           end-read
           if ws-more-dnld-lines
               add 1 to ws-entries-seen
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** second pass: SANCLIST is emptied and reloaded from the      *
      *** proven file                                                  *
      ***--------------------------------------------------------------*
       bsnl-load-list section.
       bsnl-load-list-para.
           open output SANCLIST-FILE
           if not ws-sanclist-ok
               display 'ETPBSNL - unable to open SANCLIST, status='
                   ws-sanclist-status
               move 'N' to ws-run-ok
           else
               open input DNLD-FILE
               read DNLD-FILE into ws-dnld-record
                   at end
                       continue
               end-read
               move 'Y' to ws-more-lines
               perform bsnl-load-entry
                   until not ws-more-dnld-lines
               close DNLD-FILE
               close SANCLIST-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one listed name, written under each of its match forms      *
      ***--------------------------------------------------------------*
       bsnl-load-entry section.
       bsnl-load-entry-para.
           read DNLD-FILE into ws-dnld-record
               at end
                   move 'N' to ws-more-lines
           end-read
           if ws-more-dnld-lines
               add 1 to ws-lines-read
               move ws-dtl-name to ws-sn-name
               perform bsnl-name-forms
               if ws-dtl-entry-id = spaces
                   or ws-sn-space-form = spaces
                   add 1 to ws-entries-blank
                   display 'ETPBSNL - line ' ws-lines-read
                       ' has no entry reference or name, skipped'
               else
                   add 1 to ws-entries-loaded
                   move ws-sn-word-form to SANCLIST-MATCH-KEY
                   move 'W' to SANCLIST-FORM
                   perform bsnl-write-row
                   move ws-sn-space-form to SANCLIST-MATCH-KEY
                   move 'S' to SANCLIST-FORM
                   perform bsnl-write-row
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsnl-write-row section.
       bsnl-write-row-para.
           move ws-dtl-entry-id to SANCLIST-ENTRY-ID
           move ws-dtl-name to SANCLIST-NAME
           move ws-dtl-program to SANCLIST-PROGRAM
           move ws-list-date to SANCLIST-LIST-DATE
           write SANCLIST-RECORD
               invalid key
                   add 1 to ws-rows-dup
           end-write
           if ws-sanclist-ok
               add 1 to ws-rows-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the new list on SANCCTL - its load stamp now later than the *
      *** last rescreen, so tonight's ETPBSNS runs                     *
      ***--------------------------------------------------------------*
       bsnl-stamp-control section.
       bsnl-stamp-control-para.
           open i-o SANCCTL-FILE
           move 'SANCLIST' to SANCCTL-CNAME
           read SANCCTL-FILE
               invalid key
                   continue
           end-read
           if ws-sancctl-notfnd
               move 'SANCLIST' to SANCCTL-CNAME
               move 0 to SANCCTL-SCREENED-STAMP
           end-if
           move ws-list-date to SANCCTL-LIST-DATE
           move function current-date(1:14) to SANCCTL-LOADED-STAMP
           move ws-entries-loaded to SANCCTL-ENTRIES
           if ws-sancctl-notfnd
               write SANCCTL-RECORD
           else
               rewrite SANCCTL-RECORD
           end-if
           close SANCCTL-FILE
           exit
           .
      ***--------------------------------------------------------------*
      *** the two match forms of ws-sn-name                           *
      ***--------------------------------------------------------------*
       bsnl-name-forms section.
       bsnl-name-forms-para.
           inspect ws-sn-name converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           move spaces to ws-sn-words
           move spaces to ws-sn-space-form
           move spaces to ws-sn-word-form
           move spaces to ws-sn-cur
           move 0 to ws-sn-word-count
           move 0 to ws-sn-cur-len
           move 0 to ws-sn-out
           perform bsnl-name-char
               varying ws-sn-pos from 1 by 1
               until ws-sn-pos > length of ws-sn-name
           perform bsnl-name-word-end
           if ws-sn-word-count > 1
               perform bsnl-name-sort
                   varying ws-sn-i from 1 by 1
                   until ws-sn-i not < ws-sn-word-count
                   after ws-sn-j from 1 by 1
                   until ws-sn-j > ws-sn-word-count - ws-sn-i
           end-if
           move 1 to ws-sn-out
           perform bsnl-name-join
               varying ws-sn-i from 1 by 1
               until ws-sn-i > ws-sn-word-count
           exit
           .
      ***--------------------------------------------------------------*
       bsnl-name-char section.
       bsnl-name-char-para.
           move ws-sn-name(ws-sn-pos:1) to ws-sn-char
           if (ws-sn-char >= 'A' and ws-sn-char <= 'Z')
               or (ws-sn-char >= '0' and ws-sn-char <= '9')
               add 1 to ws-sn-out
               move ws-sn-char to ws-sn-space-form(ws-sn-out:1)
               add 1 to ws-sn-cur-len
               move ws-sn-char to ws-sn-cur(ws-sn-cur-len:1)
           else
               perform bsnl-name-word-end
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsnl-name-word-end section.
       bsnl-name-word-end-para.
           if ws-sn-cur-len > 0
               if ws-sn-word-count < ws-sn-word-max
                   add 1 to ws-sn-word-count
                   move ws-sn-cur to ws-sn-word(ws-sn-word-count)
               end-if
               move spaces to ws-sn-cur
               move 0 to ws-sn-cur-len
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsnl-name-sort section.
       bsnl-name-sort-para.
           if ws-sn-word(ws-sn-j) > ws-sn-word(ws-sn-j + 1)
               move ws-sn-word(ws-sn-j) to ws-sn-swap
               move ws-sn-word(ws-sn-j + 1) to ws-sn-word(ws-sn-j)
               move ws-sn-swap to ws-sn-word(ws-sn-j + 1)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsnl-name-join section.
       bsnl-name-join-para.
           string ws-sn-word(ws-sn-i) delimited by space
               into ws-sn-word-form
               with pointer ws-sn-out
           exit
           .
      ***--------------------------------------------------------------*
       bsnl-finalize section.
       bsnl-finalize-para.
           move ws-entries-loaded to ws-report-count
           display 'ETPBSNL - entries loaded    : ' ws-report-count
           move ws-entries-blank to ws-report-count
           display 'ETPBSNL - entries skipped   : ' ws-report-count
           move ws-rows-written to ws-report-count
           display 'ETPBSNL - match rows written: ' ws-report-count
           move ws-rows-dup to ws-report-count
           display 'ETPBSNL - duplicate rows    : ' ws-report-count
           if ws-run-is-ok
               display 'ETPBSNL - list dated ' ws-list-date
                   ' loaded, rescreen due tonight'
           else
               display 'ETPBSNL - list NOT loaded'
           end-if
           exit
           .
       end program ETPBSNL.
