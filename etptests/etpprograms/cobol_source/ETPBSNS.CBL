       identification division.

       program-id. ETPBSNS.

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

      * ETPBSNS - nightly sanctions rescreen of the customer base
      * Runs every night but only works on a night after ETPBSNL has
      * loaded a new list (the SANCCTL load stamp later than the last
      * rescreen stamp).  Every open customer's name is screened
      * against SANCLIST by the same word-order and spacing match
      * forms ETPECST uses as names are keyed.  A potential hit opens
      * a pending SANCHIT row - which holds the customer's transfers
      * on ETPEXFR until compliance clears or confirms it on ETPESAN
      * - and a SANCAUD row; a hit compliance already cleared stays
      * cleared while the customer's name is unchanged, and one
      * already pending or confirmed is left as it stands.  The new
      * and reopened hits are spooled into RPTSPOOL under this job's
      * name, and the rescreen stamp is moved on so the same list is
      * not screened twice.

       environment division.

       input-output section.
       file-control.
           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is sequential
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

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

           select SANCHIT-FILE assign to "SANCHIT"
               organization is indexed
               access mode is dynamic
               record key is SANCHIT-KEY
               file status is ws-sanchit-status.

           select SANCAUD-FILE assign to "SANCAUD"
               organization is indexed
               access mode is dynamic
               record key is SANCAUD-KEY
               file status is ws-sancaud-status.

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
       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  SANCLIST-FILE.
           copy SANCLIST.

       fd  SANCCTL-FILE.
           copy SANCCTL.

       fd  SANCHIT-FILE.
           copy SANCHIT.

       fd  SANCAUD-FILE.
           copy SANCAUD.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBSNS'.

       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-sanclist-status                pic x(2).
           88  ws-sanclist-ok                value '00'.
       01  ws-sancctl-status                 pic x(2).
           88  ws-sancctl-ok                 value '00'.
       01  ws-sanchit-status                 pic x(2).
           88  ws-sanchit-ok                 value '00'.
           88  ws-sanchit-notfnd             value '23'.
           88  ws-sanchit-absent             value '35'.
       01  ws-sancaud-status                 pic x(2).
           88  ws-sancaud-ok                 value '00'.
           88  ws-sancaud-dup                value '22'.
           88  ws-sancaud-absent             value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-rescreen-due                   pic x(1) value 'N'.
           88  ws-rescreen-is-due            value 'Y'.
       01  ws-more-customers                 pic x(1) value 'Y'.
           88  ws-more-customer-recs         value 'Y'.
       01  ws-more-list                      pic x(1).
           88  ws-more-list-recs             value 'Y'.
       01  ws-aud-written                    pic x(1).
           88  ws-aud-was-written            value 'Y'.

       01  ws-today                          pic 9(8).
       01  ws-stamp                          pic 9(14).
       01  ws-list-date                      pic 9(8).
       01  ws-lookup-key                     pic x(60).

      *    the entries one customer has already hit tonight, so a name
      *    meeting a listed entry under both forms counts once
       01  ws-cust-hits.
           03  ws-cust-hit-id                pic x(10) occurs 20 times.
       77  ws-cust-hit-max                   pic 9(2) comp value 20.
       01  ws-cust-hit-count                 pic 9(2) comp.
       01  ws-cust-hit-sub                   pic 9(2) comp.
       01  ws-cust-hit-seen                  pic x(1).
           88  ws-cust-hit-was-seen          value 'Y'.

       01  ws-customers-read                 pic 9(7) comp value 0.
       01  ws-customers-hit                  pic 9(7) comp value 0.
       01  ws-hits-new                       pic 9(7) comp value 0.
       01  ws-hits-reopened                  pic 9(7) comp value 0.
       01  ws-hits-cleared                   pic 9(7) comp value 0.
       01  ws-hits-open                      pic 9(7) comp value 0.

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

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBSNS'.

       01  ws-report-count                   pic zzzzzz9.

       procedure division.
       bsns-mainline section.
       bsns-mainline-para.
           perform bsns-initialize
           if ws-run-is-ok and ws-rescreen-is-due
               perform bsns-write-header
               perform bsns-screen-customer
                   until not ws-more-customer-recs
               perform bsns-write-trailer
               perform bsns-stamp-control
           end-if
           perform bsns-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** is there a list newer than the last rescreen?  Only then    *
      *** are the customer and hit files opened                        *
      ***--------------------------------------------------------------*
       bsns-initialize section.
       bsns-initialize-para.
           display 'ETPBSNS - sanctions rescreen'
           perform bsns-load-business-date
           open input SANCCTL-FILE
           if ws-sancctl-ok
               move 'SANCLIST' to SANCCTL-CNAME
               read SANCCTL-FILE
                   invalid key
                       continue
               end-read
               if ws-sancctl-ok
                   and SANCCTL-LOADED-STAMP > SANCCTL-SCREENED-STAMP
                   move 'Y' to ws-rescreen-due
                   move SANCCTL-LIST-DATE to ws-list-date
               end-if
               close SANCCTL-FILE
           end-if
           if not ws-rescreen-is-due
               display 'ETPBSNS - no new sanctions list since the '
                   'last rescreen, nothing to do'
           else
               open input CUSTMAST-FILE
               open input SANCLIST-FILE
               open i-o SANCHIT-FILE
               if ws-sanchit-absent
                   open output SANCHIT-FILE
                   close SANCHIT-FILE
                   open i-o SANCHIT-FILE
               end-if
               open i-o SANCAUD-FILE
               if ws-sancaud-absent
                   open output SANCAUD-FILE
                   close SANCAUD-FILE
                   open i-o SANCAUD-FILE
               end-if
               if not ws-custmast-ok or not ws-sanclist-ok
                   or not ws-sanchit-ok or not ws-sancaud-ok
                   display 'ETPBSNS - unable to open CUSTMAST, '
                       'SANCLIST, SANCHIT or SANCAUD - statuses '
                       ws-custmast-status ' ' ws-sanclist-status ' '
                       ws-sanchit-status ' ' ws-sancaud-status
                   move 'N' to ws-run-ok
                   perform bsns-close-files
               else
                   perform bsns-spool-open
                   if not ws-spool-is-open
                       display 'ETPBSNS - unable to open RPTSPOOL, '
                           'status=' ws-rptspool-status
                       move 'N' to ws-run-ok
                       perform bsns-close-files
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bsns-load-business-date section.
       bsns-load-business-date-para.
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
       bsns-close-files section.
       bsns-close-files-para.
           if ws-custmast-ok
               close CUSTMAST-FILE
           end-if
           if ws-sanclist-ok
               close SANCLIST-FILE
           end-if
           if ws-sanchit-ok
               close SANCHIT-FILE
           end-if
           if ws-sancaud-ok
               close SANCAUD-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsns-write-header section.
       bsns-write-header-para.
           move spaces to ws-spool-text
           string 'SANCTIONS RESCREEN  ' ws-today
               '  LIST DATED ' ws-list-date
               into ws-spool-text
           perform bsns-spool-line
           move spaces to ws-spool-text
           string 'CUSTOMER   ENTRY      PROGRAMME  CUSTOMER NAME / '
               'LISTED NAME'
               into ws-spool-text
           perform bsns-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one customer's name under both match forms; a closed        *
      *** customer holds no accounts to move money from               *
      ***--------------------------------------------------------------*
       bsns-screen-customer section.
       bsns-screen-customer-para.
           read CUSTMAST-FILE next record
               at end
                   move 'N' to ws-more-customers
           end-read
           if ws-more-customer-recs
               and not CUSTMAST-IS-CLOSED
               add 1 to ws-customers-read
               move 0 to ws-cust-hit-count
               move CUSTMAST-NAME to ws-sn-name
               perform bsns-name-forms
               if ws-sn-space-form not = spaces
                   move ws-sn-word-form to ws-lookup-key
                   perform bsns-lookup
                   if ws-sn-space-form not = ws-sn-word-form
                       move ws-sn-space-form to ws-lookup-key
                       perform bsns-lookup
                   end-if
               end-if
               if ws-cust-hit-count > 0
                   add 1 to ws-customers-hit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every list row filed under the match key                     *
      ***--------------------------------------------------------------*
       bsns-lookup section.
       bsns-lookup-para.
           move ws-lookup-key to SANCLIST-MATCH-KEY
           move low-values to SANCLIST-ENTRY-ID
           move low-values to SANCLIST-FORM
           start SANCLIST-FILE key not < SANCLIST-KEY
               invalid key
                   continue
           end-start
           if ws-sanclist-ok
               move 'Y' to ws-more-list
               perform bsns-lookup-next
                   until not ws-more-list-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsns-lookup-next section.
       bsns-lookup-next-para.
           read SANCLIST-FILE next record
               at end
                   move 'N' to ws-more-list
           end-read
           if ws-more-list-recs
               if SANCLIST-MATCH-KEY not = ws-lookup-key
                   move 'N' to ws-more-list
               else
                   move 'N' to ws-cust-hit-seen
                   perform bsns-check-seen
                       varying ws-cust-hit-sub from 1 by 1
                       until ws-cust-hit-sub > ws-cust-hit-count
                   if not ws-cust-hit-was-seen
                       if ws-cust-hit-count < ws-cust-hit-max
                           add 1 to ws-cust-hit-count
                           move SANCLIST-ENTRY-ID
                               to ws-cust-hit-id(ws-cust-hit-count)
                       end-if
                       perform bsns-record-hit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsns-check-seen section.
       bsns-check-seen-para.
           if ws-cust-hit-id(ws-cust-hit-sub) = SANCLIST-ENTRY-ID
               move 'Y' to ws-cust-hit-seen
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a new hit opens pending; a cleared hit reopens only when    *
      *** the name has changed since it was cleared; a pending or     *
      *** confirmed hit already holds the customer                    *
      ***--------------------------------------------------------------*
       bsns-record-hit section.
       bsns-record-hit-para.
           move CUSTMAST-CUSTNO to SANCHIT-CUSTNO
           move SANCLIST-ENTRY-ID to SANCHIT-ENTRY-ID
           read SANCHIT-FILE
               invalid key
                   continue
           end-read
           evaluate true
               when ws-sanchit-notfnd
                   perform bsns-fill-hit
                   write SANCHIT-RECORD
                       invalid key
                           continue
                   end-write
                   add 1 to ws-hits-new
                   perform bsns-report-hit
               when SANCHIT-IS-CLEARED
                   and SANCHIT-CUST-NAME = CUSTMAST-NAME
                   add 1 to ws-hits-cleared
               when SANCHIT-IS-CLEARED
                   perform bsns-fill-hit
                   rewrite SANCHIT-RECORD
                   add 1 to ws-hits-reopened
                   perform bsns-report-hit
               when other
                   add 1 to ws-hits-open
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bsns-fill-hit section.
       bsns-fill-hit-para.
           move CUSTMAST-CUSTNO to SANCHIT-CUSTNO
           move SANCLIST-ENTRY-ID to SANCHIT-ENTRY-ID
           move 'P' to SANCHIT-STATUS
           move CUSTMAST-NAME to SANCHIT-CUST-NAME
           move SANCLIST-NAME to SANCHIT-LIST-NAME
           move SANCLIST-PROGRAM to SANCHIT-PROGRAM
           move 'B' to SANCHIT-SOURCE
           move ws-today to SANCHIT-SCREEN-DATE
           move 0 to SANCHIT-DECIDED-DATE
           move spaces to SANCHIT-USERID
           move spaces to SANCHIT-NOTE
           exit
           .
      ***--------------------------------------------------------------*
      *** the hit onto the audit trail and the report                  *
      ***--------------------------------------------------------------*
       bsns-report-hit section.
       bsns-report-hit-para.
           move CUSTMAST-CUSTNO to SANCAUD-CUSTNO
           move function current-date(1:14) to SANCAUD-STAMP
           move 1 to SANCAUD-SEQ
           move 'S' to SANCAUD-EVENT
           move 'B' to SANCAUD-SOURCE
           move CUSTMAST-NAME to SANCAUD-NAME
           move 1 to SANCAUD-HITS
           move SANCLIST-ENTRY-ID to SANCAUD-ENTRY-ID
           move ws-list-date to SANCAUD-LIST-DATE
           move ws-program-name to SANCAUD-USERID
           move spaces to SANCAUD-NOTE
           move 'N' to ws-aud-written
           perform bsns-write-audit
               until ws-aud-was-written
           move spaces to ws-spool-text
           string CUSTMAST-CUSTNO ' ' SANCLIST-ENTRY-ID ' '
               SANCLIST-PROGRAM ' ' CUSTMAST-NAME
               into ws-spool-text
           perform bsns-spool-line
           move spaces to ws-spool-text
           string '                                 '
               SANCLIST-NAME(1:47)
               into ws-spool-text
           perform bsns-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bsns-write-audit section.
       bsns-write-audit-para.
           write SANCAUD-RECORD
               invalid key
                   continue
           end-write
           if ws-sancaud-dup
               add 1 to SANCAUD-SEQ
           else
               move 'Y' to ws-aud-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsns-write-trailer section.
       bsns-write-trailer-para.
           move ws-customers-read to ws-report-count
           move spaces to ws-spool-text
           string 'CUSTOMERS SCREENED     ' ws-report-count
               into ws-spool-text
           perform bsns-spool-line
           move ws-customers-hit to ws-report-count
           move spaces to ws-spool-text
           string 'CUSTOMERS WITH A HIT   ' ws-report-count
               into ws-spool-text
           perform bsns-spool-line
           move ws-hits-new to ws-report-count
           move spaces to ws-spool-text
           string 'NEW HITS PENDING       ' ws-report-count
               into ws-spool-text
           perform bsns-spool-line
           move ws-hits-reopened to ws-report-count
           move spaces to ws-spool-text
           string 'REOPENED, NAME CHANGED ' ws-report-count
               into ws-spool-text
           perform bsns-spool-line
           move ws-hits-cleared to ws-report-count
           move spaces to ws-spool-text
           string 'ALREADY CLEARED        ' ws-report-count
               into ws-spool-text
           perform bsns-spool-line
           move ws-hits-open to ws-report-count
           move spaces to ws-spool-text
           string 'ALREADY HELD           ' ws-report-count
               into ws-spool-text
           perform bsns-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** this list has now been screened in full                      *
      ***--------------------------------------------------------------*
       bsns-stamp-control section.
       bsns-stamp-control-para.
           open i-o SANCCTL-FILE
           if ws-sancctl-ok
               move 'SANCLIST' to SANCCTL-CNAME
               read SANCCTL-FILE
                   invalid key
                       continue
               end-read
               if ws-sancctl-ok
                   move function current-date(1:14)
                       to SANCCTL-SCREENED-STAMP
                   rewrite SANCCTL-RECORD
               end-if
               close SANCCTL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the two match forms of ws-sn-name                           *
      ***--------------------------------------------------------------*
       bsns-name-forms section.
       bsns-name-forms-para.
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
           perform bsns-name-char
               varying ws-sn-pos from 1 by 1
               until ws-sn-pos > length of ws-sn-name
           perform bsns-name-word-end
           if ws-sn-word-count > 1
               perform bsns-name-sort
                   varying ws-sn-i from 1 by 1
                   until ws-sn-i not < ws-sn-word-count
                   after ws-sn-j from 1 by 1
                   until ws-sn-j > ws-sn-word-count - ws-sn-i
           end-if
           move 1 to ws-sn-out
           perform bsns-name-join
               varying ws-sn-i from 1 by 1
               until ws-sn-i > ws-sn-word-count
           exit
           .
      ***--------------------------------------------------------------*
       bsns-name-char section.
       bsns-name-char-para.
           move ws-sn-name(ws-sn-pos:1) to ws-sn-char
           if (ws-sn-char >= 'A' and ws-sn-char <= 'Z')
               or (ws-sn-char >= '0' and ws-sn-char <= '9')
               add 1 to ws-sn-out
               move ws-sn-char to ws-sn-space-form(ws-sn-out:1)
               add 1 to ws-sn-cur-len
               move ws-sn-char to ws-sn-cur(ws-sn-cur-len:1)
           else
               perform bsns-name-word-end
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsns-name-word-end section.
       bsns-name-word-end-para.
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
       bsns-name-sort section.
       bsns-name-sort-para.
           if ws-sn-word(ws-sn-j) > ws-sn-word(ws-sn-j + 1)
               move ws-sn-word(ws-sn-j) to ws-sn-swap
               move ws-sn-word(ws-sn-j + 1) to ws-sn-word(ws-sn-j)
               move ws-sn-swap to ws-sn-word(ws-sn-j + 1)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsns-name-join section.
       bsns-name-join-para.
           string ws-sn-word(ws-sn-i) delimited by space
               into ws-sn-word-form
               with pointer ws-sn-out
           exit
           .
      ***--------------------------------------------------------------*
       bsns-finalize section.
       bsns-finalize-para.
           if ws-run-is-ok and ws-rescreen-is-due
               close CUSTMAST-FILE
               close SANCLIST-FILE
               close SANCHIT-FILE
               close SANCAUD-FILE
               perform bsns-spool-close
           end-if
           move ws-customers-read to ws-report-count
           display 'ETPBSNS - customers screened  : ' ws-report-count
           move ws-hits-new to ws-report-count
           display 'ETPBSNS - new hits pending    : ' ws-report-count
           move ws-hits-reopened to ws-report-count
           display 'ETPBSNS - hits reopened       : ' ws-report-count
           display 'ETPBSNS - rescreen complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bsns-spool-open section.
       bsns-spool-open-para.
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
       bsns-spool-line section.
       bsns-spool-line-para.
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
       bsns-spool-close section.
       bsns-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBSNS.
