       identification division.

       program-id. ETPBDUP.

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

      * ETPBDUP - probable duplicate customer report
      * ETPECST and the ETPBTKO take-on both create customers without
      * looking for an existing one, so the same person can sit on
      * the Customer Master two or three times with the accounts
      * split between the numbers.  Walks every open customer and
      * files two kinds of match key on a private DUPWORK work file:
      * birth date with identity document type and reference, and
      * phone number (digits only) with the name in the word-order
      * and spacing forms the sanctions screening uses.  Customers
      * sharing a key are probable duplicates; each new pair goes on
      * MRGCAND for a supervisor's decision on ETPEMRG and is listed
      * in RPTSPOOL under this job's name.  A pair already on file -
      * awaiting decision, merged, or rejected as two different
      * people - is not raised again.

       environment division.

       input-output section.
       file-control.
           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is sequential
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select DUPWORK-FILE assign to "DUPWORK"
               organization is indexed
               access mode is dynamic
               record key is dupwork-key
               file status is ws-dupwork-status.

           select MRGCAND-FILE assign to "MRGCAND"
               organization is indexed
               access mode is dynamic
               record key is MRGCAND-KEY
               file status is ws-mrgcand-status.

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

      *    one row per match key per customer, rebuilt every run
       fd  DUPWORK-FILE.
       01  dupwork-record.
           03  dupwork-key.
               05  dupwork-match             pic x(61).
               05  dupwork-match-parts redefines dupwork-match.
                   07  dupwork-rule          pic x(1).
                   07  dupwork-value         pic x(60).
               05  dupwork-custno            pic x(10).
           03  dupwork-name                  pic x(30).

       fd  MRGCAND-FILE.
           copy MRGCAND.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBDUP'.

       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-dupwork-status                 pic x(2).
           88  ws-dupwork-ok                 value '00'.
       01  ws-mrgcand-status                 pic x(2).
           88  ws-mrgcand-ok                 value '00'.
           88  ws-mrgcand-notfnd             value '23'.
           88  ws-mrgcand-absent             value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-customers                 pic x(1) value 'Y'.
           88  ws-more-customer-recs         value 'Y'.
       01  ws-more-work                      pic x(1) value 'Y'.
           88  ws-more-work-recs             value 'Y'.

       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** the identity key, and the phone number cut down to its      *
      *** digits - a phone of fewer than seven digits is too thin to  *
      *** match two people on                                          *
      ***--------------------------------------------------------------*
       01  ws-id-key.
           03  ws-id-birth-date              pic 9(8).
           03  ws-id-doc-type                pic x(2).
           03  ws-id-doc-ref                 pic x(15).
           03  filler                        pic x(35) value spaces.
       01  ws-name-key.
           03  ws-name-phone                 pic x(15).
           03  ws-name-form                  pic x(45).
       01  ws-phone-digits                   pic x(15).
       01  ws-phone-len                      pic 9(2) comp.
       01  ws-phone-pos                      pic 9(2) comp.
       77  ws-phone-min                      pic 9(2) comp value 7.

      ***--------------------------------------------------------------*
      *** the customers already met under the current match key - a  *
      *** key shared three ways makes three pairs                     *
      ***--------------------------------------------------------------*
       01  ws-group-match                    pic x(61).
       01  ws-group.
           03  ws-group-entry                occurs 20 times.
               05  ws-group-custno           pic x(10).
               05  ws-group-name             pic x(30).
       77  ws-group-max                      pic 9(2) comp value 20.
       01  ws-group-count                    pic 9(2) comp.
       01  ws-group-sub                      pic 9(2) comp.

       01  ws-customers-read                 pic 9(7) comp value 0.
       01  ws-keys-filed                     pic 9(7) comp value 0.
       01  ws-pairs-new                      pic 9(7) comp value 0.
       01  ws-pairs-known                    pic 9(7) comp value 0.

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
       77  ws-spool-name                     pic x(8) value 'ETPBDUP'.

       01  ws-report-count                   pic zzzzzz9.

       procedure division.
       bdup-mainline section.
       bdup-mainline-para.
           perform bdup-initialize
           if ws-run-is-ok
               perform bdup-write-header
               perform bdup-file-customer
                   until not ws-more-customer-recs
               perform bdup-start-work
               perform bdup-match-work
                   until not ws-more-work-recs
               perform bdup-write-trailer
           end-if
           perform bdup-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the work file is emptied by opening it output, then used    *
      *** i-o for the run                                              *
      ***--------------------------------------------------------------*
       bdup-initialize section.
       bdup-initialize-para.
           display 'ETPBDUP - probable duplicate customer report'
           perform bdup-load-business-date
           open input CUSTMAST-FILE
           open output DUPWORK-FILE
           close DUPWORK-FILE
           open i-o DUPWORK-FILE
           open i-o MRGCAND-FILE
           if ws-mrgcand-absent
               open output MRGCAND-FILE
               close MRGCAND-FILE
               open i-o MRGCAND-FILE
           end-if
           if not ws-custmast-ok or not ws-dupwork-ok
               or not ws-mrgcand-ok
               display 'ETPBDUP - unable to open CUSTMAST, DUPWORK '
                   'or MRGCAND - statuses ' ws-custmast-status ' '
                   ws-dupwork-status ' ' ws-mrgcand-status
               move 'N' to ws-run-ok
               perform bdup-close-files
           else
               perform bdup-spool-open
               if not ws-spool-is-open
                   display 'ETPBDUP - unable to open RPTSPOOL, '
                       'status=' ws-rptspool-status
                   move 'N' to ws-run-ok
                   perform bdup-close-files
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bdup-load-business-date section.
       bdup-load-business-date-para.
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
       bdup-close-files section.
       bdup-close-files-para.
           if ws-custmast-ok
               close CUSTMAST-FILE
           end-if
           if ws-dupwork-ok
               close DUPWORK-FILE
           end-if
           if ws-mrgcand-ok
               close MRGCAND-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdup-write-header section.
       bdup-write-header-para.
           move spaces to ws-spool-text
           string 'PROBABLE DUPLICATE CUSTOMERS  ' ws-today
               into ws-spool-text
           perform bdup-spool-line
           move spaces to ws-spool-text
           string 'CUSTOMER   CUSTOMER   MATCH     NAMES'
               into ws-spool-text
           perform bdup-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** pass 1: every open customer's match keys onto DUPWORK - the *
      *** identity key when birth date and document are both known,   *
      *** and the phone-and-name keys when the phone is               *
      ***--------------------------------------------------------------*
       bdup-file-customer section.
       bdup-file-customer-para.
           read CUSTMAST-FILE next record
               at end
                   move 'N' to ws-more-customers
           end-read
           if ws-more-customer-recs
               and not CUSTMAST-IS-CLOSED
               add 1 to ws-customers-read
               if CUSTMAST-BIRTH-DATE is numeric
                   and CUSTMAST-BIRTH-DATE not = 0
                   and CUSTMAST-ID-DOC-REF not = spaces
                   move CUSTMAST-BIRTH-DATE to ws-id-birth-date
                   move CUSTMAST-ID-DOC-TYPE to ws-id-doc-type
                   move CUSTMAST-ID-DOC-REF to ws-id-doc-ref
                   move 'I' to dupwork-rule
                   move ws-id-key to dupwork-value
                   perform bdup-write-work
               end-if
               perform bdup-phone-digits
               if ws-phone-len not < ws-phone-min
                   move CUSTMAST-NAME to ws-sn-name
                   perform bdup-name-forms
                   if ws-sn-space-form not = spaces
                       move ws-phone-digits to ws-name-phone
                       move ws-sn-word-form to ws-name-form
                       move 'N' to dupwork-rule
                       move ws-name-key to dupwork-value
                       perform bdup-write-work
                       if ws-sn-space-form not = ws-sn-word-form
                           move ws-sn-space-form to ws-name-form
                           move 'N' to dupwork-rule
                           move ws-name-key to dupwork-value
                           perform bdup-write-work
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdup-write-work section.
       bdup-write-work-para.
           move CUSTMAST-CUSTNO to dupwork-custno
           move CUSTMAST-NAME to dupwork-name
           write dupwork-record
               invalid key
                   continue
           end-write
           if ws-dupwork-ok
               add 1 to ws-keys-filed
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the phone number's digits, left-justified                   *
      ***--------------------------------------------------------------*
       bdup-phone-digits section.
       bdup-phone-digits-para.
           move spaces to ws-phone-digits
           move 0 to ws-phone-len
           perform bdup-phone-char
               varying ws-phone-pos from 1 by 1
               until ws-phone-pos > length of CUSTMAST-PHONE
           exit
           .
      ***--------------------------------------------------------------*
       bdup-phone-char section.
       bdup-phone-char-para.
           if CUSTMAST-PHONE(ws-phone-pos:1) >= '0'
               and CUSTMAST-PHONE(ws-phone-pos:1) <= '9'
               add 1 to ws-phone-len
               move CUSTMAST-PHONE(ws-phone-pos:1)
                   to ws-phone-digits(ws-phone-len:1)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdup-start-work section.
       bdup-start-work-para.
           move spaces to ws-group-match
           move 0 to ws-group-count
           move low-values to dupwork-key
           start DUPWORK-FILE key not < dupwork-key
               invalid key
                   move 'N' to ws-more-work
           end-start
           exit
           .
      ***--------------------------------------------------------------*
      *** pass 2: the work rows in key order - each customer sharing  *
      *** the key in hand pairs with every one met under it so far    *
      ***--------------------------------------------------------------*
       bdup-match-work section.
       bdup-match-work-para.
           read DUPWORK-FILE next record
               at end
                   move 'N' to ws-more-work
           end-read
           if ws-more-work-recs
               if dupwork-match not = ws-group-match
                   move dupwork-match to ws-group-match
                   move 0 to ws-group-count
               end-if
               perform bdup-pair-with-group
                   varying ws-group-sub from 1 by 1
                   until ws-group-sub > ws-group-count
               if ws-group-count < ws-group-max
                   add 1 to ws-group-count
                   move dupwork-custno
                       to ws-group-custno(ws-group-count)
                   move dupwork-name to ws-group-name(ws-group-count)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a pair is filed lower number first, so the same two         *
      *** customers found under both rules make one candidate         *
      ***--------------------------------------------------------------*
       bdup-pair-with-group section.
       bdup-pair-with-group-para.
           if ws-group-custno(ws-group-sub) < dupwork-custno
               move ws-group-custno(ws-group-sub) to MRGCAND-CUSTNO-A
               move dupwork-custno to MRGCAND-CUSTNO-B
           else
               move dupwork-custno to MRGCAND-CUSTNO-A
               move ws-group-custno(ws-group-sub) to MRGCAND-CUSTNO-B
           end-if
           read MRGCAND-FILE
               invalid key
                   continue
           end-read
           if not ws-mrgcand-notfnd
               add 1 to ws-pairs-known
           else
               move 'C' to MRGCAND-STATUS
               move dupwork-rule to MRGCAND-RULE
               move ws-today to MRGCAND-FOUND-DATE
               if ws-group-custno(ws-group-sub) < dupwork-custno
                   move ws-group-name(ws-group-sub) to MRGCAND-NAME-A
                   move dupwork-name to MRGCAND-NAME-B
               else
                   move dupwork-name to MRGCAND-NAME-A
                   move ws-group-name(ws-group-sub) to MRGCAND-NAME-B
               end-if
               move spaces to MRGCAND-KEEP
               move 0 to MRGCAND-DECIDED-DATE
               move spaces to MRGCAND-USERID
               move spaces to MRGCAND-NOTE
               move 0 to MRGCAND-MERGED-DATE
               write MRGCAND-RECORD
                   invalid key
                       continue
               end-write
               add 1 to ws-pairs-new
               perform bdup-report-pair
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdup-report-pair section.
       bdup-report-pair-para.
           move spaces to ws-spool-text
           if MRGCAND-BY-IDENTITY
               string MRGCAND-CUSTNO-A ' ' MRGCAND-CUSTNO-B
                   ' IDENTITY  ' MRGCAND-NAME-A
                   into ws-spool-text
           else
               string MRGCAND-CUSTNO-A ' ' MRGCAND-CUSTNO-B
                   ' NAME+TEL  ' MRGCAND-NAME-A
                   into ws-spool-text
           end-if
           perform bdup-spool-line
           move spaces to ws-spool-text
           string '                               ' MRGCAND-NAME-B
               into ws-spool-text
           perform bdup-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bdup-write-trailer section.
       bdup-write-trailer-para.
           move ws-customers-read to ws-report-count
           move spaces to ws-spool-text
           string 'CUSTOMERS EXAMINED     ' ws-report-count
               into ws-spool-text
           perform bdup-spool-line
           move ws-pairs-new to ws-report-count
           move spaces to ws-spool-text
           string 'NEW PROBABLE PAIRS     ' ws-report-count
               into ws-spool-text
           perform bdup-spool-line
           move ws-pairs-known to ws-report-count
           move spaces to ws-spool-text
           string 'PAIRS ALREADY ON FILE  ' ws-report-count
               into ws-spool-text
           perform bdup-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the two match forms of ws-sn-name                           *
      ***--------------------------------------------------------------*
       bdup-name-forms section.
       bdup-name-forms-para.
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
           perform bdup-name-char
               varying ws-sn-pos from 1 by 1
               until ws-sn-pos > length of ws-sn-name
           perform bdup-name-word-end
           if ws-sn-word-count > 1
               perform bdup-name-sort
                   varying ws-sn-i from 1 by 1
                   until ws-sn-i not < ws-sn-word-count
                   after ws-sn-j from 1 by 1
                   until ws-sn-j > ws-sn-word-count - ws-sn-i
           end-if
           move 1 to ws-sn-out
           perform bdup-name-join
               varying ws-sn-i from 1 by 1
               until ws-sn-i > ws-sn-word-count
           exit
           .
      ***--------------------------------------------------------------*
       bdup-name-char section.
       bdup-name-char-para.
           move ws-sn-name(ws-sn-pos:1) to ws-sn-char
           if (ws-sn-char >= 'A' and ws-sn-char <= 'Z')
               or (ws-sn-char >= '0' and ws-sn-char <= '9')
               add 1 to ws-sn-out
               move ws-sn-char to ws-sn-space-form(ws-sn-out:1)
               add 1 to ws-sn-cur-len
               move ws-sn-char to ws-sn-cur(ws-sn-cur-len:1)
           else
               perform bdup-name-word-end
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdup-name-word-end section.
       bdup-name-word-end-para.
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
       bdup-name-sort section.
       bdup-name-sort-para.
           if ws-sn-word(ws-sn-j) > ws-sn-word(ws-sn-j + 1)
               move ws-sn-word(ws-sn-j) to ws-sn-swap
               move ws-sn-word(ws-sn-j + 1) to ws-sn-word(ws-sn-j)
               move ws-sn-swap to ws-sn-word(ws-sn-j + 1)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdup-name-join section.
       bdup-name-join-para.
           string ws-sn-word(ws-sn-i) delimited by space
               into ws-sn-word-form
               with pointer ws-sn-out
           exit
           .
      ***--------------------------------------------------------------*
       bdup-finalize section.
       bdup-finalize-para.
           if ws-run-is-ok
               close CUSTMAST-FILE
               close DUPWORK-FILE
               close MRGCAND-FILE
               perform bdup-spool-close
           end-if
           move ws-customers-read to ws-report-count
           display 'ETPBDUP - customers examined  : ' ws-report-count
           move ws-pairs-new to ws-report-count
           display 'ETPBDUP - new probable pairs  : ' ws-report-count
           move ws-pairs-known to ws-report-count
           display 'ETPBDUP - pairs already known : ' ws-report-count
           display 'ETPBDUP - report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bdup-spool-open section.
       bdup-spool-open-para.
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
       bdup-spool-line section.
       bdup-spool-line-para.
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
       bdup-spool-close section.
       bdup-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBDUP.
