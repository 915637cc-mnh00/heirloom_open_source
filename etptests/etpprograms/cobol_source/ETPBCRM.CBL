       identification division.

       program-id. ETPBCRM.

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

      * ETPBCRM - inbound customer-update feed from the CRM system
      * Loads the daily file of customer changes marketing's CRM
      * system sends (/tmp/crm_update.txt, CRMUPD layout) instead of
      * branch staff rekeying them on ETPECST.  The file is checked
      * whole before anything is applied: it must open with a
      * header and close with a trailer, both counts must agree with
      * the details read, and its CRM file sequence must be later
      * than the last one taken (POSTCTRL 'CRMSEQNO'), so the same
      * file is never loaded twice.  Each detail is then taken the
      * way ETPECST takes a change: the customer must be on file -
      * and neither closed nor deceased here - a blank field leaves
      * what stands, and a birth date must be digits.  A new phone
      * number or address is applied at once and audited on CUSTAUD
      * under the feed userid CRMFEED; a new name, birth date or
      * identity document is held on PENDCHG with CRMFEED as maker,
      * for a checker to approve on ETPECAP, and a new name is
      * screened against SANCLIST as it is held, exactly as ETPECST
      * screens a pended change.  Every detail's outcome - applied,
      * held for approval or rejected with the reason - goes back
      * to the CRM team on /tmp/crm_disposition.txt (CRMDSP), and
      * the held and rejected ones are listed in RPTSPOOL.
      * Each audit row is sealed onto the customer's HASHCHN
      * tamper-evident chain.

       environment division.

       input-output section.
       file-control.
           select FEED-FILE assign to "/tmp/crm_update.txt"
               organization is line sequential
               file status is ws-feed-status.

           select DISP-FILE assign to "/tmp/crm_disposition.txt"
               organization is line sequential
               file status is ws-disp-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select CUSTAUD-FILE assign to "CUSTAUD"
               organization is indexed
               access mode is dynamic
               record key is CUSTAUD-KEY
               file status is ws-custaud-status.

           select HASHCHN-FILE assign to "HASHCHN"
               organization is indexed
               access mode is dynamic
               record key is HASHCHN-KEY
               file status is ws-hashchn-status.

           select PENDCHG-FILE assign to "PENDCHG"
               organization is indexed
               access mode is dynamic
               record key is PENDCHG-KEY
               file status is ws-pendchg-status.

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

       data division.

       file section.
       fd  FEED-FILE.
           copy CRMUPD.

       fd  DISP-FILE.
           copy CRMDSP.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  CUSTAUD-FILE.
           copy CUSTAUD.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  PENDCHG-FILE.
           copy PENDCHG.

       fd  SANCLIST-FILE.
           copy SANCLIST.

       fd  SANCCTL-FILE.
           copy SANCCTL.

       fd  SANCHIT-FILE.
           copy SANCHIT.

       fd  SANCAUD-FILE.
           copy SANCAUD.

       fd  POSTCTRL-FILE.
           copy POSTCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCRM'.

       01  ws-feed-status                    pic x(2).
           88  ws-feed-ok                    value '00'.
       01  ws-disp-status                    pic x(2).
           88  ws-disp-ok                    value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-custaud-status                 pic x(2).
           88  ws-custaud-ok                 value '00'.
           88  ws-custaud-dup                value '22'.
           88  ws-custaud-absent             value '35'.
       01  ws-pendchg-status                 pic x(2).
           88  ws-pendchg-ok                 value '00'.
           88  ws-pendchg-dup                value '22'.
           88  ws-pendchg-absent             value '35'.
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
       01  ws-sanc-open                      pic x(1) value 'N'.
           88  ws-sanc-is-open               value 'Y'.
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
           88  ws-postctrl-notfnd            value '23'.
           88  ws-postctrl-absent            value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-feed                      pic x(1) value 'Y'.
           88  ws-more-feed-recs             value 'Y'.
       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** the file's controls - checked over the whole file before    *
      *** any detail is taken                                         *
      ***--------------------------------------------------------------*
       01  ws-file-ok                        pic x(1).
           88  ws-file-is-ok                 value 'Y'.
       01  ws-file-reason                    pic x(40).
       01  ws-header-seen                    pic x(1).
           88  ws-header-was-seen            value 'Y'.
       01  ws-trailer-seen                   pic x(1).
           88  ws-trailer-was-seen           value 'Y'.
       01  ws-hdr-file-seq                   pic 9(6) value 0.
       01  ws-hdr-count                      pic 9(7) value 0.
       01  ws-trl-count                      pic 9(7) value 0.
       01  ws-details-counted                pic 9(7) value 0.
       01  ws-last-file-seq                  pic 9(6) value 0.
       77  ws-seq-cname                      pic x(8) value 'CRMSEQNO'.

      ***--------------------------------------------------------------*
      *** one detail - what it changes, and how it went               *
      ***--------------------------------------------------------------*
       77  ws-feed-userid                    pic x(8) value 'CRMFEED'.
       01  ws-contact-changed                pic x(1).
           88  ws-contact-was-changed        value 'Y'.
       01  ws-identity-changed               pic x(1).
           88  ws-identity-was-changed       value 'Y'.
       01  ws-new-birth-date                 pic 9(8).
       01  ws-dsp-result                     pic x(1).
       01  ws-dsp-reason                     pic x(40).
       01  ws-aud-before-image               pic x(130).
       01  ws-aud-written                    pic x(1).
           88  ws-aud-was-written            value 'Y'.
       01  ws-pend-written                   pic x(1).
           88  ws-pend-was-written           value 'Y'.
       01  ws-stamp                          pic 9(14).

      ***--------------------------------------------------------------*
      *** sanctions screening of a new name - the ETPECST match, with *
      *** the hits it finds opened on SANCHIT and the screening kept  *
      *** on SANCAUD                                                  *
      ***--------------------------------------------------------------*
       01  ws-screen-name                    pic x(30).
       01  ws-list-date                      pic 9(8) value 0.
       01  ws-lookup-key                     pic x(60).
       01  ws-more-list                      pic x(1).
           88  ws-more-list-recs             value 'Y'.
       01  ws-cust-hits.
           03  ws-cust-hit-id                pic x(10) occurs 20 times.
       77  ws-cust-hit-max                   pic 9(2) comp value 20.
       01  ws-cust-hit-count                 pic 9(2) comp.
       01  ws-cust-hit-sub                   pic 9(2) comp.
       01  ws-cust-hit-seen                  pic x(1).
           88  ws-cust-hit-was-seen          value 'Y'.

      ***--------------------------------------------------------------*
      *** name match forms - see SANCLIST                             *
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

       01  ws-details-read                   pic 9(7) value 0.
       01  ws-applied                        pic 9(7) value 0.
       01  ws-pended                         pic 9(7) value 0.
       01  ws-rejected                       pic 9(7) value 0.
       01  ws-sanc-holds                     pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCRM'.

       01  ws-report-count                   pic zzzzzz9.

      ***--------------------------------------------------------------*
      *** tamper-evident chain - each audit row takes the next        *
      *** number on its customer's HASHCHN row and a seal over        *
      *** its contents and the seal before it                         *
      ***--------------------------------------------------------------*
       01  ws-hashchn-status                 pic x(2).
           88  ws-hashchn-ok                 value '00'.
           88  ws-hashchn-notfnd             value '23'.
           88  ws-hashchn-absent             value '35'.
       01  ws-hashchn-open                   pic x(1) value 'N'.
           88  ws-hashchn-is-open            value 'Y'.
       01  ws-chain-new                      pic x(1).
           88  ws-chain-is-new               value 'Y'.
       01  ws-seal-data.
           03  ws-seal-prev                  pic 9(18).
           03  ws-seal-body                  pic x(322).
       01  ws-seal-len                       pic 9(4) comp.
       01  ws-seal-idx                       pic 9(4) comp.
       01  ws-seal-a                         pic 9(9) comp.
       01  ws-seal-b                         pic 9(9) comp.
       01  ws-seal-work                      pic 9(12) comp.
       01  ws-seal-quot                      pic 9(12) comp.
       01  ws-seal                           pic 9(18).
       01  ws-seal-owner                     pic x(10).
       01  ws-seal-stored                    pic 9(18).

       procedure division.
       bcrm-mainline section.
       bcrm-mainline-para.
           perform bcrm-initialize
           if ws-run-is-ok
               perform bcrm-check-controls
               perform bcrm-write-disp-header
               if ws-file-is-ok
                   perform bcrm-take-sequence
                   open input FEED-FILE
                   move 'Y' to ws-more-feed
                   perform bcrm-take-update
                       until not ws-more-feed-recs
                   close FEED-FILE
               end-if
               perform bcrm-write-disp-trailer
           end-if
           perform bcrm-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** no feed on hand means nothing to load; the screening files  *
      *** are optional - without them a new name is held unscreened   *
      ***--------------------------------------------------------------*
       bcrm-initialize section.
       bcrm-initialize-para.
           display 'ETPBCRM - CRM customer-update feed'
           perform bcrm-load-business-date
           open input FEED-FILE
           if not ws-feed-ok
               display 'ETPBCRM - no update file on hand, status='
                   ws-feed-status
               move 'N' to ws-run-ok
           else
               close FEED-FILE
               open i-o CUSTMAST-FILE
               open i-o CUSTAUD-FILE
               if ws-custaud-absent
                   open output CUSTAUD-FILE
                   close CUSTAUD-FILE
                   open i-o CUSTAUD-FILE
               end-if
               perform bcrm-open-chain
               open i-o PENDCHG-FILE
               if ws-pendchg-absent
                   open output PENDCHG-FILE
                   close PENDCHG-FILE
                   open i-o PENDCHG-FILE
               end-if
               open output DISP-FILE
               if not ws-custmast-ok or not ws-custaud-ok
                   or not ws-pendchg-ok or not ws-disp-ok
                   display 'ETPBCRM - unable to open CUSTMAST, '
                       'CUSTAUD, PENDCHG or the disposition file - '
                       'statuses '
                       ws-custmast-status ' ' ws-custaud-status ' '
                       ws-pendchg-status ' ' ws-disp-status
                   move 'N' to ws-run-ok
                   perform bcrm-close-files
               else
                   perform bcrm-open-screening
                   perform bcrm-spool-open
                   move spaces to ws-spool-text
                   string 'CRM CUSTOMER UPDATES HELD OR REJECTED '
                       ws-today
                       into ws-spool-text
                   perform bcrm-spool-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-open-screening section.
       bcrm-open-screening-para.
           open input SANCCTL-FILE
           if ws-sancctl-ok
               move 'SANCLIST' to SANCCTL-CNAME
               read SANCCTL-FILE
                   invalid key
                       continue
               end-read
               if ws-sancctl-ok
                   move SANCCTL-LIST-DATE to ws-list-date
               end-if
               close SANCCTL-FILE
           end-if
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
           if ws-sanclist-ok and ws-sanchit-ok and ws-sancaud-ok
               move 'Y' to ws-sanc-open
           else
               display 'ETPBCRM - sanctions files not available, '
                   'new names held unscreened'
               if ws-sanclist-ok
                   close SANCLIST-FILE
               end-if
               if ws-sanchit-ok
                   close SANCHIT-FILE
               end-if
               if ws-sancaud-ok
                   close SANCAUD-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bcrm-load-business-date section.
       bcrm-load-business-date-para.
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
       bcrm-close-files section.
       bcrm-close-files-para.
           if ws-custmast-ok
               close CUSTMAST-FILE
           end-if
           if ws-custaud-ok
               close CUSTAUD-FILE
           end-if
           if ws-hashchn-is-open
               close HASHCHN-FILE
           end-if
           if ws-pendchg-ok
               close PENDCHG-FILE
           end-if
           if ws-disp-ok
               close DISP-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** first pass - header first, trailer last, both counts equal  *
      *** to the details, and a file sequence not taken before        *
      ***--------------------------------------------------------------*
       bcrm-check-controls section.
       bcrm-check-controls-para.
           move 'Y' to ws-file-ok
           move spaces to ws-file-reason
           move 'N' to ws-header-seen
           move 'N' to ws-trailer-seen
           move 0 to ws-details-counted
           open input FEED-FILE
           move 'Y' to ws-more-feed
           perform bcrm-count-record
               until not ws-more-feed-recs
           close FEED-FILE
           perform bcrm-read-sequence
           evaluate true
               when ws-file-reason not = spaces
                   continue
               when not ws-header-was-seen
                   move 'NO HEADER RECORD' to ws-file-reason
               when not ws-trailer-was-seen
                   move 'NO TRAILER RECORD' to ws-file-reason
               when ws-hdr-count not = ws-details-counted
                   move 'HEADER COUNT DISAGREES WITH DETAILS'
                       to ws-file-reason
               when ws-trl-count not = ws-details-counted
                   move 'TRAILER COUNT DISAGREES WITH DETAILS'
                       to ws-file-reason
               when ws-hdr-file-seq not > ws-last-file-seq
                   move 'FILE SEQUENCE ALREADY LOADED'
                       to ws-file-reason
               when other
                   continue
           end-evaluate
           if ws-file-reason not = spaces
               move 'N' to ws-file-ok
               move spaces to ws-spool-text
               string 'FILE ' ws-hdr-file-seq ' REFUSED - '
                   ws-file-reason
                   into ws-spool-text
               perform bcrm-spool-line
               display 'ETPBCRM - ' ws-spool-text
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-count-record section.
       bcrm-count-record-para.
           read FEED-FILE
               at end
                   move 'N' to ws-more-feed
           end-read
           if ws-more-feed-recs
               evaluate true
                   when ws-trailer-was-seen
                       move 'RECORDS AFTER THE TRAILER'
                           to ws-file-reason
                   when CRMUPD-IS-HEADER
                       if ws-header-was-seen
                           or ws-details-counted > 0
                           move 'HEADER NOT FIRST' to ws-file-reason
                       else
                       if CRMUPD-HDR-FILE-SEQ not numeric
                           or CRMUPD-HDR-COUNT not numeric
                           move 'HEADER NOT NUMERIC' to ws-file-reason
                       else
                           move CRMUPD-HDR-FILE-SEQ to ws-hdr-file-seq
                           move CRMUPD-HDR-COUNT to ws-hdr-count
                       end-if
                       end-if
                       move 'Y' to ws-header-seen
                   when CRMUPD-IS-DETAIL
                       add 1 to ws-details-counted
                   when CRMUPD-IS-TRAILER
                       move 'Y' to ws-trailer-seen
                       if CRMUPD-TRL-COUNT not numeric
                           move 'TRAILER NOT NUMERIC' to ws-file-reason
                       else
                           move CRMUPD-TRL-COUNT to ws-trl-count
                       end-if
                   when other
                       move 'UNKNOWN RECORD TYPE' to ws-file-reason
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the last CRM file sequence taken, zero before the first     *
      ***--------------------------------------------------------------*
       bcrm-read-sequence section.
       bcrm-read-sequence-para.
           move 0 to ws-last-file-seq
           open input POSTCTRL-FILE
           if ws-postctrl-ok
               move ws-seq-cname to POSTCTRL-CNAME
               read POSTCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-postctrl-ok
                   move POSTCTRL-TOTAL to ws-last-file-seq
               end-if
               close POSTCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the file's sequence is taken before its first detail is     *
      *** applied, so a rerun after a failure cannot hold the same    *
      *** identity changes twice                                      *
      ***--------------------------------------------------------------*
       bcrm-take-sequence section.
       bcrm-take-sequence-para.
           open i-o POSTCTRL-FILE
           if ws-postctrl-absent
               open output POSTCTRL-FILE
               close POSTCTRL-FILE
               open i-o POSTCTRL-FILE
           end-if
           if ws-postctrl-ok
               move ws-seq-cname to POSTCTRL-CNAME
               read POSTCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-postctrl-notfnd
                   move ws-seq-cname to POSTCTRL-CNAME
                   move ws-hdr-file-seq to POSTCTRL-TOTAL
                   write POSTCTRL-RECORD
               else
                   move ws-hdr-file-seq to POSTCTRL-TOTAL
                   rewrite POSTCTRL-RECORD
               end-if
               close POSTCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-write-disp-header section.
       bcrm-write-disp-header-para.
           move spaces to CRMDSP-RECORD
           move 'HDR' to CRMDSP-REC-TYPE
           move ws-today to CRMDSP-HDR-DATE
           move ws-hdr-file-seq to CRMDSP-HDR-FILE-SEQ
           if ws-file-is-ok
               move 'A' to CRMDSP-HDR-RESULT
           else
               move 'J' to CRMDSP-HDR-RESULT
               move ws-file-reason to CRMDSP-HDR-REASON
           end-if
           write CRMDSP-RECORD
           exit
           .
      ***--------------------------------------------------------------*
      *** second pass - one detail at a time                          *
      ***--------------------------------------------------------------*
       bcrm-take-update section.
       bcrm-take-update-para.
           read FEED-FILE
               at end
                   move 'N' to ws-more-feed
           end-read
           if ws-more-feed-recs
               and CRMUPD-IS-DETAIL
               add 1 to ws-details-read
               move spaces to ws-dsp-reason
               perform bcrm-check-update
               if ws-dsp-reason = spaces
                   if ws-contact-was-changed
                       perform bcrm-apply-contact
                   end-if
                   if ws-identity-was-changed
                       perform bcrm-pend-identity
                   end-if
               end-if
               perform bcrm-write-disposition
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the ETPECST checks on a change, and what it would alter -   *
      *** a field equal to what stands is no change                   *
      ***--------------------------------------------------------------*
       bcrm-check-update section.
       bcrm-check-update-para.
           move 'N' to ws-contact-changed
           move 'N' to ws-identity-changed
           move 'J' to ws-dsp-result
           if CRMUPD-CUSTNO = spaces
               move 'CUSTOMER NUMBER MISSING' to ws-dsp-reason
           else
               move CRMUPD-CUSTNO to CUSTMAST-CUSTNO
               read CUSTMAST-FILE
                   invalid key
                       continue
               end-read
               if not ws-custmast-ok
                   move 'CUSTOMER NOT ON FILE' to ws-dsp-reason
               else if CUSTMAST-IS-CLOSED
                   move 'CUSTOMER CLOSED' to ws-dsp-reason
               else if CUSTMAST-IS-DECEASED
                   move 'CUSTOMER DECEASED' to ws-dsp-reason
               else if CRMUPD-BIRTH-DATE not = spaces
                   and CRMUPD-BIRTH-DATE not numeric
                   move 'BIRTH DATE MUST BE DIGITS' to ws-dsp-reason
               end-if end-if end-if end-if
           end-if
           if ws-dsp-reason = spaces
               if (CRMUPD-PHONE not = spaces
                   and CRMUPD-PHONE not = CUSTMAST-PHONE)
                   or (CRMUPD-ADDRESS not = spaces
                   and CRMUPD-ADDRESS not = CUSTMAST-ADDRESS)
                   move 'Y' to ws-contact-changed
               end-if
               move CUSTMAST-BIRTH-DATE to ws-new-birth-date
               if CRMUPD-BIRTH-DATE not = spaces
                   move CRMUPD-BIRTH-DATE to ws-new-birth-date
               end-if
               if (CRMUPD-NAME not = spaces
                   and CRMUPD-NAME not = CUSTMAST-NAME)
                   or ws-new-birth-date not = CUSTMAST-BIRTH-DATE
                   or (CRMUPD-ID-DOC-TYPE not = spaces
                   and CRMUPD-ID-DOC-TYPE not = CUSTMAST-ID-DOC-TYPE)
                   or (CRMUPD-ID-DOC-REF not = spaces
                   and CRMUPD-ID-DOC-REF not = CUSTMAST-ID-DOC-REF)
                   move 'Y' to ws-identity-changed
               end-if
               if not ws-contact-was-changed
                   and not ws-identity-was-changed
                   move 'NO CHANGE TO WHAT IS ON FILE'
                       to ws-dsp-reason
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the contact fields straight onto the master, audited under  *
      *** the feed userid                                             *
      ***--------------------------------------------------------------*
       bcrm-apply-contact section.
       bcrm-apply-contact-para.
           move CUSTMAST-RECORD to ws-aud-before-image
           if CRMUPD-PHONE not = spaces
               move CRMUPD-PHONE to CUSTMAST-PHONE
           end-if
           if CRMUPD-ADDRESS not = spaces
               move CRMUPD-ADDRESS to CUSTMAST-ADDRESS
           end-if
           rewrite CUSTMAST-RECORD
           if ws-custmast-ok
               perform bcrm-write-audit
               move 'A' to ws-dsp-result
               move 'APPLIED' to ws-dsp-reason
           else
               move 'J' to ws-dsp-result
               move 'CUSTOMER MASTER REWRITE FAILED'
                   to ws-dsp-reason
               move 'N' to ws-identity-changed
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-write-audit section.
       bcrm-write-audit-para.
           move CUSTMAST-CUSTNO to CUSTAUD-CUSTNO
           move function current-date(1:14) to CUSTAUD-STAMP
           move 1 to CUSTAUD-SEQ
           move ws-feed-userid to CUSTAUD-USERID
           move 'C' to CUSTAUD-ACTION
           move ws-aud-before-image to CUSTAUD-BEFORE-IMAGE
           move CUSTMAST-RECORD to CUSTAUD-AFTER-IMAGE
           perform bcrm-chain-fetch
           move 'N' to ws-aud-written
           perform bcrm-write-audit-once
               until ws-aud-was-written
           if ws-custaud-ok
               perform bcrm-chain-advance
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-write-audit-once section.
       bcrm-write-audit-once-para.
           perform bcrm-seal-row
           write CUSTAUD-RECORD
               invalid key
                   continue
           end-write
           if ws-custaud-dup
               add 1 to CUSTAUD-SEQ
           else
               move 'Y' to ws-aud-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the chain control file, created empty on first use; a       *
      *** run without it writes its rows unsealed, which the          *
      *** ETPBHCV check then reports                                  *
      ***--------------------------------------------------------------*
       bcrm-open-chain section.
       bcrm-open-chain-para.
           open i-o HASHCHN-FILE
           if ws-hashchn-absent
               open output HASHCHN-FILE
               close HASHCHN-FILE
               open i-o HASHCHN-FILE
           end-if
           if ws-hashchn-ok
               move 'Y' to ws-hashchn-open
           else
               display 'ETPBCRM - HASHCHN not available, status='
                   ws-hashchn-status ' - rows written unsealed'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's chain row, held for the audit write          *
      *** that follows; a first row starts a new chain                *
      ***--------------------------------------------------------------*
       bcrm-chain-fetch section.
       bcrm-chain-fetch-para.
           move 'C' to HASHCHN-TRAIL
           move CUSTAUD-CUSTNO to HASHCHN-OWNER
           move 'N' to ws-chain-new
           if ws-hashchn-is-open
               read HASHCHN-FILE
                   invalid key
                       continue
               end-read
               if not ws-hashchn-ok
                   move 'Y' to ws-chain-new
                   move 'C' to HASHCHN-TRAIL
                   move CUSTAUD-CUSTNO to HASHCHN-OWNER
                   move 0 to HASHCHN-HEAD-NO
                   move 0 to HASHCHN-HEAD-SEAL
                   move 0 to HASHCHN-ANCHOR-NO
                   move 0 to HASHCHN-ANCHOR-SEAL
                   move 0 to HASHCHN-ANCHOR-DATE
                   move spaces to HASHCHN-ANCHOR-BY
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row takes the next number on the chain and is           *
      *** sealed over its contents and the seal before it             *
      ***--------------------------------------------------------------*
       bcrm-seal-row section.
       bcrm-seal-row-para.
           if ws-hashchn-is-open
               compute CUSTAUD-CHAIN-NO = HASHCHN-HEAD-NO + 1
               move HASHCHN-HEAD-SEAL to ws-seal-prev
               perform bcrm-seal-custaud
               move ws-seal to CUSTAUD-SEAL
           else
               move 0 to CUSTAUD-CHAIN-NO
               move 0 to CUSTAUD-SEAL
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row is on file - it becomes the chain's head            *
      ***--------------------------------------------------------------*
       bcrm-chain-advance section.
       bcrm-chain-advance-para.
           if ws-hashchn-is-open
               move CUSTAUD-CHAIN-NO to HASHCHN-HEAD-NO
               move CUSTAUD-SEAL to HASHCHN-HEAD-SEAL
               if ws-chain-is-new
                   write HASHCHN-RECORD
                       invalid key
                           continue
                   end-write
               else
                   rewrite HASHCHN-RECORD
                       invalid key
                           continue
                   end-rewrite
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the seal of the CUSTAUD row in hand, chained to the         *
      *** seal in ws-seal-prev.  The customer number is left          *
      *** out, the row itself is left as it was                       *
      ***--------------------------------------------------------------*
       bcrm-seal-custaud section.
       bcrm-seal-custaud-para.
           move CUSTAUD-CUSTNO to ws-seal-owner
           move CUSTAUD-SEAL to ws-seal-stored
           move spaces to CUSTAUD-CUSTNO
           move 0 to CUSTAUD-SEAL
           move CUSTAUD-RECORD to ws-seal-body
           move ws-seal-owner to CUSTAUD-CUSTNO
           move ws-seal-stored to CUSTAUD-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of CUSTAUD-RECORD
           perform bcrm-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** two running remainders over every byte of ws-seal-data,     *
      *** each modulo its own large prime, side by side make the      *
      *** eighteen-digit seal                                         *
      ***--------------------------------------------------------------*
       bcrm-seal-compute section.
       bcrm-seal-compute-para.
           move 0 to ws-seal-a
           move 0 to ws-seal-b
           perform bcrm-seal-byte
               varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-len
           compute ws-seal = ws-seal-a * 1000000000 + ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-seal-byte section.
       bcrm-seal-byte-para.
           compute ws-seal-work = ws-seal-a * 257
               + function ord(ws-seal-data(ws-seal-idx:1))
           divide ws-seal-work by 999999937
               giving ws-seal-quot remainder ws-seal-a
           compute ws-seal-work = ws-seal-b * 263 + ws-seal-idx
               + function ord(ws-seal-data(ws-seal-idx:1))
           divide ws-seal-work by 999999929
               giving ws-seal-quot remainder ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
      *** the identity fields as a pending change - the proposed      *
      *** record resolved against the master as it now stands, as     *
      *** ETPECST captures one, so the checker approves exactly what  *
      *** will be written                                             *
      ***--------------------------------------------------------------*
       bcrm-pend-identity section.
       bcrm-pend-identity-para.
           move CUSTMAST-CUSTNO to PENDCHG-CUSTNO
           move function current-date(1:14) to PENDCHG-STAMP
           move 1 to PENDCHG-SEQ
           move 'P' to PENDCHG-STATUS
           move ws-feed-userid to PENDCHG-MAKER
           move spaces to PENDCHG-CHECKER
           move CUSTMAST-NAME to PENDCHG-NEW-NAME
           if CRMUPD-NAME not = spaces
               move CRMUPD-NAME to PENDCHG-NEW-NAME
           end-if
           move CUSTMAST-ADDRESS to PENDCHG-NEW-ADDRESS
           move CUSTMAST-PHONE to PENDCHG-NEW-PHONE
           move ws-new-birth-date to PENDCHG-NEW-BIRTH-DATE
           move CUSTMAST-ID-DOC-TYPE to PENDCHG-NEW-ID-DOC-TYPE
           if CRMUPD-ID-DOC-TYPE not = spaces
               move CRMUPD-ID-DOC-TYPE to PENDCHG-NEW-ID-DOC-TYPE
           end-if
           move CUSTMAST-ID-DOC-REF to PENDCHG-NEW-ID-DOC-REF
           if CRMUPD-ID-DOC-REF not = spaces
               move CRMUPD-ID-DOC-REF to PENDCHG-NEW-ID-DOC-REF
           end-if
           move CUSTMAST-KYC-REVIEW-DATE to PENDCHG-NEW-KYC-DATE
           move CUSTMAST-TAX-STATUS to PENDCHG-NEW-TAX-STATUS
           move CUSTMAST-TAX-RATE to PENDCHG-NEW-TAX-RATE
           move space to PENDCHG-NEW-STATUS
           move 'N' to ws-pend-written
           perform bcrm-pend-once
               until ws-pend-was-written
           if not ws-pendchg-ok
               move 'J' to ws-dsp-result
               move 'PENDING CHANGE COULD NOT BE WRITTEN'
                   to ws-dsp-reason
           else
               move 0 to ws-cust-hit-count
               if PENDCHG-NEW-NAME not = CUSTMAST-NAME
                   perform bcrm-screen-name
               end-if
               move 'P' to ws-dsp-result
               if ws-cust-hit-count > 0
                   move 'HELD FOR APPROVAL - SANCTIONS REVIEW'
                       to ws-dsp-reason
               else if ws-contact-was-changed
                   move 'CONTACT APPLIED, IDENTITY FOR APPROVAL'
                       to ws-dsp-reason
               else
                   move 'HELD FOR APPROVAL' to ws-dsp-reason
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-pend-once section.
       bcrm-pend-once-para.
           write PENDCHG-RECORD
               invalid key
                   continue
           end-write
           if ws-pendchg-dup
               add 1 to PENDCHG-SEQ
           else
               move 'Y' to ws-pend-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the proposed name screened as ETPECST screens a held name   *
      *** change - each match form looked up, every entry filed under *
      *** either a potential hit, and the screening kept on SANCAUD   *
      ***--------------------------------------------------------------*
       bcrm-screen-name section.
       bcrm-screen-name-para.
           if ws-sanc-is-open
               move PENDCHG-NEW-NAME to ws-screen-name
               move ws-screen-name to ws-sn-name
               perform bcrm-name-forms
               if ws-sn-space-form not = spaces
                   move ws-sn-word-form to ws-lookup-key
                   perform bcrm-lookup
                   if ws-sn-space-form not = ws-sn-word-form
                       move ws-sn-space-form to ws-lookup-key
                       perform bcrm-lookup
                   end-if
               end-if
               move CUSTMAST-CUSTNO to SANCAUD-CUSTNO
               move function current-date(1:14) to SANCAUD-STAMP
               move 1 to SANCAUD-SEQ
               move 'S' to SANCAUD-EVENT
               move 'C' to SANCAUD-SOURCE
               move ws-screen-name to SANCAUD-NAME
               move ws-cust-hit-count to SANCAUD-HITS
               move spaces to SANCAUD-ENTRY-ID
               if ws-cust-hit-count > 0
                   move ws-cust-hit-id(1) to SANCAUD-ENTRY-ID
                   add 1 to ws-sanc-holds
               end-if
               move ws-list-date to SANCAUD-LIST-DATE
               move ws-feed-userid to SANCAUD-USERID
               move spaces to SANCAUD-NOTE
               move 'N' to ws-aud-written
               perform bcrm-sanc-audit-once
                   until ws-aud-was-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-sanc-audit-once section.
       bcrm-sanc-audit-once-para.
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
      *** every list row filed under the match key                     *
      ***--------------------------------------------------------------*
       bcrm-lookup section.
       bcrm-lookup-para.
           move ws-lookup-key to SANCLIST-MATCH-KEY
           move low-values to SANCLIST-ENTRY-ID
           move low-values to SANCLIST-FORM
           start SANCLIST-FILE key not < SANCLIST-KEY
               invalid key
                   continue
           end-start
           if ws-sanclist-ok
               move 'Y' to ws-more-list
               perform bcrm-lookup-next
                   until not ws-more-list-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-lookup-next section.
       bcrm-lookup-next-para.
           read SANCLIST-FILE next record
               at end
                   move 'N' to ws-more-list
           end-read
           if ws-more-list-recs
               if SANCLIST-MATCH-KEY not = ws-lookup-key
                   move 'N' to ws-more-list
               else
                   move 'N' to ws-cust-hit-seen
                   perform bcrm-check-seen
                       varying ws-cust-hit-sub from 1 by 1
                       until ws-cust-hit-sub > ws-cust-hit-count
                   if not ws-cust-hit-was-seen
                       if ws-cust-hit-count < ws-cust-hit-max
                           add 1 to ws-cust-hit-count
                           move SANCLIST-ENTRY-ID
                               to ws-cust-hit-id(ws-cust-hit-count)
                       end-if
                       perform bcrm-record-hit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-check-seen section.
       bcrm-check-seen-para.
           if ws-cust-hit-id(ws-cust-hit-sub) = SANCLIST-ENTRY-ID
               move 'Y' to ws-cust-hit-seen
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a new hit opens pending; a cleared one reopens only when    *
      *** the name differs from the one it was cleared under; a       *
      *** pending or confirmed hit already holds the customer         *
      ***--------------------------------------------------------------*
       bcrm-record-hit section.
       bcrm-record-hit-para.
           move CUSTMAST-CUSTNO to SANCHIT-CUSTNO
           move SANCLIST-ENTRY-ID to SANCHIT-ENTRY-ID
           read SANCHIT-FILE
               invalid key
                   continue
           end-read
           evaluate true
               when ws-sanchit-notfnd
                   perform bcrm-fill-hit
                   write SANCHIT-RECORD
                       invalid key
                           continue
                   end-write
               when SANCHIT-IS-CLEARED
                   and SANCHIT-CUST-NAME not = ws-screen-name
                   perform bcrm-fill-hit
                   rewrite SANCHIT-RECORD
               when other
                   continue
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-fill-hit section.
       bcrm-fill-hit-para.
           move CUSTMAST-CUSTNO to SANCHIT-CUSTNO
           move SANCLIST-ENTRY-ID to SANCHIT-ENTRY-ID
           move 'P' to SANCHIT-STATUS
           move ws-screen-name to SANCHIT-CUST-NAME
           move SANCLIST-NAME to SANCHIT-LIST-NAME
           move SANCLIST-PROGRAM to SANCHIT-PROGRAM
           move 'C' to SANCHIT-SOURCE
           move ws-today to SANCHIT-SCREEN-DATE
           move 0 to SANCHIT-DECIDED-DATE
           move spaces to SANCHIT-USERID
           move spaces to SANCHIT-NOTE
           exit
           .
      ***--------------------------------------------------------------*
      *** the two SANCLIST match forms of ws-sn-name                  *
      ***--------------------------------------------------------------*
       bcrm-name-forms section.
       bcrm-name-forms-para.
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
           perform bcrm-name-char
               varying ws-sn-pos from 1 by 1
               until ws-sn-pos > length of ws-sn-name
           perform bcrm-name-word-end
           if ws-sn-word-count > 1
               perform bcrm-name-sort
                   varying ws-sn-i from 1 by 1
                   until ws-sn-i not < ws-sn-word-count
                   after ws-sn-j from 1 by 1
                   until ws-sn-j > ws-sn-word-count - ws-sn-i
           end-if
           move 1 to ws-sn-out
           perform bcrm-name-join
               varying ws-sn-i from 1 by 1
               until ws-sn-i > ws-sn-word-count
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-name-char section.
       bcrm-name-char-para.
           move ws-sn-name(ws-sn-pos:1) to ws-sn-char
           if (ws-sn-char >= 'A' and ws-sn-char <= 'Z')
               or (ws-sn-char >= '0' and ws-sn-char <= '9')
               add 1 to ws-sn-out
               move ws-sn-char to ws-sn-space-form(ws-sn-out:1)
               add 1 to ws-sn-cur-len
               move ws-sn-char to ws-sn-cur(ws-sn-cur-len:1)
           else
               perform bcrm-name-word-end
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-name-word-end section.
       bcrm-name-word-end-para.
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
       bcrm-name-sort section.
       bcrm-name-sort-para.
           if ws-sn-word(ws-sn-j) > ws-sn-word(ws-sn-j + 1)
               move ws-sn-word(ws-sn-j) to ws-sn-swap
               move ws-sn-word(ws-sn-j + 1) to ws-sn-word(ws-sn-j)
               move ws-sn-swap to ws-sn-word(ws-sn-j + 1)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-name-join section.
       bcrm-name-join-para.
           string ws-sn-word(ws-sn-i) delimited by space
               into ws-sn-word-form
               with pointer ws-sn-out
           exit
           .
      ***--------------------------------------------------------------*
      *** the detail's outcome back to the CRM team, and onto the     *
      *** report when it needs someone's attention                    *
      ***--------------------------------------------------------------*
       bcrm-write-disposition section.
       bcrm-write-disposition-para.
           evaluate ws-dsp-result
               when 'A'
                   add 1 to ws-applied
               when 'P'
                   add 1 to ws-pended
               when other
                   add 1 to ws-rejected
           end-evaluate
           move spaces to CRMDSP-RECORD
           move 'DSP' to CRMDSP-REC-TYPE
           move CRMUPD-UPD-REF to CRMDSP-UPD-REF
           move CRMUPD-CUSTNO to CRMDSP-CUSTNO
           move ws-dsp-result to CRMDSP-RESULT
           move ws-dsp-reason to CRMDSP-REASON
           write CRMDSP-RECORD
           if ws-dsp-result not = 'A'
               move spaces to ws-spool-text
               string CRMUPD-UPD-REF ' ' CRMUPD-CUSTNO ' '
                   ws-dsp-result ' ' ws-dsp-reason
                   into ws-spool-text
               perform bcrm-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-write-disp-trailer section.
       bcrm-write-disp-trailer-para.
           move spaces to CRMDSP-RECORD
           move 'TRL' to CRMDSP-REC-TYPE
           move ws-applied to CRMDSP-TRL-APPLIED
           move ws-pended to CRMDSP-TRL-PENDED
           move ws-rejected to CRMDSP-TRL-REJECTED
           write CRMDSP-RECORD
           exit
           .
      ***--------------------------------------------------------------*
       bcrm-finalize section.
       bcrm-finalize-para.
           if ws-run-is-ok
               perform bcrm-close-files
               if ws-sanc-is-open
                   close SANCLIST-FILE
                   close SANCHIT-FILE
                   close SANCAUD-FILE
               end-if
           end-if
           move ws-details-read to ws-report-count
           display 'ETPBCRM - updates read          : ' ws-report-count
           move ws-applied to ws-report-count
           display 'ETPBCRM - applied               : ' ws-report-count
           move ws-pended to ws-report-count
           display 'ETPBCRM - held for approval     : ' ws-report-count
           move ws-rejected to ws-report-count
           display 'ETPBCRM - rejected              : ' ws-report-count
           move ws-sanc-holds to ws-report-count
           display 'ETPBCRM - sanctions hits        : ' ws-report-count
           if ws-spool-is-open
               move spaces to ws-spool-text
               string 'APPLIED ' ws-applied '  HELD ' ws-pended
                   '  REJECTED ' ws-rejected
                   into ws-spool-text
               perform bcrm-spool-line
               perform bcrm-spool-close
           end-if
           display 'ETPBCRM - CRM customer-update feed complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bcrm-spool-open section.
       bcrm-spool-open-para.
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
       bcrm-spool-line section.
       bcrm-spool-line-para.
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
       bcrm-spool-close section.
       bcrm-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBCRM.
