       identification division.

       program-id. ETPBNTF.

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

      * ETPBNTF - customer notification gateway run
      * Every event queued on NTFQUE - by ETPBPST when a posting
      * crosses a customer's low-balance or large-debit threshold,
      * by ETPEXFR and ETPEXRL when a transfer goes through, by
      * ETPEAMT when a hold is placed or a term deposit is broken,
      * and by ETPBTDM when a term deposit matures - is checked
      * against the customer's NTFPREF preferences once more and
      * written to the outbound messaging gateway feed
      * /tmp/notify_feed.txt (see NTFFEED) with its message text, and
      * marked sent.  An event for a customer who has since opted
      * out, whose contact address has gone invalid or who has no
      * preferences at all is marked suppressed with the reason.
      * Before the feed is built, the gateway's return file
      * /tmp/notify_return.txt (see NTFRTN) is read: each message
      * it could not deliver is marked undelivered and, when the
      * customer's address is still the one the gateway tried, the
      * address is marked invalid so nothing more is sent to it.
      * The listing goes to RPTSPOOL for the ETPERPT viewer under
      * this job's name.

       environment division.

       input-output section.
       file-control.
           select NTFQUE-FILE assign to "NTFQUE"
               organization is indexed
               access mode is dynamic
               record key is NTFQUE-KEY
               file status is ws-ntfque-status.

           select NTFPREF-FILE assign to "NTFPREF"
               organization is indexed
               access mode is dynamic
               record key is NTFPREF-CUSTNO
               file status is ws-ntfpref-status.

           select FEED-FILE assign to "/tmp/notify_feed.txt"
               organization is line sequential
               file status is ws-feed-status.

           select RETURN-FILE assign to "/tmp/notify_return.txt"
               organization is line sequential
               file status is ws-return-status.

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
       fd  NTFQUE-FILE.
           copy NTFQUE.

       fd  NTFPREF-FILE.
           copy NTFPREF.

       fd  FEED-FILE.
           copy NTFFEED.

       fd  RETURN-FILE.
           copy NTFRTN.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBNTF'.

       01  ws-ntfque-status                  pic x(2).
           88  ws-ntfque-ok                  value '00'.
           88  ws-ntfque-absent              value '35'.
       01  ws-ntfpref-status                 pic x(2).
           88  ws-ntfpref-ok                 value '00'.
       01  ws-feed-status                    pic x(2).
           88  ws-feed-ok                    value '00'.
       01  ws-return-status                  pic x(2).
           88  ws-return-ok                  value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-events                    pic x(1) value 'Y'.
           88  ws-more-event-recs            value 'Y'.
       01  ws-more-returns                   pic x(1) value 'Y'.
           88  ws-more-return-recs           value 'Y'.
       01  ws-ntfpref-open                   pic x(1) value 'N'.
           88  ws-ntfpref-is-open            value 'Y'.

       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** one message: the customer's choice for the event, and the   *
      *** text put together for it                                    *
      ***--------------------------------------------------------------*
       01  ws-opted-in                       pic x(1).
           88  ws-is-opted-in                value 'Y'.
       01  ws-suppress-text                  pic x(20).
       01  ws-msg-text                       pic x(100).
       01  ws-amt-disp                       pic -zzzzzzzz9.99.
       01  ws-amt-lead                       pic 9(2) comp.
       01  ws-amt-text                       pic x(13).
       01  ws-bal-text                       pic x(13).

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBNTF'.

       01  ws-returns-read                   pic 9(7) comp value 0.
       01  ws-returns-marked                 pic 9(7) comp value 0.
       01  ws-addresses-invalid              pic 9(7) comp value 0.
       01  ws-events-read                    pic 9(7) comp value 0.
       01  ws-events-sent                    pic 9(7) comp value 0.
       01  ws-events-suppressed              pic 9(7) comp value 0.

       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bntf-mainline section.
       bntf-mainline-para.
           perform bntf-initialize
           if ws-run-is-ok
               perform bntf-read-returns
               move low-values to NTFQUE-KEY
               start NTFQUE-FILE key not < NTFQUE-KEY
                   invalid key
                       move 'N' to ws-more-events
               end-start
               perform bntf-process-event
                   until not ws-more-event-recs
           end-if
           perform bntf-finalize
           stop run
           .
      ***--------------------------------------------------------------*
       bntf-initialize section.
       bntf-initialize-para.
           display 'ETPBNTF - customer notification gateway run'
           perform bntf-load-business-date
           open i-o NTFQUE-FILE
           if ws-ntfque-absent
               open output NTFQUE-FILE
               close NTFQUE-FILE
               open i-o NTFQUE-FILE
           end-if
           if not ws-ntfque-ok
               display 'ETPBNTF - unable to open NTFQUE, status='
                   ws-ntfque-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-events
           else
               open output FEED-FILE
               if not ws-feed-ok
                   display 'ETPBNTF - unable to open the gateway '
                       'feed, status=' ws-feed-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-events
                   close NTFQUE-FILE
               else
                   move spaces to NTFFEED-RECORD
                   move 'HDR' to NTFFEED-REC-TYPE
                   move ws-today to NTFFEED-HDR-DATE
                   move ws-program-name to NTFFEED-HDR-SOURCE
                   write NTFFEED-RECORD
      *            no preferences file yet means nobody has opted in -
      *            every event is suppressed, none is lost
                   open i-o NTFPREF-FILE
                   if ws-ntfpref-ok
                       move 'Y' to ws-ntfpref-open
                   else
                       display 'ETPBNTF - no notification preferences'
                           ' on file, status=' ws-ntfpref-status
                   end-if
                   perform bntf-spool-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bntf-load-business-date section.
       bntf-load-business-date-para.
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
      *** the gateway's return file - absent on a night it had        *
      *** nothing to hand back                                        *
      ***--------------------------------------------------------------*
       bntf-read-returns section.
       bntf-read-returns-para.
           open input RETURN-FILE
           if ws-return-ok
               perform bntf-process-return
                   until not ws-more-return-recs
               close RETURN-FILE
           else
               display 'ETPBNTF - no gateway return file, status='
                   ws-return-status
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one undeliverable message: the queue row is marked the      *
      *** first time it is reported, and only then is the address     *
      *** judged - a return file read twice changes nothing more      *
      ***--------------------------------------------------------------*
       bntf-process-return section.
       bntf-process-return-para.
           read RETURN-FILE
               at end
                   move 'N' to ws-more-returns
           end-read
           if ws-more-return-recs
               and NTFRTN-UNDELIVERABLE
               add 1 to ws-returns-read
               move NTFRTN-MSG-ID to NTFQUE-KEY
               read NTFQUE-FILE
                   invalid key
                       continue
               end-read
               if ws-ntfque-ok
                   and NTFQUE-IS-SENT
                   move 'U' to NTFQUE-STATUS
                   rewrite NTFQUE-RECORD
                   add 1 to ws-returns-marked
                   perform bntf-invalidate-address
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a customer who has keyed a new address since the message    *
      *** went keeps it                                               *
      ***--------------------------------------------------------------*
       bntf-invalidate-address section.
       bntf-invalidate-address-para.
           if ws-ntfpref-is-open
               move NTFRTN-CUSTNO to NTFPREF-CUSTNO
               read NTFPREF-FILE
                   invalid key
                       continue
               end-read
               if ws-ntfpref-ok
                   and NTFPREF-ADDR-VALID
                   and NTFPREF-ADDRESS = NTFRTN-ADDRESS
                   move 'I' to NTFPREF-ADDR-STATUS
                   move ws-today to NTFPREF-INVALID-DATE
                   move NTFRTN-REASON to NTFPREF-INVALID-REASON
                   move ws-today to NTFPREF-CHG-DATE
                   move ws-program-name to NTFPREF-CHG-USERID
                   rewrite NTFPREF-RECORD
                   add 1 to ws-addresses-invalid
                   move spaces to ws-spool-text
                   string 'ADDRESS INVALID ' NTFRTN-CUSTNO ' '
                       NTFRTN-REASON
                       delimited by size
                       into ws-spool-text
                   perform bntf-spool-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one queue row: only a queued event is acted on              *
      ***--------------------------------------------------------------*
       bntf-process-event section.
       bntf-process-event-para.
           read NTFQUE-FILE next record
               at end
                   move 'N' to ws-more-events
           end-read
           if ws-more-event-recs
               and NTFQUE-IS-QUEUED
               add 1 to ws-events-read
               perform bntf-judge-event
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the preferences are read again here - the customer may     *
      *** have opted out, or the address failed, since the event was  *
      *** raised                                                      *
      ***--------------------------------------------------------------*
       bntf-judge-event section.
       bntf-judge-event-para.
           move space to NTFQUE-REASON
           move spaces to ws-ntfpref-status
           if ws-ntfpref-is-open
               move NTFQUE-CUSTNO to NTFPREF-CUSTNO
               read NTFPREF-FILE
                   invalid key
                       continue
               end-read
           end-if
           if not ws-ntfpref-ok
               move 'N' to NTFQUE-REASON
               move 'NO PREFERENCES' to ws-suppress-text
           else if NTFPREF-ADDR-INVALID
               move 'I' to NTFQUE-REASON
               move 'ADDRESS INVALID' to ws-suppress-text
           else
               perform bntf-check-opt-in
               if not ws-is-opted-in
                   move 'O' to NTFQUE-REASON
                   move 'OPTED OUT' to ws-suppress-text
               end-if
           end-if end-if
           if NTFQUE-REASON not = space
               perform bntf-suppress-event
           else
               perform bntf-send-event
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bntf-check-opt-in section.
       bntf-check-opt-in-para.
           move 'N' to ws-opted-in
           evaluate true
               when NTFQUE-EVENT = 'LOWBAL'
                   and NTFPREF-WANTS-LOWBAL
                   move 'Y' to ws-opted-in
               when NTFQUE-EVENT = 'LGDEBIT'
                   and NTFPREF-WANTS-LGDEBIT
                   move 'Y' to ws-opted-in
               when NTFQUE-EVENT = 'TRANSFER'
                   and NTFPREF-WANTS-TRANSFER
                   move 'Y' to ws-opted-in
               when NTFQUE-EVENT = 'HOLD'
                   and NTFPREF-WANTS-HOLD
                   move 'Y' to ws-opted-in
               when NTFQUE-EVENT = 'TDMATURE'
                   and NTFPREF-WANTS-TDMATURE
                   move 'Y' to ws-opted-in
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bntf-suppress-event section.
       bntf-suppress-event-para.
           move 'X' to NTFQUE-STATUS
           move ws-today to NTFQUE-DONE-DATE
           rewrite NTFQUE-RECORD
           add 1 to ws-events-suppressed
           move spaces to ws-spool-text
           string 'SUPPRESSED   ' NTFQUE-CUSTNO ' '
               NTFQUE-EVENT ' ' NTFQUE-ACCTNO ' '
               ws-suppress-text
               delimited by size
               into ws-spool-text
           perform bntf-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the message record on the feed, and the queue row marked    *
      *** sent                                                        *
      ***--------------------------------------------------------------*
       bntf-send-event section.
       bntf-send-event-para.
           perform bntf-build-text
           move spaces to NTFFEED-RECORD
           move 'MSG' to NTFFEED-REC-TYPE
           move NTFQUE-KEY to NTFFEED-MSG-ID
           move NTFPREF-CHANNEL to NTFFEED-CHANNEL
           move NTFPREF-ADDRESS to NTFFEED-ADDRESS
           move NTFQUE-EVENT to NTFFEED-EVENT
           move ws-msg-text to NTFFEED-TEXT
           write NTFFEED-RECORD
           move 'S' to NTFQUE-STATUS
           move ws-today to NTFQUE-DONE-DATE
           rewrite NTFQUE-RECORD
           add 1 to ws-events-sent
           move spaces to ws-spool-text
           string 'SENT         ' NTFQUE-CUSTNO ' '
               NTFQUE-EVENT ' ' NTFQUE-ACCTNO ' '
               NTFPREF-CHANNEL
               delimited by size
               into ws-spool-text
           perform bntf-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the message text for the event, with its figures edited     *
      ***--------------------------------------------------------------*
       bntf-build-text section.
       bntf-build-text-para.
           move NTFQUE-BALANCE to ws-amt-disp
           perform bntf-trim-amount
           move ws-amt-text to ws-bal-text
           move NTFQUE-AMOUNT to ws-amt-disp
           perform bntf-trim-amount
           move spaces to ws-msg-text
           evaluate NTFQUE-EVENT
               when 'LOWBAL'
                   string 'Account ' NTFQUE-ACCTNO
                       ' balance is now ' delimited by size
                       ws-bal-text delimited by space
                       ', below your alert level'
                       delimited by size
                       into ws-msg-text
               when 'LGDEBIT'
                   string 'Account ' NTFQUE-ACCTNO
                       ' debit of ' delimited by size
                       ws-amt-text delimited by space
                       ' posted, balance now ' delimited by size
                       ws-bal-text delimited by space
                       into ws-msg-text
               when 'TRANSFER'
                   string 'Transfer of ' delimited by size
                       ws-amt-text delimited by space
                       ' from account ' NTFQUE-ACCTNO
                       ' to ' NTFQUE-OTHER
                       delimited by size
                       into ws-msg-text
               when 'HOLD'
                   string 'A hold has been placed on account '
                       NTFQUE-ACCTNO
                       delimited by size
                       into ws-msg-text
               when 'TDMATURE'
                   string 'Term deposit ' NTFQUE-ACCTNO
                       ' matured - ' delimited by size
                       ws-amt-text delimited by space
                       ' plus interest ' delimited by size
                       ws-bal-text delimited by space
                       ' ' NTFQUE-OTHER
                       delimited by size
                       into ws-msg-text
               when other
                   string 'Account ' NTFQUE-ACCTNO ' '
                       NTFQUE-EVENT
                       delimited by size
                       into ws-msg-text
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** drops the edited amount's leading spaces                    *
      ***--------------------------------------------------------------*
       bntf-trim-amount section.
       bntf-trim-amount-para.
           move 0 to ws-amt-lead
           inspect ws-amt-disp tallying ws-amt-lead
               for leading spaces
           move spaces to ws-amt-text
           move ws-amt-disp(ws-amt-lead + 1:) to ws-amt-text
           exit
           .
      ***--------------------------------------------------------------*
       bntf-finalize section.
       bntf-finalize-para.
           if ws-run-is-ok
               move spaces to NTFFEED-RECORD
               move 'TRL' to NTFFEED-REC-TYPE
               move ws-events-sent to NTFFEED-TRL-COUNT
               write NTFFEED-RECORD
               close FEED-FILE
               close NTFQUE-FILE
               if ws-ntfpref-is-open
                   close NTFPREF-FILE
               end-if
           end-if
           move ws-returns-read to ws-report-count
           display 'ETPBNTF - undeliverable back : ' ws-report-count
           move ws-returns-marked to ws-report-count
           display 'ETPBNTF - marked undelivered : ' ws-report-count
           move ws-addresses-invalid to ws-report-count
           display 'ETPBNTF - addresses invalid  : ' ws-report-count
           move ws-events-read to ws-report-count
           display 'ETPBNTF - events queued      : ' ws-report-count
           move ws-events-sent to ws-report-count
           display 'ETPBNTF - messages sent      : ' ws-report-count
           move ws-events-suppressed to ws-report-count
           display 'ETPBNTF - events suppressed  : ' ws-report-count
           if ws-spool-is-open
               move ws-events-sent to ws-report-count
               move spaces to ws-spool-text
               string 'messages sent      : ' ws-report-count
                   into ws-spool-text
               perform bntf-spool-line
               move ws-events-suppressed to ws-report-count
               move spaces to ws-spool-text
               string 'events suppressed  : ' ws-report-count
                   into ws-spool-text
               perform bntf-spool-line
               move ws-addresses-invalid to ws-report-count
               move spaces to ws-spool-text
               string 'addresses invalid  : ' ws-report-count
                   into ws-spool-text
               perform bntf-spool-line
               perform bntf-spool-close
           end-if
           display 'ETPBNTF - gateway run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bntf-spool-open section.
       bntf-spool-open-para.
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
       bntf-spool-line section.
       bntf-spool-line-para.
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
       bntf-spool-close section.
       bntf-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBNTF.
