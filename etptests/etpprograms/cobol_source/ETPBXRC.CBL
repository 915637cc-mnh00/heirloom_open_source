       identification division.

       program-id. ETPBXRC.

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


      * ETPBXRC - inter-region settlement reconciliation
      * Proves at end of day that what this region sent its companion
      * regions equals what they applied, and books the net between
      * them.  Every XREGPOS row is walked once, companion by
      * companion: a sent leg still queued is resolved against its
      * PENDREQ entry - delivered legs count as applied, legs the
      * drainer gave up on as failed, pending ones as in flight; an
      * applied sent leg is matched by trace id against the
      * companion's own register, pulled over the link by ETPEXRC.
      * A leg the companion holds at a different amount, an applied
      * leg it does not hold, and a credit it holds that this region
      * never sent are each reported and raise an ALERTQ line, once.
      * Applied legs sent and credits received not yet settled make
      * up each companion's net settlement: owed to the companion it
      * is credited to its due-to account (INTACCT 'DUETssss'), owed
      * by it debited to its due-from account ('DUEFssss'), as one
      * 'XS' entry on journal4 for the next posting window, and the
      * rows are stamped settled.  A companion without both accounts
      * on INTACCT is reported and left unsettled.  The day's
      * position per companion - sent, received, in flight, matching
      * and the net booked - is kept on XREGDAY and reported to
      * RPTSPOOL for the ETPERPT viewer.  Booking the same net twice
      * would move the money twice, so the run registers on RUNCTRL
      * and refuses a same-day rerun without the ETPBDRV override.

       environment division.

       input-output section.
       file-control.
           select XREGPOS-FILE assign to "XREGPOS"
               organization is indexed
               access mode is dynamic
               record key is XREGPOS-KEY
               file status is ws-xregpos-status.

           select XREGDAY-FILE assign to "XREGDAY"
               organization is indexed
               access mode is dynamic
               record key is XREGDAY-KEY
               file status is ws-xregday-status.

           select PENDREQ-FILE assign to "PENDREQ"
               organization is indexed
               access mode is dynamic
               record key is PENDREQ-SEQ
               file status is ws-pendreq-status.

           select INTACCT-FILE assign to "INTACCT"
               organization is indexed
               access mode is dynamic
               record key is INTACCT-ROLE
               file status is ws-intacct-status.

           select JOURNAL4-FILE assign to "/tmp/journal4.txt"
               organization is line sequential
               file status is ws-journal4-status.

           select JNLCOUNT-FILE assign to "JNLCOUNT"
               organization is indexed
               access mode is dynamic
               record key is JNLCOUNT-JNAME
               file status is ws-jnlcount-status.

           select JNL4VW-FILE assign to "JNL4VW"
               organization is indexed
               access mode is dynamic
               record key is JNL4VW-LINENO
               file status is ws-jnl4vw-status.

           select ALERTQ-FILE assign to "ALERTQ"
               organization is indexed
               access mode is dynamic
               record key is ALERTQ-LINENO
               file status is ws-alertq-status.

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

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
               record key is RPTSPOOL-KEY
               file status is ws-rptspool-status.

       data division.

       file section.
       fd  XREGPOS-FILE.
           copy XREGPOS.

       fd  XREGDAY-FILE.
           copy XREGDAY.

       fd  PENDREQ-FILE.
           copy PENDREQ.

       fd  INTACCT-FILE.
           copy INTACCT.

       fd  JOURNAL4-FILE.
           copy JNLREC.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  JNL4VW-FILE.
           copy JNL4VW.

       fd  ALERTQ-FILE.
           copy ALERTQ.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBXRC'.

       01  ws-xregpos-status                 pic x(2).
           88  ws-xregpos-ok                 value '00'.
           88  ws-xregpos-notfnd             value '23'.
           88  ws-xregpos-absent             value '35'.
       01  ws-xregpos-open                   pic x(1) value 'N'.
           88  ws-xregpos-is-open            value 'Y'.
       01  ws-xregday-status                 pic x(2).
           88  ws-xregday-ok                 value '00'.
           88  ws-xregday-absent             value '35'.
       01  ws-pendreq-status                 pic x(2).
           88  ws-pendreq-ok                 value '00'.
       01  ws-pendreq-open                   pic x(1) value 'N'.
           88  ws-pendreq-is-open            value 'Y'.
       01  ws-intacct-status                 pic x(2).
           88  ws-intacct-ok                 value '00'.
       01  ws-intacct-open                   pic x(1) value 'N'.
           88  ws-intacct-is-open            value 'Y'.
       01  ws-journal4-status                pic x(2).
           88  ws-journal4-ok                value '00'.
           88  ws-journal4-not-found         value '35'.
       01  ws-alertq-status                  pic x(2).
           88  ws-alertq-ok                  value '00'.
           88  ws-alertq-dup                 value '22'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

      ***--------------------------------------------------------------*
      *** journal4 line tally and CICS-browsable mirror, kept in step *
      *** exactly as ETPBTDM keeps them                               *
      ***--------------------------------------------------------------*
       01  ws-jnlcount-status                pic x(2).
           88  ws-jnlcount-ok                value '00'.
           88  ws-jnlcount-notfnd            value '23'.
           88  ws-jnlcount-absent            value '35'.
       01  ws-jnl4vw-status                  pic x(2).
           88  ws-jnl4vw-ok                  value '00'.
           88  ws-jnl4vw-absent              value '35'.
           88  ws-jnl4vw-dup                 value '22'.
       01  ws-mirror-open                    pic x(1) value 'N'.
           88  ws-mirror-is-open             value 'Y'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL for the business day       *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBXRC'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-more-rows                      pic x(1) value 'Y'.
           88  ws-more-row-recs              value 'Y'.

       01  ws-today                          pic x(21).
       01  ws-jnlrec-sequence                pic 9(6) value 0.

      ***--------------------------------------------------------------*
      *** one companion region's figures for the run, gathered as its *
      *** rows are walked                                             *
      ***--------------------------------------------------------------*
       77  ws-ptnr-max                       pic 9(2) comp value 20.
       01  ws-ptnr-count                     pic 9(2) comp value 0.
       01  ws-ptnr-table.
           03  ws-ptnr-entry                 occurs 20 times.
               05  ws-ptnr-sysid             pic x(4).
               05  ws-ptnr-due-to            pic x(10).
               05  ws-ptnr-due-from          pic x(10).
               05  ws-ptnr-sent-count        pic 9(5) comp.
               05  ws-ptnr-sent-amount       pic 9(9)v99.
               05  ws-ptnr-recd-count        pic 9(5) comp.
               05  ws-ptnr-recd-amount       pic 9(9)v99.
               05  ws-ptnr-flight-count      pic 9(5) comp.
               05  ws-ptnr-flight-amount     pic 9(9)v99.
               05  ws-ptnr-matched           pic 9(5) comp.
               05  ws-ptnr-mismatched        pic 9(5) comp.
               05  ws-ptnr-unmatched         pic 9(5) comp.
               05  ws-ptnr-settle-sent       pic 9(9)v99.
               05  ws-ptnr-settle-recd       pic 9(9)v99.
               05  ws-ptnr-net               pic s9(9)v99.
       01  ws-ptnr-ix                        pic 9(2) comp.
       01  ws-ptnr-hit                       pic 9(2) comp.
       01  ws-ptnr-can-settle                pic x(1).
           88  ws-ptnr-is-settleable         value 'Y'.
       01  ws-role-key                       pic x(8).

      *    the sent row held while its companion row is read
       01  ws-sent-record                    pic x(68).
       01  ws-sent-amount                    pic 9(7)v99.

       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-amount                 pic s9(7)v99.
       01  ws-trace-id                       pic x(12).
       01  ws-alert-text                     pic x(70).

       01  ws-rows-read                      pic 9(7) comp value 0.
       01  ws-legs-resolved                  pic 9(7) comp value 0.
       01  ws-alerts-raised                  pic 9(7) comp value 0.
       01  ws-nets-booked                    pic 9(7) comp value 0.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-count-display                  pic zzzz9.
       01  ws-amount-display                 pic -zzzzzzzz9.99.
       01  ws-amount-display-2               pic -zzzzzzzz9.99.

      ***--------------------------------------------------------------*
      *** report spool - the reconciliation for the ETPERPT viewer    *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBXRC'.

       procedure division.
       bxrc-mainline section.
       bxrc-mainline-para.
           perform bxrc-register-start
           if ws-run-is-allowed
               perform bxrc-initialize
               if ws-run-is-ok
                   perform bxrc-walk-row
                       until not ws-more-row-recs
                   perform bxrc-start-phantoms
                   perform bxrc-check-phantom
                       until not ws-more-row-recs
                   perform bxrc-settle-partner
                       varying ws-ptnr-ix from 1 by 1
                       until ws-ptnr-ix > ws-ptnr-count
               end-if
               perform bxrc-finalize
               perform bxrc-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL, *
      *** refusing a same-day rerun without the ETPBDRV override      *
      ***--------------------------------------------------------------*
       bxrc-register-start section.
       bxrc-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bxrc-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBXRC - RUNCTRL not available, status='
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
                   display 'ETPBXRC - already run today, '
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
       bxrc-load-business-date section.
       bxrc-load-business-date-para.
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
       bxrc-register-end section.
       bxrc-register-end-para.
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
      *** no register yet means no item has crossed a region - the    *
      *** run completes with nothing to do                            *
      ***--------------------------------------------------------------*
       bxrc-initialize section.
       bxrc-initialize-para.
           display 'ETPBXRC - inter-region settlement for '
               ws-rcl-today
           move function current-date to ws-today
           open i-o XREGPOS-FILE
           if ws-xregpos-absent
               display 'ETPBXRC - no inter-region items on file'
               move 'N' to ws-more-rows
           else
           if not ws-xregpos-ok
               display 'ETPBXRC - unable to open XREGPOS, status='
                   ws-xregpos-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-rows
           else
               move 'Y' to ws-xregpos-open
               open i-o XREGDAY-FILE
               if ws-xregday-absent
                   open output XREGDAY-FILE
                   close XREGDAY-FILE
                   open i-o XREGDAY-FILE
               end-if
               if not ws-xregday-ok
                   display 'ETPBXRC - unable to open XREGDAY, '
                       'status=' ws-xregday-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-rows
                   move 'N' to ws-xregpos-open
                   close XREGPOS-FILE
               else
                   open extend JOURNAL4-FILE
                   if ws-journal4-not-found
                       open output JOURNAL4-FILE
                   end-if
                   if not ws-journal4-ok
                       display 'ETPBXRC - unable to open journal4, '
                           'status=' ws-journal4-status
                       move 'N' to ws-run-ok
                       move 'N' to ws-more-rows
                       move 'N' to ws-xregpos-open
                       close XREGPOS-FILE
                       close XREGDAY-FILE
                   else
                       perform bxrc-open-mirror
                       open i-o ALERTQ-FILE
                       open input PENDREQ-FILE
                       if ws-pendreq-ok
                           move 'Y' to ws-pendreq-open
                       end-if
                       open input INTACCT-FILE
                       if ws-intacct-ok
                           move 'Y' to ws-intacct-open
                       end-if
                       move low-values to XREGPOS-KEY
                       start XREGPOS-FILE
                           key is not less than XREGPOS-KEY
                           invalid key
                               move 'N' to ws-more-rows
                       end-start
                       perform bxrc-spool-open
                       move spaces to ws-spool-text
                       string 'INTER-REGION SETTLEMENT FOR '
                           ws-rcl-today
                           into ws-spool-text
                       perform bxrc-spool-line
                   end-if
               end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** first pass over the register: resolves queued legs against  *
      *** PENDREQ, matches applied legs against the companion's copy, *
      *** and gathers each companion's day and its unsettled items    *
      ***--------------------------------------------------------------*
       bxrc-walk-row section.
       bxrc-walk-row-para.
           read XREGPOS-FILE next record
               at end
                   move 'N' to ws-more-rows
           end-read
           if ws-more-row-recs
               add 1 to ws-rows-read
               perform bxrc-find-partner
               if ws-ptnr-hit > 0
                   evaluate true
                       when XREGPOS-IS-RECEIVED
                           perform bxrc-walk-received
                       when XREGPOS-IS-SENT
                           perform bxrc-walk-sent
                       when other
                           continue
                   end-evaluate
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the companion's slot in the run table, taken on first sight *
      *** along with its due-to and due-from accounts                 *
      ***--------------------------------------------------------------*
       bxrc-find-partner section.
       bxrc-find-partner-para.
           move 0 to ws-ptnr-hit
           perform bxrc-match-partner
               varying ws-ptnr-ix from 1 by 1
               until ws-ptnr-ix > ws-ptnr-count
                  or ws-ptnr-hit > 0
           if ws-ptnr-hit = 0
               and ws-ptnr-count < ws-ptnr-max
               add 1 to ws-ptnr-count
               move ws-ptnr-count to ws-ptnr-hit
               initialize ws-ptnr-entry(ws-ptnr-hit)
               move XREGPOS-SYSID to ws-ptnr-sysid(ws-ptnr-hit)
               move spaces to ws-ptnr-due-to(ws-ptnr-hit)
               move spaces to ws-ptnr-due-from(ws-ptnr-hit)
               if ws-intacct-is-open
                   move spaces to ws-role-key
                   string 'DUET' XREGPOS-SYSID delimited by size
                       into ws-role-key
                   perform bxrc-read-role
                   move INTACCT-ACCTNO to ws-ptnr-due-to(ws-ptnr-hit)
                   move spaces to ws-role-key
                   string 'DUEF' XREGPOS-SYSID delimited by size
                       into ws-role-key
                   perform bxrc-read-role
                   move INTACCT-ACCTNO
                       to ws-ptnr-due-from(ws-ptnr-hit)
               end-if
           end-if
           move 'N' to ws-ptnr-can-settle
           if ws-ptnr-hit > 0
               if ws-ptnr-due-to(ws-ptnr-hit) not = spaces
                   and ws-ptnr-due-from(ws-ptnr-hit) not = spaces
                   move 'Y' to ws-ptnr-can-settle
               end-if
           else
               display 'ETPBXRC - companion table full, '
                   XREGPOS-SYSID ' not reconciled'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bxrc-match-partner section.
       bxrc-match-partner-para.
           if ws-ptnr-sysid(ws-ptnr-ix) = XREGPOS-SYSID
               move ws-ptnr-ix to ws-ptnr-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bxrc-read-role section.
       bxrc-read-role-para.
           move ws-role-key to INTACCT-ROLE
           read INTACCT-FILE
               invalid key
                   continue
           end-read
           if not ws-intacct-ok
               move spaces to INTACCT-ACCTNO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a companion's credit captured here - the day's receipts,    *
      *** and, until settled, an amount the companion is owed back    *
      ***--------------------------------------------------------------*
       bxrc-walk-received section.
       bxrc-walk-received-para.
           if XREGPOS-DATE = ws-rcl-today
               add 1 to ws-ptnr-recd-count(ws-ptnr-hit)
               add XREGPOS-AMOUNT to ws-ptnr-recd-amount(ws-ptnr-hit)
           end-if
           if XREGPOS-SETTLED-DATE = 0
               and ws-ptnr-is-settleable
               add XREGPOS-AMOUNT to ws-ptnr-settle-recd(ws-ptnr-hit)
               move ws-rcl-today to XREGPOS-SETTLED-DATE
               rewrite XREGPOS-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a leg sent to the companion - a queued leg takes the fate   *
      *** of its PENDREQ entry, an applied one is matched and, until  *
      *** settled, owed to the companion                              *
      ***--------------------------------------------------------------*
       bxrc-walk-sent section.
       bxrc-walk-sent-para.
           if XREGPOS-IS-QUEUED
               and ws-pendreq-is-open
               move XREGPOS-PEND-SEQ to PENDREQ-SEQ
               read PENDREQ-FILE
                   invalid key
                       continue
               end-read
               if ws-pendreq-ok
                   if PENDREQ-WAS-DELIVERED
                       move 'A' to XREGPOS-STATUS
                       add 1 to ws-legs-resolved
                   else
                   if PENDREQ-IS-FAILED
                       move 'F' to XREGPOS-STATUS
                       add 1 to ws-legs-resolved
                       move spaces to ws-alert-text
                       string 'XREGION ' XREGPOS-TRACE-ID ' to '
                           XREGPOS-SYSID ' failed on PENDREQ'
                           delimited by size
                           into ws-alert-text
                       perform bxrc-raise-alert
                   end-if
                   end-if
               end-if
           end-if
           if XREGPOS-IS-QUEUED
               add 1 to ws-ptnr-flight-count(ws-ptnr-hit)
               add XREGPOS-AMOUNT to ws-ptnr-flight-amount(ws-ptnr-hit)
           end-if
           if XREGPOS-DATE = ws-rcl-today
               and (XREGPOS-IS-APPLIED or XREGPOS-IS-QUEUED)
               add 1 to ws-ptnr-sent-count(ws-ptnr-hit)
               add XREGPOS-AMOUNT to ws-ptnr-sent-amount(ws-ptnr-hit)
           end-if
           if XREGPOS-IS-APPLIED
               and (XREGPOS-IS-UNCHECKED or XREGPOS-IS-UNMATCHED)
               perform bxrc-match-sent
           end-if
           if XREGPOS-IS-APPLIED
               and XREGPOS-SETTLED-DATE = 0
               and ws-ptnr-is-settleable
               add XREGPOS-AMOUNT to ws-ptnr-settle-sent(ws-ptnr-hit)
               move ws-rcl-today to XREGPOS-SETTLED-DATE
           end-if
           rewrite XREGPOS-RECORD
           start XREGPOS-FILE
               key is greater than XREGPOS-KEY
               invalid key
                   move 'N' to ws-more-rows
           end-start
           exit
           .
      ***--------------------------------------------------------------*
      *** looks the applied leg up on the companion's copy by trace   *
      *** id; the sent row is held aside while the companion's row is *
      *** read and restored after                                     *
      ***--------------------------------------------------------------*
       bxrc-match-sent section.
       bxrc-match-sent-para.
           move XREGPOS-RECORD to ws-sent-record
           move XREGPOS-AMOUNT to ws-sent-amount
           move 'P' to XREGPOS-DIRECTION
           read XREGPOS-FILE
               invalid key
                   continue
           end-read
           if ws-xregpos-ok
               if XREGPOS-AMOUNT = ws-sent-amount
                   move 'M' to XREGPOS-MATCH
                   rewrite XREGPOS-RECORD
                   move ws-sent-record to XREGPOS-RECORD
                   move 'M' to XREGPOS-MATCH
                   add 1 to ws-ptnr-matched(ws-ptnr-hit)
               else
                   move 'D' to XREGPOS-MATCH
                   rewrite XREGPOS-RECORD
                   move XREGPOS-AMOUNT to ws-amount-display-2
                   move ws-sent-record to XREGPOS-RECORD
                   move 'D' to XREGPOS-MATCH
                   add 1 to ws-ptnr-mismatched(ws-ptnr-hit)
                   move ws-sent-amount to ws-amount-display
                   move spaces to ws-alert-text
                   string 'XREGION ' XREGPOS-TRACE-ID ' '
                       XREGPOS-SYSID ' sent' ws-amount-display
                       ' applied' ws-amount-display-2
                       delimited by size
                       into ws-alert-text
                   perform bxrc-raise-alert
                   perform bxrc-report-exception
               end-if
           else
               move ws-sent-record to XREGPOS-RECORD
               if XREGPOS-IS-UNCHECKED
                   move 'U' to XREGPOS-MATCH
                   add 1 to ws-ptnr-unmatched(ws-ptnr-hit)
                   move spaces to ws-alert-text
                   string 'XREGION ' XREGPOS-TRACE-ID ' not applied '
                       'at ' XREGPOS-SYSID
                       delimited by size
                       into ws-alert-text
                   perform bxrc-raise-alert
                   perform bxrc-report-exception
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** second pass: a credit the companion holds as applied that   *
      *** no sent leg here accounts for                               *
      ***--------------------------------------------------------------*
       bxrc-start-phantoms section.
       bxrc-start-phantoms-para.
           move 'N' to ws-more-rows
           if ws-run-is-ok
               and ws-xregpos-is-open
               move 'Y' to ws-more-rows
               move low-values to XREGPOS-KEY
               start XREGPOS-FILE
                   key is not less than XREGPOS-KEY
                   invalid key
                       move 'N' to ws-more-rows
               end-start
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bxrc-check-phantom section.
       bxrc-check-phantom-para.
           read XREGPOS-FILE next record
               at end
                   move 'N' to ws-more-rows
           end-read
           if ws-more-row-recs
               and XREGPOS-IS-PARTNER
               and XREGPOS-IS-UNCHECKED
               perform bxrc-find-partner
               move 'U' to XREGPOS-MATCH
               rewrite XREGPOS-RECORD
               if ws-ptnr-hit > 0
                   add 1 to ws-ptnr-unmatched(ws-ptnr-hit)
               end-if
               move spaces to ws-alert-text
               string 'XREGION ' XREGPOS-TRACE-ID ' applied at '
                   XREGPOS-SYSID ' with no sent item'
                   delimited by size
                   into ws-alert-text
               perform bxrc-raise-alert
               perform bxrc-report-exception
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** books the companion's net settlement as one journal4 entry, *
      *** keeps its day on XREGDAY and reports it                     *
      ***--------------------------------------------------------------*
       bxrc-settle-partner section.
       bxrc-settle-partner-para.
           compute ws-ptnr-net(ws-ptnr-ix) =
               ws-ptnr-settle-sent(ws-ptnr-ix)
               - ws-ptnr-settle-recd(ws-ptnr-ix)
           end-compute
           move spaces to ws-posting-acctno
           if ws-ptnr-net(ws-ptnr-ix) > 0
               move ws-ptnr-due-to(ws-ptnr-ix) to ws-posting-acctno
           else
           if ws-ptnr-net(ws-ptnr-ix) < 0
               move ws-ptnr-due-from(ws-ptnr-ix) to ws-posting-acctno
           end-if
           end-if
           if ws-posting-acctno not = spaces
               move ws-ptnr-net(ws-ptnr-ix) to ws-posting-amount
               perform bxrc-emit-posting
               add 1 to ws-nets-booked
           end-if

           move ws-ptnr-sysid(ws-ptnr-ix) to XREGDAY-SYSID
           move ws-rcl-today to XREGDAY-DATE
           move ws-ptnr-sent-count(ws-ptnr-ix) to XREGDAY-SENT-COUNT
           move ws-ptnr-sent-amount(ws-ptnr-ix) to XREGDAY-SENT-AMOUNT
           move ws-ptnr-recd-count(ws-ptnr-ix) to XREGDAY-RECD-COUNT
           move ws-ptnr-recd-amount(ws-ptnr-ix) to XREGDAY-RECD-AMOUNT
           move ws-ptnr-flight-count(ws-ptnr-ix)
               to XREGDAY-FLIGHT-COUNT
           move ws-ptnr-flight-amount(ws-ptnr-ix)
               to XREGDAY-FLIGHT-AMOUNT
           move ws-ptnr-matched(ws-ptnr-ix) to XREGDAY-MATCHED
           move ws-ptnr-mismatched(ws-ptnr-ix) to XREGDAY-MISMATCHED
           move ws-ptnr-unmatched(ws-ptnr-ix) to XREGDAY-UNMATCHED
           move ws-ptnr-net(ws-ptnr-ix) to XREGDAY-NET-SETTLED
           move ws-posting-acctno to XREGDAY-SETTLE-ACCT
           write XREGDAY-RECORD
               invalid key
                   rewrite XREGDAY-RECORD
           end-write

           move spaces to ws-spool-text
           perform bxrc-spool-line
           move spaces to ws-spool-text
           string 'COMPANION REGION ' ws-ptnr-sysid(ws-ptnr-ix)
               into ws-spool-text
           perform bxrc-spool-line
           move ws-ptnr-sent-count(ws-ptnr-ix) to ws-count-display
           move ws-ptnr-sent-amount(ws-ptnr-ix) to ws-amount-display
           move spaces to ws-spool-text
           string '  sent today       : ' ws-count-display ' '
               ws-amount-display
               delimited by size
               into ws-spool-text
           perform bxrc-spool-line
           move ws-ptnr-recd-count(ws-ptnr-ix) to ws-count-display
           move ws-ptnr-recd-amount(ws-ptnr-ix) to ws-amount-display
           move spaces to ws-spool-text
           string '  received today   : ' ws-count-display ' '
               ws-amount-display
               delimited by size
               into ws-spool-text
           perform bxrc-spool-line
           move ws-ptnr-flight-count(ws-ptnr-ix) to ws-count-display
           move ws-ptnr-flight-amount(ws-ptnr-ix) to ws-amount-display
           move spaces to ws-spool-text
           string '  in flight        : ' ws-count-display ' '
               ws-amount-display
               delimited by size
               into ws-spool-text
           perform bxrc-spool-line
           move ws-ptnr-matched(ws-ptnr-ix) to ws-count-display
           move spaces to ws-spool-text
           string '  matched          : ' ws-count-display
               delimited by size
               into ws-spool-text
           perform bxrc-spool-line
           move ws-ptnr-mismatched(ws-ptnr-ix) to ws-count-display
           move spaces to ws-spool-text
           string '  amount differs   : ' ws-count-display
               delimited by size
               into ws-spool-text
           perform bxrc-spool-line
           move ws-ptnr-unmatched(ws-ptnr-ix) to ws-count-display
           move spaces to ws-spool-text
           string '  unmatched        : ' ws-count-display
               delimited by size
               into ws-spool-text
           perform bxrc-spool-line
           move ws-ptnr-net(ws-ptnr-ix) to ws-amount-display
           move spaces to ws-spool-text
           if ws-ptnr-due-to(ws-ptnr-ix) = spaces
               or ws-ptnr-due-from(ws-ptnr-ix) = spaces
               string '  net settlement   : not booked - no DUET/DUEF '
                   'account' delimited by size
                   into ws-spool-text
           else
               string '  net settlement   : ' ws-amount-display ' '
                   ws-posting-acctno
                   delimited by size
                   into ws-spool-text
           end-if
           perform bxrc-spool-line
           display 'ETPBXRC - ' ws-ptnr-sysid(ws-ptnr-ix)
               ' net ' ws-amount-display
           exit
           .
      ***--------------------------------------------------------------*
      *** appends the net settlement to journal4 as one POST entry,   *
      *** the same JNLREC shape ETPBSTO and ETPBTDM write             *
      ***--------------------------------------------------------------*
       bxrc-emit-posting section.
       bxrc-emit-posting-para.
           move spaces to JNLREC-RECORD
           move ws-program-name to JNLREC-PROGRAM
           move ws-today(9:2) to JNLREC-TS-HH
           move ws-today(11:2) to JNLREC-TS-MM
           move ws-today(13:2) to JNLREC-TS-SS
           add 1 to ws-jnlrec-sequence
           move ws-jnlrec-sequence to JNLREC-SEQUENCE
           move 'POST' to JNLREC-POST-TAG
           move ws-posting-acctno to JNLREC-POST-ACCTNO
           move ws-posting-amount to JNLREC-POST-AMOUNT
           move 'XREGION SETTLEMENT' to JNLREC-POST-NARRATIVE
           move 'XS' to JNLREC-POST-TXN-TYPE
           move spaces to ws-trace-id
           string 'XS' ws-ptnr-sysid(ws-ptnr-ix) ws-rcl-today(3:6)
               delimited by size
               into ws-trace-id
           move ws-trace-id to JNLREC-POST-TRACE-ID
           write JNLREC-RECORD
           perform bxrc-tally-line
           exit
           .
      ***--------------------------------------------------------------*
       bxrc-report-exception section.
       bxrc-report-exception-para.
           move spaces to ws-spool-text
           move ws-alert-text to ws-spool-text
           perform bxrc-spool-line
           display 'ETPBXRC - ' ws-alert-text
           exit
           .
      ***--------------------------------------------------------------*
      *** one operator alert on ALERTQ, numbered off the journal2     *
      *** tally as every ALERTQ writer numbers its lines              *
      ***--------------------------------------------------------------*
       bxrc-raise-alert section.
       bxrc-raise-alert-para.
           if ws-alertq-ok and ws-mirror-is-open
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
               move spaces to ALERTQ-TEXT
               move ws-alert-text to ALERTQ-TEXT
               move 'H' to ALERTQ-SEVERITY
               move 'SETTLE  ' to ALERTQ-CATEGORY
               move function current-date(1:8)
                   to ALERTQ-RAISED-DATE
               move function current-date(9:6)
                   to ALERTQ-RAISED-TIME
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
               move '00' to ws-alertq-status
               add 1 to ws-alerts-raised
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bxrc-finalize section.
       bxrc-finalize-para.
           if ws-xregpos-is-open
               close XREGPOS-FILE
               close XREGDAY-FILE
               close JOURNAL4-FILE
               perform bxrc-close-mirror
               if ws-alertq-ok
                   close ALERTQ-FILE
               end-if
               if ws-pendreq-is-open
                   close PENDREQ-FILE
               end-if
               if ws-intacct-is-open
                   close INTACCT-FILE
               end-if
           end-if
           move ws-rows-read to ws-report-count
           display 'ETPBXRC - register rows read  : ' ws-report-count
           move ws-ptnr-count to ws-report-count
           display 'ETPBXRC - companion regions   : ' ws-report-count
           move ws-legs-resolved to ws-report-count
           display 'ETPBXRC - queued legs resolved: ' ws-report-count
           move ws-alerts-raised to ws-report-count
           display 'ETPBXRC - exceptions alerted  : ' ws-report-count
           move ws-nets-booked to ws-report-count
           display 'ETPBXRC - net settlements     : ' ws-report-count
           if ws-spool-is-open
               move spaces to ws-spool-text
               perform bxrc-spool-line
               move ws-alerts-raised to ws-report-count
               move spaces to ws-spool-text
               string 'exceptions alerted : ' ws-report-count
                   into ws-spool-text
               perform bxrc-spool-line
               move ws-nets-booked to ws-report-count
               move spaces to ws-spool-text
               string 'net settlements    : ' ws-report-count
                   into ws-spool-text
               perform bxrc-spool-line
               perform bxrc-spool-close
           end-if
           display 'ETPBXRC - settlement run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bxrc-spool-open section.
       bxrc-spool-open-para.
           open i-o RPTSPOOL-FILE
           if ws-rptspool-absent
               open output RPTSPOOL-FILE
               close RPTSPOOL-FILE
               open i-o RPTSPOOL-FILE
           end-if
           if ws-rptspool-ok
               move 'Y' to ws-spool-open
               move ws-rcl-today to ws-spool-date
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bxrc-spool-line section.
       bxrc-spool-line-para.
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
       bxrc-spool-close section.
       bxrc-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the tally and mirror files, creating the mirror on    *
      *** first use; without them the reconciliation would count the  *
      *** appended lines against a stale tally                        *
      ***--------------------------------------------------------------*
       bxrc-open-mirror section.
       bxrc-open-mirror-para.
           open i-o JNLCOUNT-FILE
           if ws-jnlcount-absent
               open output JNLCOUNT-FILE
               close JNLCOUNT-FILE
               open i-o JNLCOUNT-FILE
           end-if
           open i-o JNL4VW-FILE
           if ws-jnl4vw-absent
               open output JNL4VW-FILE
               close JNL4VW-FILE
               open i-o JNL4VW-FILE
           end-if
           if ws-jnlcount-ok and ws-jnl4vw-ok
               move 'Y' to ws-mirror-open
           else
               display 'ETPBXRC - journal tally/mirror unavailable, '
                   'reconciliation will show a variance'
               if ws-jnlcount-ok
                   close JNLCOUNT-FILE
               end-if
               if ws-jnl4vw-ok
                   close JNL4VW-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bxrc-close-mirror section.
       bxrc-close-mirror-para.
           if ws-mirror-is-open
               close JNLCOUNT-FILE
               close JNL4VW-FILE
               move 'N' to ws-mirror-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one appended line: bump the journal4 tally and mirror the   *
      *** record, the same bookkeeping every journal4 writer does     *
      ***--------------------------------------------------------------*
       bxrc-tally-line section.
       bxrc-tally-line-para.
           if ws-mirror-is-open
               move 'journal4' to JNLCOUNT-JNAME
               read JNLCOUNT-FILE
                   invalid key
                       continue
               end-read
               if ws-jnlcount-notfnd
                   move 'journal4' to JNLCOUNT-JNAME
                   move 1 to JNLCOUNT-COUNT
                   write JNLCOUNT-RECORD
               else
                   add 1 to JNLCOUNT-COUNT
                   rewrite JNLCOUNT-RECORD
               end-if
               move JNLCOUNT-COUNT to JNL4VW-LINENO
               move JNLREC-RECORD to JNL4VW-TEXT
               write JNL4VW-RECORD
                   invalid key
                       continue
               end-write
               if ws-jnl4vw-dup
                   rewrite JNL4VW-RECORD
               end-if
           end-if
           exit
           .
       end program ETPBXRC.
