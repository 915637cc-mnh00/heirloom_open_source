       identification division.

       program-id. ETPBHCV.

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

      * ETPBHCV - tamper-evident chain verification
      * ETPBTBP proves the balances add up; this proves the history
      * behind them has not been rewritten.  Every POSTHIST and
      * CUSTAUD row written since the chain began carries its place
      * in its account's or customer's chain and a seal over its
      * contents and the seal of the row before it (see HASHCHN).
      * Each trail is sorted into chain order and walked from the
      * HASHCHN anchor left by ETPBHAR, ETPBRET and ETPBCAR: a row
      * whose seal does not match, a number missing or repeated, an
      * unsealed row dated after its chain began, sealed rows with
      * no chain row, and a last row that is not the recorded head
      * are each reported, the first break of every account and
      * customer marked as such.  A chain row whose rows have all
      * been removed must have its head at its anchor.  Rows written
      * before the chain existed are counted, not judged.  Output to
      * RPTSPOOL and the job log.

       environment division.

       input-output section.
       file-control.
           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

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

           select SORTWK-FILE assign to "SORTWK".

       data division.

       file section.
       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  CUSTAUD-FILE.
           copy CUSTAUD.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

      *    sort work - one trail's rows regrouped by account or
      *    customer and put in chain order, the whole row carried
       sd  SORTWK-FILE.
       01  sortwk-record.
           02  sortwk-owner                  pic x(10).
           02  sortwk-chain-no               pic 9(9).
           02  sortwk-row                    pic x(322).

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBHCV'.

       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
       01  ws-custaud-status                 pic x(2).
           88  ws-custaud-ok                 value '00'.
       01  ws-hashchn-status                 pic x(2).
           88  ws-hashchn-ok                 value '00'.
       01  ws-hashchn-open                   pic x(1) value 'N'.
           88  ws-hashchn-is-open            value 'Y'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** the trail being verified - 'P' POSTHIST, 'C' CUSTAUD        *
      ***--------------------------------------------------------------*
       01  ws-trail                          pic x(1).
           88  ws-trail-is-posthist          value 'P'.
       01  ws-trail-name                     pic x(8).
       01  ws-trail-open                     pic x(1).
           88  ws-trail-is-open              value 'Y'.
       01  ws-more-rows                      pic x(1).
           88  ws-more-data-recs             value 'Y'.
       01  ws-more-sorted                    pic x(1).
           88  ws-more-sorted-recs           value 'Y'.
       01  ws-more-chains                    pic x(1).
           88  ws-more-chain-recs            value 'Y'.

      ***--------------------------------------------------------------*
      *** the account or customer whose chain is being walked, its    *
      *** HASHCHN head and anchor, and where the walk has got to      *
      ***--------------------------------------------------------------*
       01  ws-owner-active                   pic x(1).
           88  ws-owner-is-active            value 'Y'.
       01  ws-cur-owner                      pic x(10).
       01  ws-has-chain                      pic x(1).
           88  ws-owner-has-chain            value 'Y'.
       01  ws-sealed-seen                    pic x(1).
           88  ws-sealed-was-seen            value 'Y'.
       01  ws-chk-head-no                    pic 9(9).
       01  ws-chk-head-seal                  pic 9(18).
       01  ws-chk-anchor-no                  pic 9(9).
       01  ws-chk-last-no                    pic 9(9).
       01  ws-chk-prev-seal                  pic 9(18).
       01  ws-chk-expect-no                  pic 9(9).
       01  ws-row-when                       pic 9(14).
       01  ws-legacy-when                    pic 9(14).
       01  ws-owner-breaks                   pic 9(7) comp.

      ***--------------------------------------------------------------*
      *** the break being reported                                    *
      ***--------------------------------------------------------------*
       01  ws-brk-owner                      pic x(10).
       01  ws-brk-no                         pic 9(9).
       01  ws-brk-text                       pic x(30).
       01  ws-brk-mark                       pic x(11).

      ***--------------------------------------------------------------*
      *** one trail's tallies                                         *
      ***--------------------------------------------------------------*
       01  ws-rows-read                      pic 9(9) comp.
       01  ws-rows-verified                  pic 9(9) comp.
       01  ws-rows-legacy                    pic 9(9) comp.
       01  ws-rows-behind                    pic 9(9) comp.
       01  ws-chains-checked                 pic 9(9) comp.
       01  ws-chains-broken                  pic 9(9) comp.
       01  ws-breaks                         pic 9(9) comp.
       01  ws-total-breaks                   pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** the seal being worked - the row's contents behind the       *
      *** seal before it in the chain                                 *
      ***--------------------------------------------------------------*
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
       01  ws-seal-flags                     pic x(2).

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBHCV'.

       01  ws-report-count                   pic zzzzzzzz9.

       procedure division.
       bhcv-mainline section.
       bhcv-mainline-para.
           perform bhcv-initialize
           move 'P' to ws-trail
           move 'POSTHIST' to ws-trail-name
           perform bhcv-verify-trail
           move 'C' to ws-trail
           move 'CUSTAUD' to ws-trail-name
           perform bhcv-verify-trail
           perform bhcv-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the business date, the spool and the chain control file     *
      ***--------------------------------------------------------------*
       bhcv-initialize section.
       bhcv-initialize-para.
           display 'ETPBHCV - tamper-evident chain verification'
           perform bhcv-load-business-date
           perform bhcv-spool-open
           open input HASHCHN-FILE
           if ws-hashchn-ok
               move 'Y' to ws-hashchn-open
           else
               display 'ETPBHCV - HASHCHN not available, status='
                   ws-hashchn-status ' - every sealed row reported'
           end-if
           move spaces to ws-spool-text
           string 'TAMPER-EVIDENT CHAIN VERIFICATION FOR ' ws-today
               into ws-spool-text
           perform bhcv-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bhcv-load-business-date section.
       bhcv-load-business-date-para.
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
      *** one trail: its rows sorted into chain order and walked      *
      *** against the trail's HASHCHN rows, then its tallies          *
      ***--------------------------------------------------------------*
       bhcv-verify-trail section.
       bhcv-verify-trail-para.
           move 0 to ws-rows-read
           move 0 to ws-rows-verified
           move 0 to ws-rows-legacy
           move 0 to ws-rows-behind
           move 0 to ws-chains-checked
           move 0 to ws-chains-broken
           move 0 to ws-breaks
           move 'N' to ws-trail-open
           if ws-trail-is-posthist
               open input POSTHIST-FILE
               if ws-posthist-ok
                   move 'Y' to ws-trail-open
               end-if
           else
               open input CUSTAUD-FILE
               if ws-custaud-ok
                   move 'Y' to ws-trail-open
               end-if
           end-if
           if ws-trail-is-open
               sort SORTWK-FILE
                   on ascending key sortwk-owner
                                   sortwk-chain-no
                   input procedure is bhcv-sort-input
                   output procedure is bhcv-sort-output
               if ws-trail-is-posthist
                   close POSTHIST-FILE
               else
                   close CUSTAUD-FILE
               end-if
               perform bhcv-report-trail
           else
               display 'ETPBHCV - ' ws-trail-name
                   ' not available - not verified'
               move spaces to ws-spool-text
               string ws-trail-name ' NOT AVAILABLE - NOT VERIFIED'
                   delimited by size
                   into ws-spool-text
               perform bhcv-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** input side: every row of the trail, keyed by its owner and  *
      *** chain number - zero for a row written before the chain      *
      ***--------------------------------------------------------------*
       bhcv-sort-input section.
       bhcv-sort-input-para.
           move 'Y' to ws-more-rows
           perform bhcv-release-one
               until not ws-more-data-recs
           exit
           .
      ***--------------------------------------------------------------*
       bhcv-release-one section.
       bhcv-release-one-para.
           if ws-trail-is-posthist
               read POSTHIST-FILE next record
                   at end
                       move 'N' to ws-more-rows
               end-read
               if ws-more-data-recs
                   move POSTHIST-ACCTNO to sortwk-owner
                   move 0 to sortwk-chain-no
                   if POSTHIST-CHAIN-NO is numeric
                       move POSTHIST-CHAIN-NO to sortwk-chain-no
                   end-if
                   move POSTHIST-RECORD to sortwk-row
               end-if
           else
               read CUSTAUD-FILE next record
                   at end
                       move 'N' to ws-more-rows
               end-read
               if ws-more-data-recs
                   move CUSTAUD-CUSTNO to sortwk-owner
                   move 0 to sortwk-chain-no
                   if CUSTAUD-CHAIN-NO is numeric
                       move CUSTAUD-CHAIN-NO to sortwk-chain-no
                   end-if
                   move CUSTAUD-RECORD to sortwk-row
               end-if
           end-if
           if ws-more-data-recs
               add 1 to ws-rows-read
               release sortwk-record
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** output side: the rows come back owner by owner in chain     *
      *** order and are matched against the trail's HASHCHN rows,     *
      *** which are in owner order too; chain rows left with no rows  *
      *** are checked as they are passed                              *
      ***--------------------------------------------------------------*
       bhcv-sort-output section.
       bhcv-sort-output-para.
           move 'N' to ws-owner-active
           move 'N' to ws-more-chains
           if ws-hashchn-is-open
               move ws-trail to HASHCHN-TRAIL
               move low-values to HASHCHN-OWNER
               start HASHCHN-FILE key not < HASHCHN-KEY
                   invalid key
                       continue
               end-start
               if ws-hashchn-ok
                   move 'Y' to ws-more-chains
                   perform bhcv-next-chain
               end-if
           end-if
           move 'Y' to ws-more-sorted
           perform bhcv-check-one
               until not ws-more-sorted-recs
           if ws-owner-is-active
               perform bhcv-close-owner
           end-if
           perform bhcv-orphan-chain
               until not ws-more-chain-recs
           exit
           .
      ***--------------------------------------------------------------*
      *** the trail's next HASHCHN row into the record area           *
      ***--------------------------------------------------------------*
       bhcv-next-chain section.
       bhcv-next-chain-para.
           read HASHCHN-FILE next record
               at end
                   move 'N' to ws-more-chains
           end-read
           if ws-more-chain-recs
               and HASHCHN-TRAIL not = ws-trail
               move 'N' to ws-more-chains
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a chain row with no rows left on file - everything it ever  *
      *** sealed has been removed, so its anchor must be its head     *
      ***--------------------------------------------------------------*
       bhcv-orphan-chain section.
       bhcv-orphan-chain-para.
           add 1 to ws-chains-checked
           if HASHCHN-HEAD-NO not = HASHCHN-ANCHOR-NO
               or HASHCHN-HEAD-SEAL not = HASHCHN-ANCHOR-SEAL
               move 0 to ws-owner-breaks
               move HASHCHN-OWNER to ws-brk-owner
               compute ws-brk-no = HASHCHN-ANCHOR-NO + 1
               move 'ROWS MISSING, NONE ON FILE' to ws-brk-text
               perform bhcv-report-break
           end-if
           perform bhcv-next-chain
           exit
           .
      ***--------------------------------------------------------------*
      *** one sorted row: a new owner closes the last and opens its   *
      *** own chain; the row is then judged against the chain         *
      ***--------------------------------------------------------------*
       bhcv-check-one section.
       bhcv-check-one-para.
           return SORTWK-FILE
               at end
                   move 'N' to ws-more-sorted
           end-return
           if ws-more-sorted-recs
               if not ws-owner-is-active
                   or sortwk-owner not = ws-cur-owner
                   if ws-owner-is-active
                       perform bhcv-close-owner
                   end-if
                   perform bhcv-open-owner
               end-if
               if ws-trail-is-posthist
                   move sortwk-row to POSTHIST-RECORD
                   compute ws-row-when = POSTHIST-DATE * 1000000
               else
                   move sortwk-row to CUSTAUD-RECORD
                   move CUSTAUD-STAMP to ws-row-when
               end-if
               if sortwk-chain-no = 0
                   add 1 to ws-rows-legacy
                   if ws-row-when > ws-legacy-when
                       move ws-row-when to ws-legacy-when
                   end-if
               else if sortwk-chain-no not > ws-chk-anchor-no
                   add 1 to ws-rows-behind
               else
                   perform bhcv-check-sealed
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a new owner: chain rows before it in key order have no rows *
      *** on file; its own chain row, if any, sets where the walk     *
      *** starts - at the anchor, or at nothing for a whole chain     *
      ***--------------------------------------------------------------*
       bhcv-open-owner section.
       bhcv-open-owner-para.
           move sortwk-owner to ws-cur-owner
           move 'Y' to ws-owner-active
           perform bhcv-orphan-chain
               until not ws-more-chain-recs
                  or HASHCHN-OWNER not < ws-cur-owner
           move 'N' to ws-sealed-seen
           move 0 to ws-owner-breaks
           move 0 to ws-legacy-when
           if ws-more-chain-recs
               and HASHCHN-OWNER = ws-cur-owner
               move 'Y' to ws-has-chain
               move HASHCHN-HEAD-NO to ws-chk-head-no
               move HASHCHN-HEAD-SEAL to ws-chk-head-seal
               move HASHCHN-ANCHOR-NO to ws-chk-anchor-no
               move HASHCHN-ANCHOR-NO to ws-chk-last-no
               move HASHCHN-ANCHOR-SEAL to ws-chk-prev-seal
               perform bhcv-next-chain
           else
               move 'N' to ws-has-chain
               move 0 to ws-chk-head-no
               move 0 to ws-chk-head-seal
               move 0 to ws-chk-anchor-no
               move 0 to ws-chk-last-no
               move 0 to ws-chk-prev-seal
           end-if
           compute ws-chk-expect-no = ws-chk-last-no + 1
           exit
           .
      ***--------------------------------------------------------------*
      *** a sealed row: it must carry the next number and a seal      *
      *** worked from its contents and the seal before it.  A gap or  *
      *** a repeat is reported without judging the seal, and the walk *
      *** carries on from the row's own seal                          *
      ***--------------------------------------------------------------*
       bhcv-check-sealed section.
       bhcv-check-sealed-para.
           move ws-cur-owner to ws-brk-owner
           move sortwk-chain-no to ws-brk-no
           if not ws-sealed-was-seen
               move 'Y' to ws-sealed-seen
               add 1 to ws-chains-checked
               if not ws-owner-has-chain
                   move 'SEALED ROWS BUT NO CHAIN ROW' to ws-brk-text
                   perform bhcv-report-break
               end-if
               if ws-legacy-when > ws-row-when
                   move 0 to ws-brk-no
                   move 'UNSEALED ROW AFTER CHAIN START'
                       to ws-brk-text
                   perform bhcv-report-break
                   move sortwk-chain-no to ws-brk-no
               end-if
           end-if
           if sortwk-chain-no < ws-chk-expect-no
               move 'CHAIN NUMBER REPEATED' to ws-brk-text
               perform bhcv-report-break
           else if sortwk-chain-no > ws-chk-expect-no
               move 'ROWS MISSING BEFORE THIS ONE' to ws-brk-text
               perform bhcv-report-break
               perform bhcv-step-chain
           else
               move ws-chk-prev-seal to ws-seal-prev
               if ws-trail-is-posthist
                   perform bhcv-seal-posthist
                   if POSTHIST-SEAL not numeric
                       or ws-seal not = POSTHIST-SEAL
                       move 'SEAL DOES NOT MATCH' to ws-brk-text
                       perform bhcv-report-break
                   end-if
               else
                   perform bhcv-seal-custaud
                   if CUSTAUD-SEAL not numeric
                       or ws-seal not = CUSTAUD-SEAL
                       move 'SEAL DOES NOT MATCH' to ws-brk-text
                       perform bhcv-report-break
                   end-if
               end-if
               add 1 to ws-rows-verified
               perform bhcv-step-chain
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row in hand becomes the one the next must follow        *
      ***--------------------------------------------------------------*
       bhcv-step-chain section.
       bhcv-step-chain-para.
           move sortwk-chain-no to ws-chk-last-no
           compute ws-chk-expect-no = ws-chk-last-no + 1
           move 0 to ws-chk-prev-seal
           if ws-trail-is-posthist
               if POSTHIST-SEAL is numeric
                   move POSTHIST-SEAL to ws-chk-prev-seal
               end-if
           else
               if CUSTAUD-SEAL is numeric
                   move CUSTAUD-SEAL to ws-chk-prev-seal
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the owner's last row must be the head HASHCHN recorded -    *
      *** anything short of it means rows gone from the end           *
      ***--------------------------------------------------------------*
       bhcv-close-owner section.
       bhcv-close-owner-para.
           if ws-owner-has-chain
               if not ws-sealed-was-seen
                   add 1 to ws-chains-checked
               end-if
               if ws-chk-last-no not = ws-chk-head-no
                   or ws-chk-prev-seal not = ws-chk-head-seal
                   move ws-cur-owner to ws-brk-owner
                   move ws-chk-head-no to ws-brk-no
                   move 'LAST ROW IS NOT THE HEAD' to ws-brk-text
                   perform bhcv-report-break
               end-if
           end-if
           move 'N' to ws-owner-active
           exit
           .
      ***--------------------------------------------------------------*
      *** one break to the spool and the job log, the owner's first   *
      *** marked as such                                              *
      ***--------------------------------------------------------------*
       bhcv-report-break section.
       bhcv-report-break-para.
           add 1 to ws-breaks
           add 1 to ws-total-breaks
           if ws-owner-breaks = 0
               add 1 to ws-chains-broken
               move 'FIRST BREAK' to ws-brk-mark
           else
               move spaces to ws-brk-mark
           end-if
           add 1 to ws-owner-breaks
           move spaces to ws-spool-text
           string ws-trail-name ' ' ws-brk-owner
               ' ROW ' ws-brk-no '  ' ws-brk-text
               ' ' ws-brk-mark
               delimited by size
               into ws-spool-text
           perform bhcv-spool-line
           display 'ETPBHCV - ' ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
      *** the trail's tallies to the spool                            *
      ***--------------------------------------------------------------*
       bhcv-report-trail section.
       bhcv-report-trail-para.
           move ws-rows-read to ws-report-count
           move spaces to ws-spool-text
           string ws-trail-name ' rows read          : '
               ws-report-count
               delimited by size
               into ws-spool-text
           perform bhcv-spool-line
           display 'ETPBHCV - ' ws-spool-text
           move ws-rows-verified to ws-report-count
           move spaces to ws-spool-text
           string ws-trail-name ' rows verified      : '
               ws-report-count
               delimited by size
               into ws-spool-text
           perform bhcv-spool-line
           display 'ETPBHCV - ' ws-spool-text
           move ws-rows-legacy to ws-report-count
           move spaces to ws-spool-text
           string ws-trail-name ' rows before chain  : '
               ws-report-count
               delimited by size
               into ws-spool-text
           perform bhcv-spool-line
           display 'ETPBHCV - ' ws-spool-text
           if ws-rows-behind > 0
               move ws-rows-behind to ws-report-count
               move spaces to ws-spool-text
               string ws-trail-name ' rows behind anchor : '
                   ws-report-count
                   delimited by size
                   into ws-spool-text
               perform bhcv-spool-line
               display 'ETPBHCV - ' ws-spool-text
           end-if
           move ws-chains-checked to ws-report-count
           move spaces to ws-spool-text
           string ws-trail-name ' chains checked     : '
               ws-report-count
               delimited by size
               into ws-spool-text
           perform bhcv-spool-line
           display 'ETPBHCV - ' ws-spool-text
           move ws-chains-broken to ws-report-count
           move spaces to ws-spool-text
           string ws-trail-name ' chains broken      : '
               ws-report-count
               delimited by size
               into ws-spool-text
           perform bhcv-spool-line
           display 'ETPBHCV - ' ws-spool-text
           move ws-breaks to ws-report-count
           move spaces to ws-spool-text
           string ws-trail-name ' breaks             : '
               ws-report-count
               delimited by size
               into ws-spool-text
           perform bhcv-spool-line
           display 'ETPBHCV - ' ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
       bhcv-finalize section.
       bhcv-finalize-para.
           if ws-hashchn-is-open
               close HASHCHN-FILE
           end-if
           perform bhcv-spool-close
           if ws-total-breaks > 0
               move ws-total-breaks to ws-report-count
               display 'ETPBHCV - CHAIN BREAKS FOUND : ' ws-report-count
           end-if
           display 'ETPBHCV - chain verification complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bhcv-spool-open section.
       bhcv-spool-open-para.
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
       bhcv-spool-line section.
       bhcv-spool-line-para.
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
       bhcv-spool-close section.
       bhcv-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the seal of the POSTHIST row in hand, chained to the        *
      *** seal in ws-seal-prev.  The account number and the           *
      *** REVERSED and INT-ADJ flags are left out, the row            *
      *** itself is left as it was                                    *
      ***--------------------------------------------------------------*
       bhcv-seal-posthist section.
       bhcv-seal-posthist-para.
           move POSTHIST-ACCTNO to ws-seal-owner
           move POSTHIST-REVERSED to ws-seal-flags(1:1)
           move POSTHIST-INT-ADJ to ws-seal-flags(2:1)
           move POSTHIST-SEAL to ws-seal-stored
           move spaces to POSTHIST-ACCTNO
           move space to POSTHIST-REVERSED
           move space to POSTHIST-INT-ADJ
           move 0 to POSTHIST-SEAL
           move POSTHIST-RECORD to ws-seal-body
           move ws-seal-owner to POSTHIST-ACCTNO
           move ws-seal-flags(1:1) to POSTHIST-REVERSED
           move ws-seal-flags(2:1) to POSTHIST-INT-ADJ
           move ws-seal-stored to POSTHIST-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of POSTHIST-RECORD
           perform bhcv-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** the seal of the CUSTAUD row in hand, chained to the         *
      *** seal in ws-seal-prev.  The customer number is left          *
      *** out, the row itself is left as it was                       *
      ***--------------------------------------------------------------*
       bhcv-seal-custaud section.
       bhcv-seal-custaud-para.
           move CUSTAUD-CUSTNO to ws-seal-owner
           move CUSTAUD-SEAL to ws-seal-stored
           move spaces to CUSTAUD-CUSTNO
           move 0 to CUSTAUD-SEAL
           move CUSTAUD-RECORD to ws-seal-body
           move ws-seal-owner to CUSTAUD-CUSTNO
           move ws-seal-stored to CUSTAUD-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of CUSTAUD-RECORD
           perform bhcv-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** two running remainders over every byte of ws-seal-data,     *
      *** each modulo its own large prime, side by side make the      *
      *** eighteen-digit seal                                         *
      ***--------------------------------------------------------------*
       bhcv-seal-compute section.
       bhcv-seal-compute-para.
           move 0 to ws-seal-a
           move 0 to ws-seal-b
           perform bhcv-seal-byte
               varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-len
           compute ws-seal = ws-seal-a * 1000000000 + ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       bhcv-seal-byte section.
       bhcv-seal-byte-para.
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
       end program ETPBHCV.
