       identification division.

       program-id. ETPBQCV.

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

      * ETPBQCV - term-deposit quote conversion
      * Run once a week, for the seven days ending on the business
      * date: every rate quote given on ETPEQOT in the week is taken
      * off QUOTE and counted, branch by branch and product by
      * product, by how it stands - taken up by a term deposit opened
      * on ETPEAMT, withdrawn, expired unused past its valid-until
      * date, or still open to be taken up - with the share of the
      * quotes that became deposits, the openings contracted at a
      * rate above the quote on a supervisor's say-so, and the amount
      * quoted.  A total follows each branch and the week.  Output to
      * RPTSPOOL and the job log.

       environment division.

       input-output section.
       file-control.
           select QUOTE-FILE assign to "QUOTE"
               organization is indexed
               access mode is sequential
               record key is QUOTE-REF
               file status is ws-quote-status.

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
       fd  QUOTE-FILE.
           copy QUOTE.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

      *    sort work - the week's quotes regrouped by branch and
      *    product, each with how it stands
       sd  SORTWK-FILE.
       01  sortwk-record.
           02  sortwk-branch                 pic x(3).
           02  sortwk-product                pic x(6).
           02  sortwk-outcome                pic x(1).
               88  sortwk-is-opened          value 'U'.
               88  sortwk-is-withdrawn       value 'X'.
               88  sortwk-is-expired         value 'E'.
               88  sortwk-is-open            value 'O'.
           02  sortwk-above                  pic x(1).
               88  sortwk-was-above          value 'Y'.
           02  sortwk-amount                 pic 9(7)v99.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBQCV'.

       01  ws-quote-status                   pic x(2).
           88  ws-quote-ok                   value '00'.
           88  ws-quote-absent               value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-more-quotes                    pic x(1).
           88  ws-more-quote-recs            value 'Y'.
       01  ws-more-sorted                    pic x(1).
           88  ws-more-sorted-recs           value 'Y'.
       01  ws-group-active                   pic x(1).
           88  ws-group-is-active            value 'Y'.

       01  ws-today                          pic 9(8).
       01  ws-today-int                      pic s9(9) comp.
       01  ws-week-start                     pic 9(8).
       01  ws-week-start-int                 pic s9(9) comp.

      ***--------------------------------------------------------------*
      *** the branch and product being gathered, and the tallies kept *
      *** at three levels - 1 the product, 2 the branch, 3 the week   *
      ***--------------------------------------------------------------*
       01  ws-cur-branch                     pic x(3).
       01  ws-cur-product                    pic x(6).
       77  ws-level-max                      pic 9(1) comp value 3.
       01  ws-level                          pic 9(1) comp.
       01  ws-level-sub                      pic 9(1) comp.
       01  ws-tallies.
           03  ws-tally occurs 3 times.
               05  ws-t-quoted               pic 9(7) comp.
               05  ws-t-opened               pic 9(7) comp.
               05  ws-t-withdrawn            pic 9(7) comp.
               05  ws-t-expired              pic 9(7) comp.
               05  ws-t-open                 pic 9(7) comp.
               05  ws-t-above                pic 9(7) comp.
               05  ws-t-amount               pic 9(11)v99 comp-3.

       01  ws-quotes-read                    pic 9(7) comp value 0.
       01  ws-quotes-week                    pic 9(7) comp value 0.
       01  ws-pct                            pic 9(3)v9.

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBQCV'.

      ***--------------------------------------------------------------*
      *** one report line                                             *
      ***--------------------------------------------------------------*
       01  ws-line.
           03  ws-ln-branch                  pic x(3).
           03  filler                        pic x(1) value space.
           03  ws-ln-product                 pic x(6).
           03  filler                        pic x(1) value space.
           03  ws-ln-quoted                  pic zzzzz9.
           03  filler                        pic x(1) value space.
           03  ws-ln-opened                  pic zzzzz9.
           03  filler                        pic x(1) value space.
           03  ws-ln-withdrawn               pic zzzzz9.
           03  filler                        pic x(1) value space.
           03  ws-ln-expired                 pic zzzzz9.
           03  filler                        pic x(1) value space.
           03  ws-ln-open                    pic zzzzz9.
           03  filler                        pic x(1) value space.
           03  ws-ln-pct                     pic zz9.9.
           03  filler                        pic x(1) value space.
           03  ws-ln-above                   pic zzzzz9.
           03  filler                        pic x(1) value space.
           03  ws-ln-amount                  pic zzz,zzz,zz9.99.

       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bqcv-mainline section.
       bqcv-mainline-para.
           perform bqcv-initialize
           open input QUOTE-FILE
           if ws-quote-absent
               display 'ETPBQCV - no quotes on file'
               move 'NO QUOTES ON FILE' to ws-spool-text
               perform bqcv-spool-line
           else if not ws-quote-ok
               display 'ETPBQCV - unable to open QUOTE, status='
                   ws-quote-status
           else
               sort SORTWK-FILE
                   on ascending key sortwk-branch
                                   sortwk-product
                   input procedure is bqcv-sort-input
                   output procedure is bqcv-sort-output
               close QUOTE-FILE
           end-if end-if
           perform bqcv-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the business date and the week ending on it, the spool and  *
      *** the report heading                                          *
      ***--------------------------------------------------------------*
       bqcv-initialize section.
       bqcv-initialize-para.
           display 'ETPBQCV - term-deposit quote conversion report'
           perform bqcv-load-business-date
           move function integer-of-date(ws-today)
               to ws-today-int
           compute ws-week-start-int = ws-today-int - 6
           move function date-of-integer(ws-week-start-int)
               to ws-week-start
           initialize ws-tallies
           perform bqcv-spool-open
           move spaces to ws-spool-text
           string 'TERM-DEPOSIT QUOTE CONVERSION FOR THE WEEK '
               ws-week-start ' TO ' ws-today
               delimited by size into ws-spool-text
           perform bqcv-spool-line
           move spaces to ws-spool-text
           string 'BRN PRODCT QUOTED OPENED WDRAWN EXPIRD   OPEN '
               'CONV%  ABOVE  AMOUNT QUOTED'
               delimited by size into ws-spool-text
           perform bqcv-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bqcv-load-business-date section.
       bqcv-load-business-date-para.
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
      *** input side: every quote given in the week, with how it      *
      *** stands on the business date                                 *
      ***--------------------------------------------------------------*
       bqcv-sort-input section.
       bqcv-sort-input-para.
           move 'Y' to ws-more-quotes
           perform bqcv-release-one
               until not ws-more-quote-recs
           exit
           .
      ***--------------------------------------------------------------*
       bqcv-release-one section.
       bqcv-release-one-para.
           read QUOTE-FILE next record
               at end
                   move 'N' to ws-more-quotes
           end-read
           if ws-more-quote-recs
               add 1 to ws-quotes-read
               if QUOTE-DATE is numeric
                   and QUOTE-DATE not < ws-week-start
                   and QUOTE-DATE not > ws-today
                   add 1 to ws-quotes-week
                   move QUOTE-BRANCH to sortwk-branch
                   move QUOTE-PRODUCT to sortwk-product
                   evaluate true
                       when QUOTE-IS-USED
                           move 'U' to sortwk-outcome
                       when QUOTE-IS-WITHDRAWN
                           move 'X' to sortwk-outcome
                       when QUOTE-VALID-UNTIL < ws-today
                           move 'E' to sortwk-outcome
                       when other
                           move 'O' to sortwk-outcome
                   end-evaluate
                   if QUOTE-IS-USED
                       and QUOTE-OVERRIDE-BY not = spaces
                       move 'Y' to sortwk-above
                   else
                       move 'N' to sortwk-above
                   end-if
                   move QUOTE-AMOUNT to sortwk-amount
                   release sortwk-record
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** output side: the quotes come back branch by branch, product *
      *** by product; each change of product closes the last one's    *
      *** line, each change of branch its total too                   *
      ***--------------------------------------------------------------*
       bqcv-sort-output section.
       bqcv-sort-output-para.
           move 'N' to ws-group-active
           move 'Y' to ws-more-sorted
           perform bqcv-tally-one
               until not ws-more-sorted-recs
           if ws-group-is-active
               perform bqcv-close-product
               perform bqcv-close-branch
           end-if
           move 3 to ws-level
           move 'ALL' to ws-ln-branch
           move 'WEEK' to ws-ln-product
           perform bqcv-report-line
           exit
           .
      ***--------------------------------------------------------------*
       bqcv-tally-one section.
       bqcv-tally-one-para.
           return SORTWK-FILE
               at end
                   move 'N' to ws-more-sorted
           end-return
           if ws-more-sorted-recs
               if ws-group-is-active
                   and sortwk-branch not = ws-cur-branch
                   perform bqcv-close-product
                   perform bqcv-close-branch
                   move 'N' to ws-group-active
               end-if
               if ws-group-is-active
                   and sortwk-product not = ws-cur-product
                   perform bqcv-close-product
               end-if
               move 'Y' to ws-group-active
               move sortwk-branch to ws-cur-branch
               move sortwk-product to ws-cur-product
               perform bqcv-add-quote
                   varying ws-level-sub from 1 by 1
                   until ws-level-sub > ws-level-max
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the quote onto the product's, the branch's and the week's   *
      *** tallies                                                     *
      ***--------------------------------------------------------------*
       bqcv-add-quote section.
       bqcv-add-quote-para.
           add 1 to ws-t-quoted(ws-level-sub)
           add sortwk-amount to ws-t-amount(ws-level-sub)
           evaluate true
               when sortwk-is-opened
                   add 1 to ws-t-opened(ws-level-sub)
               when sortwk-is-withdrawn
                   add 1 to ws-t-withdrawn(ws-level-sub)
               when sortwk-is-expired
                   add 1 to ws-t-expired(ws-level-sub)
               when other
                   add 1 to ws-t-open(ws-level-sub)
           end-evaluate
           if sortwk-was-above
               add 1 to ws-t-above(ws-level-sub)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bqcv-close-product section.
       bqcv-close-product-para.
           move 1 to ws-level
           move ws-cur-branch to ws-ln-branch
           move ws-cur-product to ws-ln-product
           perform bqcv-report-line
           exit
           .
      ***--------------------------------------------------------------*
       bqcv-close-branch section.
       bqcv-close-branch-para.
           move 2 to ws-level
           move ws-cur-branch to ws-ln-branch
           move 'TOTAL' to ws-ln-product
           perform bqcv-report-line
           move spaces to ws-spool-text
           perform bqcv-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the tallies of ws-level onto a report line - the share of   *
      *** the quotes taken up as deposits - then cleared for the next *
      *** group                                                       *
      ***--------------------------------------------------------------*
       bqcv-report-line section.
       bqcv-report-line-para.
           move 0 to ws-pct
           if ws-t-quoted(ws-level) > 0
               compute ws-pct rounded =
                   ws-t-opened(ws-level) * 100 / ws-t-quoted(ws-level)
           end-if
           move ws-t-quoted(ws-level) to ws-ln-quoted
           move ws-t-opened(ws-level) to ws-ln-opened
           move ws-t-withdrawn(ws-level) to ws-ln-withdrawn
           move ws-t-expired(ws-level) to ws-ln-expired
           move ws-t-open(ws-level) to ws-ln-open
           move ws-pct to ws-ln-pct
           move ws-t-above(ws-level) to ws-ln-above
           move ws-t-amount(ws-level) to ws-ln-amount
           move ws-line to ws-spool-text
           perform bqcv-spool-line
           initialize ws-tally(ws-level)
           exit
           .
      ***--------------------------------------------------------------*
       bqcv-finalize section.
       bqcv-finalize-para.
           perform bqcv-spool-close
           move ws-quotes-read to ws-report-count
           display 'ETPBQCV - quotes read           : ' ws-report-count
           move ws-quotes-week to ws-report-count
           display 'ETPBQCV - quotes in the week    : ' ws-report-count
           display 'ETPBQCV - conversion report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use)           *
      ***--------------------------------------------------------------*
       bqcv-spool-open section.
       bqcv-spool-open-para.
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
       bqcv-spool-line section.
       bqcv-spool-line-para.
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
       bqcv-spool-close section.
       bqcv-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBQCV.
