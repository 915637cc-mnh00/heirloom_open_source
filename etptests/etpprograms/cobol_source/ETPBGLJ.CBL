       identification division.

       program-id. ETPBGLJ.

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


      * ETPBGLJ - nightly double-entry GL journal for head office
      * Where ETPBEXT sends head office closing balances, this run
      * sends the day's movements as journal entries.  Every
      * POSTHIST row of the business day - postings and ETPBREV
      * reversals alike, each at its own signed amount - is mapped
      * through the operations-maintained GL mapping table
      * (/tmp/glmap.txt, see GLMAP) by the account's type, branch
      * and currency and the row's transaction type, and summed
      * into one debit and one credit figure per branch, currency
      * and GL account: a credit to the account credits its GL, a
      * debit debits it.  A rule carrying a contra GL books the
      * other side as well, for movements whose counterpart never
      * reaches the posting history.  A branch whose books do not
      * balance because a pair's legs sit in two branches is
      * brought level through its inter-branch clearing GL (the
      * 'IB' rule).  Before a line is written the run proves debits
      * equal credits for every branch and currency; a posting with
      * no mapping rule, a currency out of balance or a branch with
      * no clearing rule refuses the journal, raises an ALERTQ line
      * and ends the run in error so nothing unbalanced reaches the
      * ledger.  The journal (/tmp/gljournal.txt, archived as
      * /tmp/gljournal_NNNNNN.txt) carries a header, a JNL line per
      * GL figure and a trailer with the line count, a hash of the
      * amounts and the debit and credit totals; it takes the next
      * number off ETPBEXT's extract sequence and is registered on
      * EXTREG as mode 'J', so ETPBEAK matches head office's
      * acknowledgment of it exactly as it does an extract.  The
      * proof and the journal lines are reported to RPTSPOOL for the
      * ETPERPT viewer.  Journalling the same day twice would post
      * it twice at head office, so the run registers on RUNCTRL
      * after ETPBPST and refuses a same-day rerun without the
      * ETPBDRV override.  An account moved to another branch since
      * the day journalled is filed under the branch it stood at that
      * day, off the BRNHIST branch transfer history.

       environment division.

       input-output section.
       file-control.
           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is sequential
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select BRNHIST-FILE assign to "BRNHIST"
               organization is indexed
               access mode is dynamic
               record key is BRNHIST-KEY
               file status is ws-brnhist-status.

           select GLMAP-FILE assign to "/tmp/glmap.txt"
               organization is line sequential
               file status is ws-glmap-status.

           select JOURNAL-FILE assign to "/tmp/gljournal.txt"
               organization is line sequential
               file status is ws-journal-status.

           select ARCHIVE-FILE assign to ws-archive-name
               organization is line sequential
               file status is ws-archive-status.

           select EXTREG-FILE assign to "EXTREG"
               organization is indexed
               access mode is dynamic
               record key is EXTREG-SEQ
               file status is ws-extreg-status.

           select POSTCTRL-FILE assign to "POSTCTRL"
               organization is indexed
               access mode is dynamic
               record key is POSTCTRL-CNAME
               file status is ws-postctrl-status.

           select ALERTQ-FILE assign to "ALERTQ"
               organization is indexed
               access mode is dynamic
               record key is ALERTQ-LINENO
               file status is ws-alertq-status.

           select JNLCOUNT-FILE assign to "JNLCOUNT"
               organization is indexed
               access mode is dynamic
               record key is JNLCOUNT-JNAME
               file status is ws-jnlcount-status.

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
       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  BRNHIST-FILE.
           copy BRNHIST.

       fd  GLMAP-FILE.
           copy GLMAP.

       fd  JOURNAL-FILE.
       01  journal-line                      pic x(60).

       fd  ARCHIVE-FILE.
       01  archive-line                      pic x(60).

       fd  EXTREG-FILE.
           copy EXTREG.

       fd  POSTCTRL-FILE.
           copy POSTCTRL.

       fd  ALERTQ-FILE.
           copy ALERTQ.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBGLJ'.

       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
           88  ws-posthist-absent            value '35'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-brnhist-status                 pic x(2).
           88  ws-brnhist-ok                 value '00'.
       01  ws-brnhist-open                   pic x(1) value 'N'.
           88  ws-brnhist-is-open            value 'Y'.
       01  ws-glmap-status                   pic x(2).
           88  ws-glmap-ok                   value '00'.
       01  ws-journal-status                 pic x(2).
           88  ws-journal-ok                 value '00'.
       01  ws-archive-status                 pic x(2).
           88  ws-archive-ok                 value '00'.
       01  ws-extreg-status                  pic x(2).
           88  ws-extreg-ok                  value '00'.
           88  ws-extreg-absent              value '35'.
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
           88  ws-postctrl-notfnd            value '23'.
           88  ws-postctrl-absent            value '35'.
       01  ws-alertq-status                  pic x(2).
           88  ws-alertq-ok                  value '00'.
           88  ws-alertq-dup                 value '22'.
       01  ws-jnlcount-status                pic x(2).
           88  ws-jnlcount-ok                value '00'.
           88  ws-jnlcount-notfnd            value '23'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, after ETPBPST has         *
      *** completed for the business day                              *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBGLJ'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

       01  ws-more-hist                      pic x(1) value 'Y'.
           88  ws-more-hist-recs             value 'Y'.
       01  ws-hist-open                      pic x(1) value 'N'.
           88  ws-hist-is-open               value 'Y'.
       01  ws-more-map                       pic x(1).
           88  ws-more-map-recs              value 'Y'.

       01  ws-today                          pic x(21).

      ***--------------------------------------------------------------*
      *** the mapping rules as loaded, and the search for the most    *
      *** specific one matching a posting                             *
      ***--------------------------------------------------------------*
       77  ws-map-max                        pic 9(4) comp value 500.
       01  ws-map-count                      pic 9(4) comp value 0.
       01  ws-map-table.
           03  ws-map-entry                  occurs 500 times.
               05  ws-map-type               pic x(1).
               05  ws-map-branch             pic x(3).
               05  ws-map-ccy                pic x(3).
               05  ws-map-txn                pic x(2).
               05  ws-map-gl                 pic x(10).
               05  ws-map-contra             pic x(10).
       01  ws-map-ix                         pic 9(4) comp.
       01  ws-map-hit                        pic 9(4) comp.
       01  ws-map-score                      pic 9(2) comp.
       01  ws-map-best                       pic 9(2) comp.
       01  ws-want-type                      pic x(1).
       01  ws-want-branch                    pic x(3).
       01  ws-want-ccy                       pic x(3).
       01  ws-want-txn                       pic x(2).

      *    the account the last posting row belonged to - the history
      *    runs in account order, so the master is read once each
       01  ws-acct-acctno                    pic x(10) value spaces.
       01  ws-acct-type                      pic x(1).
       01  ws-acct-branch                    pic x(3).
       01  ws-acct-ccy                       pic x(3).

      ***--------------------------------------------------------------*
      *** the journal being built - a debit and a credit figure per   *
      *** branch, currency and GL account, with the running totals    *
      *** the proof is made on: per branch and currency, and per      *
      *** currency across all branches                                *
      ***--------------------------------------------------------------*
       77  ws-line-max                       pic 9(4) comp value 2000.
       01  ws-line-count                     pic 9(4) comp value 0.
       01  ws-line-table.
           03  ws-line-entry                 occurs 2000 times.
               05  ws-line-branch            pic x(3).
               05  ws-line-ccy               pic x(3).
               05  ws-line-gl                pic x(10).
               05  ws-line-debit             pic 9(11)v99.
               05  ws-line-credit            pic 9(11)v99.
               05  ws-line-postings          pic 9(7) comp.
       01  ws-line-ix                        pic 9(4) comp.
       01  ws-line-hit                       pic 9(4) comp.

       77  ws-unit-max                       pic 9(4) comp value 300.
       01  ws-unit-count                     pic 9(4) comp value 0.
       01  ws-unit-table.
           03  ws-unit-entry                 occurs 300 times.
               05  ws-unit-branch            pic x(3).
               05  ws-unit-ccy               pic x(3).
               05  ws-unit-debit             pic 9(11)v99.
               05  ws-unit-credit            pic 9(11)v99.
       01  ws-unit-ix                        pic 9(4) comp.
       01  ws-unit-jx                        pic 9(4) comp.
       01  ws-unit-hit                       pic 9(4) comp.

       77  ws-ccy-max                        pic 9(4) comp value 50.
       01  ws-ccy-count                      pic 9(4) comp value 0.
       01  ws-ccy-table.
           03  ws-ccy-entry                  occurs 50 times.
               05  ws-ccy-code               pic x(3).
               05  ws-ccy-debit              pic 9(11)v99.
               05  ws-ccy-credit             pic 9(11)v99.
       01  ws-ccy-ix                         pic 9(4) comp.
       01  ws-ccy-hit                        pic 9(4) comp.

      *    one side of one posting on its way into the tables
       01  ws-add-branch                     pic x(3).
       01  ws-add-ccy                        pic x(3).
       01  ws-add-gl                         pic x(10).
       01  ws-add-side                       pic x(1).
           88  ws-add-is-debit               value 'D'.
           88  ws-add-is-credit              value 'C'.
       01  ws-add-amount                     pic 9(11)v99.
       01  ws-table-full                     pic x(1) value 'N'.
           88  ws-table-was-full             value 'Y'.
       01  ws-unit-diff                      pic s9(11)v99.

      ***--------------------------------------------------------------*
      *** journal record layouts - fixed format, like the extract's,  *
      *** so head office can field-split without parsing              *
      ***--------------------------------------------------------------*
       01  ws-glj-header.
           03  filler                        pic x(3) value 'HDR'.
           03  ws-glj-hdr-date               pic 9(8).
           03  ws-glj-hdr-seq                pic 9(6).
           03  filler                        pic x(43) value spaces.
       01  ws-glj-detail.
           03  filler                        pic x(3) value 'JNL'.
           03  ws-glj-dtl-branch             pic x(3).
           03  ws-glj-dtl-ccy                pic x(3).
           03  ws-glj-dtl-gl                 pic x(10).
           03  ws-glj-dtl-side               pic x(1).
           03  ws-glj-dtl-amount             pic 9(11)v99.
           03  ws-glj-dtl-postings           pic 9(7).
           03  filler                        pic x(20) value spaces.
       01  ws-glj-trailer.
           03  filler                        pic x(3) value 'TRL'.
           03  ws-glj-trl-count              pic 9(7).
           03  ws-glj-trl-hash               pic 9(11)v99.
           03  ws-glj-trl-debits             pic 9(11)v99.
           03  ws-glj-trl-credits            pic 9(11)v99.
           03  filler                        pic x(11) value spaces.

       01  ws-glj-seq                        pic 9(6) value 0.
       01  ws-seq-disp                       pic 9(6).
       01  ws-archive-name                   pic x(40).

       01  ws-rows-read                      pic 9(7) comp value 0.
       01  ws-rows-today                     pic 9(7) comp value 0.
       01  ws-rows-mapped                    pic 9(7) comp value 0.
       01  ws-rows-unmapped                  pic 9(7) comp value 0.
       01  ws-lines-written                  pic 9(7) comp value 0.
       01  ws-journal-hash                   pic 9(11)v99 value 0.
       01  ws-total-debit                    pic 9(11)v99 value 0.
       01  ws-total-credit                   pic 9(11)v99 value 0.
       01  ws-refuse-reason                  pic x(40) value spaces.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-amount-display                 pic -zzzzzzzzz9.99.
       01  ws-amount-display-2               pic -zzzzzzzzz9.99.

      ***--------------------------------------------------------------*
      *** report spool - the proof and journal for the ETPERPT viewer *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBGLJ'.

       procedure division.
       bglj-mainline section.
       bglj-mainline-para.
           perform bglj-register-start
           if ws-run-is-allowed
               perform bglj-initialize
               if ws-run-is-ok
                   perform bglj-collect-one
                       until not ws-more-hist-recs
                   perform bglj-prove-journal
                   if ws-run-is-ok
                       perform bglj-write-journal
                   end-if
                   if ws-run-is-ok
                       perform bglj-register-journal
                   end-if
               end-if
               perform bglj-finalize
               perform bglj-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL, *
      *** refusing to run before ETPBPST has completed, and refusing  *
      *** a same-day rerun without the ETPBDRV override               *
      ***--------------------------------------------------------------*
       bglj-register-start section.
       bglj-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bglj-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBGLJ - RUNCTRL not available, status='
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
               move ws-rcl-predecessor to RUNCTRL-JOBNAME
               move ws-rcl-today to RUNCTRL-DATE
               read RUNCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-runctrl-notfnd
                   display 'ETPBGLJ - predecessor '
                       ws-rcl-predecessor
                       ' has not run today, refusing to run'
                   move 'N' to ws-run-allowed
               else
                   if not RUNCTRL-IS-COMPLETE
                       display 'ETPBGLJ - predecessor '
                           ws-rcl-predecessor
                           ' has not completed, refusing to run'
                       move 'N' to ws-run-allowed
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBGLJ - already run today, '
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
       bglj-load-business-date section.
       bglj-load-business-date-para.
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
       bglj-register-end section.
       bglj-register-end-para.
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
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bglj-spool-open section.
       bglj-spool-open-para.
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
       bglj-spool-line section.
       bglj-spool-line-para.
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
       bglj-spool-close section.
       bglj-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the mapping rules first - without them no posting can be    *
      *** journalled, so the run stops before touching the history    *
      ***--------------------------------------------------------------*
       bglj-initialize section.
       bglj-initialize-para.
           display 'ETPBGLJ - GL journal for ' ws-rcl-today
           move function current-date to ws-today
           perform bglj-spool-open
           move spaces to ws-spool-text
           string 'GL JOURNAL FOR ' ws-rcl-today
               into ws-spool-text
           perform bglj-spool-line
           perform bglj-load-map
           if ws-map-count = 0
               display 'ETPBGLJ - no GL mapping rules in '
                   '/tmp/glmap.txt, journal not built'
               move 'NO GL MAPPING RULES' to ws-refuse-reason
               move 'N' to ws-run-ok
               move 'N' to ws-more-hist
               perform bglj-raise-refusal-alert
           else
               open input POSTHIST-FILE
               if ws-posthist-absent
                   display 'ETPBGLJ - no posting history on file'
                   move 'N' to ws-more-hist
               else
               if not ws-posthist-ok
                   display 'ETPBGLJ - unable to open POSTHIST, '
                       'status=' ws-posthist-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-hist
               else
                   open input ACCTMAST-FILE
                   if not ws-acctmast-ok
                       display 'ETPBGLJ - unable to open ACCTMAST, '
                           'status=' ws-acctmast-status
                       move 'N' to ws-run-ok
                       move 'N' to ws-more-hist
                       close POSTHIST-FILE
                   else
                       move 'Y' to ws-hist-open
                       open input BRNHIST-FILE
                       if ws-brnhist-ok
                           move 'Y' to ws-brnhist-open
                       end-if
                       perform bglj-read-hist
                   end-if
               end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-load-map section.
       bglj-load-map-para.
           open input GLMAP-FILE
           if ws-glmap-ok
               move 'Y' to ws-more-map
               perform bglj-load-one-rule
                   until not ws-more-map-recs
               close GLMAP-FILE
           end-if
           move ws-map-count to ws-report-count
           display 'ETPBGLJ - mapping rules loaded: ' ws-report-count
           exit
           .
      ***--------------------------------------------------------------*
       bglj-load-one-rule section.
       bglj-load-one-rule-para.
           read GLMAP-FILE
               at end
                   move 'N' to ws-more-map
           end-read
           if ws-more-map-recs
               and GLMAP-GL-ACCOUNT not = spaces
               if ws-map-count < ws-map-max
                   add 1 to ws-map-count
                   move GLMAP-ACCT-TYPE to ws-map-type(ws-map-count)
                   move GLMAP-BRANCH to ws-map-branch(ws-map-count)
                   move GLMAP-CURRENCY to ws-map-ccy(ws-map-count)
                   move GLMAP-TXN-TYPE to ws-map-txn(ws-map-count)
                   move GLMAP-GL-ACCOUNT to ws-map-gl(ws-map-count)
                   move GLMAP-CONTRA-GL
                       to ws-map-contra(ws-map-count)
               else
                   display 'ETPBGLJ - mapping table full, rule '
                       GLMAP-KEY ' ignored'
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-read-hist section.
       bglj-read-hist-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-hist
           end-read
           exit
           .
      ***--------------------------------------------------------------*
      *** one history row - only the business day's, and only rows    *
      *** that moved money; a reversal journals at its own amount,    *
      *** undoing the original's lines whenever that was journalled   *
      ***--------------------------------------------------------------*
       bglj-collect-one section.
       bglj-collect-one-para.
           add 1 to ws-rows-read
           if POSTHIST-DATE = ws-rcl-today
               and POSTHIST-AMOUNT not = 0
               add 1 to ws-rows-today
               perform bglj-read-account
               perform bglj-map-posting
           end-if
           perform bglj-read-hist
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's type, branch and currency - a branchless      *
      *** account files under '***' and a currencyless one under the  *
      *** base currency, as ETPBEXT treats them                       *
      ***--------------------------------------------------------------*
       bglj-read-account section.
       bglj-read-account-para.
           if POSTHIST-ACCTNO not = ws-acct-acctno
               move POSTHIST-ACCTNO to ws-acct-acctno
               move POSTHIST-ACCTNO to ACCTMAST-ACCTNO
               read ACCTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-acctmast-ok
                   move ACCTMAST-ACCT-TYPE to ws-acct-type
                   move ACCTMAST-BRANCH to ws-acct-branch
                   move ACCTMAST-CURRENCY to ws-acct-ccy
               else
                   move spaces to ws-acct-type
                   move spaces to ws-acct-branch
                   move spaces to ws-acct-ccy
               end-if
               if ws-brnhist-is-open
                   perform bglj-branch-that-day
               end-if
               if ws-acct-branch = spaces
                   move '***' to ws-acct-branch
               end-if
               if ws-acct-ccy = spaces
                   move 'USD' to ws-acct-ccy
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an account moved branch after the posting's day stood then  *
      *** at the from-branch of the first move effective after it     *
      ***--------------------------------------------------------------*
       bglj-branch-that-day section.
       bglj-branch-that-day-para.
           move 'A' to BRNHIST-KIND
           move POSTHIST-ACCTNO to BRNHIST-ID
           move POSTHIST-DATE to BRNHIST-EFF-DATE
           start BRNHIST-FILE key > BRNHIST-KEY
               invalid key
                   move '23' to ws-brnhist-status
           end-start
           if ws-brnhist-ok
               read BRNHIST-FILE next record
                   at end
                       move '10' to ws-brnhist-status
               end-read
               if ws-brnhist-ok
                   and BRNHIST-IS-ACCOUNT
                   and BRNHIST-ID = POSTHIST-ACCTNO
                   and BRNHIST-IS-DONE
                   move BRNHIST-FROM-BRANCH to ws-acct-branch
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row through its mapping rule: a credit to the account   *
      *** credits the rule's GL, a debit debits it, and a contra GL   *
      *** takes the other side; a row no rule maps is named on the    *
      *** report and keeps the journal from being written             *
      ***--------------------------------------------------------------*
       bglj-map-posting section.
       bglj-map-posting-para.
           move ws-acct-type to ws-want-type
           move ws-acct-branch to ws-want-branch
           move ws-acct-ccy to ws-want-ccy
           move POSTHIST-TXN-TYPE to ws-want-txn
           perform bglj-find-rule
           if ws-map-hit = 0
               add 1 to ws-rows-unmapped
               move POSTHIST-AMOUNT to ws-amount-display
               move spaces to ws-spool-text
               string 'UNMAPPED ' POSTHIST-ACCTNO ' '
                   ws-want-type ' ' ws-want-branch ' '
                   ws-want-ccy ' ' ws-want-txn ' '
                   ws-amount-display
                   into ws-spool-text
               perform bglj-spool-line
               display 'ETPBGLJ - no GL rule for ' POSTHIST-ACCTNO
                   ' type ' ws-want-type ' branch ' ws-want-branch
                   ' ccy ' ws-want-ccy ' txn ' ws-want-txn
           else
               add 1 to ws-rows-mapped
               move ws-acct-branch to ws-add-branch
               move ws-acct-ccy to ws-add-ccy
               move ws-map-gl(ws-map-hit) to ws-add-gl
               if POSTHIST-AMOUNT > 0
                   move 'C' to ws-add-side
                   move POSTHIST-AMOUNT to ws-add-amount
               else
                   move 'D' to ws-add-side
                   compute ws-add-amount = 0 - POSTHIST-AMOUNT
                   end-compute
               end-if
               perform bglj-add-line
               if ws-map-contra(ws-map-hit) not = spaces
                   move ws-map-contra(ws-map-hit) to ws-add-gl
                   if ws-add-is-credit
                       move 'D' to ws-add-side
                   else
                       move 'C' to ws-add-side
                   end-if
                   perform bglj-add-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the most specific rule matching the wanted key - type 8,    *
      *** currency 4, branch 2, transaction type 1 - the first loaded *
      *** winning a tie; ws-map-hit is zero when nothing matches      *
      ***--------------------------------------------------------------*
       bglj-find-rule section.
       bglj-find-rule-para.
           move 0 to ws-map-hit
           move 0 to ws-map-best
           perform bglj-score-rule
               varying ws-map-ix from 1 by 1
               until ws-map-ix > ws-map-count
           exit
           .
      ***--------------------------------------------------------------*
       bglj-score-rule section.
       bglj-score-rule-para.
           if (ws-map-type(ws-map-ix) = '*'
                  or ws-map-type(ws-map-ix) = ws-want-type)
               and (ws-map-branch(ws-map-ix) = '***'
                  or ws-map-branch(ws-map-ix) = ws-want-branch)
               and (ws-map-ccy(ws-map-ix) = '***'
                  or ws-map-ccy(ws-map-ix) = ws-want-ccy)
               and (ws-map-txn(ws-map-ix) = '**'
                  or ws-map-txn(ws-map-ix) = ws-want-txn)
               move 1 to ws-map-score
               if ws-map-type(ws-map-ix) not = '*'
                   add 8 to ws-map-score
               end-if
               if ws-map-ccy(ws-map-ix) not = '***'
                   add 4 to ws-map-score
               end-if
               if ws-map-branch(ws-map-ix) not = '***'
                   add 2 to ws-map-score
               end-if
               if ws-map-txn(ws-map-ix) not = '**'
                   add 1 to ws-map-score
               end-if
               if ws-map-score > ws-map-best
                   move ws-map-score to ws-map-best
                   move ws-map-ix to ws-map-hit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one side into the GL figure for its branch, currency and    *
      *** account, and into the branch and currency proof totals      *
      ***--------------------------------------------------------------*
       bglj-add-line section.
       bglj-add-line-para.
           move 0 to ws-line-hit
           perform bglj-match-line
               varying ws-line-ix from 1 by 1
               until ws-line-ix > ws-line-count
                  or ws-line-hit > 0
           if ws-line-hit = 0
               if ws-line-count < ws-line-max
                   add 1 to ws-line-count
                   move ws-line-count to ws-line-hit
                   move ws-add-branch to ws-line-branch(ws-line-hit)
                   move ws-add-ccy to ws-line-ccy(ws-line-hit)
                   move ws-add-gl to ws-line-gl(ws-line-hit)
                   move 0 to ws-line-debit(ws-line-hit)
                   move 0 to ws-line-credit(ws-line-hit)
                   move 0 to ws-line-postings(ws-line-hit)
               else
                   perform bglj-table-full
               end-if
           end-if
           if ws-line-hit > 0
               add 1 to ws-line-postings(ws-line-hit)
               if ws-add-is-debit
                   add ws-add-amount to ws-line-debit(ws-line-hit)
               else
                   add ws-add-amount to ws-line-credit(ws-line-hit)
               end-if
           end-if
           move 0 to ws-unit-hit
           perform bglj-match-unit
               varying ws-unit-jx from 1 by 1
               until ws-unit-jx > ws-unit-count
                  or ws-unit-hit > 0
           if ws-unit-hit = 0
               if ws-unit-count < ws-unit-max
                   add 1 to ws-unit-count
                   move ws-unit-count to ws-unit-hit
                   move ws-add-branch to ws-unit-branch(ws-unit-hit)
                   move ws-add-ccy to ws-unit-ccy(ws-unit-hit)
                   move 0 to ws-unit-debit(ws-unit-hit)
                   move 0 to ws-unit-credit(ws-unit-hit)
               else
                   perform bglj-table-full
               end-if
           end-if
           if ws-unit-hit > 0
               if ws-add-is-debit
                   add ws-add-amount to ws-unit-debit(ws-unit-hit)
               else
                   add ws-add-amount to ws-unit-credit(ws-unit-hit)
               end-if
           end-if
           move 0 to ws-ccy-hit
           perform bglj-match-ccy
               varying ws-ccy-ix from 1 by 1
               until ws-ccy-ix > ws-ccy-count
                  or ws-ccy-hit > 0
           if ws-ccy-hit = 0
               if ws-ccy-count < ws-ccy-max
                   add 1 to ws-ccy-count
                   move ws-ccy-count to ws-ccy-hit
                   move ws-add-ccy to ws-ccy-code(ws-ccy-hit)
                   move 0 to ws-ccy-debit(ws-ccy-hit)
                   move 0 to ws-ccy-credit(ws-ccy-hit)
               else
                   perform bglj-table-full
               end-if
           end-if
           if ws-ccy-hit > 0
               if ws-add-is-debit
                   add ws-add-amount to ws-ccy-debit(ws-ccy-hit)
               else
                   add ws-add-amount to ws-ccy-credit(ws-ccy-hit)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-match-line section.
       bglj-match-line-para.
           if ws-line-branch(ws-line-ix) = ws-add-branch
               and ws-line-ccy(ws-line-ix) = ws-add-ccy
               and ws-line-gl(ws-line-ix) = ws-add-gl
               move ws-line-ix to ws-line-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-match-unit section.
       bglj-match-unit-para.
           if ws-unit-branch(ws-unit-jx) = ws-add-branch
               and ws-unit-ccy(ws-unit-jx) = ws-add-ccy
               move ws-unit-jx to ws-unit-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-match-ccy section.
       bglj-match-ccy-para.
           if ws-ccy-code(ws-ccy-ix) = ws-add-ccy
               move ws-ccy-ix to ws-ccy-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a figure that does not fit cannot be proved - the journal   *
      *** is refused rather than sent short                           *
      ***--------------------------------------------------------------*
       bglj-table-full section.
       bglj-table-full-para.
           if not ws-table-was-full
               display 'ETPBGLJ - journal tables full, journal '
                   'cannot be proved'
               move 'Y' to ws-table-full
               move 'JOURNAL TABLES FULL' to ws-refuse-reason
               move 'N' to ws-run-ok
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the proof: every posting mapped; every currency's debits    *
      *** equal to its credits across all branches; each branch left  *
      *** out of balance by a cross-branch pair brought level through *
      *** its inter-branch clearing GL; then every branch and         *
      *** currency's debits equal to its credits.  Any failure        *
      *** refuses the journal and raises the alarm                    *
      ***--------------------------------------------------------------*
       bglj-prove-journal section.
       bglj-prove-journal-para.
           move spaces to ws-spool-text
           perform bglj-spool-line
           if ws-rows-unmapped > 0
               move ws-rows-unmapped to ws-report-count
               display 'ETPBGLJ - ' ws-report-count
                   ' postings have no GL mapping rule'
               move 'POSTINGS WITHOUT GL RULE' to ws-refuse-reason
               move 'N' to ws-run-ok
           end-if
           if ws-run-is-ok
               perform bglj-prove-currency
                   varying ws-ccy-ix from 1 by 1
                   until ws-ccy-ix > ws-ccy-count
           end-if
           if ws-run-is-ok
               perform bglj-clear-branch
                   varying ws-unit-ix from 1 by 1
                   until ws-unit-ix > ws-unit-count
           end-if
           if ws-run-is-ok
               move 'BRANCH CCY          DEBITS         CREDITS'
                   to ws-spool-text
               perform bglj-spool-line
               perform bglj-prove-unit
                   varying ws-unit-ix from 1 by 1
                   until ws-unit-ix > ws-unit-count
           end-if
           if not ws-run-is-ok
               move spaces to ws-spool-text
               string 'JOURNAL NOT WRITTEN - ' ws-refuse-reason
                   into ws-spool-text
               perform bglj-spool-line
               display 'ETPBGLJ - journal not written - '
                   ws-refuse-reason
               perform bglj-raise-refusal-alert
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-prove-currency section.
       bglj-prove-currency-para.
           if ws-ccy-debit(ws-ccy-ix) not = ws-ccy-credit(ws-ccy-ix)
               move ws-ccy-debit(ws-ccy-ix) to ws-amount-display
               move ws-ccy-credit(ws-ccy-ix) to ws-amount-display-2
               move spaces to ws-spool-text
               string 'OUT OF BALANCE ' ws-ccy-code(ws-ccy-ix)
                   ' DR ' ws-amount-display
                   ' CR ' ws-amount-display-2
                   into ws-spool-text
               perform bglj-spool-line
               display 'ETPBGLJ - currency ' ws-ccy-code(ws-ccy-ix)
                   ' out of balance: debits ' ws-amount-display
                   ' credits ' ws-amount-display-2
               move spaces to ws-refuse-reason
               string 'CURRENCY ' ws-ccy-code(ws-ccy-ix)
                   ' OUT OF BALANCE'
                   into ws-refuse-reason
               move 'N' to ws-run-ok
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a branch out of balance in a currency that balances overall *
      *** owes or is owed by the other branches - the difference goes *
      *** to its inter-branch clearing GL                             *
      ***--------------------------------------------------------------*
       bglj-clear-branch section.
       bglj-clear-branch-para.
           compute ws-unit-diff = ws-unit-debit(ws-unit-ix)
               - ws-unit-credit(ws-unit-ix)
           end-compute
           if ws-unit-diff not = 0
               move '*' to ws-want-type
               move ws-unit-branch(ws-unit-ix) to ws-want-branch
               move ws-unit-ccy(ws-unit-ix) to ws-want-ccy
               move 'IB' to ws-want-txn
               perform bglj-find-rule
               if ws-map-hit > 0
                   if ws-map-txn(ws-map-hit) not = 'IB'
                       move 0 to ws-map-hit
                   end-if
               end-if
               if ws-map-hit = 0
                   move spaces to ws-spool-text
                   string 'NO CLEARING RULE FOR BRANCH '
                       ws-unit-branch(ws-unit-ix) ' '
                       ws-unit-ccy(ws-unit-ix)
                       into ws-spool-text
                   perform bglj-spool-line
                   display 'ETPBGLJ - no inter-branch clearing rule '
                       'for branch ' ws-unit-branch(ws-unit-ix)
                       ' ' ws-unit-ccy(ws-unit-ix)
                   move 'BRANCH WITHOUT CLEARING RULE'
                       to ws-refuse-reason
                   move 'N' to ws-run-ok
               else
                   move ws-unit-branch(ws-unit-ix) to ws-add-branch
                   move ws-unit-ccy(ws-unit-ix) to ws-add-ccy
                   move ws-map-gl(ws-map-hit) to ws-add-gl
                   if ws-unit-diff > 0
                       move 'C' to ws-add-side
                       move ws-unit-diff to ws-add-amount
                   else
                       move 'D' to ws-add-side
                       compute ws-add-amount = 0 - ws-unit-diff
                       end-compute
                   end-if
                   perform bglj-add-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-prove-unit section.
       bglj-prove-unit-para.
           move ws-unit-debit(ws-unit-ix) to ws-amount-display
           move ws-unit-credit(ws-unit-ix) to ws-amount-display-2
           move spaces to ws-spool-text
           string ws-unit-branch(ws-unit-ix) '    '
               ws-unit-ccy(ws-unit-ix) ' ' ws-amount-display
               '  ' ws-amount-display-2
               into ws-spool-text
           if ws-unit-debit(ws-unit-ix)
               not = ws-unit-credit(ws-unit-ix)
               move 'OUT OF BALANCE' to ws-spool-text(50:14)
               move spaces to ws-refuse-reason
               string 'BRANCH ' ws-unit-branch(ws-unit-ix) ' '
                   ws-unit-ccy(ws-unit-ix) ' OUT OF BALANCE'
                   into ws-refuse-reason
               move 'N' to ws-run-ok
           end-if
           perform bglj-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the proved journal - header, a JNL line per debit and per   *
      *** credit figure, trailer - to the transmission file and its   *
      *** numbered archive copy                                       *
      ***--------------------------------------------------------------*
       bglj-write-journal section.
       bglj-write-journal-para.
           open output JOURNAL-FILE
           if not ws-journal-ok
               display 'ETPBGLJ - unable to open journal file, '
                   'status=' ws-journal-status
               move 'N' to ws-run-ok
           else
               perform bglj-assign-sequence
               move ws-glj-seq to ws-seq-disp
               move spaces to ws-archive-name
               string '/tmp/gljournal_' ws-seq-disp '.txt'
                   into ws-archive-name
               open output ARCHIVE-FILE
               move ws-rcl-today to ws-glj-hdr-date
               move ws-glj-seq to ws-glj-hdr-seq
               write journal-line from ws-glj-header
               if ws-archive-ok
                   write archive-line from ws-glj-header
               end-if
               move spaces to ws-spool-text
               perform bglj-spool-line
               move 'BRANCH CCY GL ACCOUNT  DR/CR          AMOUNT'
                   to ws-spool-text
               perform bglj-spool-line
               perform bglj-write-one-line
                   varying ws-line-ix from 1 by 1
                   until ws-line-ix > ws-line-count
               move ws-lines-written to ws-glj-trl-count
               move ws-journal-hash to ws-glj-trl-hash
               move ws-total-debit to ws-glj-trl-debits
               move ws-total-credit to ws-glj-trl-credits
               write journal-line from ws-glj-trailer
               if ws-archive-ok
                   write archive-line from ws-glj-trailer
                   close ARCHIVE-FILE
               end-if
               close JOURNAL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-write-one-line section.
       bglj-write-one-line-para.
           move ws-line-branch(ws-line-ix) to ws-glj-dtl-branch
           move ws-line-ccy(ws-line-ix) to ws-glj-dtl-ccy
           move ws-line-gl(ws-line-ix) to ws-glj-dtl-gl
           move ws-line-postings(ws-line-ix) to ws-glj-dtl-postings
           if ws-line-debit(ws-line-ix) > 0
               move 'D' to ws-glj-dtl-side
               move ws-line-debit(ws-line-ix) to ws-glj-dtl-amount
               add ws-line-debit(ws-line-ix) to ws-total-debit
               perform bglj-write-detail
           end-if
           if ws-line-credit(ws-line-ix) > 0
               move 'C' to ws-glj-dtl-side
               move ws-line-credit(ws-line-ix) to ws-glj-dtl-amount
               add ws-line-credit(ws-line-ix) to ws-total-credit
               perform bglj-write-detail
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-write-detail section.
       bglj-write-detail-para.
           write journal-line from ws-glj-detail
           if ws-archive-ok
               write archive-line from ws-glj-detail
           end-if
           add 1 to ws-lines-written
           add ws-glj-dtl-amount to ws-journal-hash
           move ws-glj-dtl-amount to ws-amount-display
           move spaces to ws-spool-text
           string ws-glj-dtl-branch '    ' ws-glj-dtl-ccy ' '
               ws-glj-dtl-gl '  ' ws-glj-dtl-side '    '
               ws-amount-display
               into ws-spool-text
           perform bglj-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the next number off the extract sequence ETPBEXT draws      *
      *** from, so journals and extracts share the one registry       *
      ***--------------------------------------------------------------*
       bglj-assign-sequence section.
       bglj-assign-sequence-para.
           open i-o POSTCTRL-FILE
           if ws-postctrl-absent
               open output POSTCTRL-FILE
               close POSTCTRL-FILE
               open i-o POSTCTRL-FILE
           end-if
           if ws-postctrl-ok
               move 'EXTSEQNO' to POSTCTRL-CNAME
               read POSTCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-postctrl-notfnd
                   move 'EXTSEQNO' to POSTCTRL-CNAME
                   move 1 to POSTCTRL-TOTAL
                   write POSTCTRL-RECORD
               else
                   add 1 to POSTCTRL-TOTAL
                   rewrite POSTCTRL-RECORD
               end-if
               move POSTCTRL-TOTAL to ws-glj-seq
               close POSTCTRL-FILE
           end-if
           display 'ETPBGLJ - journal sequence ' ws-glj-seq
           exit
           .
      ***--------------------------------------------------------------*
      *** the journal joins the registry as mode 'J', awaiting head   *
      *** office's acknowledgment through ETPBEAK                     *
      ***--------------------------------------------------------------*
       bglj-register-journal section.
       bglj-register-journal-para.
           open i-o EXTREG-FILE
           if ws-extreg-absent
               open output EXTREG-FILE
               close EXTREG-FILE
               open i-o EXTREG-FILE
           end-if
           if not ws-extreg-ok
               display 'ETPBGLJ - unable to register the journal, '
                   'status=' ws-extreg-status
           else
               move ws-glj-seq to EXTREG-SEQ
               move ws-rcl-today to EXTREG-DATE
               move 'G' to EXTREG-STATUS
               move 'J' to EXTREG-MODE
               move ws-lines-written to EXTREG-RECORDS
               move ws-journal-hash to EXTREG-HASH
               move ws-total-debit to EXTREG-BASE-TOTAL
               move ws-archive-name to EXTREG-FILE-NAME
               write EXTREG-RECORD
                   invalid key
                       rewrite EXTREG-RECORD
               end-write
               close EXTREG-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bglj-finalize section.
       bglj-finalize-para.
           if ws-hist-is-open
               close POSTHIST-FILE
               close ACCTMAST-FILE
           end-if
           if ws-brnhist-is-open
               close BRNHIST-FILE
               move 'N' to ws-brnhist-open
           end-if
           move ws-rows-read to ws-report-count
           display 'ETPBGLJ - history rows read   : ' ws-report-count
           move ws-rows-today to ws-report-count
           display 'ETPBGLJ - postings of the day : ' ws-report-count
           move ws-rows-unmapped to ws-report-count
           display 'ETPBGLJ - postings unmapped   : ' ws-report-count
           move ws-lines-written to ws-report-count
           display 'ETPBGLJ - journal lines       : ' ws-report-count
           move ws-total-debit to ws-amount-display
           display 'ETPBGLJ - total debits        : ' ws-amount-display
           move ws-total-credit to ws-amount-display
           display 'ETPBGLJ - total credits       : ' ws-amount-display
           if ws-spool-is-open
               move spaces to ws-spool-text
               perform bglj-spool-line
               move ws-rows-today to ws-report-count
               move spaces to ws-spool-text
               string 'postings of the day: ' ws-report-count
                   into ws-spool-text
               perform bglj-spool-line
               move ws-lines-written to ws-report-count
               move spaces to ws-spool-text
               string 'journal lines      : ' ws-report-count
                   into ws-spool-text
               perform bglj-spool-line
               if ws-glj-seq > 0
                   move ws-glj-seq to ws-seq-disp
                   move spaces to ws-spool-text
                   string 'registered as      : ' ws-seq-disp
                       into ws-spool-text
                   perform bglj-spool-line
               end-if
               perform bglj-spool-close
           end-if
           display 'ETPBGLJ - GL journal run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** a refused journal is an alarm - head office will be waiting *
      *** for it - numbered through the journal2 tally like every     *
      *** other alert writer                                          *
      ***--------------------------------------------------------------*
       bglj-raise-refusal-alert section.
       bglj-raise-refusal-alert-para.
           open i-o ALERTQ-FILE
           open i-o JNLCOUNT-FILE
           if ws-alertq-ok and ws-jnlcount-ok
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
               string 'GLJRNL ' ws-rcl-today ' not written - '
                   ws-refuse-reason
                   into ALERTQ-TEXT
               move 'H' to ALERTQ-SEVERITY
               move 'EXTRACT ' to ALERTQ-CATEGORY
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
           end-if
           if ws-alertq-ok
               close ALERTQ-FILE
           end-if
           if ws-jnlcount-ok
               close JNLCOUNT-FILE
           end-if
           exit
           .
       end program ETPBGLJ.
