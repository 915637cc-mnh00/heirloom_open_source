       identification division.

       program-id. ETPBOIM.

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

      * ETPBOIM - open-item matching and ageing on internal accounts
      * Run nightly after the day's posting.  Every internal account
      * INTACCT marks as kept on open items has each new POSTHIST row
      * since the last run taken onto OPENITEM as an open item; the
      * first night an account is kept, one item (sequence zero)
      * carries the balance brought forward so the open items always
      * add up to the balance.  The account's open items are then
      * paired, a debit with a credit of the same amount, in three
      * passes: the same trace id (a reversal or a returned item and
      * the entry it undoes), the same reference (the narrative the
      * capture point gave), and finally amount alone when the two
      * value dates are no further apart than the SYSPARM 'OIMDAYS'
      * window (default 3).  A zero item clears itself.  What is
      * still open is aged by value date - one day, two to five, six
      * to thirty, over thirty - account by account, with the oldest
      * item, on RPTSPOOL for the morning checks; ETPBAGE carries the
      * same items as a work queue with its over-age alarm, and the
      * rest are matched by hand on ETPEOIM.

       environment division.

       input-output section.
       file-control.
           select INTACCT-FILE assign to "INTACCT"
               organization is indexed
               access mode is dynamic
               record key is INTACCT-ROLE
               file status is ws-intacct-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select OPENITEM-FILE assign to "OPENITEM"
               organization is indexed
               access mode is dynamic
               record key is OPENITEM-KEY
               file status is ws-openitem-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

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

           select RUNCTRL-FILE assign to "RUNCTRL"
               organization is indexed
               access mode is dynamic
               record key is RUNCTRL-KEY
               file status is ws-runctrl-status.

       data division.

       file section.
       fd  INTACCT-FILE.
           copy INTACCT.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  OPENITEM-FILE.
           copy OPENITEM.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBOIM'.

       01  ws-intacct-status                 pic x(2).
           88  ws-intacct-ok                 value '00'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
       01  ws-openitem-status                pic x(2).
           88  ws-openitem-ok                value '00'.
           88  ws-openitem-dup               value '22'.
           88  ws-openitem-absent            value '35'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, after the day's posting   *
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBOIM'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the amount-only matching window, days; the default stands   *
      *** in when SYSPARM has no row                                  *
      ***--------------------------------------------------------------*
       77  ws-oimdays-default                pic 9(3) value 3.
       01  ws-window-days                    pic 9(7).
       01  ws-today-int                      pic s9(9) comp.

      ***--------------------------------------------------------------*
      *** the accounts kept on open items, taken off INTACCT once -   *
      *** an account that plays two roles is kept once                *
      ***--------------------------------------------------------------*
       77  ws-oia-max                        pic 9(3) comp value 100.
       01  ws-oia-count                      pic 9(3) comp value 0.
       01  ws-oia-sub                        pic 9(3) comp.
       01  ws-oia-hit                        pic 9(3) comp.
       01  ws-oia-table.
           03  ws-oia-slot occurs 100 times.
               05  ws-oia-acctno             pic x(10).
               05  ws-oia-desc               pic x(30).
       01  ws-more-intacct                   pic x(1).
           88  ws-more-intacct-recs          value 'Y'.

      ***--------------------------------------------------------------*
      *** the account in hand and its open items                      *
      ***--------------------------------------------------------------*
       01  ws-cur-acctno                     pic x(10).
       01  ws-cur-desc                       pic x(30).
       01  ws-has-items                      pic x(1).
           88  ws-account-has-items          value 'Y'.
       01  ws-last-date                      pic 9(8).
       01  ws-last-seq                       pic 9(6).
       01  ws-more-items                     pic x(1).
           88  ws-more-item-recs             value 'Y'.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.
       01  ws-harvest-total                  pic s9(9)v99.
       01  ws-brought-forward                pic s9(9)v99.

       77  ws-itm-max                        pic 9(4) comp value 3000.
       01  ws-itm-count                      pic 9(4) comp.
       01  ws-itm-sub                        pic 9(4) comp.
       01  ws-itm-sub2                       pic 9(4) comp.
       01  ws-itm-overflow                   pic 9(5) comp.
       01  ws-itm-table.
           03  ws-itm-slot occurs 3000 times.
               05  ws-itm-date               pic 9(8).
               05  ws-itm-seq                pic 9(6).
               05  ws-itm-amount             pic s9(7)v99.
               05  ws-itm-value-int          pic s9(9) comp.
               05  ws-itm-narrative          pic x(20).
               05  ws-itm-trace-id           pic x(12).
               05  ws-itm-status             pic x(1).
               05  ws-itm-match-id           pic x(14).
               05  ws-itm-rule               pic x(1).

      *    one matching pass - the rule, and the pair it found
       01  ws-rule                           pic x(1).
       01  ws-pair-found                     pic x(1).
           88  ws-pair-was-found             value 'Y'.
       01  ws-pair-ok                        pic x(1).
           88  ws-pair-qualifies             value 'Y'.
       01  ws-date-gap                       pic s9(9) comp.
       01  ws-match-key.
           03  ws-match-date                 pic 9(8).
           03  ws-match-seq                  pic 9(6).

      ***--------------------------------------------------------------*
      *** one account's tallies, and the run's                        *
      ***--------------------------------------------------------------*
       01  ws-acct-new                       pic 9(7) comp.
       01  ws-acct-trace                     pic 9(7) comp.
       01  ws-acct-ref                       pic 9(7) comp.
       01  ws-acct-amount                    pic 9(7) comp.
       01  ws-age-days                       pic s9(9) comp.
       01  ws-open-count                     pic 9(7) comp.
       01  ws-open-total                     pic s9(11)v99.
       01  ws-bkt-table.
           03  ws-bkt-slot occurs 4 times.
               05  ws-bkt-count              pic 9(7) comp.
               05  ws-bkt-total              pic s9(11)v99.
       01  ws-bkt-sub                        pic 9(1) comp.
       01  ws-oldest-days                    pic s9(9) comp.
       01  ws-oldest-sub                     pic 9(4) comp.

       01  ws-accounts-kept                  pic 9(7) comp value 0.
       01  ws-items-new                      pic 9(7) comp value 0.
       01  ws-items-matched                  pic 9(7) comp value 0.
       01  ws-items-open                     pic 9(7) comp value 0.
       01  ws-items-over30                   pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBOIM'.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-count-disp                     pic zzzzz9.
       01  ws-b1-disp                        pic zzzzz9.
       01  ws-b2-disp                        pic zzzzz9.
       01  ws-b3-disp                        pic zzzzz9.
       01  ws-b4-disp                        pic zzzzz9.
       01  ws-days-disp                      pic zzzz9.
       01  ws-total-disp                     pic zzzzzzzzz9.99-.
       01  ws-a1-disp                        pic zzzzzzzz9.99-.
       01  ws-a2-disp                        pic zzzzzzzz9.99-.
       01  ws-a3-disp                        pic zzzzzzzz9.99-.
       01  ws-a4-disp                        pic zzzzzzzz9.99-.
       01  ws-item-disp                      pic zzzzzz9.99-.

       procedure division.
       boim-mainline section.
       boim-mainline-para.
           perform boim-register-start
           if ws-run-is-allowed
               perform boim-initialize
               if ws-run-is-ok
                   perform boim-write-header
                   perform boim-process-account
                       varying ws-oia-sub from 1 by 1
                       until ws-oia-sub > ws-oia-count
                   perform boim-write-trailer
               end-if
               perform boim-finalize
               perform boim-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before the day's posting has completed, or   *
      *** twice for the same day, unless overridden by ETPBDRV        *
      ***--------------------------------------------------------------*
       boim-register-start section.
       boim-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform boim-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBOIM - RUNCTRL not available, status='
                   ws-runctrl-status ' - sequencing not enforced'
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
               if not ws-rcl-was-overridden
                   move ws-rcl-predecessor to RUNCTRL-JOBNAME
                   move ws-rcl-today to RUNCTRL-DATE
                   read RUNCTRL-FILE
                       invalid key
                           continue
                   end-read
                   if ws-runctrl-notfnd
                       display 'ETPBOIM - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBOIM - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBOIM - already run today, '
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
       boim-load-business-date section.
       boim-load-business-date-para.
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
       boim-register-end section.
       boim-register-end-para.
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
      *** the window, the accounts kept on open items, then the       *
      *** master, history, the open items and the spool               *
      ***--------------------------------------------------------------*
       boim-initialize section.
       boim-initialize-para.
           display 'ETPBOIM - open-item matching for ' ws-rcl-today
           move function integer-of-date(ws-rcl-today)
               to ws-today-int
           perform boim-load-window
           perform boim-load-accounts
           open input ACCTMAST-FILE
           open input POSTHIST-FILE
           open i-o OPENITEM-FILE
           if ws-openitem-absent
               open output OPENITEM-FILE
               close OPENITEM-FILE
               open i-o OPENITEM-FILE
           end-if
           if not ws-acctmast-ok or not ws-posthist-ok
               or not ws-openitem-ok
               display 'ETPBOIM - unable to open ACCTMAST, POSTHIST '
                   'or OPENITEM - statuses '
                   ws-acctmast-status ' ' ws-posthist-status ' '
                   ws-openitem-status
               move 'N' to ws-run-ok
               if ws-acctmast-ok
                   close ACCTMAST-FILE
               end-if
               if ws-posthist-ok
                   close POSTHIST-FILE
               end-if
               if ws-openitem-ok
                   close OPENITEM-FILE
               end-if
           else
               perform boim-spool-open
               if not ws-spool-is-open
                   display 'ETPBOIM - unable to open RPTSPOOL - status '
                       ws-rptspool-status
                   move 'N' to ws-run-ok
                   close ACCTMAST-FILE
                   close POSTHIST-FILE
                   close OPENITEM-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the amount-only window off SYSPARM, defaulted when no row   *
      *** exists                                                      *
      ***--------------------------------------------------------------*
       boim-load-window section.
       boim-load-window-para.
           move ws-oimdays-default to ws-window-days
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'OIMDAYS ' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if not ws-sysparm-notfnd
                   and SYSPARM-VALUE > 0
                   move SYSPARM-VALUE to ws-window-days
               end-if
               close SYSPARM-FILE
           end-if
           display 'ETPBOIM - amount matching window: ' ws-window-days
           exit
           .
      ***--------------------------------------------------------------*
      *** every INTACCT row marked for open items; with no INTACCT    *
      *** file there is simply nothing to keep                        *
      ***--------------------------------------------------------------*
       boim-load-accounts section.
       boim-load-accounts-para.
           move 0 to ws-oia-count
           open input INTACCT-FILE
           if ws-intacct-ok
               move 'Y' to ws-more-intacct
               perform boim-load-one-account
                   until not ws-more-intacct-recs
               close INTACCT-FILE
           else
               display 'ETPBOIM - INTACCT not available, status='
                   ws-intacct-status
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       boim-load-one-account section.
       boim-load-one-account-para.
           read INTACCT-FILE next record
               at end
                   move 'N' to ws-more-intacct
           end-read
           if ws-more-intacct-recs
               and INTACCT-KEEPS-ITEMS
               move 0 to ws-oia-hit
               perform boim-find-kept
                   varying ws-oia-sub from 1 by 1
                   until ws-oia-sub > ws-oia-count
               if ws-oia-hit = 0
                   if ws-oia-count < ws-oia-max
                       add 1 to ws-oia-count
                       move INTACCT-ACCTNO
                           to ws-oia-acctno(ws-oia-count)
                       move INTACCT-DESC
                           to ws-oia-desc(ws-oia-count)
                   else
                       display 'ETPBOIM - too many accounts kept on '
                           'open items, not kept: ' INTACCT-ACCTNO
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       boim-find-kept section.
       boim-find-kept-para.
           if ws-oia-acctno(ws-oia-sub) = INTACCT-ACCTNO
               move ws-oia-sub to ws-oia-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       boim-write-header section.
       boim-write-header-para.
           move spaces to ws-spool-text
           string 'OPEN ITEMS ON INTERNAL ACCOUNTS - AGEING  '
               ws-rcl-today
               into ws-spool-text
           perform boim-spool-line
           move spaces to ws-spool-text
           string 'ACCOUNT    DESCRIPTION                    '
               '  OPEN    NET OPEN BALANCE'
               into ws-spool-text
           perform boim-spool-line
           move spaces to ws-spool-text
           string '           AGE BY VALUE DATE     0-1D     2-5D'
               '    6-30D     30D+'
               into ws-spool-text
           perform boim-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one account kept on open items: take on the new postings,   *
      *** pair what clears, save the pairs and age the rest           *
      ***--------------------------------------------------------------*
       boim-process-account section.
       boim-process-account-para.
           move ws-oia-acctno(ws-oia-sub) to ws-cur-acctno
           move ws-oia-desc(ws-oia-sub) to ws-cur-desc
           move ws-cur-acctno to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if not ws-acctmast-ok
               display 'ETPBOIM - account not on the master, '
                   'not kept: ' ws-cur-acctno
           else
               add 1 to ws-accounts-kept
               move 0 to ws-acct-new
               move 0 to ws-acct-trace
               move 0 to ws-acct-ref
               move 0 to ws-acct-amount
               perform boim-load-items
               perform boim-harvest
               if not ws-account-has-items
                   perform boim-bring-forward
               end-if
               move 'T' to ws-rule
               perform boim-match-item
                   varying ws-itm-sub from 1 by 1
                   until ws-itm-sub > ws-itm-count
               move 'R' to ws-rule
               perform boim-match-item
                   varying ws-itm-sub from 1 by 1
                   until ws-itm-sub > ws-itm-count
               move 'A' to ws-rule
               perform boim-match-item
                   varying ws-itm-sub from 1 by 1
                   until ws-itm-sub > ws-itm-count
               perform boim-save-item
                   varying ws-itm-sub from 1 by 1
                   until ws-itm-sub > ws-itm-count
               perform boim-age-account
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the items already on file for the account: where the last   *
      *** one left off, and the open ones into the table              *
      ***--------------------------------------------------------------*
       boim-load-items section.
       boim-load-items-para.
           move 0 to ws-itm-count
           move 0 to ws-itm-overflow
           move 'N' to ws-has-items
           move ws-rcl-today to ws-last-date
           move 0 to ws-last-seq
           move ws-cur-acctno to OPENITEM-ACCTNO
           move 0 to OPENITEM-DATE
           move 0 to OPENITEM-SEQ
           start OPENITEM-FILE key >= OPENITEM-KEY
               invalid key
                   move 'N' to ws-more-items
               not invalid key
                   move 'Y' to ws-more-items
           end-start
           perform boim-load-one-item
               until not ws-more-item-recs
           exit
           .
      ***--------------------------------------------------------------*
       boim-load-one-item section.
       boim-load-one-item-para.
           read OPENITEM-FILE next record
               at end
                   move 'N' to ws-more-items
           end-read
           if ws-more-item-recs
               if OPENITEM-ACCTNO not = ws-cur-acctno
                   move 'N' to ws-more-items
               else
                   move 'Y' to ws-has-items
                   move OPENITEM-DATE to ws-last-date
                   move OPENITEM-SEQ to ws-last-seq
                   if OPENITEM-IS-OPEN
                       perform boim-table-item
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the item in the OPENITEM record area into the next slot; an *
      *** account with more open items than the table holds has the   *
      *** rest left unmatched and unaged until it has fewer           *
      ***--------------------------------------------------------------*
       boim-table-item section.
       boim-table-item-para.
           if ws-itm-count < ws-itm-max
               add 1 to ws-itm-count
               move OPENITEM-DATE to ws-itm-date(ws-itm-count)
               move OPENITEM-SEQ to ws-itm-seq(ws-itm-count)
               move OPENITEM-AMOUNT to ws-itm-amount(ws-itm-count)
               move function integer-of-date(OPENITEM-VALUE-DATE)
                   to ws-itm-value-int(ws-itm-count)
               move OPENITEM-NARRATIVE
                   to ws-itm-narrative(ws-itm-count)
               move OPENITEM-TRACE-ID
                   to ws-itm-trace-id(ws-itm-count)
               move 'O' to ws-itm-status(ws-itm-count)
               move spaces to ws-itm-match-id(ws-itm-count)
               move space to ws-itm-rule(ws-itm-count)
           else
               add 1 to ws-itm-overflow
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every POSTHIST row on the account past the last item taken  *
      *** becomes an open item - on the first night from the business *
      *** date on                                                     *
      ***--------------------------------------------------------------*
       boim-harvest section.
       boim-harvest-para.
           move 0 to ws-harvest-total
           move ws-cur-acctno to POSTHIST-ACCTNO
           move ws-last-date to POSTHIST-DATE
           move ws-last-seq to POSTHIST-SEQ
           start POSTHIST-FILE key > POSTHIST-KEY
               invalid key
                   move 'N' to ws-more-history
               not invalid key
                   move 'Y' to ws-more-history
           end-start
           perform boim-harvest-one
               until not ws-more-history-recs
           exit
           .
      ***--------------------------------------------------------------*
       boim-harvest-one section.
       boim-harvest-one-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = ws-cur-acctno
                   move 'N' to ws-more-history
               else
                   move spaces to OPENITEM-RECORD
                   move POSTHIST-ACCTNO to OPENITEM-ACCTNO
                   move POSTHIST-DATE to OPENITEM-DATE
                   move POSTHIST-SEQ to OPENITEM-SEQ
                   move POSTHIST-AMOUNT to OPENITEM-AMOUNT
                   if POSTHIST-VALUE-DATE is numeric
                       and POSTHIST-VALUE-DATE not = 0
                       move POSTHIST-VALUE-DATE to OPENITEM-VALUE-DATE
                   else
                       move POSTHIST-DATE to OPENITEM-VALUE-DATE
                   end-if
                   move POSTHIST-TXN-TYPE to OPENITEM-TXN-TYPE
                   move POSTHIST-NARRATIVE to OPENITEM-NARRATIVE
                   move POSTHIST-TRACE-ID to OPENITEM-TRACE-ID
                   perform boim-write-item
                   add POSTHIST-AMOUNT to ws-harvest-total
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the first night an account is kept: one item for what the   *
      *** balance held before tonight's postings were taken on        *
      ***--------------------------------------------------------------*
       boim-bring-forward section.
       boim-bring-forward-para.
           compute ws-brought-forward =
               ACCTMAST-BALANCE - ws-harvest-total
           end-compute
           if ws-brought-forward not = 0
               move spaces to OPENITEM-RECORD
               move ws-cur-acctno to OPENITEM-ACCTNO
               move ws-rcl-today to OPENITEM-DATE
               move 0 to OPENITEM-SEQ
               move ws-brought-forward to OPENITEM-AMOUNT
               move ws-rcl-today to OPENITEM-VALUE-DATE
               move 'BALANCE B/F' to OPENITEM-NARRATIVE
               perform boim-write-item
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** writes the new open item built in the record area and puts  *
      *** it in the table; a key already on file was taken on before  *
      ***--------------------------------------------------------------*
       boim-write-item section.
       boim-write-item-para.
           move 'O' to OPENITEM-STATUS
           move spaces to OPENITEM-MATCH-ID
           move space to OPENITEM-MATCH-RULE
           move 0 to OPENITEM-MATCH-DATE
           move spaces to OPENITEM-MATCH-BY
           write OPENITEM-RECORD
               invalid key
                   continue
           end-write
           if ws-openitem-ok
               add 1 to ws-acct-new
               add 1 to ws-items-new
               perform boim-table-item
           else
               if not ws-openitem-dup
                   display 'ETPBOIM - open item write failed, status='
                       ws-openitem-status
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one matching pass, one item: the first open item after it   *
      *** that clears it under the pass's rule is paired with it      *
      ***--------------------------------------------------------------*
       boim-match-item section.
       boim-match-item-para.
           if ws-itm-status(ws-itm-sub) = 'O'
               if ws-itm-amount(ws-itm-sub) = 0
                   if ws-rule = 'A'
                       move ws-itm-sub to ws-itm-sub2
                       perform boim-mark-pair
                   end-if
               else
                   move 'N' to ws-pair-found
                   compute ws-itm-sub2 = ws-itm-sub + 1
                   end-compute
                   perform boim-match-candidate
                       until ws-pair-was-found
                          or ws-itm-sub2 > ws-itm-count
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       boim-match-candidate section.
       boim-match-candidate-para.
           move 'N' to ws-pair-ok
           if ws-itm-status(ws-itm-sub2) = 'O'
               and ws-itm-amount(ws-itm-sub2)
                   = 0 - ws-itm-amount(ws-itm-sub)
               evaluate ws-rule
                   when 'T'
                       if ws-itm-trace-id(ws-itm-sub) not = spaces
                           and ws-itm-trace-id(ws-itm-sub)
                               = ws-itm-trace-id(ws-itm-sub2)
                           move 'Y' to ws-pair-ok
                       end-if
                   when 'R'
                       if ws-itm-narrative(ws-itm-sub) not = spaces
                           and ws-itm-narrative(ws-itm-sub)
                               = ws-itm-narrative(ws-itm-sub2)
                           move 'Y' to ws-pair-ok
                       end-if
                   when other
                       compute ws-date-gap =
                           ws-itm-value-int(ws-itm-sub2)
                         - ws-itm-value-int(ws-itm-sub)
                       end-compute
                       if ws-date-gap < 0
                           compute ws-date-gap = 0 - ws-date-gap
                           end-compute
                       end-if
                       if ws-date-gap <= ws-window-days
                           move 'Y' to ws-pair-ok
                       end-if
               end-evaluate
           end-if
           if ws-pair-qualifies
               move 'Y' to ws-pair-found
               perform boim-mark-pair
           else
               add 1 to ws-itm-sub2
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** marks the pair matched under the earlier item's key - the   *
      *** balance brought forward is tabled last but keyed first      *
      ***--------------------------------------------------------------*
       boim-mark-pair section.
       boim-mark-pair-para.
           move ws-itm-date(ws-itm-sub) to ws-match-date
           move ws-itm-seq(ws-itm-sub) to ws-match-seq
           if ws-itm-date(ws-itm-sub2) < ws-match-date
               or (ws-itm-date(ws-itm-sub2) = ws-match-date
                   and ws-itm-seq(ws-itm-sub2) < ws-match-seq)
               move ws-itm-date(ws-itm-sub2) to ws-match-date
               move ws-itm-seq(ws-itm-sub2) to ws-match-seq
           end-if
           move 'M' to ws-itm-status(ws-itm-sub)
           move ws-match-key to ws-itm-match-id(ws-itm-sub)
           move ws-rule to ws-itm-rule(ws-itm-sub)
           move 'M' to ws-itm-status(ws-itm-sub2)
           move ws-match-key to ws-itm-match-id(ws-itm-sub2)
           move ws-rule to ws-itm-rule(ws-itm-sub2)
           evaluate ws-rule
               when 'T'
                   add 1 to ws-acct-trace
               when 'R'
                   add 1 to ws-acct-ref
               when other
                   add 1 to ws-acct-amount
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** an item matched tonight is rewritten with its match         *
      ***--------------------------------------------------------------*
       boim-save-item section.
       boim-save-item-para.
           if ws-itm-status(ws-itm-sub) = 'M'
               move ws-cur-acctno to OPENITEM-ACCTNO
               move ws-itm-date(ws-itm-sub) to OPENITEM-DATE
               move ws-itm-seq(ws-itm-sub) to OPENITEM-SEQ
               read OPENITEM-FILE
                   invalid key
                       continue
               end-read
               if ws-openitem-ok
                   move 'M' to OPENITEM-STATUS
                   move ws-itm-match-id(ws-itm-sub)
                       to OPENITEM-MATCH-ID
                   move ws-itm-rule(ws-itm-sub) to OPENITEM-MATCH-RULE
                   move ws-rcl-today to OPENITEM-MATCH-DATE
                   move ws-program-name to OPENITEM-MATCH-BY
                   rewrite OPENITEM-RECORD
                       invalid key
                           continue
                   end-rewrite
                   if ws-openitem-ok
                       add 1 to ws-items-matched
                   else
                       display 'ETPBOIM - open item rewrite failed, '
                           'status=' ws-openitem-status
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** what is still open on the account, aged by value date, on   *
      *** the spool with the oldest item                              *
      ***--------------------------------------------------------------*
       boim-age-account section.
       boim-age-account-para.
           move 0 to ws-open-count
           move 0 to ws-open-total
           move -1 to ws-oldest-days
           move 0 to ws-oldest-sub
           perform boim-reset-bucket
               varying ws-bkt-sub from 1 by 1
               until ws-bkt-sub > 4
           perform boim-age-item
               varying ws-itm-sub from 1 by 1
               until ws-itm-sub > ws-itm-count
           add ws-open-count to ws-items-open
           add ws-bkt-count(4) to ws-items-over30
           move ws-open-count to ws-count-disp
           move ws-open-total to ws-total-disp
           move spaces to ws-spool-text
           string ws-cur-acctno ' ' ws-cur-desc ' '
               ws-count-disp ' ' ws-total-disp
               into ws-spool-text
           perform boim-spool-line
           move ws-bkt-count(1) to ws-b1-disp
           move ws-bkt-count(2) to ws-b2-disp
           move ws-bkt-count(3) to ws-b3-disp
           move ws-bkt-count(4) to ws-b4-disp
           move spaces to ws-spool-text
           string '           ITEMS                  '
               ws-b1-disp '   ' ws-b2-disp '   '
               ws-b3-disp '   ' ws-b4-disp
               into ws-spool-text
           perform boim-spool-line
           move ws-bkt-total(1) to ws-a1-disp
           move ws-bkt-total(2) to ws-a2-disp
           move ws-bkt-total(3) to ws-a3-disp
           move ws-bkt-total(4) to ws-a4-disp
           move spaces to ws-spool-text
           string '           AMOUNT '
               ws-a1-disp ws-a2-disp ws-a3-disp ws-a4-disp
               into ws-spool-text
           perform boim-spool-line
           if ws-oldest-sub > 0
               move ws-oldest-days to ws-days-disp
               move ws-itm-amount(ws-oldest-sub) to ws-item-disp
               move spaces to ws-spool-text
               string '           OLDEST ' ws-days-disp 'D '
                   ws-itm-date(ws-oldest-sub) '/'
                   ws-itm-seq(ws-oldest-sub) ' '
                   ws-itm-narrative(ws-oldest-sub) ' '
                   ws-item-disp
                   into ws-spool-text
               perform boim-spool-line
           end-if
           if ws-itm-overflow > 0
               move ws-itm-overflow to ws-report-count
               move spaces to ws-spool-text
               string '           FURTHER OPEN ITEMS NOT MATCHED OR '
                   'AGED ' ws-report-count
                   into ws-spool-text
               perform boim-spool-line
           end-if
           move ws-acct-new to ws-report-count
           display 'ETPBOIM - ' ws-cur-acctno
               ' new items ' ws-report-count
           display '          pairs trace/ref/amount: '
               ws-acct-trace ' ' ws-acct-ref ' ' ws-acct-amount
           move ws-open-count to ws-report-count
           display '          still open ' ws-report-count
           exit
           .
      ***--------------------------------------------------------------*
       boim-reset-bucket section.
       boim-reset-bucket-para.
           move 0 to ws-bkt-count(ws-bkt-sub)
           move 0 to ws-bkt-total(ws-bkt-sub)
           exit
           .
      ***--------------------------------------------------------------*
       boim-age-item section.
       boim-age-item-para.
           if ws-itm-status(ws-itm-sub) = 'O'
               add 1 to ws-open-count
               add ws-itm-amount(ws-itm-sub) to ws-open-total
               compute ws-age-days =
                   ws-today-int - ws-itm-value-int(ws-itm-sub)
               end-compute
               if ws-age-days < 0
                   move 0 to ws-age-days
               end-if
               evaluate true
                   when ws-age-days <= 1
                       move 1 to ws-bkt-sub
                   when ws-age-days <= 5
                       move 2 to ws-bkt-sub
                   when ws-age-days <= 30
                       move 3 to ws-bkt-sub
                   when other
                       move 4 to ws-bkt-sub
               end-evaluate
               add 1 to ws-bkt-count(ws-bkt-sub)
               add ws-itm-amount(ws-itm-sub) to ws-bkt-total(ws-bkt-sub)
               if ws-age-days > ws-oldest-days
                   move ws-age-days to ws-oldest-days
                   move ws-itm-sub to ws-oldest-sub
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       boim-write-trailer section.
       boim-write-trailer-para.
           move ws-accounts-kept to ws-report-count
           move spaces to ws-spool-text
           string 'ACCOUNTS KEPT ' ws-report-count
               into ws-spool-text
           perform boim-spool-line
           move ws-items-new to ws-report-count
           move spaces to ws-spool-text
           string 'ITEMS TAKEN ON ' ws-report-count
               into ws-spool-text
           perform boim-spool-line
           move ws-items-matched to ws-report-count
           move spaces to ws-spool-text
           string 'ITEMS MATCHED  ' ws-report-count
               into ws-spool-text
           perform boim-spool-line
           move ws-items-open to ws-report-count
           move spaces to ws-spool-text
           string 'ITEMS OPEN     ' ws-report-count
               into ws-spool-text
           perform boim-spool-line
           move ws-items-over30 to ws-report-count
           move spaces to ws-spool-text
           string 'OVER 30 DAYS   ' ws-report-count
               into ws-spool-text
           perform boim-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       boim-finalize section.
       boim-finalize-para.
           if ws-run-is-ok
               close ACCTMAST-FILE
               close POSTHIST-FILE
               close OPENITEM-FILE
               perform boim-spool-close
           end-if
           move ws-accounts-kept to ws-report-count
           display 'ETPBOIM - accounts kept         : ' ws-report-count
           move ws-items-new to ws-report-count
           display 'ETPBOIM - items taken on        : ' ws-report-count
           move ws-items-matched to ws-report-count
           display 'ETPBOIM - items matched         : ' ws-report-count
           move ws-items-open to ws-report-count
           display 'ETPBOIM - items still open      : ' ws-report-count
           move ws-items-over30 to ws-report-count
           display 'ETPBOIM - open over thirty days : ' ws-report-count
           display 'ETPBOIM - open-item matching complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       boim-spool-open section.
       boim-spool-open-para.
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
       boim-spool-line section.
       boim-spool-line-para.
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
       boim-spool-close section.
       boim-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBOIM.
