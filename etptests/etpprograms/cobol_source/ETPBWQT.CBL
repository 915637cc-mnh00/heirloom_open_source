       identification division.

       program-id. ETPBWQT.

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

      * ETPBWQT - work-queue throughput and service levels
      * Where ETPBAGE shows how old the waiting items are, this shows
      * who worked them and how fast.  Run at the close of the online
      * day, it reads the WQDISP mirror of the disposition entries
      * the work-queue screens journal (ETPESUS suspense, ETPEHLD held
      * postings, ETPEXRL held transfers, ETPECAP pending customer
      * changes, ETPEDLB dead letters) and reports, for the business
      * day and for the seven days ending on it, the items each
      * operator worked in each queue, the average and longest time
      * from an item entering its queue to its disposition, and the
      * share handled within the queue's SYSPARM service-level target
      * ('WQSLSUSP', 'WQSLHELD', 'WQSLXFER', 'WQSLPCHG', 'WQSLDLTR',
      * hours, default 24).  A queue whose share falls below the
      * SYSPARM 'WQSLAPCT' percent (default 90) has missed its target
      * for the day; one that missed on the business day and on the
      * last day before it that the queue was worked raises a
      * high-severity ALERTQ line.  Output to RPTSPOOL and the job log.

       environment division.

       input-output section.
       file-control.
           select WQDISP-FILE assign to "WQDISP"
               organization is indexed
               access mode is sequential
               record key is WQDISP-SEQ
               file status is ws-wqdisp-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
               record key is RPTSPOOL-KEY
               file status is ws-rptspool-status.

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

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select BUSCTRL-FILE assign to "BUSCTRL"
               organization is indexed
               access mode is dynamic
               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

       data division.

       file section.
       fd  WQDISP-FILE.
           copy WQDISP.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  ALERTQ-FILE.
           copy ALERTQ.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBWQT'.

       01  ws-wqdisp-status                  pic x(2).
           88  ws-wqdisp-ok                  value '00'.
           88  ws-wqdisp-absent              value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-alertq-status                  pic x(2).
           88  ws-alertq-ok                  value '00'.
           88  ws-alertq-dup                 value '22'.
       01  ws-jnlcount-status                pic x(2).
           88  ws-jnlcount-ok                value '00'.
           88  ws-jnlcount-notfnd            value '23'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-more-records                   pic x(1).
           88  ws-are-more-records           value 'Y'.
       01  ws-alert-open                     pic x(1) value 'N'.
           88  ws-alert-is-open              value 'Y'.

       01  ws-today                          pic 9(8).
       01  ws-today-int                      pic s9(9) comp.
       01  ws-week-start                     pic 9(8).
       01  ws-week-start-int                 pic s9(9) comp.

      ***--------------------------------------------------------------*
      *** the queues reported, in report order, each with its SYSPARM *
      *** target row and the target in force, and its tally for each  *
      *** of the seven days of the week                               *
      ***--------------------------------------------------------------*
       77  ws-target-default                 pic 9(3) comp value 24.
       77  ws-slapct-default                 pic 9(3) comp value 90.
       01  ws-sla-pct                        pic 9(3).
       77  ws-queue-max                      pic 9(2) comp value 5.
       01  ws-queue-names.
           03  filler                        pic x(16)
               value 'SUSPFILEWQSLSUSP'.
           03  filler                        pic x(16)
               value 'HELDPOSTWQSLHELD'.
           03  filler                        pic x(16)
               value 'PENDXFR WQSLXFER'.
           03  filler                        pic x(16)
               value 'PENDCHG WQSLPCHG'.
           03  filler                        pic x(16)
               value 'DEADLTR WQSLDLTR'.
       01  ws-queue-table redefines ws-queue-names.
           03  ws-queue-slot occurs 5 times.
               05  ws-queue-name             pic x(8).
               05  ws-queue-parm             pic x(8).
       01  ws-queue-targets.
           03  ws-queue-target-hrs           pic 9(5) occurs 5 times.
       01  ws-queue-days.
           03  ws-queue-day occurs 5 times.
               05  ws-qd-slot occurs 7 times.
                   07  ws-qd-items           pic 9(7) comp.
                   07  ws-qd-within          pic 9(7) comp.
       01  ws-q-sub                          pic 9(2) comp.
       01  ws-q-hit                          pic 9(2) comp.
       01  ws-day-sub                        pic 9(2) comp.
       01  ws-prev-day                       pic 9(2) comp.

      ***--------------------------------------------------------------*
      *** one row per queue and operator: the business day's and the  *
      *** week's items, minutes taken, longest and items in target    *
      ***--------------------------------------------------------------*
       77  ws-op-max                         pic 9(3) comp value 200.
       01  ws-op-count                       pic 9(3) comp value 0.
       01  ws-op-sub                         pic 9(3) comp.
       01  ws-op-hit                         pic 9(3) comp.
       01  ws-op-overflow                    pic 9(7) comp value 0.
       01  ws-op-table.
           03  ws-op-slot occurs 200 times.
               05  ws-op-queue               pic 9(2) comp.
               05  ws-op-userid              pic x(8).
               05  ws-op-day-items           pic 9(7) comp.
               05  ws-op-day-mins            pic 9(11) comp.
               05  ws-op-day-max             pic 9(9) comp.
               05  ws-op-day-within          pic 9(7) comp.
               05  ws-op-wk-items            pic 9(7) comp.
               05  ws-op-wk-mins             pic 9(11) comp.
               05  ws-op-wk-max              pic 9(9) comp.
               05  ws-op-wk-within           pic 9(7) comp.

      ***--------------------------------------------------------------*
      *** the disposition in hand                                     *
      ***--------------------------------------------------------------*
       01  ws-done-int                       pic s9(9) comp.
       01  ws-entered-int                    pic s9(9) comp.
       01  ws-elapsed-mins                   pic s9(11) comp.
       01  ws-hhmmss                         pic 9(6).
       01  ws-hhmmss-view redefines ws-hhmmss.
           03  ws-hh                         pic 9(2).
           03  ws-mm                         pic 9(2).
           03  ws-ss                         pic 9(2).
       01  ws-within                         pic x(1).
           88  ws-is-within                  value 'Y'.
       01  ws-rows-read                      pic 9(7) comp value 0.
       01  ws-rows-week                      pic 9(7) comp value 0.
       01  ws-rows-unknown                   pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** the line being reported - an operator's or a queue's        *
      ***--------------------------------------------------------------*
       01  ws-period                         pic x(1).
           88  ws-period-is-day              value 'D'.
       01  ws-line-items                     pic 9(7) comp.
       01  ws-line-mins                      pic 9(11) comp.
       01  ws-line-max                       pic 9(9) comp.
       01  ws-line-within                    pic 9(7) comp.
       01  ws-q-items                        pic 9(7) comp.
       01  ws-q-mins                         pic 9(11) comp.
       01  ws-q-max                          pic 9(9) comp.
       01  ws-q-within                       pic 9(7) comp.
       01  ws-avg-mins                       pic 9(9) comp.
       01  ws-pct                            pic 9(3)v9.
       01  ws-prev-pct                       pic 9(3)v9.
       01  ws-verdict                        pic x(6).

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBWQT'.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-items-disp                     pic zzzzz9.
       01  ws-avg-disp                       pic zzzzzz9.
       01  ws-max-disp                       pic zzzzzz9.
       01  ws-pct-disp                       pic zz9.9.
       01  ws-hrs-disp                       pic zzzz9.

       procedure division.
       bwqt-mainline section.
       bwqt-mainline-para.
           perform bwqt-initialize
           perform bwqt-gather
           perform bwqt-report-period
           move 'W' to ws-period
           perform bwqt-report-period
           perform bwqt-check-alarms
               varying ws-q-sub from 1 by 1
               until ws-q-sub > ws-queue-max
           perform bwqt-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the business date and the week ending on it, the targets,   *
      *** the spool and the alert queue                                *
      ***--------------------------------------------------------------*
       bwqt-initialize section.
       bwqt-initialize-para.
           display 'ETPBWQT - work-queue throughput report'
           perform bwqt-load-business-date
           move function integer-of-date(ws-today)
               to ws-today-int
           compute ws-week-start-int = ws-today-int - 6
           move function date-of-integer(ws-week-start-int)
               to ws-week-start
           initialize ws-queue-days
           move 'D' to ws-period
           perform bwqt-load-targets
           perform bwqt-spool-open
           open i-o ALERTQ-FILE
           open i-o JNLCOUNT-FILE
           if ws-alertq-ok and ws-jnlcount-ok
               move 'Y' to ws-alert-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bwqt-load-business-date section.
       bwqt-load-business-date-para.
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
      *** each queue's target hours and the share that must meet it,  *
      *** SYSPARM over the defaults                                   *
      ***--------------------------------------------------------------*
       bwqt-load-targets section.
       bwqt-load-targets-para.
           move ws-slapct-default to ws-sla-pct
           perform bwqt-default-target
               varying ws-q-sub from 1 by 1
               until ws-q-sub > ws-queue-max
           open input SYSPARM-FILE
           if ws-sysparm-ok
               perform bwqt-read-target
                   varying ws-q-sub from 1 by 1
                   until ws-q-sub > ws-queue-max
               move 'WQSLAPCT' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if ws-sysparm-ok
                   and SYSPARM-VALUE > 0
                   and SYSPARM-VALUE not > 100
                   move SYSPARM-VALUE to ws-sla-pct
               end-if
               close SYSPARM-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-default-target section.
       bwqt-default-target-para.
           move ws-target-default to ws-queue-target-hrs(ws-q-sub)
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-read-target section.
       bwqt-read-target-para.
           move ws-queue-parm(ws-q-sub) to SYSPARM-KEY
           read SYSPARM-FILE
               invalid key
                   continue
           end-read
           if ws-sysparm-ok
               and SYSPARM-VALUE > 0
               move SYSPARM-VALUE to ws-queue-target-hrs(ws-q-sub)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every disposition of the week, tallied to its queue and     *
      *** operator                                                    *
      ***--------------------------------------------------------------*
       bwqt-gather section.
       bwqt-gather-para.
           open input WQDISP-FILE
           if ws-wqdisp-absent
               display 'ETPBWQT - no dispositions on file'
           else if not ws-wqdisp-ok
               display 'ETPBWQT - unable to open WQDISP, status='
                   ws-wqdisp-status
           else
               move 'Y' to ws-more-records
               perform bwqt-gather-one
                   until not ws-are-more-records
               close WQDISP-FILE
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-gather-one section.
       bwqt-gather-one-para.
           read WQDISP-FILE next record
               at end
                   move 'N' to ws-more-records
           end-read
           if ws-are-more-records
               add 1 to ws-rows-read
               if WQDISP-DONE-DATE is numeric
                   and WQDISP-DONE-DATE not < ws-week-start
                   and WQDISP-DONE-DATE not > ws-today
                   perform bwqt-tally-one
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the minutes from entering the queue to disposition, judged  *
      *** against the queue's target, onto the queue's day and the    *
      *** operator's row                                              *
      ***--------------------------------------------------------------*
       bwqt-tally-one section.
       bwqt-tally-one-para.
           move 0 to ws-q-hit
           perform bwqt-match-queue
               varying ws-q-sub from 1 by 1
               until ws-q-sub > ws-queue-max
                  or ws-q-hit > 0
           if ws-q-hit = 0
               add 1 to ws-rows-unknown
           else
               add 1 to ws-rows-week
               move function integer-of-date(WQDISP-DONE-DATE)
                   to ws-done-int
               if WQDISP-ENTERED-DATE is numeric
                   and WQDISP-ENTERED-DATE > 0
                   move function integer-of-date(WQDISP-ENTERED-DATE)
                       to ws-entered-int
               else
                   move ws-done-int to ws-entered-int
               end-if
               compute ws-elapsed-mins =
                   (ws-done-int - ws-entered-int) * 1440
               move WQDISP-DONE-TIME to ws-hhmmss
               compute ws-elapsed-mins =
                   ws-elapsed-mins + ws-hh * 60 + ws-mm
               move WQDISP-ENTERED-TIME to ws-hhmmss
               compute ws-elapsed-mins =
                   ws-elapsed-mins - ws-hh * 60 - ws-mm
               if ws-elapsed-mins < 0
                   move 0 to ws-elapsed-mins
               end-if
               move 'N' to ws-within
               if ws-elapsed-mins
                   not > ws-queue-target-hrs(ws-q-hit) * 60
                   move 'Y' to ws-within
               end-if
               compute ws-day-sub = ws-done-int - ws-week-start-int + 1
               add 1 to ws-qd-items(ws-q-hit ws-day-sub)
               if ws-is-within
                   add 1 to ws-qd-within(ws-q-hit ws-day-sub)
               end-if
               perform bwqt-find-operator
               if ws-op-hit > 0
                   perform bwqt-tally-operator
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-match-queue section.
       bwqt-match-queue-para.
           if ws-queue-name(ws-q-sub) = WQDISP-QUEUE
               move ws-q-sub to ws-q-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the queue and operator's row, opened on first sight         *
      ***--------------------------------------------------------------*
       bwqt-find-operator section.
       bwqt-find-operator-para.
           move 0 to ws-op-hit
           perform bwqt-match-operator
               varying ws-op-sub from 1 by 1
               until ws-op-sub > ws-op-count
                  or ws-op-hit > 0
           if ws-op-hit = 0
               if ws-op-count < ws-op-max
                   add 1 to ws-op-count
                   move ws-op-count to ws-op-hit
                   initialize ws-op-slot(ws-op-hit)
                   move ws-q-hit to ws-op-queue(ws-op-hit)
                   move WQDISP-USERID to ws-op-userid(ws-op-hit)
               else
                   add 1 to ws-op-overflow
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-match-operator section.
       bwqt-match-operator-para.
           if ws-op-queue(ws-op-sub) = ws-q-hit
               and ws-op-userid(ws-op-sub) = WQDISP-USERID
               move ws-op-sub to ws-op-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-tally-operator section.
       bwqt-tally-operator-para.
           add 1 to ws-op-wk-items(ws-op-hit)
           add ws-elapsed-mins to ws-op-wk-mins(ws-op-hit)
           if ws-elapsed-mins > ws-op-wk-max(ws-op-hit)
               move ws-elapsed-mins to ws-op-wk-max(ws-op-hit)
           end-if
           if ws-is-within
               add 1 to ws-op-wk-within(ws-op-hit)
           end-if
           if WQDISP-DONE-DATE = ws-today
               add 1 to ws-op-day-items(ws-op-hit)
               add ws-elapsed-mins to ws-op-day-mins(ws-op-hit)
               if ws-elapsed-mins > ws-op-day-max(ws-op-hit)
                   move ws-elapsed-mins to ws-op-day-max(ws-op-hit)
               end-if
               if ws-is-within
                   add 1 to ws-op-day-within(ws-op-hit)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the day's or the week's report: per queue, each operator    *
      *** who worked it and the queue's total against its target      *
      ***--------------------------------------------------------------*
       bwqt-report-period section.
       bwqt-report-period-para.
           move spaces to ws-spool-text
           if ws-period-is-day
               string 'WORK-QUEUE THROUGHPUT FOR ' ws-today
                   delimited by size into ws-spool-text
           else
               string 'WORK-QUEUE THROUGHPUT FOR THE WEEK '
                   ws-week-start ' TO ' ws-today
                   delimited by size into ws-spool-text
           end-if
           perform bwqt-spool-line
           move 'QUEUE    OPERATOR   ITEMS  AVG MIN  MAX MIN  IN TARGET'
               to ws-spool-text
           perform bwqt-spool-line
           perform bwqt-report-queue
               varying ws-q-sub from 1 by 1
               until ws-q-sub > ws-queue-max
           move spaces to ws-spool-text
           perform bwqt-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-report-queue section.
       bwqt-report-queue-para.
           move 0 to ws-q-items
           move 0 to ws-q-mins
           move 0 to ws-q-max
           move 0 to ws-q-within
           perform bwqt-report-operator
               varying ws-op-sub from 1 by 1
               until ws-op-sub > ws-op-count
           move ws-q-items to ws-line-items
           move ws-q-mins to ws-line-mins
           move ws-q-max to ws-line-max
           move ws-q-within to ws-line-within
           perform bwqt-line-figures
           move ws-queue-target-hrs(ws-q-sub) to ws-hrs-disp
           if ws-q-items = 0
               move 'IDLE' to ws-verdict
           else if ws-pct < ws-sla-pct
               move 'MISSED' to ws-verdict
           else
               move 'MET' to ws-verdict
           end-if end-if
           move spaces to ws-spool-text
           string ws-queue-name(ws-q-sub) ' TOTAL    '
               ws-items-disp '  ' ws-avg-disp '  ' ws-max-disp
               '  ' ws-pct-disp '% TARGET ' ws-hrs-disp 'H '
               ws-verdict
               delimited by size into ws-spool-text
           perform bwqt-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-report-operator section.
       bwqt-report-operator-para.
           if ws-op-queue(ws-op-sub) = ws-q-sub
               if ws-period-is-day
                   move ws-op-day-items(ws-op-sub) to ws-line-items
                   move ws-op-day-mins(ws-op-sub) to ws-line-mins
                   move ws-op-day-max(ws-op-sub) to ws-line-max
                   move ws-op-day-within(ws-op-sub) to ws-line-within
               else
                   move ws-op-wk-items(ws-op-sub) to ws-line-items
                   move ws-op-wk-mins(ws-op-sub) to ws-line-mins
                   move ws-op-wk-max(ws-op-sub) to ws-line-max
                   move ws-op-wk-within(ws-op-sub) to ws-line-within
               end-if
               if ws-line-items > 0
                   add ws-line-items to ws-q-items
                   add ws-line-mins to ws-q-mins
                   add ws-line-within to ws-q-within
                   if ws-line-max > ws-q-max
                       move ws-line-max to ws-q-max
                   end-if
                   perform bwqt-line-figures
                   move spaces to ws-spool-text
                   string ws-queue-name(ws-q-sub) ' '
                       ws-op-userid(ws-op-sub) ' '
                       ws-items-disp '  ' ws-avg-disp '  '
                       ws-max-disp '  ' ws-pct-disp '%'
                       delimited by size into ws-spool-text
                   perform bwqt-spool-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** average, longest and share in target for the line in hand   *
      ***--------------------------------------------------------------*
       bwqt-line-figures section.
       bwqt-line-figures-para.
           move 0 to ws-avg-mins
           move 100 to ws-pct
           if ws-line-items > 0
               compute ws-avg-mins rounded =
                   ws-line-mins / ws-line-items
               compute ws-pct rounded =
                   ws-line-within * 100 / ws-line-items
           end-if
           move ws-line-items to ws-items-disp
           move ws-avg-mins to ws-avg-disp
           move ws-line-max to ws-max-disp
           move ws-pct to ws-pct-disp
           exit
           .
      ***--------------------------------------------------------------*
      *** a queue that missed on the business day and on the last day *
      *** before it that it was worked raises the alarm               *
      ***--------------------------------------------------------------*
       bwqt-check-alarms section.
       bwqt-check-alarms-para.
           if ws-qd-items(ws-q-sub 7) > 0
               compute ws-pct rounded =
                   ws-qd-within(ws-q-sub 7) * 100
                   / ws-qd-items(ws-q-sub 7)
               move 0 to ws-prev-day
               perform bwqt-find-prev-day
                   varying ws-day-sub from 6 by -1
                   until ws-day-sub < 1
                      or ws-prev-day > 0
               if ws-pct < ws-sla-pct
                   and ws-prev-day > 0
                   compute ws-prev-pct rounded =
                       ws-qd-within(ws-q-sub ws-prev-day) * 100
                       / ws-qd-items(ws-q-sub ws-prev-day)
                   if ws-prev-pct < ws-sla-pct
                       perform bwqt-raise-alert
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-find-prev-day section.
       bwqt-find-prev-day-para.
           if ws-qd-items(ws-q-sub ws-day-sub) > 0
               move ws-day-sub to ws-prev-day
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the missed-target alarm, numbered through the journal2      *
      *** tally like every other alert writer                         *
      ***--------------------------------------------------------------*
       bwqt-raise-alert section.
       bwqt-raise-alert-para.
           move ws-pct to ws-pct-disp
           move ws-queue-target-hrs(ws-q-sub) to ws-hrs-disp
           move spaces to ws-spool-text
           string 'ALERT ' ws-queue-name(ws-q-sub)
               ' MISSED ITS TARGET TWO DAYS RUNNING - '
               ws-pct-disp '% IN ' ws-hrs-disp 'H'
               delimited by size into ws-spool-text
           perform bwqt-spool-line
           if ws-alert-is-open
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
               string 'WQSLA ' ws-queue-name(ws-q-sub)
                   ' missed 2 days running, '
                   ws-pct-disp '% in ' ws-hrs-disp 'h'
                   delimited by size into ALERTQ-TEXT
               move 'H' to ALERTQ-SEVERITY
               move 'WQSLA' to ALERTQ-CATEGORY
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
           exit
           .
      ***--------------------------------------------------------------*
       bwqt-finalize section.
       bwqt-finalize-para.
           if ws-alert-is-open
               close ALERTQ-FILE
               close JNLCOUNT-FILE
           end-if
           perform bwqt-spool-close
           move ws-rows-read to ws-report-count
           display 'ETPBWQT - dispositions read     : ' ws-report-count
           move ws-rows-week to ws-report-count
           display 'ETPBWQT - dispositions reported : ' ws-report-count
           if ws-rows-unknown > 0
               move ws-rows-unknown to ws-report-count
               display 'ETPBWQT - unknown queue skipped : '
                   ws-report-count
           end-if
           if ws-op-overflow > 0
               move ws-op-overflow to ws-report-count
               display 'ETPBWQT - operator rows dropped : '
                   ws-report-count
           end-if
           display 'ETPBWQT - throughput report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use)           *
      ***--------------------------------------------------------------*
       bwqt-spool-open section.
       bwqt-spool-open-para.
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
       bwqt-spool-line section.
       bwqt-spool-line-para.
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
       bwqt-spool-close section.
       bwqt-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBWQT.
