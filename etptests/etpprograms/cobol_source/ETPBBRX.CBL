       identification division.

       program-id. ETPBBRX.

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

      * ETPBBRX - branch transfers
      * Run at the start of the business day, before the posting run.
      * First takes any branch closures from
      * /tmp/branch_close_request.txt (closing branch in columns 1-3,
      * receiving branch in 4-6, effective date in 7-14 - blank for
      * the business date) and schedules each on BRNHIST.  Then
      * applies every scheduled move whose effective date has come:
      * a customer's move (keyed on ETPECST) takes the customer and
      * every account they hold on CUSTXREF to the new branch; a
      * closure moves every customer at the closing branch that way
      * and then every account still left there on its own.  Each
      * account's ledger balance is taken off the old branch's
      * POSTCTRL 'BP' total and put on the new one's ('***' for the
      * pre-branch book), so the per-branch reconciliation still
      * balances, and each account moved gets its own BRNHIST row as
      * the history later reports file past days by.  Every customer
      * moved gets a 'B' row on CUSTAUD.  The moves are listed in
      * RPTSPOOL under this job's name with the net moved per branch.
      * Each 'B' row is sealed onto the customer's HASHCHN
      * tamper-evident chain.

       environment division.

       input-output section.
       file-control.
           select REQUEST-FILE assign to
               "/tmp/branch_close_request.txt"
               organization is line sequential
               file status is ws-request-status.

           select BRNHIST-FILE assign to "BRNHIST"
               organization is indexed
               access mode is dynamic
               record key is BRNHIST-KEY
               file status is ws-brnhist-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select CUSTXREF-FILE assign to "CUSTXREF"
               organization is indexed
               access mode is dynamic
               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

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
       fd  REQUEST-FILE.
       01  REQUEST-RECORD                    pic x(40).

       fd  BRNHIST-FILE.
           copy BRNHIST.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  CUSTXREF-FILE.
           copy CUSTXREF.

       fd  CUSTAUD-FILE.
           copy CUSTAUD.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  POSTCTRL-FILE.
           copy POSTCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBBRX'.

       01  ws-request-status                 pic x(2).
           88  ws-request-ok                 value '00'.
       01  ws-brnhist-status                 pic x(2).
           88  ws-brnhist-ok                 value '00'.
           88  ws-brnhist-dup                value '22'.
           88  ws-brnhist-absent             value '35'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
       01  ws-custaud-status                 pic x(2).
           88  ws-custaud-ok                 value '00'.
           88  ws-custaud-dup                value '22'.
           88  ws-custaud-absent             value '35'.
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
           88  ws-postctrl-not-found         value '23'.
           88  ws-postctrl-absent            value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** a branch closure request line                               *
      ***--------------------------------------------------------------*
       01  ws-more-requests                  pic x(1) value 'Y'.
           88  ws-more-request-recs          value 'Y'.
       01  ws-req-record                     pic x(40).
       01  ws-req-view redefines ws-req-record.
           03  ws-req-from                   pic x(3).
           03  ws-req-to                     pic x(3).
           03  ws-req-eff-text               pic x(8).
           03  ws-req-eff-date redefines ws-req-eff-text
                                             pic 9(8).
           03  filler                        pic x(26).
       01  ws-req-eff                        pic 9(8).

      ***--------------------------------------------------------------*
      *** the scheduled moves - walked in key order, the browse       *
      *** restarted past each move applied since applying one adds    *
      *** rows of its own                                             *
      ***--------------------------------------------------------------*
       01  ws-more-moves                     pic x(1) value 'Y'.
           88  ws-more-move-recs             value 'Y'.
       01  ws-move-key                       pic x(19).
       01  ws-move-kind                      pic x(1).
       01  ws-move-from                      pic x(3).
       01  ws-move-to                        pic x(3).
       01  ws-move-eff                       pic 9(8).
       01  ws-move-source                    pic x(1).
       01  ws-move-by                        pic x(8).
       01  ws-move-count                     pic 9(5).
       01  ws-move-done                      pic x(1).
           88  ws-move-was-done              value 'Y'.

      ***--------------------------------------------------------------*
      *** the customer and account being moved                        *
      ***--------------------------------------------------------------*
       01  ws-more-custs                     pic x(1).
           88  ws-more-cust-recs             value 'Y'.
       01  ws-more-accts                     pic x(1).
           88  ws-more-acct-recs             value 'Y'.
       01  ws-more-xref                      pic x(1).
           88  ws-more-xref-recs             value 'Y'.
       01  ws-cust-custno                    pic x(10).
       01  ws-cust-from                      pic x(3).
       01  ws-cust-accounts                  pic 9(5).
       01  ws-aud-before                     pic x(130).
       01  ws-aud-written                    pic x(1).
           88  ws-aud-was-written            value 'Y'.
       01  ws-acct-owner                     pic x(10).
       01  ws-acct-from                      pic x(3).
       01  ws-ctl-branch                     pic x(3).
       01  ws-ctl-amount                     pic s9(9)v99.

      ***--------------------------------------------------------------*
      *** net balance moved in and out of each branch this run        *
      ***--------------------------------------------------------------*
       77  ws-net-max                        pic 9(3) comp value 100.
       01  ws-net-count                      pic 9(3) comp value 0.
       01  ws-net-sub                        pic 9(3) comp.
       01  ws-net-hit                        pic 9(3) comp.
       01  ws-net-table.
           03  ws-net-slot occurs 100 times.
               05  ws-net-branch             pic x(3).
               05  ws-net-out                pic s9(11)v99.
               05  ws-net-in                 pic s9(11)v99.

       01  ws-requests-read                  pic 9(7) comp value 0.
       01  ws-closures-scheduled             pic 9(7) comp value 0.
       01  ws-requests-refused               pic 9(7) comp value 0.
       01  ws-moves-applied                  pic 9(7) comp value 0.
       01  ws-moves-dropped                  pic 9(7) comp value 0.
       01  ws-customers-moved                pic 9(7) comp value 0.
       01  ws-accounts-moved                 pic 9(7) comp value 0.
       01  ws-net-overflow                   pic 9(7) comp value 0.
       01  ws-balance-moved                  pic s9(11)v99 value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                         *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBBRX'.

       01  ws-amount-disp                    pic -zzzzzzzz9.99.
       01  ws-out-disp                       pic -zzzzzzzzzz9.99.
       01  ws-in-disp                        pic -zzzzzzzzzz9.99.
       01  ws-report-count                   pic zzzzzzz9.

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
       bbrx-mainline section.
       bbrx-mainline-para.
           perform bbrx-initialize
           if ws-run-is-ok
               perform bbrx-take-requests
               perform bbrx-apply-moves
               perform bbrx-report-branches
           end-if
           perform bbrx-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the business date, then the history, masters, audit trail,  *
      *** posting control and the spool                               *
      ***--------------------------------------------------------------*
       bbrx-initialize section.
       bbrx-initialize-para.
           perform bbrx-load-business-date
           display 'ETPBBRX - branch transfers for ' ws-today
           open i-o BRNHIST-FILE
           if ws-brnhist-absent
               open output BRNHIST-FILE
               close BRNHIST-FILE
               open i-o BRNHIST-FILE
           end-if
           open i-o CUSTAUD-FILE
           if ws-custaud-absent
               open output CUSTAUD-FILE
               close CUSTAUD-FILE
               open i-o CUSTAUD-FILE
           end-if
           perform bbrx-open-chain
           open i-o POSTCTRL-FILE
           if ws-postctrl-absent
               open output POSTCTRL-FILE
               close POSTCTRL-FILE
               open i-o POSTCTRL-FILE
           end-if
           open i-o CUSTMAST-FILE
           open i-o ACCTMAST-FILE
           open input CUSTXREF-FILE
           if not ws-brnhist-ok or not ws-custaud-ok
               or not ws-postctrl-ok or not ws-custmast-ok
               or not ws-acctmast-ok or not ws-custxref-ok
               display 'ETPBBRX - unable to open BRNHIST, CUSTAUD, '
                   'POSTCTRL, CUSTMAST, ACCTMAST or CUSTXREF - '
                   'statuses ' ws-brnhist-status ' '
                   ws-custaud-status ' ' ws-postctrl-status ' '
                   ws-custmast-status ' ' ws-acctmast-status ' '
                   ws-custxref-status
               move 'N' to ws-run-ok
               perform bbrx-close-files
           else
               perform bbrx-spool-open
               if not ws-spool-is-open
                   display 'ETPBBRX - unable to open RPTSPOOL, status '
                       ws-rptspool-status
                   move 'N' to ws-run-ok
                   perform bbrx-close-files
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bbrx-load-business-date section.
       bbrx-load-business-date-para.
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
      *** closes whichever of the working files opened when the run   *
      *** cannot go ahead                                             *
      ***--------------------------------------------------------------*
       bbrx-close-files section.
       bbrx-close-files-para.
           if ws-brnhist-ok
               close BRNHIST-FILE
           end-if
           if ws-custaud-ok
               close CUSTAUD-FILE
           end-if
           if ws-hashchn-is-open
               close HASHCHN-FILE
           end-if
           if ws-postctrl-ok
               close POSTCTRL-FILE
           end-if
           if ws-custmast-ok
               close CUSTMAST-FILE
           end-if
           if ws-acctmast-ok
               close ACCTMAST-FILE
           end-if
           if ws-custxref-ok
               close CUSTXREF-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the branch closures asked for - none on file is the usual   *
      *** day                                                         *
      ***--------------------------------------------------------------*
       bbrx-take-requests section.
       bbrx-take-requests-para.
           open input REQUEST-FILE
           if ws-request-ok
               move 'Y' to ws-more-requests
               perform bbrx-take-one-request
                   until not ws-more-request-recs
               close REQUEST-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one closure: both branches given and different, and an      *
      *** effective date no earlier than the business date            *
      ***--------------------------------------------------------------*
       bbrx-take-one-request section.
       bbrx-take-one-request-para.
           read REQUEST-FILE into ws-req-record
               at end
                   move 'N' to ws-more-requests
           end-read
           if ws-more-request-recs
               and ws-req-record not = spaces
               add 1 to ws-requests-read
               move ws-today to ws-req-eff
               if ws-req-eff-text not = spaces
                   and ws-req-eff-text is numeric
                   move ws-req-eff-date to ws-req-eff
               end-if
               move spaces to ws-spool-text
               if ws-req-from = spaces or ws-req-to = spaces
                   or ws-req-from = ws-req-to
                   string 'REFUSED CLOSURE ' ws-req-from ' TO '
                       ws-req-to ' - BRANCHES NOT VALID'
                       delimited by size into ws-spool-text
                   add 1 to ws-requests-refused
               else if ws-req-eff-text not = spaces
                   and ws-req-eff-text is not numeric
                   string 'REFUSED CLOSURE ' ws-req-from ' TO '
                       ws-req-to ' - DATE ' ws-req-eff-text
                       ' NOT VALID'
                       delimited by size into ws-spool-text
                   add 1 to ws-requests-refused
               else if ws-req-eff < ws-today
                   string 'REFUSED CLOSURE ' ws-req-from ' TO '
                       ws-req-to ' - DATE ' ws-req-eff
                       ' ALREADY PAST'
                       delimited by size into ws-spool-text
                   add 1 to ws-requests-refused
               else
                   perform bbrx-schedule-closure
               end-if end-if end-if
               perform bbrx-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-schedule-closure section.
       bbrx-schedule-closure-para.
           move spaces to BRNHIST-RECORD
           move 'B' to BRNHIST-KIND
           move ws-req-from to BRNHIST-ID
           move ws-req-eff to BRNHIST-EFF-DATE
           move ws-req-from to BRNHIST-FROM-BRANCH
           move ws-req-to to BRNHIST-TO-BRANCH
           move 'S' to BRNHIST-STATUS
           move 'B' to BRNHIST-SOURCE
           move 0 to BRNHIST-BALANCE
           move ws-program-name to BRNHIST-REQ-BY
           move ws-today to BRNHIST-REQ-DATE
           move 0 to BRNHIST-DONE-DATE
           move 0 to BRNHIST-MOVED-COUNT
           write BRNHIST-RECORD
               invalid key
                   continue
           end-write
           if ws-brnhist-ok
               add 1 to ws-closures-scheduled
               string 'CLOSURE ' ws-req-from ' TO ' ws-req-to
                   ' SCHEDULED FOR ' ws-req-eff
                   delimited by size into ws-spool-text
           else
               add 1 to ws-requests-refused
               string 'REFUSED CLOSURE ' ws-req-from ' TO '
                   ws-req-to ' - ALREADY SCHEDULED FOR ' ws-req-eff
                   delimited by size into ws-spool-text
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every scheduled move whose day has come - branch closures   *
      *** key ahead of customers' own moves, so a customer moving on  *
      *** from a closing branch the same day ends where they asked    *
      ***--------------------------------------------------------------*
       bbrx-apply-moves section.
       bbrx-apply-moves-para.
           move low-values to ws-move-key
           move 'Y' to ws-more-moves
           perform bbrx-apply-next
               until not ws-more-move-recs
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-apply-next section.
       bbrx-apply-next-para.
           move ws-move-key to BRNHIST-KEY
           start BRNHIST-FILE key > BRNHIST-KEY
               invalid key
                   move 'N' to ws-more-moves
           end-start
           move 'N' to ws-move-done
           perform bbrx-find-due
               until not ws-more-move-recs
                  or ws-move-was-done
           exit
           .
      ***--------------------------------------------------------------*
      *** reads on to the next due move and applies it                *
      ***--------------------------------------------------------------*
       bbrx-find-due section.
       bbrx-find-due-para.
           read BRNHIST-FILE next record
               at end
                   move 'N' to ws-more-moves
           end-read
           if ws-more-move-recs
               move BRNHIST-KEY to ws-move-key
               if BRNHIST-IS-SCHEDULED
                   and BRNHIST-EFF-DATE not > ws-today
                   and not BRNHIST-IS-ACCOUNT
                   move BRNHIST-KIND to ws-move-kind
                   move BRNHIST-FROM-BRANCH to ws-move-from
                   move BRNHIST-TO-BRANCH to ws-move-to
                   move BRNHIST-EFF-DATE to ws-move-eff
                   move BRNHIST-SOURCE to ws-move-source
                   move BRNHIST-REQ-BY to ws-move-by
                   move 0 to ws-move-count
                   if BRNHIST-IS-BRANCH
                       perform bbrx-apply-closure
                   else
                       perform bbrx-apply-customer
                   end-if
                   perform bbrx-close-move
                   move 'Y' to ws-move-done
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a customer's own move, the customer read off the master;    *
      *** one no longer on file is dropped                            *
      ***--------------------------------------------------------------*
       bbrx-apply-customer section.
       bbrx-apply-customer-para.
           move ws-move-key(2:10) to CUSTMAST-CUSTNO
           read CUSTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-custmast-ok
               perform bbrx-move-customer
               move ws-cust-from to ws-move-from
               move ws-cust-accounts to ws-move-count
           else
               move spaces to ws-spool-text
               string 'DROPPED MOVE OF CUSTOMER ' ws-move-key(2:10)
                   ' - NOT ON FILE'
                   delimited by size into ws-spool-text
               perform bbrx-spool-line
               move 'X' to ws-move-kind
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a branch closure: every customer at the branch, then every  *
      *** account still there on its own                              *
      ***--------------------------------------------------------------*
       bbrx-apply-closure section.
       bbrx-apply-closure-para.
           move spaces to ws-spool-text
           string 'CLOSURE OF BRANCH ' ws-move-from ' INTO '
               ws-move-to ' EFFECTIVE ' ws-move-eff
               delimited by size into ws-spool-text
           perform bbrx-spool-line
           move low-values to CUSTMAST-CUSTNO
           start CUSTMAST-FILE key > CUSTMAST-CUSTNO
               invalid key
                   move '10' to ws-custmast-status
           end-start
           move 'Y' to ws-more-custs
           if not ws-custmast-ok
               move 'N' to ws-more-custs
           end-if
           perform bbrx-closure-customer
               until not ws-more-cust-recs
           move low-values to ACCTMAST-ACCTNO
           start ACCTMAST-FILE key > ACCTMAST-ACCTNO
               invalid key
                   move '10' to ws-acctmast-status
           end-start
           move 'Y' to ws-more-accts
           if not ws-acctmast-ok
               move 'N' to ws-more-accts
           end-if
           perform bbrx-closure-account
               until not ws-more-acct-recs
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-closure-customer section.
       bbrx-closure-customer-para.
           read CUSTMAST-FILE next record
               at end
                   move 'N' to ws-more-custs
           end-read
           if ws-more-cust-recs
               and CUSTMAST-BRANCH = ws-move-from
               perform bbrx-move-customer
               add 1 to ws-move-count
               perform bbrx-record-customer
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-closure-account section.
       bbrx-closure-account-para.
           read ACCTMAST-FILE next record
               at end
                   move 'N' to ws-more-accts
           end-read
           if ws-more-acct-recs
               and ACCTMAST-BRANCH = ws-move-from
               move spaces to ws-acct-owner
               perform bbrx-move-account
               add 1 to ws-move-count
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer in the buffer to the move's branch, the change *
      *** on CUSTAUD, then every account they hold on CUSTXREF not    *
      *** already there                                               *
      ***--------------------------------------------------------------*
       bbrx-move-customer section.
       bbrx-move-customer-para.
           move CUSTMAST-CUSTNO to ws-cust-custno
           move CUSTMAST-BRANCH to ws-cust-from
           move 0 to ws-cust-accounts
           move CUSTMAST-RECORD to ws-aud-before
           if CUSTMAST-BRANCH not = ws-move-to
               move ws-move-to to CUSTMAST-BRANCH
               rewrite CUSTMAST-RECORD
                   invalid key
                       continue
               end-rewrite
               perform bbrx-write-audit
           end-if
           add 1 to ws-customers-moved
           move spaces to ws-spool-text
           string 'CUSTOMER ' ws-cust-custno ' '
               CUSTMAST-NAME ' FROM ' ws-cust-from ' TO ' ws-move-to
               delimited by size into ws-spool-text
           perform bbrx-spool-line
           move ws-cust-custno to CUSTXREF-CUSTNO
           move low-values to CUSTXREF-ACCTNO
           start CUSTXREF-FILE key > CUSTXREF-KEY
               invalid key
                   move '10' to ws-custxref-status
           end-start
           move 'Y' to ws-more-xref
           if not ws-custxref-ok
               move 'N' to ws-more-xref
           end-if
           perform bbrx-customer-account
               until not ws-more-xref-recs
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-customer-account section.
       bbrx-customer-account-para.
           read CUSTXREF-FILE next record
               at end
                   move 'N' to ws-more-xref
           end-read
           if ws-more-xref-recs
               and CUSTXREF-CUSTNO not = ws-cust-custno
               move 'N' to ws-more-xref
           end-if
           if ws-more-xref-recs
               move CUSTXREF-ACCTNO to ACCTMAST-ACCTNO
               read ACCTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-acctmast-ok
                   and ACCTMAST-BRANCH not = ws-move-to
                   move ws-cust-custno to ws-acct-owner
                   perform bbrx-move-account
                   add 1 to ws-cust-accounts
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account in the buffer to the move's branch: its ledger  *
      *** balance off the old branch's posting-control total and onto *
      *** the new one's, and its own history row                      *
      ***--------------------------------------------------------------*
       bbrx-move-account section.
       bbrx-move-account-para.
           move ACCTMAST-BRANCH to ws-acct-from
           move ws-move-to to ACCTMAST-BRANCH
           rewrite ACCTMAST-RECORD
               invalid key
                   continue
           end-rewrite
           add 1 to ws-accounts-moved
           add ACCTMAST-BALANCE to ws-balance-moved
           if ACCTMAST-BALANCE not = 0
               move ws-acct-from to ws-ctl-branch
               compute ws-ctl-amount = 0 - ACCTMAST-BALANCE
               perform bbrx-bump-branch
               move ws-move-to to ws-ctl-branch
               move ACCTMAST-BALANCE to ws-ctl-amount
               perform bbrx-bump-branch
           end-if
           perform bbrx-record-account
           move ACCTMAST-BALANCE to ws-amount-disp
           move spaces to ws-spool-text
           string '  ACCOUNT ' ACCTMAST-ACCTNO ' FROM ' ws-acct-from
               ' TO ' ws-move-to ' BALANCE ' ws-amount-disp
               delimited by size into ws-spool-text
           perform bbrx-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the amount onto the branch's 'BP' posting-control row (and  *
      *** the run's net for it), as the posting run tallies it        *
      ***--------------------------------------------------------------*
       bbrx-bump-branch section.
       bbrx-bump-branch-para.
           if ws-ctl-branch = spaces
               move '***' to ws-ctl-branch
           end-if
           move spaces to POSTCTRL-CNAME
           string 'BP' ws-ctl-branch
               delimited by size into POSTCTRL-CNAME
           read POSTCTRL-FILE
               invalid key
                   continue
           end-read
           if ws-postctrl-not-found
               move spaces to POSTCTRL-CNAME
               string 'BP' ws-ctl-branch
                   delimited by size into POSTCTRL-CNAME
               move ws-ctl-amount to POSTCTRL-TOTAL
               write POSTCTRL-RECORD
           else
               add ws-ctl-amount to POSTCTRL-TOTAL
               rewrite POSTCTRL-RECORD
           end-if
           move 0 to ws-net-hit
           perform bbrx-match-net
               varying ws-net-sub from 1 by 1
               until ws-net-sub > ws-net-count
                  or ws-net-hit > 0
           if ws-net-hit = 0
               if ws-net-count < ws-net-max
                   add 1 to ws-net-count
                   move ws-net-count to ws-net-hit
                   move ws-ctl-branch to ws-net-branch(ws-net-hit)
                   move 0 to ws-net-out(ws-net-hit)
                   move 0 to ws-net-in(ws-net-hit)
               else
                   add 1 to ws-net-overflow
               end-if
           end-if
           if ws-net-hit > 0
               if ws-ctl-amount < 0
                   add ws-ctl-amount to ws-net-out(ws-net-hit)
               else
                   add ws-ctl-amount to ws-net-in(ws-net-hit)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-match-net section.
       bbrx-match-net-para.
           if ws-net-branch(ws-net-sub) = ws-ctl-branch
               move ws-net-sub to ws-net-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's history row for the move; an account already  *
      *** moved once the same day keeps the branch it started from    *
      ***--------------------------------------------------------------*
       bbrx-record-account section.
       bbrx-record-account-para.
           move 'A' to BRNHIST-KIND
           move ACCTMAST-ACCTNO to BRNHIST-ID
           move ws-move-eff to BRNHIST-EFF-DATE
           read BRNHIST-FILE
               invalid key
                   continue
           end-read
           if ws-brnhist-ok
               move ws-move-to to BRNHIST-TO-BRANCH
               move ws-acct-owner to BRNHIST-CUSTNO
               move ACCTMAST-BALANCE to BRNHIST-BALANCE
               move ws-today to BRNHIST-DONE-DATE
               rewrite BRNHIST-RECORD
                   invalid key
                       continue
               end-rewrite
           else
               move spaces to BRNHIST-RECORD
               move 'A' to BRNHIST-KIND
               move ACCTMAST-ACCTNO to BRNHIST-ID
               move ws-move-eff to BRNHIST-EFF-DATE
               move ws-acct-from to BRNHIST-FROM-BRANCH
               move ws-move-to to BRNHIST-TO-BRANCH
               move 'D' to BRNHIST-STATUS
               move ws-move-source to BRNHIST-SOURCE
               move ws-acct-owner to BRNHIST-CUSTNO
               move ACCTMAST-BALANCE to BRNHIST-BALANCE
               move ws-move-by to BRNHIST-REQ-BY
               move ws-today to BRNHIST-REQ-DATE
               move ws-today to BRNHIST-DONE-DATE
               move 1 to BRNHIST-MOVED-COUNT
               write BRNHIST-RECORD
                   invalid key
                       continue
               end-write
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a closure's customer gets a history row of their own; one   *
      *** already holding a move of their own that day keeps it and   *
      *** moves on when it comes up                                    *
      ***--------------------------------------------------------------*
       bbrx-record-customer section.
       bbrx-record-customer-para.
           move spaces to BRNHIST-RECORD
           move 'C' to BRNHIST-KIND
           move ws-cust-custno to BRNHIST-ID
           move ws-move-eff to BRNHIST-EFF-DATE
           move ws-cust-from to BRNHIST-FROM-BRANCH
           move ws-move-to to BRNHIST-TO-BRANCH
           move 'D' to BRNHIST-STATUS
           move 'B' to BRNHIST-SOURCE
           move ws-cust-custno to BRNHIST-CUSTNO
           move 0 to BRNHIST-BALANCE
           move ws-move-by to BRNHIST-REQ-BY
           move ws-today to BRNHIST-REQ-DATE
           move ws-today to BRNHIST-DONE-DATE
           move ws-cust-accounts to BRNHIST-MOVED-COUNT
           write BRNHIST-RECORD
               invalid key
                   continue
           end-write
           exit
           .
      ***--------------------------------------------------------------*
      *** the applied (or dropped) move's own row is closed off       *
      ***--------------------------------------------------------------*
       bbrx-close-move section.
       bbrx-close-move-para.
           move ws-move-key to BRNHIST-KEY
           read BRNHIST-FILE
               invalid key
                   continue
           end-read
           if ws-brnhist-ok
               if ws-move-kind = 'X'
                   move 'X' to BRNHIST-STATUS
                   add 1 to ws-moves-dropped
               else
                   move 'D' to BRNHIST-STATUS
                   move ws-move-from to BRNHIST-FROM-BRANCH
                   move ws-move-count to BRNHIST-MOVED-COUNT
                   add 1 to ws-moves-applied
               end-if
               move ws-today to BRNHIST-DONE-DATE
               rewrite BRNHIST-RECORD
                   invalid key
                       continue
               end-rewrite
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's 'B' row on CUSTAUD - the requester of the    *
      *** move is the one on record                                   *
      ***--------------------------------------------------------------*
       bbrx-write-audit section.
       bbrx-write-audit-para.
           move ws-cust-custno to CUSTAUD-CUSTNO
           move function current-date(1:14) to CUSTAUD-STAMP
           move 1 to CUSTAUD-SEQ
           if ws-move-by = spaces
               move ws-program-name to CUSTAUD-USERID
           else
               move ws-move-by to CUSTAUD-USERID
           end-if
           move 'B' to CUSTAUD-ACTION
           move ws-aud-before to CUSTAUD-BEFORE-IMAGE
           move CUSTMAST-RECORD to CUSTAUD-AFTER-IMAGE
           perform bbrx-chain-fetch
           move 'N' to ws-aud-written
           perform bbrx-write-audit-once
               until ws-aud-was-written
           if ws-custaud-ok
               perform bbrx-chain-advance
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-write-audit-once section.
       bbrx-write-audit-once-para.
           perform bbrx-seal-row
           write CUSTAUD-RECORD
               invalid key
                   continue
           end-write
           if ws-custaud-dup
               and CUSTAUD-SEQ < 99
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
       bbrx-open-chain section.
       bbrx-open-chain-para.
           open i-o HASHCHN-FILE
           if ws-hashchn-absent
               open output HASHCHN-FILE
               close HASHCHN-FILE
               open i-o HASHCHN-FILE
           end-if
           if ws-hashchn-ok
               move 'Y' to ws-hashchn-open
           else
               display 'ETPBBRX - HASHCHN not available, status='
                   ws-hashchn-status ' - rows written unsealed'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's chain row, held for the audit write          *
      *** that follows; a first row starts a new chain                *
      ***--------------------------------------------------------------*
       bbrx-chain-fetch section.
       bbrx-chain-fetch-para.
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
       bbrx-seal-row section.
       bbrx-seal-row-para.
           if ws-hashchn-is-open
               compute CUSTAUD-CHAIN-NO = HASHCHN-HEAD-NO + 1
               move HASHCHN-HEAD-SEAL to ws-seal-prev
               perform bbrx-seal-custaud
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
       bbrx-chain-advance section.
       bbrx-chain-advance-para.
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
       bbrx-seal-custaud section.
       bbrx-seal-custaud-para.
           move CUSTAUD-CUSTNO to ws-seal-owner
           move CUSTAUD-SEAL to ws-seal-stored
           move spaces to CUSTAUD-CUSTNO
           move 0 to CUSTAUD-SEAL
           move CUSTAUD-RECORD to ws-seal-body
           move ws-seal-owner to CUSTAUD-CUSTNO
           move ws-seal-stored to CUSTAUD-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of CUSTAUD-RECORD
           perform bbrx-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** two running remainders over every byte of ws-seal-data,     *
      *** each modulo its own large prime, side by side make the      *
      *** eighteen-digit seal                                         *
      ***--------------------------------------------------------------*
       bbrx-seal-compute section.
       bbrx-seal-compute-para.
           move 0 to ws-seal-a
           move 0 to ws-seal-b
           perform bbrx-seal-byte
               varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-len
           compute ws-seal = ws-seal-a * 1000000000 + ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-seal-byte section.
       bbrx-seal-byte-para.
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
      *** the net moved out of and into each branch this run          *
      ***--------------------------------------------------------------*
       bbrx-report-branches section.
       bbrx-report-branches-para.
           if ws-net-count > 0
               move spaces to ws-spool-text
               perform bbrx-spool-line
               move 'BRANCH       MOVED OUT        MOVED IN'
                   to ws-spool-text
               perform bbrx-spool-line
               perform bbrx-report-one-branch
                   varying ws-net-sub from 1 by 1
                   until ws-net-sub > ws-net-count
           end-if
           move ws-moves-applied to ws-report-count
           move spaces to ws-spool-text
           string 'MOVES APPLIED    ' ws-report-count
               delimited by size into ws-spool-text
           perform bbrx-spool-line
           move ws-accounts-moved to ws-report-count
           move ws-balance-moved to ws-out-disp
           move spaces to ws-spool-text
           string 'ACCOUNTS MOVED   ' ws-report-count
               ' BALANCE MOVED ' ws-out-disp
               delimited by size into ws-spool-text
           perform bbrx-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-report-one-branch section.
       bbrx-report-one-branch-para.
           move ws-net-out(ws-net-sub) to ws-out-disp
           move ws-net-in(ws-net-sub) to ws-in-disp
           move spaces to ws-spool-text
           string ws-net-branch(ws-net-sub) '    ' ws-out-disp ' '
               ws-in-disp
               delimited by size into ws-spool-text
           perform bbrx-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bbrx-finalize section.
       bbrx-finalize-para.
           if ws-run-is-ok
               close BRNHIST-FILE
               close CUSTAUD-FILE
               if ws-hashchn-is-open
                   close HASHCHN-FILE
               end-if
               close POSTCTRL-FILE
               close CUSTMAST-FILE
               close ACCTMAST-FILE
               close CUSTXREF-FILE
               perform bbrx-spool-close
           end-if
           move ws-requests-read to ws-report-count
           display 'ETPBBRX - closure requests read : ' ws-report-count
           move ws-closures-scheduled to ws-report-count
           display 'ETPBBRX - closures scheduled    : ' ws-report-count
           move ws-requests-refused to ws-report-count
           display 'ETPBBRX - requests refused      : ' ws-report-count
           move ws-moves-applied to ws-report-count
           display 'ETPBBRX - moves applied         : ' ws-report-count
           move ws-moves-dropped to ws-report-count
           display 'ETPBBRX - moves dropped         : ' ws-report-count
           move ws-customers-moved to ws-report-count
           display 'ETPBBRX - customers moved       : ' ws-report-count
           move ws-accounts-moved to ws-report-count
           display 'ETPBBRX - accounts moved        : ' ws-report-count
           if ws-net-overflow > 0
               move ws-net-overflow to ws-report-count
               display 'ETPBBRX - branches not listed   : '
                   ws-report-count
           end-if
           display 'ETPBBRX - branch transfers complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bbrx-spool-open section.
       bbrx-spool-open-para.
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
       bbrx-spool-line section.
       bbrx-spool-line-para.
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
       bbrx-spool-close section.
       bbrx-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBBRX.
