       identification division.

       program-id. ETPECHQ.

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

      * ETPECHQ - cheque book register
      * Issues cheque books and stops or cancels single cheques by
      * serial.  Key the account and ENTER to see its latest book,
      * or a serial as well to see that cheque: the book's range,
      * when and by whom it was issued, and a leaf map - one letter
      * per cheque, U unused, P paid, S stopped, C cancelled.
      * Action 'I' issues a book on an active checking account -
      * the leaves keyed, else the SYSPARM 'CHQLEAVS' count (default
      * 25), from the serial keyed, else on from the account's last
      * book; a range that overlaps a book already issued is
      * refused.  'S' stops an unused cheque, 'C' cancels an unused
      * or stopped one; a paid cheque cannot be touched.  ETPBINT
      * pays presented cheques off CHQBOOK and returns any against
      * a serial not issued, paid, stopped or cancelled.  CHQBOOK is
      * a live file with no practice copy - a training session can
      * look but not change it.  No user may issue, stop or cancel
      * on an account a customer STAFFLNK ties them to holds.  The
      * account being worked with on the other screens is brought
      * in on arrival.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPECHQ'.

      ***--------------------------------------------------------------*
      *** training mode - CHQBOOK has no practice copy, so a training *
      *** session may look but not change it, and every screen       *
      *** carries a TRAINING banner                                   *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSECHQ.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cchq-check-auth      *
      ***--------------------------------------------------------------*
       copy TXAUTH.
       01  ws-txauth-resp                    pic s9(8) comp.
       01  ws-tx-auth                        pic x(1).
           88  ws-tx-authorized              value 'Y'.
       01  ws-auth-role                      pic x(1).
       01  ws-auth-userid                    pic x(8).
       01  ws-auth-msg                       pic x(80).
       01  ws-auth-deny-text                 pic x(40)
           value 'Not authorized for this transaction.'.
       copy IDLETRK.
       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.
       01  ws-attr-mdt                       pic x value 'A'.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cchq-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ECHQ session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the register, the account a book is issued on, and the      *
      *** business day it is issued, stopped or cancelled             *
      ***--------------------------------------------------------------*
       copy CHQBOOK.
       01  ws-chqbook-resp                   pic s9(8) comp.
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       copy BUSCTRL.
       01  ws-busctrl-resp                   pic s9(8) comp.
       copy SYSPARM.
       01  ws-sysparm-resp                   pic s9(8) comp.
       01  ws-busdate                        pic 9(8).

      *    the serial and leaves as keyed
       01  ws-serial-digits                  pic x(6).
       01  ws-serial-digits-n redefines ws-serial-digits
                                             pic 9(6).
       01  ws-leaves-digits                  pic x(2).
       01  ws-leaves-digits-n redefines ws-leaves-digits
                                             pic 9(2).
       01  ws-serial                         pic 9(6).
       01  ws-serial-keyed                   pic x(1).
           88  ws-serial-is-keyed            value 'Y'.
       01  ws-edits-ok                       pic x(1).
           88  ws-edits-pass                 value 'Y'.

      *    the leaves in a book when none are keyed and SYSPARM
      *    holds no 'CHQLEAVS' row, and the most a book can hold
       77  ws-leaves-default                 pic 9(2) comp value 25.
       77  ws-leaves-max                     pic 9(2) comp value 50.
       01  ws-leaves                         pic 9(2).

      *    the range of a book being issued - worked in seven digits
      *    so a range running past the last serial shows as such
       01  ws-range-first                    pic 9(7).
       01  ws-range-last                     pic 9(7).
       77  ws-serial-max                     pic 9(7) comp value 999999.

      ***--------------------------------------------------------------*
      *** the browse of the account's books - the highest serial      *
      *** issued so far, and whether any book overlaps a new range    *
      ***--------------------------------------------------------------*
       01  ws-bk-key.
           03  ws-bk-acctno                  pic x(10).
           03  ws-bk-last                    pic 9(6).
       01  ws-bk-browse                      pic x(1).
           88  ws-bk-browsing                value 'Y'.
       01  ws-bk-highest                     pic 9(6).
       01  ws-bk-overlap                     pic x(1).
           88  ws-bk-overlaps                value 'Y'.

      *    the cheque found by its serial, and the leaf it is
       01  ws-find-update                    pic x(1).
           88  ws-find-for-update            value 'Y'.
       01  ws-leaf-found                     pic x(1).
           88  ws-leaf-was-found             value 'Y'.
       01  ws-leaf-sub                       pic 9(2) comp.
       01  ws-map-sub                        pic 9(2) comp.
       01  ws-leaf-map                       pic x(50).

      ***--------------------------------------------------------------*
      *** staff-linked accounts - the signed-on user may not issue,   *
      *** stop or cancel on an account a customer STAFFLNK ties them  *
      *** to holds - see cchq-check-staff-link                        *
      ***--------------------------------------------------------------*
       copy STAFFLNK.
       01  ws-stafflnk-resp                  pic s9(8) comp.
       01  ws-stf-xref-resp                  pic s9(8) comp.
       01  ws-stf-acctno                     pic x(10).
       01  ws-stf-custno                     pic x(10).
       01  ws-stf-linked                     pic x(1).
           88  ws-stf-is-linked              value 'Y'.
       01  ws-stf-browse                     pic x(1).
           88  ws-stf-browsing               value 'Y'.
       01  ws-stf-xref-key.
           03  ws-stf-key-acctno             pic x(10).
           03  ws-stf-key-custno             pic x(10).
       01  ws-stf-xref-rec.
           03  ws-stf-xref-acctno            pic x(10).
           03  ws-stf-xref-custno            pic x(10).
           03                                pic x(1).
       01  ws-stf-aud-msg                    pic x(80).

      *    consolidated cross-program training-gap log - see
      *    cchq-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cchq-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see cchq-capture-timing            *
      ***--------------------------------------------------------------*
       copy TXTIMTRK.
       01  ws-txtimtrk-resp                  pic s9(8) comp.
       copy TXTIME.
       01  ws-txtime-resp                    pic s9(8) comp.
       01  ws-ttk-now-secs                   pic s9(9).
       01  ws-ttk-start-secs                 pic s9(9).
       01  ws-ttk-elapsed                    pic s9(9).
       01  ws-ttk-hh                         pic 9(2).
       01  ws-ttk-mm                         pic 9(2).
       01  ws-ttk-ss                         pic 9(2).
       01  ws-ttk-written                    pic x(1).
           88  ws-ttk-was-written            value 'Y'.

       linkage section.
       01  dfhcommarea.
           03                                pic x
               occurs 0 to 32700 times depending on eibcalen.

      ***--------------------------------------------------------------*
      *** CICS Stuff                                                   *
      ***--------------------------------------------------------------*
       procedure division.
       main-para.
           move low-values to ws-next-tran.

      *    enter this main due to (1) CICS transfer from another
      *        transaction or (2) return map from this transaction
           perform cchq-mainline

      *    return to CICS because we're (1) waiting to receive our map
      *        or (2) we want to transfer to a different transaction
           if ws-next-tran = low-values
               exec cics return
                   transid(eibtrnid)
                   commarea(ws-commarea)
               end-exec
           else
               move ws-next-tran to eibtrnid
               exec cics return immediate
                   transid(eibtrnid)
               end-exec
           end-if.
           stop run
           .
      ***--------------------------------------------------------------*
       cchq-mainline section.
       cchq-mainline-para.
           perform cchq-check-auth
           if not ws-tx-authorized
               perform cchq-refuse-entry
           end-if
      *    determine if we are receiving our own map
           if eibcalen = length of ws-commarea
                move dfhcommarea to ws-commarea

      *         receive the map of our screen (if not CLEAR)
                if eibaid not = DFHCLEAR
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cchq-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

      *            PF12 Exits the CICS-supported Transactions
                   when DFHPF12
      *                *> PF 12 Key
                       exec cics syncpoint end-exec
                       move eibtrnid to ws-end-msg(1:4)
                       exec cics send text
                           from(ws-end-msg)
                           erase
                       end-exec
                       exec cics return end-exec

      *            PF3 transfers to EMNU menu
                   WHEN DFHPF3
                       move 'EMNU' to ws-next-tran

      *            ENTER shows, issues, stops or cancels
                   when DFHENTER
                       perform cchq-load-busdate
                       evaluate true
                           when CHQACNI = spaces or low-values
                               move 'Key an account number and ENTER'
                                   to CHQMSGO
                               move 'ECHQ0001' to ws-msg-no
                               perform cchq-catalogue-message
                           when CHQACTI = 'Q' or space or low-value
                               perform cchq-inquire
                           when CHQACTI = 'I'
                               perform cchq-issue
                           when CHQACTI = 'S' or 'C'
                               perform cchq-mark-leaf
                           when other
                               move 'Action must be Q, I, S or C'
                                   to CHQMSGO
                               move 'ECHQ0002' to ws-msg-no
                               perform cchq-catalogue-message
                       end-evaluate
                       perform cics-send-cchq

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       perform cchq-clear-book
                       move 'Display reset by clear key'
                           to CHQMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cchq-catalogue-message
                       perform cics-send-cchq
                   when other
                       move 'Unexpected 3270 attention key'
                           to CHQMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cchq-catalogue-message
                       perform cchq-log-unsupkey
                       perform cics-send-cchq
               end-evaluate
           else
               perform cchq-capture-timing
               perform cchq-load-context
               move 'Key an account number and ENTER' to CHQMSGO
               move 'ECHQ0001' to ws-msg-no
               perform cchq-catalogue-message
               perform cics-send-cchq
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account being worked with on the other screens comes    *
      *** in on arrival, flagged modified so ENTER carries it         *
      ***--------------------------------------------------------------*
       cchq-load-context section.
       cchq-load-context-para.
           if ws-idle-resp = dfhresp(normal)
               and IDLETRK-IS-SIGNED-ON
               and IDLETRK-CTX-ACCTNO not = spaces and not = low-values
               move IDLETRK-CTX-ACCTNO to CHQACNO
               move ws-attr-mdt to CHQACNA
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one cheque shown by its serial, or with no serial keyed the *
      *** account's latest book                                       *
      ***--------------------------------------------------------------*
       cchq-inquire section.
       cchq-inquire-para.
           perform cchq-clear-book
           perform cchq-edit-serial
           if not ws-edits-pass
               continue
           else if ws-serial-is-keyed
               move 'N' to ws-find-update
               perform cchq-find-leaf
               if ws-leaf-was-found
                   perform cchq-show-book
                   perform cchq-show-leaf
                   move 'Cheque shown' to CHQMSGO
                   move 'ECHQ0003' to ws-msg-no
                   perform cchq-catalogue-message
               else
                   move 'No book on the account holds that serial'
                       to CHQMSGO
                   move 'ECHQ0004' to ws-msg-no
                   perform cchq-catalogue-message
               end-if
           else
               perform cchq-scan-books
               if ws-bk-highest = 0
                   move 'No cheque book issued on the account'
                       to CHQMSGO
                   move 'ECHQ0005' to ws-msg-no
                   perform cchq-catalogue-message
               else
                   move ws-bk-highest to ws-serial
                   move 'N' to ws-find-update
                   perform cchq-find-leaf
                   perform cchq-show-book
                   move 'Latest book - key a serial for one cheque'
                       to CHQMSGO
                   move 'ECHQ0006' to ws-msg-no
                   perform cchq-catalogue-message
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a new book on the account, recorded with every leaf unused  *
      ***--------------------------------------------------------------*
       cchq-issue section.
       cchq-issue-para.
           move 'CHQISSUE' to ws-aud-event
           move spaces to ws-aud-status
           perform cchq-clear-book
           if ws-in-training
               move 'Cheque books cannot be issued in training'
                   to CHQMSGO
               move 'ECHQ0007' to ws-msg-no
               perform cchq-catalogue-message
               move 'TRAINING' to ws-aud-status
           else
               perform cchq-edit-issue
               if ws-edits-pass
                   perform cchq-write-book
               end-if
           end-if
           perform cchq-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** a book goes only on an active checking account the user is  *
      *** not linked to, for 1 to 50 leaves, on a range of serials no *
      *** book on the account already holds                           *
      ***--------------------------------------------------------------*
       cchq-edit-issue section.
       cchq-edit-issue-para.
           perform cchq-read-account
           if ws-edits-pass
               move 'N' to ws-edits-ok
               if not ACCTMAST-IS-CHECKING
                   move 'Cheque books are for checking accounts only'
                       to CHQMSGO
                   move 'ECHQ0014' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'NOT CHECKING' to ws-aud-status
               else if not ACCTMAST-IS-ACTIVE
                   move 'Account is not active' to CHQMSGO
                   move 'ECHQ0015' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'NOT ACTIVE' to ws-aud-status
               else
                   perform cchq-edit-leaves
               end-if end-if
           end-if
           if ws-edits-pass
               perform cchq-edit-serial
           end-if
           if ws-edits-pass
               move 0 to ws-range-first
               if ws-serial-is-keyed
                   move ws-serial to ws-range-first
               end-if
               compute ws-range-last = ws-range-first + ws-leaves - 1
               perform cchq-scan-books
               if not ws-serial-is-keyed
                   compute ws-range-first = ws-bk-highest + 1
                   compute ws-range-last =
                       ws-range-first + ws-leaves - 1
               end-if
               if ws-range-last > ws-serial-max
                   move 'N' to ws-edits-ok
                   move 'Serials would run past 999999' to CHQMSGO
                   move 'ECHQ0011' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'RANGE FULL' to ws-aud-status
               else if ws-bk-overlaps
                   move 'N' to ws-edits-ok
                   move 'Serials overlap a book already issued'
                       to CHQMSGO
                   move 'ECHQ0012' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'OVERLAP' to ws-aud-status
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the leaves as keyed, else the SYSPARM 'CHQLEAVS' count      *
      ***--------------------------------------------------------------*
       cchq-edit-leaves section.
       cchq-edit-leaves-para.
           move 'Y' to ws-edits-ok
           if CHQLVSI = spaces or low-values
               move ws-leaves-default to ws-leaves
               move 'CHQLEAVS' to SYSPARM-KEY
               exec cics
                   read file('SYSPARM')
                   into(SYSPARM-RECORD)
                   ridfld(SYSPARM-KEY)
                   resp(ws-sysparm-resp)
               end-exec
               if ws-sysparm-resp = dfhresp(normal)
                   and SYSPARM-VALUE > 0
                   and SYSPARM-VALUE not > ws-leaves-max
                   move SYSPARM-VALUE to ws-leaves
               end-if
           else
               move CHQLVSI to ws-leaves-digits
               if ws-leaves-digits not is numeric
                   or ws-leaves-digits-n = 0
                   or ws-leaves-digits-n > ws-leaves-max
                   move 'N' to ws-edits-ok
                   move 'Leaves must be 01 to 50' to CHQMSGO
                   move 'ECHQ0010' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'BAD LEAVES' to ws-aud-status
               else
                   move ws-leaves-digits-n to ws-leaves
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the serial, when one is keyed, must be 000001 to 999999     *
      ***--------------------------------------------------------------*
       cchq-edit-serial section.
       cchq-edit-serial-para.
           move 'Y' to ws-edits-ok
           move 'N' to ws-serial-keyed
           move 0 to ws-serial
           if CHQSERI not = spaces and not = low-values
               move CHQSERI to ws-serial-digits
               if ws-serial-digits not is numeric
                   or ws-serial-digits-n = 0
                   move 'N' to ws-edits-ok
                   move 'Serial must be 000001 to 999999' to CHQMSGO
                   move 'ECHQ0009' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'BAD SERIAL' to ws-aud-status
               else
                   move 'Y' to ws-serial-keyed
                   move ws-serial-digits-n to ws-serial
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account keyed must be on file, and not one the user is  *
      *** linked to                                                   *
      ***--------------------------------------------------------------*
       cchq-read-account section.
       cchq-read-account-para.
           move 'N' to ws-edits-ok
           move CHQACNI to ACCTMAST-ACCTNO
           exec cics
               read file('ACCTMAST')
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp not = dfhresp(normal)
               move 'Account not on file' to CHQMSGO
               move 'ECHQ0013' to ws-msg-no
               perform cchq-catalogue-message
               move 'NO ACCOUNT' to ws-aud-status
           else
               move 'N' to ws-stf-linked
               move spaces to ws-stf-custno
               move CHQACNI to ws-stf-acctno
               perform cchq-check-staff-link
               if ws-stf-is-linked
                   perform cchq-staff-refusal
                   move 'STAFF LINK' to ws-aud-status
               else
                   move 'Y' to ws-edits-ok
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every book on the account: the highest serial issued, and   *
      *** whether one holds any serial of the range being issued      *
      ***--------------------------------------------------------------*
       cchq-scan-books section.
       cchq-scan-books-para.
           move 0 to ws-bk-highest
           move 'N' to ws-bk-overlap
           move CHQACNI to ws-bk-acctno
           move 0 to ws-bk-last
           exec cics
               startbr file('CHQBOOK')
               ridfld(ws-bk-key)
               gteq
               resp(ws-chqbook-resp)
           end-exec
           if ws-chqbook-resp = dfhresp(normal)
               move 'Y' to ws-bk-browse
               perform cchq-scan-book-next
                   until not ws-bk-browsing
               exec cics
                   endbr file('CHQBOOK')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cchq-scan-book-next section.
       cchq-scan-book-next-para.
           exec cics
               readnext file('CHQBOOK')
               into(CHQBOOK-RECORD)
               ridfld(ws-bk-key)
               resp(ws-chqbook-resp)
           end-exec
           if ws-chqbook-resp not = dfhresp(normal)
               or CHQBOOK-ACCTNO not = CHQACNI
               move 'N' to ws-bk-browse
           else
               if CHQBOOK-LAST-SERIAL > ws-bk-highest
                   move CHQBOOK-LAST-SERIAL to ws-bk-highest
               end-if
               if ws-serial-is-keyed
                   and CHQBOOK-FIRST-SERIAL not > ws-range-last
                   and CHQBOOK-LAST-SERIAL not < ws-range-first
                   move 'Y' to ws-bk-overlap
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the book written with its leaves unused                     *
      ***--------------------------------------------------------------*
       cchq-write-book section.
       cchq-write-book-para.
           initialize CHQBOOK-RECORD
           move CHQACNI to CHQBOOK-ACCTNO
           move ws-range-last to CHQBOOK-LAST-SERIAL
           move ws-range-first to CHQBOOK-FIRST-SERIAL
           move ws-leaves to CHQBOOK-LEAVES
           move ws-busdate to CHQBOOK-ISSUE-DATE
           move ws-auth-userid to CHQBOOK-ISSUED-BY
           perform cchq-open-leaf
               varying ws-leaf-sub from 1 by 1
               until ws-leaf-sub > ws-leaves
           exec cics
               write file('CHQBOOK')
               from(CHQBOOK-RECORD)
               ridfld(CHQBOOK-KEY)
               resp(ws-chqbook-resp)
           end-exec
           if ws-chqbook-resp = dfhresp(normal)
               perform cchq-show-book
               move spaces to CHQMSGO
               string 'Book issued - cheques '
                   CHQBOOK-FIRST-SERIAL ' to ' CHQBOOK-LAST-SERIAL
                   delimited by size into CHQMSGO
               move 'SUCCESS' to ws-aud-status
           else if ws-chqbook-resp = dfhresp(duprec)
               move 'Serials overlap a book already issued' to CHQMSGO
               move 'ECHQ0012' to ws-msg-no
               perform cchq-catalogue-message
               move 'OVERLAP' to ws-aud-status
           else
               move 'Book could not be recorded' to CHQMSGO
               move 'ECHQ0016' to ws-msg-no
               perform cchq-catalogue-message
               move 'WRITE FAIL' to ws-aud-status
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       cchq-open-leaf section.
       cchq-open-leaf-para.
           move 'U' to CHQBOOK-LEAF-STATUS(ws-leaf-sub)
           exit
           .
      ***--------------------------------------------------------------*
      *** a cheque stopped ('S') or cancelled ('C') by its serial -   *
      *** only an unused cheque can be stopped, an unused or stopped  *
      *** one cancelled; a paid cheque stands                         *
      ***--------------------------------------------------------------*
       cchq-mark-leaf section.
       cchq-mark-leaf-para.
           if CHQACTI = 'S'
               move 'CHQSTOP' to ws-aud-event
           else
               move 'CHQCANCL' to ws-aud-event
           end-if
           move spaces to ws-aud-status
           perform cchq-clear-book
           if ws-in-training
               move 'Cheques cannot be changed in training' to CHQMSGO
               move 'ECHQ0017' to ws-msg-no
               perform cchq-catalogue-message
               move 'TRAINING' to ws-aud-status
           else
               perform cchq-edit-serial
               if ws-edits-pass and not ws-serial-is-keyed
                   move 'N' to ws-edits-ok
                   move 'Key the cheque serial and ENTER' to CHQMSGO
                   move 'ECHQ0008' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'NO SERIAL' to ws-aud-status
               end-if
               if ws-edits-pass
                   perform cchq-read-account
               end-if
               if ws-edits-pass
                   move 'Y' to ws-find-update
                   perform cchq-find-leaf
                   if ws-leaf-was-found
                       perform cchq-change-leaf
                   else
                       move 'No book on the account holds that serial'
                           to CHQMSGO
                       move 'ECHQ0004' to ws-msg-no
                       perform cchq-catalogue-message
                       move 'NO BOOK' to ws-aud-status
                   end-if
               end-if
           end-if
           perform cchq-write-audit
           exit
           .
      ***--------------------------------------------------------------*
       cchq-change-leaf section.
       cchq-change-leaf-para.
           if CHQBOOK-LEAF-PAID(ws-leaf-sub)
               or CHQBOOK-LEAF-CANCELLED(ws-leaf-sub)
               or (CHQBOOK-LEAF-STOPPED(ws-leaf-sub)
                   and CHQACTI = 'S')
               exec cics
                   unlock file('CHQBOOK')
                   resp(ws-chqbook-resp)
               end-exec
               perform cchq-show-book
               perform cchq-show-leaf
               evaluate true
                   when CHQBOOK-LEAF-PAID(ws-leaf-sub)
                       move 'Cheque is already paid' to CHQMSGO
                       move 'ECHQ0018' to ws-msg-no
                       move 'PAID' to ws-aud-status
                   when CHQBOOK-LEAF-CANCELLED(ws-leaf-sub)
                       move 'Cheque is already cancelled' to CHQMSGO
                       move 'ECHQ0019' to ws-msg-no
                       move 'CANCELLED' to ws-aud-status
                   when other
                       move 'Cheque is already stopped' to CHQMSGO
                       move 'ECHQ0020' to ws-msg-no
                       move 'STOPPED' to ws-aud-status
               end-evaluate
               perform cchq-catalogue-message
           else
               move CHQACTI to CHQBOOK-LEAF-STATUS(ws-leaf-sub)
               move ws-busdate to CHQBOOK-LEAF-DATE(ws-leaf-sub)
               move ws-auth-userid to CHQBOOK-LEAF-BY(ws-leaf-sub)
               exec cics
                   rewrite file('CHQBOOK')
                   from(CHQBOOK-RECORD)
                   resp(ws-chqbook-resp)
               end-exec
               perform cchq-show-book
               perform cchq-show-leaf
               if ws-chqbook-resp not = dfhresp(normal)
                   move 'Cheque could not be updated' to CHQMSGO
                   move 'ECHQ0023' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'REWRITE FAIL' to ws-aud-status
               else if CHQACTI = 'S'
                   move 'Cheque stopped - it will be returned unpaid'
                       to CHQMSGO
                   move 'ECHQ0021' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               else
                   move 'Cheque cancelled' to CHQMSGO
                   move 'ECHQ0022' to ws-msg-no
                   perform cchq-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the book holding ws-serial on the keyed account - the first *
      *** book whose last serial is not below it, when its first      *
      *** serial is not above it - read for update when asked         *
      ***--------------------------------------------------------------*
       cchq-find-leaf section.
       cchq-find-leaf-para.
           move 'N' to ws-leaf-found
           move CHQACNI to CHQBOOK-ACCTNO
           move ws-serial to CHQBOOK-LAST-SERIAL
           if ws-find-for-update
               exec cics
                   read file('CHQBOOK')
                   into(CHQBOOK-RECORD)
                   ridfld(CHQBOOK-KEY)
                   gteq
                   update
                   resp(ws-chqbook-resp)
               end-exec
           else
               exec cics
                   read file('CHQBOOK')
                   into(CHQBOOK-RECORD)
                   ridfld(CHQBOOK-KEY)
                   gteq
                   resp(ws-chqbook-resp)
               end-exec
           end-if
           if ws-chqbook-resp = dfhresp(normal)
               if CHQBOOK-ACCTNO = CHQACNI
                   and CHQBOOK-FIRST-SERIAL not > ws-serial
                   compute ws-leaf-sub =
                       ws-serial - CHQBOOK-FIRST-SERIAL + 1
                   move 'Y' to ws-leaf-found
               else if ws-find-for-update
                   exec cics
                       unlock file('CHQBOOK')
                       resp(ws-chqbook-resp)
                   end-exec
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the book in CHQBOOK-RECORD onto the screen, its leaf map a  *
      *** letter per cheque                                           *
      ***--------------------------------------------------------------*
       cchq-show-book section.
       cchq-show-book-para.
           move CHQBOOK-FIRST-SERIAL to CHQFSTO
           move CHQBOOK-LAST-SERIAL to CHQLSTO
           move CHQBOOK-ISSUE-DATE to CHQIDTO
           move CHQBOOK-ISSUED-BY to CHQIBYO
           move spaces to ws-leaf-map
           perform cchq-map-leaf
               varying ws-map-sub from 1 by 1
               until ws-map-sub > CHQBOOK-LEAVES
           move ws-leaf-map to CHQLEFO
           exit
           .
      ***--------------------------------------------------------------*
       cchq-map-leaf section.
       cchq-map-leaf-para.
           move CHQBOOK-LEAF-STATUS(ws-map-sub)
               to ws-leaf-map(ws-map-sub:1)
           exit
           .
      ***--------------------------------------------------------------*
      *** the one cheque at ws-leaf-sub: its state, when and by whom  *
      *** it changed, and what was paid                               *
      ***--------------------------------------------------------------*
       cchq-show-leaf section.
       cchq-show-leaf-para.
           move ws-serial to ws-serial-digits-n
           move ws-serial-digits to CHQSERO
           evaluate true
               when CHQBOOK-LEAF-PAID(ws-leaf-sub)
                   move 'PAID' to CHQSTSO
                   move CHQBOOK-LEAF-AMOUNT(ws-leaf-sub) to CHQLAMO
               when CHQBOOK-LEAF-STOPPED(ws-leaf-sub)
                   move 'STOPPED' to CHQSTSO
               when CHQBOOK-LEAF-CANCELLED(ws-leaf-sub)
                   move 'CANCELLD' to CHQSTSO
               when other
                   move 'UNUSED' to CHQSTSO
           end-evaluate
           if not CHQBOOK-LEAF-UNUSED(ws-leaf-sub)
               move CHQBOOK-LEAF-DATE(ws-leaf-sub) to CHQLDTO
               move CHQBOOK-LEAF-BY(ws-leaf-sub) to CHQLBYO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cchq-clear-book section.
       cchq-clear-book-para.
           move spaces to CHQFSTO
           move spaces to CHQLSTO
           move spaces to CHQIDTO
           move spaces to CHQIBYO
           move spaces to CHQSTSO
           move spaces to CHQLDTO
           move spaces to CHQLBYO
           move spaces to CHQLAMI
           move spaces to CHQLEFO
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off BUSCTRL, wall clock when the control  *
      *** row is missing - the same fallback the batch jobs use       *
      ***--------------------------------------------------------------*
       cchq-load-busdate section.
       cchq-load-busdate-para.
           move current-date(1:8) to ws-busdate
           move 'BUSDATE ' to BUSCTRL-CNAME
           exec cics
               read file('BUSCTRL')
               into(BUSCTRL-RECORD)
               ridfld(BUSCTRL-CNAME)
               resp(ws-busctrl-resp)
           end-exec
           if ws-busctrl-resp = dfhresp(normal)
               and BUSCTRL-DATE not = 0
               move BUSCTRL-DATE to ws-busdate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every issue, stop and cancel is journalled for audit, same  *
      *** layout as ETPESON's signon audit                            *
      ***--------------------------------------------------------------*
       cchq-write-audit section.
       cchq-write-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'ACCT=' CHQACNI ' '
               'SER=' CHQSERI ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('CQ') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** is the signed-on user tied by STAFFLNK to the customer in    *
      *** ws-stf-custno, or to the account in ws-stf-acctno through    *
      *** any of its ACCTXREF holders?  Only ever sets the switch, so  *
      *** a caller clears it once and checks everything it acts on     *
      ***--------------------------------------------------------------*
       cchq-check-staff-link section.
       cchq-check-staff-link-para.
           if not ws-stf-is-linked and ws-auth-userid not = spaces
               if ws-stf-custno not = low-values and spaces
                   perform cchq-staff-link-read
               end-if
               if not ws-stf-is-linked
                   and ws-stf-acctno not = low-values and spaces
                   move ws-stf-acctno to ws-stf-key-acctno
                   move low-values to ws-stf-key-custno
                   exec cics
                       startbr file('ACCTXREF')
                       ridfld(ws-stf-xref-key)
                       resp(ws-stf-xref-resp)
                   end-exec
                   if ws-stf-xref-resp = dfhresp(normal)
                       move 'Y' to ws-stf-browse
                       perform cchq-staff-link-next
                           until not ws-stf-browsing
                       exec cics
                           endbr file('ACCTXREF')
                       end-exec
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cchq-staff-link-next section.
       cchq-staff-link-next-para.
           exec cics
               readnext file('ACCTXREF')
               into(ws-stf-xref-rec)
               ridfld(ws-stf-xref-key)
               resp(ws-stf-xref-resp)
           end-exec
           if ws-stf-xref-resp not = dfhresp(normal)
               or ws-stf-xref-acctno not = ws-stf-acctno
               move 'N' to ws-stf-browse
           else
               move ws-stf-xref-custno to ws-stf-custno
               perform cchq-staff-link-read
               if ws-stf-is-linked
                   move 'N' to ws-stf-browse
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cchq-staff-link-read section.
       cchq-staff-link-read-para.
           move ws-auth-userid to STAFFLNK-USERID
           move ws-stf-custno to STAFFLNK-CUSTNO
           exec cics
               read file('STAFFLNK')
               into(STAFFLNK-RECORD)
               ridfld(STAFFLNK-KEY)
               resp(ws-stafflnk-resp)
           end-exec
           if ws-stafflnk-resp = dfhresp(normal)
               move 'Y' to ws-stf-linked
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the refusal goes on the message line and to journal1, so     *
      *** compliance sees every attempt on a staff-linked account      *
      ***--------------------------------------------------------------*
       cchq-staff-refusal section.
       cchq-staff-refusal-para.
           move 'Refused - your own or a related customer'
               to CHQMSGO
           move 'ETP00003' to ws-msg-no
           perform cchq-catalogue-message
           move spaces to ws-stf-aud-msg
           string 'STAFFLNK '
               'UID=' ws-auth-userid ' '
               'TRAN=' eibtrnid ' '
               'ACCT=' ws-stf-acctno ' '
               'CUST=' ws-stf-custno
               delimited by size
               into ws-stf-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-stf-aud-msg) flength(80)
               jtypeid('SF') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSECHQ'
                   exec cics
                       receive map(ws-map)
                       into(BMSECHQI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cchq section.
       cics-send-cchq-para.
           move low-values to CHQACTO.

           move 'BMSECHQ' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to CHQMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSECHQO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cchq-check-auth section.
       cchq-check-auth-para.
           move 'N' to ws-tx-auth
           move 'J' to ws-auth-role
           move spaces to ws-auth-userid
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal) and IDLETRK-IS-SIGNED-ON
               move IDLETRK-USERID to ws-auth-userid
               if IDLETRK-IS-TRAINING
                   move 'Y' to ws-training
               end-if
               move IDLETRK-USERID to SECROLE-USERID
               exec cics
                   read file('SECROLE')
                   into(SECROLE-RECORD)
                   ridfld(SECROLE-USERID)
                   resp(ws-role-resp)
               end-exec
               if ws-role-resp = dfhresp(normal)
                   move SECROLE-LANGUAGE to ws-msg-lang
      *            a grant past its recertification date has lapsed
      *            and reads as junior until it is re-reviewed
                   if SECROLE-REVIEW-DATE is numeric
                       and SECROLE-REVIEW-DATE not = 0
                       and SECROLE-REVIEW-DATE < current-date(1:8)
                       move 'J' to ws-auth-role
                   else
                       move SECROLE-CODE to ws-auth-role
                   end-if
               end-if
           end-if
      *    a break-glass elevation still inside its window reads as
      *    admin - ETPEMNU drops it once the window has passed
           if ws-idle-resp = dfhresp(normal) and IDLETRK-IS-SIGNED-ON
               and IDLETRK-ELEV-UNTIL is numeric
               and IDLETRK-ELEV-UNTIL > current-date(1:14)
               move 'A' to ws-auth-role
           end-if
           if ws-auth-role = 'A'
               move 'Y' to ws-tx-auth
           else
               move ws-auth-role to TXAUTH-ROLE
               move eibtrnid to TXAUTH-TRANID
               exec cics
                   read file('TXAUTH')
                   into(TXAUTH-RECORD)
                   ridfld(TXAUTH-KEY)
                   resp(ws-txauth-resp)
               end-exec
               if ws-txauth-resp = dfhresp(normal)
                   move 'Y' to ws-tx-auth
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       cchq-catalogue-message section.
       cchq-catalogue-message-para.
           move ws-msg-no to MSGCAT-MSGNO
           move ws-msg-lang to MSGCAT-LANG
           if MSGCAT-LANG = spaces or low-values
               move 'EN' to MSGCAT-LANG
           end-if
           exec cics
               read file('MSGCAT')
               into(MSGCAT-RECORD)
               ridfld(MSGCAT-KEY)
               resp(ws-msgcat-resp)
           end-exec
           if ws-msgcat-resp not = dfhresp(normal)
               and not MSGCAT-IS-ENGLISH
               move 'EN' to MSGCAT-LANG
               exec cics
                   read file('MSGCAT')
                   into(MSGCAT-RECORD)
                   ridfld(MSGCAT-KEY)
                   resp(ws-msgcat-resp)
               end-exec
           end-if
           if ws-msgcat-resp = dfhresp(normal)
               and MSGCAT-TEXT not = spaces
               move MSGCAT-TEXT to CHQMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cchq-refuse-entry section.
       cchq-refuse-entry-para.
           string 'AUTHVIOL '
               'UID=' ws-auth-userid ' '
               'ROLE=' ws-auth-role ' '
               'TRAN=' eibtrnid ' '
               'TERM=' eibtrmid
               into ws-auth-msg
           exec cics
               write journalname('journal1')
               from(ws-auth-msg) flength(80)
               jtypeid('AV') prefix('ETP')
           end-exec
           exec cics send text
               from(ws-auth-deny-text)
               erase
           end-exec
           exec cics return end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** bumps this transaction's count in the consolidated          *
      *** unsupported-attention-key training-gap log                  *
      ***--------------------------------------------------------------*
       cchq-log-unsupkey section.
       cchq-log-unsupkey-para.
           move eibtrnid to UNSUPKEY-TRANID
           exec cics
               read file('UNSUPKEY')
               into(UNSUPKEY-RECORD)
               ridfld(UNSUPKEY-TRANID)
               resp(ws-unsupkey-resp)
           end-exec
           if ws-unsupkey-resp = dfhresp(normal)
               add 1 to UNSUPKEY-COUNT
           else
               move 1 to UNSUPKEY-COUNT
           end-if
           exec cics
               write file('UNSUPKEY')
               from(UNSUPKEY-RECORD)
               ridfld(UNSUPKEY-TRANID)
               resp(ws-unsupkey-resp)
           end-exec
           if ws-unsupkey-resp = dfhresp(duprec)
               exec cics
                   rewrite file('UNSUPKEY')
                   from(UNSUPKEY-RECORD)
                   resp(ws-unsupkey-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** privileged-activity trail - an admin or senior user's        *
      *** interaction is recorded on PRIVACT with the key of the       *
      *** record it was about, apart from the operational journals     *
      ***--------------------------------------------------------------*
       cchq-log-privact section.
       cchq-log-privact-para.
           if ws-auth-role = 'A' or ws-auth-role = 'S'
               move ws-auth-userid to PRIVACT-USERID
               move current-date(1:8) to PRIVACT-DATE
               move current-date(9:6) to PRIVACT-TIME
               move eibtaskn to PRIVACT-TASKNO
               move eibtrmid to PRIVACT-TERMID
               move eibtrnid to PRIVACT-TRANID
               move ws-program-name to PRIVACT-PROGRAM
               move ws-auth-role to PRIVACT-ROLE
               move eibaid to PRIVACT-AID
               move CHQACTI to PRIVACT-ACTION
               move CHQACNI to PRIVACT-RECKEY
               inspect PRIVACT-ACTION
                   replacing all low-values by spaces
               inspect PRIVACT-RECKEY
                   replacing all low-values by spaces
               exec cics
                   write file('PRIVACT')
                   from(PRIVACT-RECORD)
                   ridfld(PRIVACT-KEY)
                   resp(ws-privact-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** closes the response-time measurement the menu opened for    *
      *** this terminal: elapsed seconds from the selection to this   *
      *** first screen back, recorded on TXTIME for the daily report  *
      ***--------------------------------------------------------------*
       cchq-capture-timing section.
       cchq-capture-timing-para.
           move eibtrmid to TXTIMTRK-TERMID
           exec cics
               read file('TXTIMTRK')
               into(TXTIMTRK-RECORD)
               ridfld(TXTIMTRK-TERMID)
               update
               resp(ws-txtimtrk-resp)
           end-exec
           if ws-txtimtrk-resp = dfhresp(normal)
               if TXTIMTRK-IS-PENDING
                   and TXTIMTRK-TRANID = eibtrnid
                   move TXTIMTRK-START-TIME(1:2) to ws-ttk-hh
                   move TXTIMTRK-START-TIME(3:2) to ws-ttk-mm
                   move TXTIMTRK-START-TIME(5:2) to ws-ttk-ss
                   compute ws-ttk-start-secs =
                       ws-ttk-hh * 3600 + ws-ttk-mm * 60
                     + ws-ttk-ss
                   end-compute
                   move current-date(9:2) to ws-ttk-hh
                   move current-date(11:2) to ws-ttk-mm
                   move current-date(13:2) to ws-ttk-ss
                   compute ws-ttk-now-secs =
                       ws-ttk-hh * 3600 + ws-ttk-mm * 60
                     + ws-ttk-ss
                   end-compute
                   compute ws-ttk-elapsed =
                       ws-ttk-now-secs - ws-ttk-start-secs
                   end-compute
                   if ws-ttk-elapsed < 0
                       add 86400 to ws-ttk-elapsed
                   end-if
                   if ws-ttk-elapsed > 9999
                       move 9999 to ws-ttk-elapsed
                   end-if
                   move eibtrnid to TXTIME-TRANID
                   move current-date(1:8) to TXTIME-DATE
                   move 1 to TXTIME-SEQ
                   move ws-ttk-elapsed to TXTIME-ELAPSED-SECS
                   move 'N' to ws-ttk-written
                   perform cchq-capture-timing-write
                       until ws-ttk-was-written
                   move 'N' to TXTIMTRK-PENDING
                   exec cics
                       rewrite file('TXTIMTRK')
                       from(TXTIMTRK-RECORD)
                       resp(ws-txtimtrk-resp)
                   end-exec
               else
                   exec cics
                       unlock file('TXTIMTRK')
                   end-exec
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cchq-capture-timing-write section.
       cchq-capture-timing-write-para.
           exec cics
               write file('TXTIME')
               from(TXTIME-RECORD)
               ridfld(TXTIME-KEY)
               resp(ws-txtime-resp)
           end-exec
           if ws-txtime-resp = dfhresp(duprec)
               add 1 to TXTIME-SEQ
           else
               move 'Y' to ws-ttk-written
           end-if
           exit
           .
       end-program.
