       identification division.

       program-id. ETPEOIM.

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

      * ETPEOIM - open items on an internal account, matched by hand
      * Key an internal account kept on open items and ENTER to list
      * its unmatched OPENITEM items, eight to the screen numbered 1
      * to 8, with PF8 paging forward - posting date and sequence,
      * value date, amount and the narrative - and the net of every
      * open item, which is the balance ETPBOIM could not explain.
      * Key the numbers of the items on the screen that clear each
      * other in the selection field (for example 136) with action
      * 'M': they must all still be open, be two or more, and net to
      * exactly zero.  They are matched under the key of the earliest
      * of them, the match id, which ETPBOIM's own pairs carry too.
      * A match id keyed with action 'I' lists the items matched
      * under it; with 'U' a supervisor - SECROLE 'S' or 'A' - breaks
      * the match up and the items are open again.  Every match and
      * unmatch is journalled to journal1.  OPENITEM is a live file
      * with no practice copy - a training session may look but not
      * change.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEOIM'.

      ***--------------------------------------------------------------*
      *** training mode - OPENITEM has no practice copy, so a         *
      *** training session inquires on the live items only, and       *
      *** every screen carries a TRAINING banner                      *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEOIM.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see coim-check-auth      *
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

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see coim-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EOIM session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).
           03  ws-aud-count                  pic 9(2).

      ***--------------------------------------------------------------*
      *** the account and its open items                               *
      ***--------------------------------------------------------------*
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       copy OPENITEM.
       01  ws-openitem-resp                  pic s9(8) comp.
       01  ws-more-items                     pic x(1).
           88  ws-more-item-recs             value 'Y'.
       01  ws-item-key.
           03  ws-item-acctno                pic x(10).
           03  ws-item-date-seq              pic x(14).

      *    the net of the account's open items, for the heading
       01  ws-open-total                     pic s9(9)v99.
       01  ws-open-count                     pic 9(5) comp.
       01  ws-total-disp                     pic zzzzzzzz9.99-.
       01  ws-count-disp                     pic zzzz9.

      *    the items picked by their line numbers for a hand match:
      *    which lines, how many, what they net to, and the match id
      *    - the earliest of their keys
       01  ws-sel-sub                        pic 9(2) comp.
       01  ws-sel-line                       pic 9(1).
       01  ws-sel-picked.
           03  ws-sel-flag                   pic x(1) occurs 8 times.
       01  ws-sel-count                      pic 9(2) comp.
       01  ws-sel-net                        pic s9(9)v99.
       01  ws-sel-bad                        pic x(1).
           88  ws-sel-is-bad                 value 'Y'.
       01  ws-sel-reason                     pic x(40).
       01  ws-match-id                       pic x(14).
       01  ws-keep-msg                       pic x(79).

      *    the items of one match, gathered before any is reopened
       77  ws-grp-max                        pic 9(3) comp value 100.
       01  ws-grp-count                      pic 9(3) comp.
       01  ws-grp-sub                        pic 9(3) comp.
       01  ws-grp-table.
           03  ws-grp-key                    pic x(14) occurs 100 times.
       01  ws-grp-over                       pic x(1).
           88  ws-grp-overflowed             value 'Y'.

      *    one screen of the list for L01-L08
       01  ws-page-lines.
           03  ws-page-disp                  pic x(70) occurs 8 times.
       77  ws-page-max                       pic 9(2) comp value 8.
       01  ws-page-count                     pic 9(2) comp.
       01  ws-page-line.
           03  ws-pln-lineno                 pic 9(1).
           03  filler                        pic x(1).
           03  ws-pln-date                   pic 9(8).
           03  filler                        pic x(1) value '/'.
           03  ws-pln-seq                    pic 9(6).
           03  filler                        pic x(1).
           03  ws-pln-value-date             pic 9(8).
           03  filler                        pic x(1).
           03  ws-pln-amount                 pic zzzzzz9.99-.
           03  filler                        pic x(1).
           03  ws-pln-narrative              pic x(20).
           03  filler                        pic x(1).
           03  ws-pln-txn-type               pic x(2).
           03  filler                        pic x(1).
           03  ws-pln-rule                   pic x(1).

      *    consolidated cross-program training-gap log - see
      *    coim-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see coim-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

      *    the listing carries across the pseudo-conversation: the
      *    account and what is being listed, where the page ended so
      *    PF8 carries straight on, and the keys behind lines 1-8 so
      *    a hand match acts on exactly what was shown
       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-acctno                 pic x(10).
           03  ws-cur-mode                   pic x(1).
               88  ws-cur-lists-open         value 'O'.
               88  ws-cur-lists-match        value 'G'.
           03  ws-cur-match-id               pic x(14).
           03  ws-cur-last-key               pic x(14).
           03  ws-cur-page-keys.
               05  ws-cur-page-key           pic x(14) occurs 8 times.

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see coim-capture-timing            *
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
           perform coim-mainline

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
       coim-mainline section.
       coim-mainline-para.
           perform coim-check-auth
           if not ws-tx-authorized
               perform coim-refuse-entry
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
                perform coim-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

      *            PF12 Exits the CICS-supported Transactions
                   when DFHPF12
      *                *> PF 12 Key
                       exec cics syncpoint end-exec
                       move eibtrnid to ws-end-msg(1:4)
                       exec cics send text | added text
                           from(ws-end-msg)
                           erase
                       end-exec
                       exec cics return end-exec

      *            PF3 transfers to EMNU menu
                   WHEN DFHPF3
                       move 'EMNU' to ws-next-tran

      *            ENTER lists the account's items or matches them
                   when DFHENTER
                       evaluate true
                           when OIMACNI = low-values or spaces
                               move 'Key an account number and ENTER'
                                   to OIMMSGO
                               move 'EOIM0001' to ws-msg-no
                               perform coim-catalogue-message
                           when OIMACTI = 'I' or space or low-value
                               perform coim-inquire
                           when OIMACTI = 'M'
                               perform coim-match
                           when OIMACTI = 'U'
                               perform coim-unmatch
                           when other
                               move 'Action must be M, U or I'
                                   to OIMMSGO
                               move 'EOIM0002' to ws-msg-no
                               perform coim-catalogue-message
                       end-evaluate
                       perform cics-send-coim

      *            PF8 pages forward from where the list ended
                   when DFHPF8
                       if ws-cur-lists-open or ws-cur-lists-match
                           perform coim-load-page
                       else
                           move 'ENTER lists the account first'
                               to OIMMSGO
                           move 'EOIM0003' to ws-msg-no
                           perform coim-catalogue-message
                       end-if
                       perform cics-send-coim

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move space to ws-cur-mode
                       move spaces to ws-page-lines
                       perform coim-show-page
                       move 'Display reset by clear key'
                           to OIMMSGO
                       move 'ETP00001' to ws-msg-no
                       perform coim-catalogue-message
                       perform cics-send-coim
                   when other
                       move 'Unexpected 3270 attention key'
                           to OIMMSGO
                       move 'ETP00002' to ws-msg-no
                       perform coim-catalogue-message
                       perform coim-log-unsupkey
                       perform cics-send-coim
               end-evaluate
           else
               perform coim-capture-timing
               move space to ws-cur-mode
               move 'Key an account number and ENTER' to OIMMSGO
               move 'EOIM0001' to ws-msg-no
               perform coim-catalogue-message
               perform cics-send-coim
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's open items from the first, or the items of    *
      *** the match whose id is keyed                                 *
      ***--------------------------------------------------------------*
       coim-inquire section.
       coim-inquire-para.
           perform coim-read-account
           if ws-acctmast-resp not = dfhresp(normal)
               move space to ws-cur-mode
               move 'Account not on the master' to OIMMSGO
               move 'EOIM0004' to ws-msg-no
               perform coim-catalogue-message
           else if not ACCTMAST-IS-INTERNAL
               move space to ws-cur-mode
               move 'Open items are kept on internal accounts only'
                   to OIMMSGO
               move 'EOIM0005' to ws-msg-no
               perform coim-catalogue-message
           else if OIMMIDI = low-values or spaces
               move 'O' to ws-cur-mode
               move spaces to ws-cur-match-id
               perform coim-start-list
           else if OIMMIDI not is numeric
               move space to ws-cur-mode
               move 'Match id is the fourteen digits listed'
                   to OIMMSGO
               move 'EOIM0006' to ws-msg-no
               perform coim-catalogue-message
           else
               move 'G' to ws-cur-mode
               move OIMMIDI to ws-cur-match-id
               perform coim-start-list
           end-if end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a fresh listing from the top of the account, with the net   *
      *** of its open items                                           *
      ***--------------------------------------------------------------*
       coim-start-list section.
       coim-start-list-para.
           move OIMACNI to ws-cur-acctno
           move low-values to ws-cur-last-key
           perform coim-sum-open
           move ws-open-total to ws-total-disp
           move ws-total-disp to OIMTOTO
           perform coim-load-page
           exit
           .
      ***--------------------------------------------------------------*
      *** the next eight items past the saved position - the open     *
      *** ones, or those of the match listed - numbered 1 to 8        *
      ***--------------------------------------------------------------*
       coim-load-page section.
       coim-load-page-para.
           move spaces to ws-page-lines
           move spaces to ws-cur-page-keys
           move 0 to ws-page-count
           move ws-cur-acctno to ws-item-acctno
           move ws-cur-last-key to ws-item-date-seq
           move ws-item-key to OPENITEM-KEY
           exec cics
               startbr file('OPENITEM')
               ridfld(OPENITEM-KEY)
               resp(ws-openitem-resp)
           end-exec
           if ws-openitem-resp = dfhresp(normal)
               move 'Y' to ws-more-items
               perform coim-load-row
                   until not ws-more-item-recs
                      or ws-page-count >= ws-page-max
               exec cics
                   endbr file('OPENITEM')
               end-exec
           end-if
           perform coim-show-page
           if ws-page-count = 0
               if ws-cur-lists-open
                   move 'No open items past here' to OIMMSGO
                   move 'EOIM0007' to ws-msg-no
                   perform coim-catalogue-message
               else
                   move 'No items of this match past here' to OIMMSGO
                   move 'EOIM0008' to ws-msg-no
                   perform coim-catalogue-message
               end-if
           else if ws-cur-lists-open
               move ws-open-count to ws-count-disp
               move spaces to OIMMSGO
               string ws-count-disp ' open - key lines and M to '
                   'match them; PF8 pages forward'
                   into OIMMSGO
           else
               move spaces to OIMMSGO
               string 'Items matched under ' ws-cur-match-id
                   ' - U breaks the match; PF8 pages forward'
                   into OIMMSGO
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       coim-load-row section.
       coim-load-row-para.
           exec cics
               readnext file('OPENITEM')
               into(OPENITEM-RECORD)
               ridfld(OPENITEM-KEY)
               resp(ws-openitem-resp)
           end-exec
           if ws-openitem-resp not = dfhresp(normal)
               or OPENITEM-ACCTNO not = ws-cur-acctno
               move 'N' to ws-more-items
           else if OPENITEM-KEY(11:14) not = ws-cur-last-key
               move OPENITEM-KEY(11:14) to ws-cur-last-key
               if (ws-cur-lists-open and OPENITEM-IS-OPEN)
                   or (ws-cur-lists-match
                       and OPENITEM-IS-MATCHED
                       and OPENITEM-MATCH-ID = ws-cur-match-id)
                   add 1 to ws-page-count
                   move spaces to ws-page-line
                   move ws-page-count to ws-pln-lineno
                   move '/' to ws-page-line(11:1)
                   move OPENITEM-DATE to ws-pln-date
                   move OPENITEM-SEQ to ws-pln-seq
                   move OPENITEM-VALUE-DATE to ws-pln-value-date
                   move OPENITEM-AMOUNT to ws-pln-amount
                   move OPENITEM-NARRATIVE to ws-pln-narrative
                   move OPENITEM-TXN-TYPE to ws-pln-txn-type
                   move OPENITEM-MATCH-RULE to ws-pln-rule
                   move ws-page-line to ws-page-disp(ws-page-count)
                   move OPENITEM-KEY(11:14)
                       to ws-cur-page-key(ws-page-count)
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the count and net of every open item on the account         *
      ***--------------------------------------------------------------*
       coim-sum-open section.
       coim-sum-open-para.
           move 0 to ws-open-total
           move 0 to ws-open-count
           move ws-cur-acctno to OPENITEM-ACCTNO
           move 0 to OPENITEM-DATE
           move 0 to OPENITEM-SEQ
           exec cics
               startbr file('OPENITEM')
               ridfld(OPENITEM-KEY)
               resp(ws-openitem-resp)
           end-exec
           if ws-openitem-resp = dfhresp(normal)
               move 'Y' to ws-more-items
               perform coim-sum-open-next
                   until not ws-more-item-recs
               exec cics
                   endbr file('OPENITEM')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       coim-sum-open-next section.
       coim-sum-open-next-para.
           exec cics
               readnext file('OPENITEM')
               into(OPENITEM-RECORD)
               ridfld(OPENITEM-KEY)
               resp(ws-openitem-resp)
           end-exec
           if ws-openitem-resp not = dfhresp(normal)
               or OPENITEM-ACCTNO not = ws-cur-acctno
               move 'N' to ws-more-items
           else if OPENITEM-IS-OPEN
               add 1 to ws-open-count
               add OPENITEM-AMOUNT to ws-open-total
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a hand match of the lines keyed, from the open items listed *
      *** for this account: never in training, two or more lines, all *
      *** still open, netting to zero                                 *
      ***--------------------------------------------------------------*
       coim-match section.
       coim-match-para.
           move 'OIMMATCH' to ws-aud-event
           move spaces to ws-match-id
           move 0 to ws-aud-count
           if ws-in-training
               move 'Items cannot be matched in training' to OIMMSGO
               move 'EOIM0009' to ws-msg-no
               perform coim-catalogue-message
               move 'TRAINING' to ws-aud-status
           else if not ws-cur-lists-open
               or OIMACNI not = ws-cur-acctno
               move 'List the account''s open items first' to OIMMSGO
               move 'EOIM0010' to ws-msg-no
               perform coim-catalogue-message
               move 'NOT LISTED' to ws-aud-status
           else
               perform coim-pick-lines
               if ws-sel-is-bad
                   move ws-sel-reason to OIMMSGO
                   move 'BAD SELECT' to ws-aud-status
               else
                   perform coim-check-picked
                   if ws-sel-is-bad
                       move ws-sel-reason to OIMMSGO
                       move 'NOT MATCHED' to ws-aud-status
                   else
                       perform coim-write-match
                   end-if
               end-if
           end-if end-if
           perform coim-write-audit
           if ws-cur-lists-open and OIMACNI = ws-cur-acctno
               and ws-aud-status = 'SUCCESS'
               move low-values to ws-cur-last-key
               perform coim-sum-open
               move ws-open-total to ws-total-disp
               move ws-total-disp to OIMTOTO
               perform coim-load-page
               move spaces to OIMMSGO
               string 'Matched under ' ws-match-id ' - '
                   ws-aud-count ' items'
                   into OIMMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the line numbers keyed - each 1 to 8, on a line listed, and *
      *** none twice; blanks between them are ignored                 *
      ***--------------------------------------------------------------*
       coim-pick-lines section.
       coim-pick-lines-para.
           move 'N' to ws-sel-bad
           move spaces to ws-sel-picked
           move 0 to ws-sel-count
           inspect OIMSELI replacing all low-values by spaces
           perform coim-pick-one-line
               varying ws-sel-sub from 1 by 1
               until ws-sel-sub > 8 or ws-sel-is-bad
           if not ws-sel-is-bad and ws-sel-count < 2
               move 'Y' to ws-sel-bad
               move 'Key two or more line numbers to match'
                   to ws-sel-reason
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       coim-pick-one-line section.
       coim-pick-one-line-para.
           if OIMSELI(ws-sel-sub:1) not = space
               if OIMSELI(ws-sel-sub:1) < '1'
                   or OIMSELI(ws-sel-sub:1) > '8'
                   move 'Y' to ws-sel-bad
                   move 'Line numbers are 1 to 8' to ws-sel-reason
               else
                   move OIMSELI(ws-sel-sub:1) to ws-sel-line
                   if ws-cur-page-key(ws-sel-line) = spaces
                       move 'Y' to ws-sel-bad
                       move 'A line keyed is not listed'
                           to ws-sel-reason
                   else if ws-sel-flag(ws-sel-line) = 'Y'
                       move 'Y' to ws-sel-bad
                       move 'A line is keyed twice' to ws-sel-reason
                   else
                       move 'Y' to ws-sel-flag(ws-sel-line)
                       add 1 to ws-sel-count
                   end-if end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every line picked re-read: still open, and together netting *
      *** to zero; the earliest key is the match id                   *
      ***--------------------------------------------------------------*
       coim-check-picked section.
       coim-check-picked-para.
           move 0 to ws-sel-net
           move high-values to ws-match-id
           perform coim-check-one-picked
               varying ws-sel-sub from 1 by 1
               until ws-sel-sub > 8 or ws-sel-is-bad
           if not ws-sel-is-bad and ws-sel-net not = 0
               move 'Y' to ws-sel-bad
               move ws-sel-net to ws-total-disp
               move spaces to ws-sel-reason
               string 'Items do not net to zero - ' ws-total-disp
                   into ws-sel-reason
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       coim-check-one-picked section.
       coim-check-one-picked-para.
           if ws-sel-flag(ws-sel-sub) = 'Y'
               move ws-cur-acctno to ws-item-acctno
               move ws-cur-page-key(ws-sel-sub) to ws-item-date-seq
               move ws-item-key to OPENITEM-KEY
               exec cics
                   read file('OPENITEM')
                   into(OPENITEM-RECORD)
                   ridfld(OPENITEM-KEY)
                   resp(ws-openitem-resp)
               end-exec
               if ws-openitem-resp not = dfhresp(normal)
                   or not OPENITEM-IS-OPEN
                   move 'Y' to ws-sel-bad
                   move 'An item picked is no longer open - relist'
                       to ws-sel-reason
               else
                   add OPENITEM-AMOUNT to ws-sel-net
                   if ws-cur-page-key(ws-sel-sub) < ws-match-id
                       move ws-cur-page-key(ws-sel-sub) to ws-match-id
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** each picked item rewritten as matched by this user; one     *
      *** that changed under us undoes the lot                        *
      ***--------------------------------------------------------------*
       coim-write-match section.
       coim-write-match-para.
           move 'N' to ws-sel-bad
           perform coim-write-one-match
               varying ws-sel-sub from 1 by 1
               until ws-sel-sub > 8 or ws-sel-is-bad
           if ws-sel-is-bad
               exec cics syncpoint rollback end-exec
               move 0 to ws-aud-count
               move 'An item changed meanwhile - nothing matched'
                   to OIMMSGO
               move 'EOIM0011' to ws-msg-no
               perform coim-catalogue-message
               move 'CHANGED' to ws-aud-status
           else
               move 'SUCCESS' to ws-aud-status
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       coim-write-one-match section.
       coim-write-one-match-para.
           if ws-sel-flag(ws-sel-sub) = 'Y'
               move ws-cur-acctno to ws-item-acctno
               move ws-cur-page-key(ws-sel-sub) to ws-item-date-seq
               move ws-item-key to OPENITEM-KEY
               exec cics
                   read file('OPENITEM')
                   into(OPENITEM-RECORD)
                   ridfld(OPENITEM-KEY)
                   update
                   resp(ws-openitem-resp)
               end-exec
               if ws-openitem-resp not = dfhresp(normal)
                   move 'Y' to ws-sel-bad
               else if not OPENITEM-IS-OPEN
                   exec cics
                       unlock file('OPENITEM')
                   end-exec
                   move 'Y' to ws-sel-bad
               else
                   move 'M' to OPENITEM-STATUS
                   move ws-match-id to OPENITEM-MATCH-ID
                   move 'M' to OPENITEM-MATCH-RULE
                   move current-date(1:8) to OPENITEM-MATCH-DATE
                   move ws-auth-userid to OPENITEM-MATCH-BY
                   exec cics
                       rewrite file('OPENITEM')
                       from(OPENITEM-RECORD)
                       resp(ws-openitem-resp)
                   end-exec
                   if ws-openitem-resp = dfhresp(normal)
                       add 1 to ws-aud-count
                   else
                       move 'Y' to ws-sel-bad
                   end-if
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** breaks a match up: a supervisor only, never in training.     *
      *** The match's items all sit at or after its id, so they are   *
      *** gathered from there and each reopened                       *
      ***--------------------------------------------------------------*
       coim-unmatch section.
       coim-unmatch-para.
           move 'OIMUNMAT' to ws-aud-event
           move 0 to ws-aud-count
           move OIMMIDI to ws-match-id
           perform coim-read-account
           if ws-in-training
               move 'Items cannot be unmatched in training'
                   to OIMMSGO
               move 'EOIM0012' to ws-msg-no
               perform coim-catalogue-message
               move 'TRAINING' to ws-aud-status
           else if ws-auth-role not = 'S' and not = 'A'
               move 'Breaking a match needs a supervisor' to OIMMSGO
               move 'EOIM0013' to ws-msg-no
               perform coim-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else if ws-acctmast-resp not = dfhresp(normal)
               move 'Account not on the master' to OIMMSGO
               move 'EOIM0004' to ws-msg-no
               perform coim-catalogue-message
               move 'NO ACCOUNT' to ws-aud-status
           else if OIMMIDI = low-values or spaces
               or OIMMIDI not is numeric
               move 'Key the fourteen-digit match id' to OIMMSGO
               move 'EOIM0014' to ws-msg-no
               perform coim-catalogue-message
               move 'NO MATCH ID' to ws-aud-status
           else
               perform coim-gather-match
               if ws-grp-count = 0
                   move 'No match with this id on this account'
                       to OIMMSGO
                   move 'EOIM0015' to ws-msg-no
                   perform coim-catalogue-message
                   move 'NOT FOUND' to ws-aud-status
               else if ws-grp-overflowed
                   move 'Match too large to break up here' to OIMMSGO
                   move 'EOIM0016' to ws-msg-no
                   perform coim-catalogue-message
                   move 'TOO LARGE' to ws-aud-status
               else
                   perform coim-reopen-item
                       varying ws-grp-sub from 1 by 1
                       until ws-grp-sub > ws-grp-count
                   move spaces to OIMMSGO
                   string 'Match ' ws-match-id ' broken up - '
                       ws-aud-count ' items open again'
                       into OIMMSGO
                   move 'SUCCESS' to ws-aud-status
               end-if end-if
           end-if end-if end-if end-if
           perform coim-write-audit
           if ws-aud-status = 'SUCCESS'
               move 'O' to ws-cur-mode
               move spaces to ws-cur-match-id
               perform coim-start-list-keep-msg
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the open listing after a change, leaving the change's        *
      *** message on the screen                                       *
      ***--------------------------------------------------------------*
       coim-start-list-keep-msg section.
       coim-start-list-keep-msg-para.
           move OIMMSGO to ws-keep-msg
           perform coim-start-list
           move ws-keep-msg to OIMMSGO
           exit
           .
      ***--------------------------------------------------------------*
       coim-gather-match section.
       coim-gather-match-para.
           move 0 to ws-grp-count
           move 'N' to ws-grp-over
           move OIMACNI to ws-item-acctno
           move ws-match-id to ws-item-date-seq
           move ws-item-key to OPENITEM-KEY
           exec cics
               startbr file('OPENITEM')
               ridfld(OPENITEM-KEY)
               resp(ws-openitem-resp)
           end-exec
           if ws-openitem-resp = dfhresp(normal)
               move 'Y' to ws-more-items
               perform coim-gather-next
                   until not ws-more-item-recs
               exec cics
                   endbr file('OPENITEM')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       coim-gather-next section.
       coim-gather-next-para.
           exec cics
               readnext file('OPENITEM')
               into(OPENITEM-RECORD)
               ridfld(OPENITEM-KEY)
               resp(ws-openitem-resp)
           end-exec
           if ws-openitem-resp not = dfhresp(normal)
               or OPENITEM-ACCTNO not = OIMACNI
               move 'N' to ws-more-items
           else if OPENITEM-IS-MATCHED
               and OPENITEM-MATCH-ID = ws-match-id
               if ws-grp-count < ws-grp-max
                   add 1 to ws-grp-count
                   move OPENITEM-KEY(11:14) to ws-grp-key(ws-grp-count)
               else
                   move 'Y' to ws-grp-over
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       coim-reopen-item section.
       coim-reopen-item-para.
           move OIMACNI to ws-item-acctno
           move ws-grp-key(ws-grp-sub) to ws-item-date-seq
           move ws-item-key to OPENITEM-KEY
           exec cics
               read file('OPENITEM')
               into(OPENITEM-RECORD)
               ridfld(OPENITEM-KEY)
               update
               resp(ws-openitem-resp)
           end-exec
           if ws-openitem-resp = dfhresp(normal)
               move 'O' to OPENITEM-STATUS
               move spaces to OPENITEM-MATCH-ID
               move space to OPENITEM-MATCH-RULE
               move 0 to OPENITEM-MATCH-DATE
               move spaces to OPENITEM-MATCH-BY
               exec cics
                   rewrite file('OPENITEM')
                   from(OPENITEM-RECORD)
                   resp(ws-openitem-resp)
               end-exec
               if ws-openitem-resp = dfhresp(normal)
                   add 1 to ws-aud-count
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account keyed                                            *
      ***--------------------------------------------------------------*
       coim-read-account section.
       coim-read-account-para.
           move OIMACNI to ACCTMAST-ACCTNO
           exec cics
               read file('ACCTMAST')
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       coim-show-page section.
       coim-show-page-para.
           move ws-page-disp(1) to OIML01O
           move ws-page-disp(2) to OIML02O
           move ws-page-disp(3) to OIML03O
           move ws-page-disp(4) to OIML04O
           move ws-page-disp(5) to OIML05O
           move ws-page-disp(6) to OIML06O
           move ws-page-disp(7) to OIML07O
           move ws-page-disp(8) to OIML08O
           exit
           .
      ***--------------------------------------------------------------*
      *** every match and unmatch is journalled for audit, same       *
      *** layout as ETPESON's signon audit                             *
      ***--------------------------------------------------------------*
       coim-write-audit section.
       coim-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'ACCT=' OIMACNI ' '
               'MATCH=' ws-match-id ' '
               'N=' ws-aud-count ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('OI') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEOIM'
                   exec cics
                       receive map(ws-map)
                       into(BMSEOIMI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-coim section.
       cics-send-coim-para.
           move low-values to OIMACTO.

           move 'BMSEOIM' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to OIMMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEOIMO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       coim-check-auth section.
       coim-check-auth-para.
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
       coim-catalogue-message section.
       coim-catalogue-message-para.
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
               move MSGCAT-TEXT to OIMMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       coim-refuse-entry section.
       coim-refuse-entry-para.
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
       coim-log-unsupkey section.
       coim-log-unsupkey-para.
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
       coim-log-privact section.
       coim-log-privact-para.
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
               move OIMACTI to PRIVACT-ACTION
               move OIMACNI to PRIVACT-RECKEY
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
       coim-capture-timing section.
       coim-capture-timing-para.
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
                   perform coim-capture-timing-write
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
       coim-capture-timing-write section.
       coim-capture-timing-write-para.
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
