       identification division.

       program-id. ETPELGO.

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

      * ETPELGO - legal orders against an account
      * Key an account and ENTER to list, eight to the screen, the
      * court garnishment orders and tax levies served against it on
      * LEGALORD - priority, order number, kind, the authority's
      * reference, the amount ordered, what is attached and what has
      * been remitted - with the total ring-fenced; a number with
      * action 'I' shows one order in full.  A supervisor - SECROLE
      * 'S' or 'A' - serves a new order ('A'): the issuing authority
      * and its reference, 'G' garnishment or 'T' tax levy, the
      * amount, the priority (01 is satisfied first) and the
      * authority's account the money is remitted to.  What the
      * account has available is attached at once and comes off the
      * memo balance; the rest of the balance stays usable, and
      * ETPBPST captures the credits that follow.  'W' withdraws an
      * order the authority has lifted, giving back what it held,
      * unless a remittance is still on its way.  Every change is
      * journalled to journal1.  This replaces the whole-account
      * hold on ETPEAMT as the way an order is applied.  LEGALORD is
      * a live file with no practice copy - a training session may
      * look but not change.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPELGO'.

      ***--------------------------------------------------------------*
      *** training mode - LEGALORD has no practice copy, so a         *
      *** training session inquires on the live orders only, and      *
      *** every screen carries a TRAINING banner                      *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSELGO.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see clgo-check-auth      *
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
      *    the MSGCAT catalogue - see clgo-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ELGO session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).
           03  ws-aud-seq                    pic x(3).

      ***--------------------------------------------------------------*
      *** the account, the orders served against it and the           *
      *** authority's remittance account                              *
      ***--------------------------------------------------------------*
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       copy LEGALORD.
       01  ws-legalord-resp                  pic s9(8) comp.
       01  ws-more-orders                    pic x(1).
           88  ws-more-order-recs            value 'Y'.

      *    the order number keyed on the screen and where the browse
      *    found it; the highest number on the account, so a new
      *    order takes the next; and whether an active order already
      *    carries the reference keyed
       01  ws-want-seq                       pic 9(3).
       01  ws-order-found                    pic x(1).
           88  ws-order-was-found            value 'Y'.
       01  ws-found-key                      pic x(15).
       01  ws-max-seq                        pic 9(3).
       01  ws-ref-dup                        pic x(1).
           88  ws-ref-is-dup                 value 'Y'.

      *    the amount is keyed as nine digits with two implied
      *    decimals, the way ETPEAMT takes amounts
       01  ws-amount-digits                  pic x(9).
       01  ws-amount-digits-n redefines ws-amount-digits
                                             pic 9(7)v99.
       01  ws-new-amount                     pic 9(7)v99.
       01  ws-memo                           pic s9(9)v99.
       01  ws-attach                         pic s9(9)v99.
       01  ws-amt-disp                       pic zzzzzz9.99.
       01  ws-held-total                     pic s9(9)v99.
       01  ws-held-disp                      pic zzzzzzz9.99.
       01  ws-list-total                     pic x(1).
           88  ws-listing-total              value 'Y'.
       01  ws-edits-ok                       pic x(1).
           88  ws-edits-pass                 value 'Y'.

      *    one screen of the list for L01-L08
       01  ws-page-lines.
           03  ws-page-disp                  pic x(70) occurs 8 times.
       77  ws-page-max                       pic 9(2) comp value 8.
       01  ws-page-count                     pic 9(2) comp.
       01  ws-page-over                      pic x(1).
           88  ws-page-overflowed            value 'Y'.
       01  ws-page-line.
           03  ws-pln-priority               pic 9(2).
           03  filler                        pic x(1).
           03  ws-pln-seq                    pic 9(3).
           03  filler                        pic x(1).
           03  ws-pln-kind                   pic x(1).
           03  filler                        pic x(1).
           03  ws-pln-ref                    pic x(16).
           03  filler                        pic x(1).
           03  ws-pln-amount                 pic zzzzzz9.99.
           03  filler                        pic x(1).
           03  ws-pln-held                   pic zzzzzz9.99.
           03  filler                        pic x(1).
           03  ws-pln-remitted               pic zzzzzz9.99.
           03  filler                        pic x(1).
           03  ws-pln-status                 pic x(9).

      *    consolidated cross-program training-gap log - see
      *    clgo-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see clgo-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see clgo-capture-timing            *
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
           perform clgo-mainline

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
       clgo-mainline section.
       clgo-mainline-para.
           perform clgo-check-auth
           if not ws-tx-authorized
               perform clgo-refuse-entry
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
                perform clgo-log-privact

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

      *            ENTER lists the account's orders or changes them
                   when DFHENTER
                       evaluate true
                           when LGOACNI = low-values or spaces
                               move 'Key an account number and ENTER'
                                   to LGOMSGO
                               move 'ELGO0001' to ws-msg-no
                               perform clgo-catalogue-message
                           when LGOACTI = 'I' or space or low-value
                               perform clgo-inquire
                           when LGOACTI = 'A' or 'W'
                               perform clgo-maintain
                           when other
                               move 'Action must be A, W or I'
                                   to LGOMSGO
                               move 'ELGO0002' to ws-msg-no
                               perform clgo-catalogue-message
                       end-evaluate
                       perform cics-send-clgo

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move spaces to ws-page-lines
                       perform clgo-show-page
                       move 'Display reset by clear key'
                           to LGOMSGO
                       move 'ETP00001' to ws-msg-no
                       perform clgo-catalogue-message
                       perform cics-send-clgo
                   when other
                       move 'Unexpected 3270 attention key'
                           to LGOMSGO
                       move 'ETP00002' to ws-msg-no
                       perform clgo-catalogue-message
                       perform clgo-log-unsupkey
                       perform cics-send-clgo
               end-evaluate
           else
               perform clgo-capture-timing
               move 'Key an account number and ENTER' to LGOMSGO
               move 'ELGO0001' to ws-msg-no
               perform clgo-catalogue-message
               perform cics-send-clgo
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's orders, and one of them in full when its      *
      *** number is keyed                                             *
      ***--------------------------------------------------------------*
       clgo-inquire section.
       clgo-inquire-para.
           move 'N' to ws-list-total
           perform clgo-read-account
           if ws-acctmast-resp not = dfhresp(normal)
               move 'Account not on the master' to LGOMSGO
               move 'ELGO0003' to ws-msg-no
               perform clgo-catalogue-message
           else if LGOSEQI = low-values or spaces
               perform clgo-clear-order
               move 'Y' to ws-list-total
           else if LGOSEQI not is numeric
               move 'Order number must be three digits' to LGOMSGO
               move 'ELGO0004' to ws-msg-no
               perform clgo-catalogue-message
           else
               move LGOSEQI to ws-want-seq
               perform clgo-find-order
               if ws-order-was-found
                   move ws-found-key to LEGALORD-KEY
                   exec cics
                       read file('LEGALORD')
                       into(LEGALORD-RECORD)
                       ridfld(LEGALORD-KEY)
                       resp(ws-legalord-resp)
                   end-exec
                   perform clgo-show-order
                   move 'Order shown' to LGOMSGO
                   move 'ELGO0005' to ws-msg-no
                   perform clgo-catalogue-message
               else
                   move 'No such order on this account' to LGOMSGO
                   move 'ELGO0006' to ws-msg-no
                   perform clgo-catalogue-message
               end-if
           end-if end-if end-if
           perform clgo-list-orders
      *    the plain list says what the account has ring-fenced
           if ws-listing-total
               move ws-held-total to ws-held-disp
               move spaces to LGOMSGO
               if ws-page-overflowed
                   string 'More orders than fit - first eight shown; '
                       'ring-fenced ' ws-held-disp
                       into LGOMSGO
               else
                   string 'Orders shown - ring-fenced ' ws-held-disp
                       ' - A serves, W withdraws'
                       into LGOMSGO
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a change to the orders: a supervisor only, never in         *
      *** training, and only on an account on file - a new order      *
      *** only on one not closed                                      *
      ***--------------------------------------------------------------*
       clgo-maintain section.
       clgo-maintain-para.
           if LGOACTI = 'A'
               move 'LGOSERVE' to ws-aud-event
           else
               move 'LGOWDRAW' to ws-aud-event
           end-if
           move spaces to ws-aud-seq
           perform clgo-read-account
           if ws-in-training
               move 'Legal orders cannot be changed in training'
                   to LGOMSGO
               move 'ELGO0007' to ws-msg-no
               perform clgo-catalogue-message
               move 'TRAINING' to ws-aud-status
           else if ws-auth-role not = 'S' and not = 'A'
               move 'Serving or withdrawing an order needs a supervisor'
                   to LGOMSGO
               move 'ELGO0008' to ws-msg-no
               perform clgo-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else if ws-acctmast-resp not = dfhresp(normal)
               move 'Account not on the master' to LGOMSGO
               move 'ELGO0003' to ws-msg-no
               perform clgo-catalogue-message
               move 'NO ACCOUNT' to ws-aud-status
           else if LGOACTI = 'A'
               and ACCTMAST-IS-CLOSED
               move 'Account is closed' to LGOMSGO
               move 'ELGO0009' to ws-msg-no
               perform clgo-catalogue-message
               move 'CLOSED' to ws-aud-status
           else
               if LGOACTI = 'A'
                   perform clgo-serve-order
               else
                   perform clgo-withdraw-order
               end-if
           end-if end-if end-if end-if
           perform clgo-write-audit
           perform clgo-list-orders
           exit
           .
      ***--------------------------------------------------------------*
      *** a new order: the next number on the account, and whatever   *
      *** the account has available attached at once - up to the     *
      *** ordered amount - and taken off its memo balance             *
      ***--------------------------------------------------------------*
       clgo-serve-order section.
       clgo-serve-order-para.
           perform clgo-edit-order
           if ws-edits-pass
               move 0 to ws-want-seq
               perform clgo-find-order
               if ws-ref-is-dup
                   move 'An active order already has this reference'
                       to LGOMSGO
                   move 'ELGO0010' to ws-msg-no
                   perform clgo-catalogue-message
                   move 'DUPLICATE' to ws-aud-status
               else if ws-max-seq = 999
                   move 'No order numbers left on this account'
                       to LGOMSGO
                   move 'ELGO0011' to ws-msg-no
                   perform clgo-catalogue-message
                   move 'FULL' to ws-aud-status
               else
                   move LGOACNI to ACCTMAST-ACCTNO
                   exec cics
                       read file('ACCTMAST')
                       into(ACCTMAST-RECORD)
                       ridfld(ACCTMAST-ACCTNO)
                       update
                       resp(ws-acctmast-resp)
                   end-exec
                   if ACCTMAST-MEMO-BALANCE is numeric
                       move ACCTMAST-MEMO-BALANCE to ws-memo
                   else
                       move ACCTMAST-BALANCE to ws-memo
                   end-if
                   move 0 to ws-attach
                   if ws-memo > 0
                       if ws-memo < ws-new-amount
                           move ws-memo to ws-attach
                       else
                           move ws-new-amount to ws-attach
                       end-if
                   end-if
                   move spaces to LEGALORD-RECORD
                   move LGOACNI to LEGALORD-ACCTNO
                   move LGOPRII to LEGALORD-PRIORITY
                   compute LEGALORD-SEQ = ws-max-seq + 1
                   end-compute
                   move LEGALORD-SEQ to ws-aud-seq
                   move LGOKNDI to LEGALORD-KIND
                   move LGOAUTI to LEGALORD-AUTHORITY
                   move LGOREFI to LEGALORD-ORDER-REF
                   move LGORMTI to LEGALORD-REMIT-ACCT
                   move ws-new-amount to LEGALORD-AMOUNT
                   move ws-attach to LEGALORD-HELD
                   move 0 to LEGALORD-IN-TRANSIT
                   move 0 to LEGALORD-REMITTED
                   move 'A' to LEGALORD-STATUS
                   move current-date(1:8) to LEGALORD-SERVED-DATE
                   move ws-auth-userid to LEGALORD-SERVED-BY
                   move 0 to LEGALORD-LAST-REMIT-DATE
                   move 0 to LEGALORD-CLOSED-DATE
                   move spaces to LEGALORD-CLOSED-BY
                   exec cics
                       write file('LEGALORD')
                       from(LEGALORD-RECORD)
                       ridfld(LEGALORD-KEY)
                       resp(ws-legalord-resp)
                   end-exec
                   if ws-legalord-resp = dfhresp(normal)
                       if ws-attach > 0
                           compute ACCTMAST-MEMO-BALANCE =
                               ws-memo - ws-attach
                           end-compute
                           exec cics
                               rewrite file('ACCTMAST')
                               from(ACCTMAST-RECORD)
                               resp(ws-acctmast-resp)
                           end-exec
                       else
                           exec cics
                               unlock file('ACCTMAST')
                           end-exec
                       end-if
                       move LEGALORD-SEQ to LGOSEQO
                       move ws-attach to ws-amt-disp
                       move spaces to LGOMSGO
                       string 'Order ' ws-aud-seq ' served - '
                           ws-amt-disp ' attached now'
                           into LGOMSGO
                       move 'SUCCESS' to ws-aud-status
                   else
                       exec cics
                           unlock file('ACCTMAST')
                       end-exec
                       move 'Order could not be written' to LGOMSGO
                       move 'ELGO0012' to ws-msg-no
                       perform clgo-catalogue-message
                       move 'WRITE FAIL' to ws-aud-status
                   end-if
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the order as keyed: a priority 01-99, the kind, who issued  *
      *** it and their reference, an amount, and a remittance account *
      *** on file that can take money in and is not this account      *
      ***--------------------------------------------------------------*
       clgo-edit-order section.
       clgo-edit-order-para.
           move 'N' to ws-edits-ok
           move 0 to ws-new-amount
           if LGOPRII not is numeric
               or LGOPRII = '00'
               move 'Priority must be 01 to 99 (01 is paid first)'
                   to LGOMSGO
               move 'ELGO0013' to ws-msg-no
               perform clgo-catalogue-message
               move 'BAD PRIORITY' to ws-aud-status
           else if LGOKNDI not = 'G' and not = 'T'
               move 'Kind must be G garnishment or T tax levy'
                   to LGOMSGO
               move 'ELGO0014' to ws-msg-no
               perform clgo-catalogue-message
               move 'BAD KIND' to ws-aud-status
           else if LGOAUTI = low-values or spaces
               move 'Key the issuing authority' to LGOMSGO
               move 'ELGO0015' to ws-msg-no
               perform clgo-catalogue-message
               move 'NO AUTHORITY' to ws-aud-status
           else if LGOREFI = low-values or spaces
               move 'Key the authority''s order reference'
                   to LGOMSGO
               move 'ELGO0016' to ws-msg-no
               perform clgo-catalogue-message
               move 'NO REFERENCE' to ws-aud-status
           else if LGOAMTI not is numeric
               move 'Amount must be nine digits (two decimals)'
                   to LGOMSGO
               move 'ELGO0017' to ws-msg-no
               perform clgo-catalogue-message
               move 'BAD AMOUNT' to ws-aud-status
           else if LGOAMTI = '000000000'
               move 'Amount must be more than zero' to LGOMSGO
               move 'ELGO0018' to ws-msg-no
               perform clgo-catalogue-message
               move 'BAD AMOUNT' to ws-aud-status
           else if LGORMTI = low-values or spaces
               move 'Key the authority''s remittance account'
                   to LGOMSGO
               move 'ELGO0019' to ws-msg-no
               perform clgo-catalogue-message
               move 'NO REMIT ACCT' to ws-aud-status
           else if LGORMTI = LGOACNI
               move 'Remittance account cannot be this account'
                   to LGOMSGO
               move 'ELGO0020' to ws-msg-no
               perform clgo-catalogue-message
               move 'BAD REMIT' to ws-aud-status
           else
               move LGOAMTI to ws-amount-digits
               move ws-amount-digits-n to ws-new-amount
               move LGORMTI to ACCTMAST-ACCTNO
               exec cics
                   read file('ACCTMAST')
                   into(ACCTMAST-RECORD)
                   ridfld(ACCTMAST-ACCTNO)
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp not = dfhresp(normal)
                   move 'Remittance account not on the master'
                       to LGOMSGO
                   move 'ELGO0021' to ws-msg-no
                   perform clgo-catalogue-message
                   move 'BAD REMIT' to ws-aud-status
               else if ACCTMAST-IS-CLOSED
                   or ACCTMAST-IS-CLOSE-PEND
                   or ACCTMAST-IS-CHARGED-OFF
                   or ACCTMAST-IS-ESCHEATED
                   or ACCTMAST-IS-DECEASED
                   move 'Remittance account cannot take money in'
                       to LGOMSGO
                   move 'ELGO0022' to ws-msg-no
                   perform clgo-catalogue-message
                   move 'BAD REMIT' to ws-aud-status
               else
                   move 'Y' to ws-edits-ok
               end-if end-if
           end-if end-if end-if end-if end-if end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an order the authority has lifted: what it held goes back   *
      *** to the memo balance - but not while a remittance of it is   *
      *** still to post, or the money would be paid twice            *
      ***--------------------------------------------------------------*
       clgo-withdraw-order section.
       clgo-withdraw-order-para.
           if LGOSEQI = low-values or spaces
               or LGOSEQI not is numeric
               move 'Key the three-digit number of the order'
                   to LGOMSGO
               move 'ELGO0023' to ws-msg-no
               perform clgo-catalogue-message
               move 'NO ORDER' to ws-aud-status
           else
               move LGOSEQI to ws-want-seq
               move LGOSEQI to ws-aud-seq
               perform clgo-find-order
               if not ws-order-was-found
                   move 'No such order on this account' to LGOMSGO
                   move 'ELGO0006' to ws-msg-no
                   perform clgo-catalogue-message
                   move 'NOT FOUND' to ws-aud-status
               else
                   move ws-found-key to LEGALORD-KEY
                   exec cics
                       read file('LEGALORD')
                       into(LEGALORD-RECORD)
                       ridfld(LEGALORD-KEY)
                       update
                       resp(ws-legalord-resp)
                   end-exec
                   if ws-legalord-resp not = dfhresp(normal)
                       move 'Order could not be read' to LGOMSGO
                       move 'ELGO0024' to ws-msg-no
                       perform clgo-catalogue-message
                       move 'READ FAIL' to ws-aud-status
                   else if not LEGALORD-IS-ACTIVE
                       exec cics
                           unlock file('LEGALORD')
                       end-exec
                       move 'Order is no longer active' to LGOMSGO
                       move 'ELGO0025' to ws-msg-no
                       perform clgo-catalogue-message
                       move 'NOT ACTIVE' to ws-aud-status
                   else if LEGALORD-IN-TRANSIT > 0
                       exec cics
                           unlock file('LEGALORD')
                       end-exec
                       move 'Remittance in transit - withdraw later'
                           to LGOMSGO
                       move 'ELGO0026' to ws-msg-no
                       perform clgo-catalogue-message
                       move 'IN TRANSIT' to ws-aud-status
                   else
                       move 'W' to LEGALORD-STATUS
                       move current-date(1:8) to LEGALORD-CLOSED-DATE
                       move ws-auth-userid to LEGALORD-CLOSED-BY
                       exec cics
                           rewrite file('LEGALORD')
                           from(LEGALORD-RECORD)
                           resp(ws-legalord-resp)
                       end-exec
                       if ws-legalord-resp = dfhresp(normal)
                           perform clgo-release-held
                           perform clgo-show-order
                           move LEGALORD-HELD to ws-amt-disp
                           move spaces to LGOMSGO
                           string 'Order ' ws-aud-seq ' withdrawn - '
                               ws-amt-disp ' released'
                               into LGOMSGO
                           move 'SUCCESS' to ws-aud-status
                       else
                           move 'Order could not be withdrawn'
                               to LGOMSGO
                           move 'ELGO0027' to ws-msg-no
                           perform clgo-catalogue-message
                           move 'REWRITE FAIL' to ws-aud-status
                       end-if
                   end-if end-if end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the withdrawn order's attached money back on the memo       *
      ***--------------------------------------------------------------*
       clgo-release-held section.
       clgo-release-held-para.
           if LEGALORD-HELD > 0
               move LGOACNI to ACCTMAST-ACCTNO
               exec cics
                   read file('ACCTMAST')
                   into(ACCTMAST-RECORD)
                   ridfld(ACCTMAST-ACCTNO)
                   update
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp = dfhresp(normal)
                   if ACCTMAST-MEMO-BALANCE is numeric
                       add LEGALORD-HELD to ACCTMAST-MEMO-BALANCE
                   else
                       compute ACCTMAST-MEMO-BALANCE =
                           ACCTMAST-BALANCE + LEGALORD-HELD
                       end-compute
                   end-if
                   exec cics
                       rewrite file('ACCTMAST')
                       from(ACCTMAST-RECORD)
                       resp(ws-acctmast-resp)
                   end-exec
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** browses every order on the account: the highest number,     *
      *** the one numbered ws-want-seq if there is one, and whether   *
      *** an active order already carries the reference keyed         *
      ***--------------------------------------------------------------*
       clgo-find-order section.
       clgo-find-order-para.
           move 'N' to ws-order-found
           move 'N' to ws-ref-dup
           move 0 to ws-max-seq
           move LGOACNI to LEGALORD-ACCTNO
           move 0 to LEGALORD-PRIORITY
           move 0 to LEGALORD-SEQ
           exec cics
               startbr file('LEGALORD')
               ridfld(LEGALORD-KEY)
               resp(ws-legalord-resp)
           end-exec
           if ws-legalord-resp = dfhresp(normal)
               move 'Y' to ws-more-orders
               perform clgo-find-order-next
                   until not ws-more-order-recs
               exec cics
                   endbr file('LEGALORD')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       clgo-find-order-next section.
       clgo-find-order-next-para.
           exec cics
               readnext file('LEGALORD')
               into(LEGALORD-RECORD)
               ridfld(LEGALORD-KEY)
               resp(ws-legalord-resp)
           end-exec
           if ws-legalord-resp not = dfhresp(normal)
               or LEGALORD-ACCTNO not = LGOACNI
               move 'N' to ws-more-orders
           else
               if LEGALORD-SEQ > ws-max-seq
                   move LEGALORD-SEQ to ws-max-seq
               end-if
               if LEGALORD-SEQ = ws-want-seq
                   move 'Y' to ws-order-found
                   move LEGALORD-KEY to ws-found-key
               end-if
               if LEGALORD-IS-ACTIVE
                   and LEGALORD-ORDER-REF = LGOREFI
                   move 'Y' to ws-ref-dup
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account keyed, with its status for the heading          *
      ***--------------------------------------------------------------*
       clgo-read-account section.
       clgo-read-account-para.
           move LGOACNI to ACCTMAST-ACCTNO
           exec cics
               read file('ACCTMAST')
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp = dfhresp(normal)
               evaluate true
                   when ACCTMAST-IS-ACTIVE
                       move 'ACTIVE' to LGOSTSO
                   when ACCTMAST-IS-CLOSED
                       move 'CLOSED' to LGOSTSO
                   when ACCTMAST-IS-HOLD
                       move 'HOLD' to LGOSTSO
                   when ACCTMAST-IS-DORMANT
                       move 'DORMANT' to LGOSTSO
                   when ACCTMAST-IS-CLOSE-PEND
                       move 'CLOSING' to LGOSTSO
                   when ACCTMAST-IS-CHARGED-OFF
                       move 'CHGDOFF' to LGOSTSO
                   when ACCTMAST-IS-ESCHEATED
                       move 'ESCHEAT' to LGOSTSO
                   when ACCTMAST-IS-DECEASED
                       move 'DECEASD' to LGOSTSO
                   when other
                       move 'UNKNOWN' to LGOSTSO
               end-evaluate
           else
               move spaces to LGOSTSO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       clgo-show-order section.
       clgo-show-order-para.
           move LEGALORD-PRIORITY to LGOPRIO
           move LEGALORD-SEQ to LGOSEQO
           move LEGALORD-KIND to LGOKNDO
           move LEGALORD-AUTHORITY to LGOAUTO
           move LEGALORD-ORDER-REF to LGOREFO
           move LEGALORD-AMOUNT to ws-amount-digits-n
           move ws-amount-digits to LGOAMTO
           move LEGALORD-REMIT-ACCT to LGORMTO
           exit
           .
      ***--------------------------------------------------------------*
       clgo-clear-order section.
       clgo-clear-order-para.
           move low-values to LGOPRIO
           move low-values to LGOSEQO
           move low-values to LGOKNDO
           move low-values to LGOAUTO
           move low-values to LGOREFO
           move low-values to LGOAMTO
           move low-values to LGORMTO
           exit
           .
      ***--------------------------------------------------------------*
      *** every order on the account, eight to the screen in the      *
      *** order they are satisfied, and the total the active ones     *
      *** hold                                                        *
      ***--------------------------------------------------------------*
       clgo-list-orders section.
       clgo-list-orders-para.
           move spaces to ws-page-lines
           move 0 to ws-page-count
           move 'N' to ws-page-over
           move 0 to ws-held-total
           move LGOACNI to LEGALORD-ACCTNO
           move 0 to LEGALORD-PRIORITY
           move 0 to LEGALORD-SEQ
           exec cics
               startbr file('LEGALORD')
               ridfld(LEGALORD-KEY)
               resp(ws-legalord-resp)
           end-exec
           if ws-legalord-resp = dfhresp(normal)
               move 'Y' to ws-more-orders
               perform clgo-list-order
                   until not ws-more-order-recs
               exec cics
                   endbr file('LEGALORD')
               end-exec
           end-if
           if ws-page-count = 0
               move 'No legal orders on this account' to ws-page-disp(1)
           end-if
           perform clgo-show-page
           exit
           .
      ***--------------------------------------------------------------*
       clgo-list-order section.
       clgo-list-order-para.
           exec cics
               readnext file('LEGALORD')
               into(LEGALORD-RECORD)
               ridfld(LEGALORD-KEY)
               resp(ws-legalord-resp)
           end-exec
           if ws-legalord-resp not = dfhresp(normal)
               or LEGALORD-ACCTNO not = LGOACNI
               move 'N' to ws-more-orders
           else
               move spaces to ws-page-line
               move LEGALORD-PRIORITY to ws-pln-priority
               move LEGALORD-SEQ to ws-pln-seq
               move LEGALORD-KIND to ws-pln-kind
               move LEGALORD-ORDER-REF to ws-pln-ref
               move LEGALORD-AMOUNT to ws-pln-amount
               move LEGALORD-HELD to ws-pln-held
               move LEGALORD-REMITTED to ws-pln-remitted
               evaluate true
                   when LEGALORD-IS-ACTIVE
                       add LEGALORD-HELD to ws-held-total
                       if LEGALORD-IN-TRANSIT > 0
                           move 'REMITTING' to ws-pln-status
                       else
                           move 'ACTIVE' to ws-pln-status
                       end-if
                   when LEGALORD-IS-SATISFIED
                       move 'SATISFIED' to ws-pln-status
                   when LEGALORD-IS-WITHDRAWN
                       move 'WITHDRAWN' to ws-pln-status
                   when other
                       move 'UNKNOWN' to ws-pln-status
               end-evaluate
               if ws-page-count < ws-page-max
                   add 1 to ws-page-count
                   move ws-page-line to ws-page-disp(ws-page-count)
               else
                   move 'Y' to ws-page-over
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       clgo-show-page section.
       clgo-show-page-para.
           move ws-page-disp(1) to LGOL01O
           move ws-page-disp(2) to LGOL02O
           move ws-page-disp(3) to LGOL03O
           move ws-page-disp(4) to LGOL04O
           move ws-page-disp(5) to LGOL05O
           move ws-page-disp(6) to LGOL06O
           move ws-page-disp(7) to LGOL07O
           move ws-page-disp(8) to LGOL08O
           exit
           .
      ***--------------------------------------------------------------*
      *** every change is journalled for audit, same layout as        *
      *** ETPESON's signon audit                                       *
      ***--------------------------------------------------------------*
       clgo-write-audit section.
       clgo-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'ACCT=' LGOACNI ' '
               'ORDER=' ws-aud-seq ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('LO') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSELGO'
                   exec cics
                       receive map(ws-map)
                       into(BMSELGOI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-clgo section.
       cics-send-clgo-para.
           move low-values to LGOACTO.

           move 'BMSELGO' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to LGOMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSELGOO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       clgo-check-auth section.
       clgo-check-auth-para.
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
       clgo-catalogue-message section.
       clgo-catalogue-message-para.
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
               move MSGCAT-TEXT to LGOMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       clgo-refuse-entry section.
       clgo-refuse-entry-para.
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
      *** bumps this transaction's count in the consolidated            *
      *** unsupported-attention-key training-gap log                    *
      ***--------------------------------------------------------------*
       clgo-log-unsupkey section.
       clgo-log-unsupkey-para.
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
       clgo-log-privact section.
       clgo-log-privact-para.
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
               move LGOACTI to PRIVACT-ACTION
               move LGOACNI to PRIVACT-RECKEY
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
       clgo-capture-timing section.
       clgo-capture-timing-para.
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
                   perform clgo-capture-timing-write
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
       clgo-capture-timing-write section.
       clgo-capture-timing-write-para.
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
