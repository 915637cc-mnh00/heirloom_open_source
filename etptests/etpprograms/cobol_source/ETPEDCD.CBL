       identification division.

       program-id. ETPEDCD.

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

      * ETPEDCD - deceased customer notification and estate
      * Key a customer number and ENTER to see the customer and any
      * estate on file.  Action 'N', with the date of death, records
      * the death in one step: the customer is marked deceased, every
      * account the customer owned alone is frozen - ETPBPST then
      * suspends any posting against it to SUSPFILE as DECEASED -
      * the customer is taken off each joint account, leaving the
      * surviving holders in control (a survivor becomes primary
      * where the customer was), and the standing orders, warehoused
      * FUTRWHS entries and direct-debit mandates on the frozen
      * accounts are cancelled.  Action 'S', with the executor's
      * account and name, settles the estate: each frozen account's
      * balance and accrued interest are paid to the executor's
      * account through the close-out sweep, an empty account is
      * closed at once, and an overdrawn one is left frozen for the
      * claim on the estate.  Both need a supervisor - SECROLE 'S'
      * or 'A'.  The notification and settlement are kept on the
      * ESTATE register, every step goes on the customer's CUSTAUD
      * trail for ETPECAH, and each action is journalled to
      * journal1.  A training session may look but not act.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.
      * Each audit row is sealed onto the customer's HASHCHN
      * tamper-evident chain.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEDCD'.
       01  ws-jnl4-name                      pic x(8) value 'journal4'.

      ***--------------------------------------------------------------*
      *** training mode - the masters, cross-references and ESTATE    *
      *** have no practice copy here, so a training session inquires *
      *** on the live estate only, and every screen carries a        *
      *** TRAINING banner                                              *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEDCD.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cdcd-check-auth      *
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
      *    the MSGCAT catalogue - see cdcd-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EDCD session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the customer, the accounts and what hangs off them, and the *
      *** estate register and customer trail                           *
      ***--------------------------------------------------------------*
       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       copy ACCTXREF.
       01  ws-acctxref-resp                  pic s9(8) comp.
       copy CUSTXREF.
       01  ws-custxref-resp                  pic s9(8) comp.
       copy SIGNATRY.
       01  ws-signatry-resp                  pic s9(8) comp.
       copy MANDATE.
       01  ws-mandate-resp                   pic s9(8) comp.
       copy STANDORD.
       01  ws-standord-resp                  pic s9(8) comp.
       copy FUTRWHS.
       01  ws-futrwhs-resp                   pic s9(8) comp.
       copy ESTATE.
       01  ws-estate-resp                    pic s9(8) comp.
       copy CUSTAUD.
       01  ws-custaud-resp                   pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** tamper-evident chain - each audit row takes the next        *
      *** number on its customer's HASHCHN row and a seal over        *
      *** its contents and the seal before it                         *
      ***--------------------------------------------------------------*
       copy HASHCHN.
       01  ws-hashchn-resp                   pic s9(8) comp.
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
       01  ws-aud-before-image               pic x(130).
       01  ws-aud-written                    pic x(1).
           88  ws-aud-was-written            value 'Y'.

      *    the date of death as keyed
       01  ws-death-date                     pic x(8).
       01  ws-death-date-n redefines ws-death-date
                                             pic 9(8).
       01  ws-today                          pic 9(8).

      *    the customer's accounts off CUSTXREF, marked as each is
      *    frozen, so the later passes know which to cancel against
       77  ws-acct-max                       pic 9(3) comp value 50.
       01  ws-acct-count                     pic 9(3) comp.
       01  ws-acct-sub                       pic 9(3) comp.
       01  ws-acct-over                      pic x(1).
           88  ws-acct-overflowed            value 'Y'.
       01  ws-acct-table.
           03  ws-acct-slot occurs 50 times.
               05  ws-acct-no                pic x(10).
               05  ws-acct-role              pic x(1).
               05  ws-acct-frozen            pic x(1).
                   88  ws-acct-was-frozen    value 'Y'.
       01  ws-frozen-hit                     pic x(1).
           88  ws-frozen-was-hit             value 'Y'.
       01  ws-find-acctno                    pic x(10).
       01  ws-find-sub                       pic 9(3) comp.

      *    keys found on a browse and updated after it ends; a full
      *    table sends the pass round again for the rest
       77  ws-upd-max                        pic 9(3) comp value 50.
       01  ws-upd-count                      pic 9(3) comp.
       01  ws-upd-sub                        pic 9(3) comp.
       01  ws-upd-over                       pic x(1).
           88  ws-upd-overflowed             value 'Y'.
       01  ws-upd-table.
           03  ws-upd-key                    pic x(36) occurs 50 times.
       01  ws-browse                         pic x(1).
           88  ws-browsing                   value 'Y'.

      *    the holders of one account - how many, and one survivor
       01  ws-cur-acctno                     pic x(10).
       01  ws-owner-count                    pic 9(3) comp.
       01  ws-survivor-custno                pic x(10).

      *    what this action did, for the register and the message
       01  ws-cnt-frozen                     pic 9(3).
       01  ws-cnt-joint                      pic 9(3).
       01  ws-cnt-orders                     pic 9(3).
       01  ws-cnt-entries                    pic 9(3).
       01  ws-cnt-mandates                   pic 9(3).
       01  ws-cnt-paid                       pic 9(3).
       01  ws-cnt-debit                      pic 9(3).
       01  ws-amount-paid                    pic 9(9)v99.

      *    one step for the customer's trail
       01  ws-est-step                       pic x(1).
       01  ws-est-acctno                     pic x(10).
       01  ws-est-ref                        pic x(18).
       01  ws-est-amount                     pic s9(9)v99.
       01  ws-est-text                       pic x(30).

      *    the settlement sweep, with the same journal plumbing the
      *    EAMT close-out uses - structured JNLREC, retry queue, line
      *    tally and JNL4VW mirror
       01  ws-break-amount                   pic s9(7)v99.
       01  ws-break-debit                    pic s9(7)v99.
       01  ws-settle-acctno                  pic x(10).
       copy JNLREC.
       01  ws-jnlrec-sequence                pic 9(6) value 0.
       01  ws-jnl-write-resp                 pic s9(8) comp.
       copy JNLRETRY.
       01  ws-jnlretry-resp                  pic s9(8) comp.
       01  ws-jnlretry-subseq                pic 9(2) value 0.
       01  ws-jnl-target                     pic x(8).
       copy JNLCOUNT.
       01  ws-jnlcount-resp                  pic s9(8) comp.
       copy JNL4VW.
       01  ws-jnl4vw-resp                    pic s9(8) comp.
      *    one pair per account paid, told apart by the sequence
       01  ws-pair-id.
           03  filler                        pic x(4) value 'XFDC'.
           03  ws-pair-id-task               pic 9(7).
           03  ws-pair-id-seq                pic 9(2).
       01  ws-pair-seq                       pic 9(2) value 0.
       01  ws-trace-id.
           03  filler                        pic x(2) value 'DC'.
           03  ws-trace-term                 pic x(4).
           03  ws-trace-task                 pic 9(6).

      *    the estate on L01-L08
       01  ws-page-lines.
           03  ws-page-disp                  pic x(70) occurs 8 times.
       01  ws-cnt-disp1                      pic zz9.
       01  ws-cnt-disp2                      pic zz9.
       01  ws-cnt-disp3                      pic zz9.
       01  ws-paid-disp                      pic zzz,zzz,zz9.99.

      *    consolidated cross-program training-gap log - see
      *    cdcd-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cdcd-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see cdcd-capture-timing            *
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
           perform cdcd-mainline

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
       cdcd-mainline section.
       cdcd-mainline-para.
           perform cdcd-check-auth
           if not ws-tx-authorized
               perform cdcd-refuse-entry
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
                perform cdcd-log-privact

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

      *            ENTER shows the customer's estate or acts on it
                   when DFHENTER
                       evaluate true
                           when DCDCUSI = low-values or spaces
                               move 'Key a customer number and ENTER'
                                   to DCDMSGO
                               move 'EDCD0001' to ws-msg-no
                               perform cdcd-catalogue-message
                           when DCDACTI = 'I' or space or low-value
                               perform cdcd-show-customer
                               if ws-custmast-resp = dfhresp(normal)
                                   move
                          'Customer shown - N notify death, S settle'
                                       to DCDMSGO
                                   move 'EDCD0002' to ws-msg-no
                                   perform cdcd-catalogue-message
                               end-if
                           when DCDACTI = 'N' or 'S'
                               perform cdcd-maintain
                           when other
                               move 'Action must be N, S or I'
                                   to DCDMSGO
                               move 'EDCD0003' to ws-msg-no
                               perform cdcd-catalogue-message
                       end-evaluate
                       perform cics-send-cdcd

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move spaces to ws-page-lines
                       perform cdcd-show-page
                       move 'Display reset by clear key'
                           to DCDMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cdcd-catalogue-message
                       perform cics-send-cdcd
                   when other
                       move 'Unexpected 3270 attention key'
                           to DCDMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cdcd-catalogue-message
                       perform cdcd-log-unsupkey
                       perform cics-send-cdcd
               end-evaluate
           else
               perform cdcd-capture-timing
               move 'Key a customer number and ENTER' to DCDMSGO
               move 'EDCD0001' to ws-msg-no
               perform cdcd-catalogue-message
               perform cics-send-cdcd
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a notification or a settlement: a supervisor only, never in *
      *** training, and only for a customer on file                   *
      ***--------------------------------------------------------------*
       cdcd-maintain section.
       cdcd-maintain-para.
           if DCDACTI = 'N'
               move 'DECEASED' to ws-aud-event
           else
               move 'ESTATE  ' to ws-aud-event
           end-if
           move current-date(1:8) to ws-today
           move DCDCUSI to CUSTMAST-CUSTNO
           exec cics
               read file('CUSTMAST')
               into(CUSTMAST-RECORD)
               ridfld(CUSTMAST-CUSTNO)
               resp(ws-custmast-resp)
           end-exec
           if ws-in-training
               move 'Estates cannot be worked in training' to DCDMSGO
               move 'EDCD0004' to ws-msg-no
               perform cdcd-catalogue-message
               move 'TRAINING' to ws-aud-status
           else if ws-auth-role not = 'S' and not = 'A'
               move 'Estates need a supervisor' to DCDMSGO
               move 'EDCD0005' to ws-msg-no
               perform cdcd-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else if ws-custmast-resp not = dfhresp(normal)
               move 'Customer not found' to DCDMSGO
               move 'EDCD0006' to ws-msg-no
               perform cdcd-catalogue-message
               move 'NO CUSTOMER' to ws-aud-status
           else if DCDACTI = 'N'
               perform cdcd-notify
           else
               perform cdcd-settle
           end-if end-if end-if end-if
           perform cdcd-write-audit
           perform cdcd-show-customer
           exit
           .
      ***--------------------------------------------------------------*
      *** the notification: the customer marked deceased, each of     *
      *** their accounts frozen or left to the survivors, then the    *
      *** orders and warehoused entries on the frozen ones cancelled  *
      ***--------------------------------------------------------------*
       cdcd-notify section.
       cdcd-notify-para.
           move DCDDODI to ws-death-date
           if CUSTMAST-IS-DECEASED
               move 'Customer already notified as deceased'
                   to DCDMSGO
               move 'EDCD0007' to ws-msg-no
               perform cdcd-catalogue-message
               move 'ALREADY' to ws-aud-status
           else if CUSTMAST-IS-CLOSED
               move 'Customer is closed' to DCDMSGO
               move 'EDCD0008' to ws-msg-no
               perform cdcd-catalogue-message
               move 'CLOSED' to ws-aud-status
           else if ws-death-date not numeric
               or ws-death-date-n < 19000101
               or ws-death-date-n > ws-today
               move 'Date of death must be YYYYMMDD, not ahead'
                   to DCDMSGO
               move 'EDCD0009' to ws-msg-no
               perform cdcd-catalogue-message
               move 'BAD DATE' to ws-aud-status
           else
               perform cdcd-collect-accounts
               if ws-acct-overflowed
                   move 'Too many accounts - refer to operations'
                       to DCDMSGO
                   move 'EDCD0010' to ws-msg-no
                   perform cdcd-catalogue-message
                   move 'TOO MANY' to ws-aud-status
               else
                   perform cdcd-mark-deceased
                   if ws-custmast-resp not = dfhresp(normal)
                       move 'Customer could not be updated'
                           to DCDMSGO
                       move 'EDCD0011' to ws-msg-no
                       perform cdcd-catalogue-message
                       move 'REWRITE FAIL' to ws-aud-status
                   else
                       move 0 to ws-cnt-frozen
                       move 0 to ws-cnt-joint
                       move 0 to ws-cnt-orders
                       move 0 to ws-cnt-entries
                       move 0 to ws-cnt-mandates
                       perform cdcd-notify-account
                           varying ws-acct-sub from 1 by 1
                           until ws-acct-sub > ws-acct-count
                       if ws-cnt-frozen > 0
                           move 'Y' to ws-upd-over
                           perform cdcd-orders-pass
                               until not ws-upd-overflowed
                           move 'Y' to ws-upd-over
                           perform cdcd-entries-pass
                               until not ws-upd-overflowed
                       end-if
                       perform cdcd-write-estate
                       move 'Death recorded - accounts frozen or left'
                           to DCDMSGO
                       move 'EDCD0012' to ws-msg-no
                       perform cdcd-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                   end-if
               end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's own record and its 'D' row on the trail      *
      ***--------------------------------------------------------------*
       cdcd-mark-deceased section.
       cdcd-mark-deceased-para.
           move DCDCUSI to CUSTMAST-CUSTNO
           exec cics
               read file('CUSTMAST')
               into(CUSTMAST-RECORD)
               ridfld(CUSTMAST-CUSTNO)
               update
               resp(ws-custmast-resp)
           end-exec
           if ws-custmast-resp = dfhresp(normal)
               move CUSTMAST-RECORD to ws-aud-before-image
               move 'D' to CUSTMAST-STATUS
               exec cics
                   rewrite file('CUSTMAST')
                   from(CUSTMAST-RECORD)
                   resp(ws-custmast-resp)
               end-exec
               if ws-custmast-resp = dfhresp(normal)
                   move DCDCUSI to CUSTAUD-CUSTNO
                   move current-date(1:14) to CUSTAUD-STAMP
                   move 1 to CUSTAUD-SEQ
                   move ws-auth-userid to CUSTAUD-USERID
                   move 'D' to CUSTAUD-ACTION
                   move ws-aud-before-image to CUSTAUD-BEFORE-IMAGE
                   move CUSTMAST-RECORD to CUSTAUD-AFTER-IMAGE
                   perform cdcd-chain-fetch
                   move 'N' to ws-aud-written
                   perform cdcd-write-trail-once
                       until ws-aud-was-written
                   perform cdcd-chain-advance
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's accounts, off the customer-keyed cross-      *
      *** reference                                                    *
      ***--------------------------------------------------------------*
       cdcd-collect-accounts section.
       cdcd-collect-accounts-para.
           move 0 to ws-acct-count
           move 'N' to ws-acct-over
           move DCDCUSI to CUSTXREF-CUSTNO
           move low-values to CUSTXREF-ACCTNO
           exec cics
               startbr file('CUSTXREF')
               ridfld(CUSTXREF-KEY)
               resp(ws-custxref-resp)
           end-exec
           if ws-custxref-resp = dfhresp(normal)
               move 'Y' to ws-browse
               perform cdcd-collect-next
                   until not ws-browsing
               exec cics
                   endbr file('CUSTXREF')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-collect-next section.
       cdcd-collect-next-para.
           exec cics
               readnext file('CUSTXREF')
               into(CUSTXREF-RECORD)
               ridfld(CUSTXREF-KEY)
               resp(ws-custxref-resp)
           end-exec
           if ws-custxref-resp not = dfhresp(normal)
               or CUSTXREF-CUSTNO not = DCDCUSI
               move 'N' to ws-browse
           else if ws-acct-count not < ws-acct-max
               move 'Y' to ws-acct-over
               move 'N' to ws-browse
           else
               add 1 to ws-acct-count
               move CUSTXREF-ACCTNO to ws-acct-no(ws-acct-count)
               move CUSTXREF-ROLE to ws-acct-role(ws-acct-count)
               move 'N' to ws-acct-frozen(ws-acct-count)
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one account: frozen when the customer held it alone, left   *
      *** to the other holders when it is joint                        *
      ***--------------------------------------------------------------*
       cdcd-notify-account section.
       cdcd-notify-account-para.
           move ws-acct-no(ws-acct-sub) to ws-cur-acctno
           perform cdcd-count-owners
           if ws-owner-count > 1
               perform cdcd-leave-joint
           else
               perform cdcd-freeze-account
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** how many holders the account has, and the first of them who *
      *** is not the deceased                                          *
      ***--------------------------------------------------------------*
       cdcd-count-owners section.
       cdcd-count-owners-para.
           move 0 to ws-owner-count
           move spaces to ws-survivor-custno
           move ws-cur-acctno to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           exec cics
               startbr file('ACCTXREF')
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp = dfhresp(normal)
               move 'Y' to ws-browse
               perform cdcd-count-owners-next
                   until not ws-browsing
               exec cics
                   endbr file('ACCTXREF')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-count-owners-next section.
       cdcd-count-owners-next-para.
           exec cics
               readnext file('ACCTXREF')
               into(ACCTXREF-RECORD)
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp not = dfhresp(normal)
               or ACCTXREF-ACCTNO not = ws-cur-acctno
               move 'N' to ws-browse
           else
               add 1 to ws-owner-count
               if ACCTXREF-CUSTNO not = DCDCUSI
                   and ws-survivor-custno = spaces
                   move ACCTXREF-CUSTNO to ws-survivor-custno
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a sole account still in use is frozen; one already closed,  *
      *** closing, written off or escheated is left as it is          *
      ***--------------------------------------------------------------*
       cdcd-freeze-account section.
       cdcd-freeze-account-para.
           move ws-cur-acctno to ACCTMAST-ACCTNO
           exec cics
               read file('ACCTMAST')
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               update
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp = dfhresp(normal)
               if ACCTMAST-IS-ACTIVE or ACCTMAST-IS-HOLD
                   or ACCTMAST-IS-DORMANT
                   move 'F' to ACCTMAST-STATUS
                   exec cics
                       rewrite file('ACCTMAST')
                       from(ACCTMAST-RECORD)
                       resp(ws-acctmast-resp)
                   end-exec
                   if ws-acctmast-resp = dfhresp(normal)
                       move 'Y' to ws-acct-frozen(ws-acct-sub)
                       add 1 to ws-cnt-frozen
                       move 'F' to ws-est-step
                       move ws-cur-acctno to ws-est-acctno
                       move spaces to ws-est-ref
                       move ACCTMAST-BALANCE to ws-est-amount
                       move 'ACCOUNT FROZEN' to ws-est-text
                       perform cdcd-write-step
                       move 'Y' to ws-upd-over
                       perform cdcd-mandates-pass
                           until not ws-upd-overflowed
                   end-if
               else
                   exec cics
                       unlock file('ACCTMAST')
                   end-exec
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the deceased comes off both cross-references and the        *
      *** account's signatories; where they were primary, the first   *
      *** survivor takes the role                                      *
      ***--------------------------------------------------------------*
       cdcd-leave-joint section.
       cdcd-leave-joint-para.
           move ws-cur-acctno to ACCTXREF-ACCTNO
           move DCDCUSI to ACCTXREF-CUSTNO
           exec cics
               delete file('ACCTXREF')
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           move DCDCUSI to CUSTXREF-CUSTNO
           move ws-cur-acctno to CUSTXREF-ACCTNO
           exec cics
               delete file('CUSTXREF')
               ridfld(CUSTXREF-KEY)
               resp(ws-custxref-resp)
           end-exec
           move ws-cur-acctno to SIGNATRY-ACCTNO
           move DCDCUSI to SIGNATRY-CUSTNO
           exec cics
               delete file('SIGNATRY')
               ridfld(SIGNATRY-KEY)
               resp(ws-signatry-resp)
           end-exec
           if ws-acct-role(ws-acct-sub) = 'P'
               perform cdcd-promote-survivor
           end-if
           add 1 to ws-cnt-joint
           move 'J' to ws-est-step
           move ws-cur-acctno to ws-est-acctno
           move ws-survivor-custno to ws-est-ref
           move 0 to ws-est-amount
           move 'LEFT TO SURVIVING HOLDERS' to ws-est-text
           perform cdcd-write-step
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-promote-survivor section.
       cdcd-promote-survivor-para.
           move ws-cur-acctno to ACCTXREF-ACCTNO
           move ws-survivor-custno to ACCTXREF-CUSTNO
           exec cics
               read file('ACCTXREF')
               into(ACCTXREF-RECORD)
               ridfld(ACCTXREF-KEY)
               update
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp = dfhresp(normal)
               move 'P' to ACCTXREF-ROLE
               exec cics
                   rewrite file('ACCTXREF')
                   from(ACCTXREF-RECORD)
                   resp(ws-acctxref-resp)
               end-exec
           end-if
           move ws-survivor-custno to CUSTXREF-CUSTNO
           move ws-cur-acctno to CUSTXREF-ACCTNO
           exec cics
               read file('CUSTXREF')
               into(CUSTXREF-RECORD)
               ridfld(CUSTXREF-KEY)
               update
               resp(ws-custxref-resp)
           end-exec
           if ws-custxref-resp = dfhresp(normal)
               move 'P' to CUSTXREF-ROLE
               exec cics
                   rewrite file('CUSTXREF')
                   from(CUSTXREF-RECORD)
                   resp(ws-custxref-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the frozen account's active direct-debit mandates are       *
      *** cancelled, so no partner can take another debit             *
      ***--------------------------------------------------------------*
       cdcd-mandates-pass section.
       cdcd-mandates-pass-para.
           move 0 to ws-upd-count
           move 'N' to ws-upd-over
           move ws-cur-acctno to MANDATE-ACCTNO
           move low-values to MANDATE-PARTNER-ID
           move low-values to MANDATE-REF
           exec cics
               startbr file('MANDATE')
               ridfld(MANDATE-KEY)
               resp(ws-mandate-resp)
           end-exec
           if ws-mandate-resp = dfhresp(normal)
               move 'Y' to ws-browse
               perform cdcd-mandates-next
                   until not ws-browsing
               exec cics
                   endbr file('MANDATE')
               end-exec
           end-if
           perform cdcd-cancel-mandate
               varying ws-upd-sub from 1 by 1
               until ws-upd-sub > ws-upd-count
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-mandates-next section.
       cdcd-mandates-next-para.
           exec cics
               readnext file('MANDATE')
               into(MANDATE-RECORD)
               ridfld(MANDATE-KEY)
               resp(ws-mandate-resp)
           end-exec
           if ws-mandate-resp not = dfhresp(normal)
               or MANDATE-ACCTNO not = ws-cur-acctno
               move 'N' to ws-browse
           else if MANDATE-IS-ACTIVE
               if ws-upd-count not < ws-upd-max
                   move 'Y' to ws-upd-over
                   move 'N' to ws-browse
               else
                   add 1 to ws-upd-count
                   move MANDATE-KEY to ws-upd-key(ws-upd-count)
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-cancel-mandate section.
       cdcd-cancel-mandate-para.
           move ws-upd-key(ws-upd-sub) to MANDATE-KEY
           exec cics
               read file('MANDATE')
               into(MANDATE-RECORD)
               ridfld(MANDATE-KEY)
               update
               resp(ws-mandate-resp)
           end-exec
           if ws-mandate-resp = dfhresp(normal)
               move 'C' to MANDATE-STATUS
               move ws-today to MANDATE-CANCEL-DATE
               move ws-auth-userid to MANDATE-CANCELLED-BY
               exec cics
                   rewrite file('MANDATE')
                   from(MANDATE-RECORD)
                   resp(ws-mandate-resp)
               end-exec
               if ws-mandate-resp = dfhresp(normal)
                   add 1 to ws-cnt-mandates
                   move 'M' to ws-est-step
                   move MANDATE-ACCTNO to ws-est-acctno
                   move MANDATE-REF to ws-est-ref
                   move MANDATE-MAX-AMOUNT to ws-est-amount
                   move spaces to ws-est-text
                   string 'MANDATE CANCELLED ' MANDATE-PARTNER-ID
                       into ws-est-text
                   perform cdcd-write-step
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the active standing orders on the frozen accounts, and any  *
      *** suspended for failed payments, are cancelled                *
      ***--------------------------------------------------------------*
       cdcd-orders-pass section.
       cdcd-orders-pass-para.
           move 0 to ws-upd-count
           move 'N' to ws-upd-over
           move 0 to STANDORD-ID
           exec cics
               startbr file('STANDORD')
               ridfld(STANDORD-ID)
               resp(ws-standord-resp)
           end-exec
           if ws-standord-resp = dfhresp(normal)
               move 'Y' to ws-browse
               perform cdcd-orders-next
                   until not ws-browsing
               exec cics
                   endbr file('STANDORD')
               end-exec
           end-if
           perform cdcd-cancel-order
               varying ws-upd-sub from 1 by 1
               until ws-upd-sub > ws-upd-count
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-orders-next section.
       cdcd-orders-next-para.
           exec cics
               readnext file('STANDORD')
               into(STANDORD-RECORD)
               ridfld(STANDORD-ID)
               resp(ws-standord-resp)
           end-exec
           if ws-standord-resp not = dfhresp(normal)
               move 'N' to ws-browse
           else if STANDORD-IS-ACTIVE or STANDORD-IS-SUSPENDED
               move STANDORD-ACCTNO to ws-find-acctno
               perform cdcd-find-frozen
               if ws-frozen-was-hit
                   if ws-upd-count not < ws-upd-max
                       move 'Y' to ws-upd-over
                       move 'N' to ws-browse
                   else
                       add 1 to ws-upd-count
                       move STANDORD-ID to ws-upd-key(ws-upd-count)
                   end-if
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-cancel-order section.
       cdcd-cancel-order-para.
           move ws-upd-key(ws-upd-sub)(1:6) to STANDORD-ID
           exec cics
               read file('STANDORD')
               into(STANDORD-RECORD)
               ridfld(STANDORD-ID)
               update
               resp(ws-standord-resp)
           end-exec
           if ws-standord-resp = dfhresp(normal)
               move 'C' to STANDORD-STATUS
               exec cics
                   rewrite file('STANDORD')
                   from(STANDORD-RECORD)
                   resp(ws-standord-resp)
               end-exec
               if ws-standord-resp = dfhresp(normal)
                   add 1 to ws-cnt-orders
                   move 'S' to ws-est-step
                   move STANDORD-ACCTNO to ws-est-acctno
                   move STANDORD-ID to ws-est-ref
                   move STANDORD-AMOUNT to ws-est-amount
                   move STANDORD-TEXT to ws-est-text
                   perform cdcd-write-step
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the future-dated entries still waiting against the frozen   *
      *** accounts are cancelled                                       *
      ***--------------------------------------------------------------*
       cdcd-entries-pass section.
       cdcd-entries-pass-para.
           move 0 to ws-upd-count
           move 'N' to ws-upd-over
           move low-values to FUTRWHS-KEY
           exec cics
               startbr file('FUTRWHS')
               ridfld(FUTRWHS-KEY)
               resp(ws-futrwhs-resp)
           end-exec
           if ws-futrwhs-resp = dfhresp(normal)
               move 'Y' to ws-browse
               perform cdcd-entries-next
                   until not ws-browsing
               exec cics
                   endbr file('FUTRWHS')
               end-exec
           end-if
           perform cdcd-cancel-entry
               varying ws-upd-sub from 1 by 1
               until ws-upd-sub > ws-upd-count
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-entries-next section.
       cdcd-entries-next-para.
           exec cics
               readnext file('FUTRWHS')
               into(FUTRWHS-RECORD)
               ridfld(FUTRWHS-KEY)
               resp(ws-futrwhs-resp)
           end-exec
           if ws-futrwhs-resp not = dfhresp(normal)
               move 'N' to ws-browse
           else if FUTRWHS-IS-WAITING
               move FUTRWHS-POST-ACCTNO to ws-find-acctno
               perform cdcd-find-frozen
               if ws-frozen-was-hit
                   if ws-upd-count not < ws-upd-max
                       move 'Y' to ws-upd-over
                       move 'N' to ws-browse
                   else
                       add 1 to ws-upd-count
                       move FUTRWHS-KEY to ws-upd-key(ws-upd-count)
                   end-if
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-cancel-entry section.
       cdcd-cancel-entry-para.
           move ws-upd-key(ws-upd-sub)(1:14) to FUTRWHS-KEY
           exec cics
               read file('FUTRWHS')
               into(FUTRWHS-RECORD)
               ridfld(FUTRWHS-KEY)
               update
               resp(ws-futrwhs-resp)
           end-exec
           if ws-futrwhs-resp = dfhresp(normal)
               move 'C' to FUTRWHS-STATUS
               exec cics
                   rewrite file('FUTRWHS')
                   from(FUTRWHS-RECORD)
                   resp(ws-futrwhs-resp)
               end-exec
               if ws-futrwhs-resp = dfhresp(normal)
                   add 1 to ws-cnt-entries
                   move 'W' to ws-est-step
                   move FUTRWHS-POST-ACCTNO to ws-est-acctno
                   move FUTRWHS-KEY to ws-est-ref
                   move FUTRWHS-POST-AMOUNT to ws-est-amount
                   move FUTRWHS-POST-NARRATIVE to ws-est-text
                   perform cdcd-write-step
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** whether an account is one this notification froze           *
      ***--------------------------------------------------------------*
       cdcd-find-frozen section.
       cdcd-find-frozen-para.
           move 'N' to ws-frozen-hit
           perform cdcd-find-frozen-step
               varying ws-find-sub from 1 by 1
               until ws-find-sub > ws-acct-count
                  or ws-frozen-was-hit
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-find-frozen-step section.
       cdcd-find-frozen-step-para.
           if ws-acct-no(ws-find-sub) = ws-find-acctno
               and ws-acct-was-frozen(ws-find-sub)
               move 'Y' to ws-frozen-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-write-estate section.
       cdcd-write-estate-para.
           move spaces to ESTATE-RECORD
           move DCDCUSI to ESTATE-CUSTNO
           move 'F' to ESTATE-STATUS
           move ws-death-date-n to ESTATE-DEATH-DATE
           move ws-today to ESTATE-NOTIFIED-DATE
           move ws-auth-userid to ESTATE-NOTIFIED-BY
           move ws-cnt-frozen to ESTATE-ACCTS-FROZEN
           move ws-cnt-joint to ESTATE-JOINT-LEFT
           move ws-cnt-orders to ESTATE-ORDERS-CANCELLED
           move ws-cnt-entries to ESTATE-ENTRIES-CANCELLED
           move ws-cnt-mandates to ESTATE-MANDATES-CANCELLED
           move 0 to ESTATE-SETTLED-DATE
           move 0 to ESTATE-ACCTS-PAID
           move 0 to ESTATE-AMOUNT-PAID
           move 0 to ESTATE-ACCTS-IN-DEBIT
           exec cics
               write file('ESTATE')
               from(ESTATE-RECORD)
               ridfld(ESTATE-CUSTNO)
               resp(ws-estate-resp)
           end-exec
           if ws-estate-resp = dfhresp(duprec)
               exec cics
                   read file('ESTATE')
                   into(ESTATE-RECORD)
                   ridfld(ESTATE-CUSTNO)
                   update
                   resp(ws-estate-resp)
               end-exec
               move DCDCUSI to ESTATE-CUSTNO
               move 'F' to ESTATE-STATUS
               move ws-death-date-n to ESTATE-DEATH-DATE
               move ws-today to ESTATE-NOTIFIED-DATE
               move ws-auth-userid to ESTATE-NOTIFIED-BY
               move ws-cnt-frozen to ESTATE-ACCTS-FROZEN
               move ws-cnt-joint to ESTATE-JOINT-LEFT
               move ws-cnt-orders to ESTATE-ORDERS-CANCELLED
               move ws-cnt-entries to ESTATE-ENTRIES-CANCELLED
               move ws-cnt-mandates to ESTATE-MANDATES-CANCELLED
               exec cics
                   rewrite file('ESTATE')
                   from(ESTATE-RECORD)
                   resp(ws-estate-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the settlement: the executor's account must be on file and  *
      *** active; each frozen account then pays its balance across    *
      ***--------------------------------------------------------------*
       cdcd-settle section.
       cdcd-settle-para.
           move DCDCUSI to ESTATE-CUSTNO
           exec cics
               read file('ESTATE')
               into(ESTATE-RECORD)
               ridfld(ESTATE-CUSTNO)
               resp(ws-estate-resp)
           end-exec
           move DCDEXAI to ws-settle-acctno
           if ws-estate-resp not = dfhresp(normal)
               move 'No deceased notification for this customer'
                   to DCDMSGO
               move 'EDCD0013' to ws-msg-no
               perform cdcd-catalogue-message
               move 'NOT NOTIFIED' to ws-aud-status
           else if ESTATE-IS-SETTLED
               move 'Estate already settled' to DCDMSGO
               move 'EDCD0014' to ws-msg-no
               perform cdcd-catalogue-message
               move 'ALREADY' to ws-aud-status
           else if DCDEXAI = low-values or spaces
               move 'Key the executor''s account' to DCDMSGO
               move 'EDCD0015' to ws-msg-no
               perform cdcd-catalogue-message
               move 'NO EXECUTOR' to ws-aud-status
           else if DCDEXNI = low-values or spaces
               move 'Key the executor''s name' to DCDMSGO
               move 'EDCD0016' to ws-msg-no
               perform cdcd-catalogue-message
               move 'NO EXECUTOR' to ws-aud-status
           else
               move ws-settle-acctno to ACCTMAST-ACCTNO
               exec cics
                   read file('ACCTMAST')
                   into(ACCTMAST-RECORD)
                   ridfld(ACCTMAST-ACCTNO)
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp not = dfhresp(normal)
                   move 'Executor account not on file' to DCDMSGO
                   move 'EDCD0017' to ws-msg-no
                   perform cdcd-catalogue-message
                   move 'NO EXEC ACCT' to ws-aud-status
               else if not ACCTMAST-IS-ACTIVE
                   move 'Executor account is not active' to DCDMSGO
                   move 'EDCD0018' to ws-msg-no
                   perform cdcd-catalogue-message
                   move 'EXEC INACTIVE' to ws-aud-status
               else
                   perform cdcd-pay-estate
                   move 'Estate settled - balances paid to executor'
                       to DCDMSGO
                   move 'EDCD0019' to ws-msg-no
                   perform cdcd-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if end-if
           end-if end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-pay-estate section.
       cdcd-pay-estate-para.
           move 'X' to ws-est-step
           move spaces to ws-est-acctno
           move ws-settle-acctno to ws-est-ref
           move 0 to ws-est-amount
           move DCDEXNI to ws-est-text
           perform cdcd-write-step
           move 0 to ws-cnt-paid
           move 0 to ws-cnt-debit
           move 0 to ws-amount-paid
           move eibtrmid to ws-trace-term
           move eibtaskn to ws-trace-task
           perform cdcd-collect-accounts
           perform cdcd-settle-account
               varying ws-acct-sub from 1 by 1
               until ws-acct-sub > ws-acct-count
           move DCDCUSI to ESTATE-CUSTNO
           exec cics
               read file('ESTATE')
               into(ESTATE-RECORD)
               ridfld(ESTATE-CUSTNO)
               update
               resp(ws-estate-resp)
           end-exec
           if ws-estate-resp = dfhresp(normal)
               move 'S' to ESTATE-STATUS
               move ws-settle-acctno to ESTATE-EXECUTOR-ACCT
               move DCDEXNI to ESTATE-EXECUTOR-NAME
               move ws-today to ESTATE-SETTLED-DATE
               move ws-auth-userid to ESTATE-SETTLED-BY
               move ws-cnt-paid to ESTATE-ACCTS-PAID
               move ws-amount-paid to ESTATE-AMOUNT-PAID
               move ws-cnt-debit to ESTATE-ACCTS-IN-DEBIT
               exec cics
                   rewrite file('ESTATE')
                   from(ESTATE-RECORD)
                   resp(ws-estate-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one frozen account: balance plus accrued interest sweeps to *
      *** the executor and the account goes close-pending, as the     *
      *** EAMT close-out does; an empty account closes at once and an *
      *** overdrawn one stays frozen                                   *
      ***--------------------------------------------------------------*
       cdcd-settle-account section.
       cdcd-settle-account-para.
           move ws-acct-no(ws-acct-sub) to ACCTMAST-ACCTNO
           exec cics
               read file('ACCTMAST')
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               update
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp = dfhresp(normal)
               if not ACCTMAST-IS-DECEASED
                   exec cics
                       unlock file('ACCTMAST')
                   end-exec
               else
                   compute ws-break-amount =
                       ACCTMAST-BALANCE
                     + ACCTMAST-ACCRUED-INT
                   end-compute
                   move ACCTMAST-ACCTNO to ws-est-acctno
                   move ws-break-amount to ws-est-amount
                   if ws-break-amount < 0
                       exec cics
                           unlock file('ACCTMAST')
                       end-exec
                       add 1 to ws-cnt-debit
                       move 'B' to ws-est-step
                       move spaces to ws-est-ref
                       move 'OVERDRAWN - CLAIM ON ESTATE'
                           to ws-est-text
                   else if ws-break-amount = 0
                       and ACCTMAST-ACCRUED-INT = 0
                       move 'C' to ACCTMAST-STATUS
                       move 'C' to ws-est-step
                       move spaces to ws-est-ref
                       move 'NOTHING TO PAY - CLOSED' to ws-est-text
                       perform cdcd-rewrite-account
                   else
                       if ACCTMAST-ACCRUED-INT not = 0
                           perform cdcd-write-capitalize
                       end-if
                       if ws-break-amount not = 0
                           perform cdcd-write-sweep-legs
                       end-if
                       move 0 to ACCTMAST-ACCRUED-INT
                       move 'P' to ACCTMAST-STATUS
                       add 1 to ws-cnt-paid
                       add ws-break-amount to ws-amount-paid
                       move 'P' to ws-est-step
                       move ws-settle-acctno to ws-est-ref
                       move 'PAID TO EXECUTOR' to ws-est-text
                       perform cdcd-rewrite-account
                   end-if end-if
                   perform cdcd-write-step
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-rewrite-account section.
       cdcd-rewrite-account-para.
           exec cics
               rewrite file('ACCTMAST')
               from(ACCTMAST-RECORD)
               resp(ws-acctmast-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-write-capitalize section.
       cdcd-write-capitalize-para.
           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ACCTMAST-ACCTNO to JNLREC-POST-ACCTNO
           move ACCTMAST-ACCRUED-INT to JNLREC-POST-AMOUNT
           move 'INTEREST CAPITALIZED' to JNLREC-POST-NARRATIVE
           move 'IN' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cdcd-write-one-leg
           exit
           .
      ***--------------------------------------------------------------*
      *** the balanced pair: debit the frozen account, credit the     *
      *** executor, both under one pair id so the posting run judges  *
      *** them together                                                *
      ***--------------------------------------------------------------*
       cdcd-write-sweep-legs section.
       cdcd-write-sweep-legs-para.
           add 1 to ws-pair-seq
           move eibtaskn to ws-pair-id-task
           move ws-pair-seq to ws-pair-id-seq
           compute ws-break-debit = 0 - ws-break-amount
           end-compute

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ACCTMAST-ACCTNO to JNLREC-POST-ACCTNO
           move ws-break-debit to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'ESTATE SETTLEMENT' to JNLREC-POST-NARRATIVE
           move 'CL' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cdcd-write-one-leg

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ws-settle-acctno to JNLREC-POST-ACCTNO
           move ws-break-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'ESTATE SETTLEMENT' to JNLREC-POST-NARRATIVE
           move 'CL' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cdcd-write-one-leg
           exit
           .
      ***--------------------------------------------------------------*
      *** one leg: structured JNLREC to journal4 with the line tally  *
      *** and JNL4VW mirror kept in step, exactly as ETPEXFR writes;  *
      *** a non-normal response queues the leg for replay             *
      ***--------------------------------------------------------------*
       cdcd-write-one-leg section.
       cdcd-write-one-leg-para.
           move ws-program-name to JNLREC-PROGRAM
           move current-date(9:2) to JNLREC-TS-HH
           move current-date(11:2) to JNLREC-TS-MM
           move current-date(13:2) to JNLREC-TS-SS
           add 1 to ws-jnlrec-sequence
           move ws-jnlrec-sequence to JNLREC-SEQUENCE
           exec cics
               write journalname(ws-jnl4-name)
               from(JNLREC-RECORD)
               flength(length of JNLREC-RECORD)
               jtypeid('RC') prefix('ETP')
               resp(ws-jnl-write-resp)
           end-exec
           if ws-jnl-write-resp not = dfhresp(normal)
               move JNLREC-RECORD to JNLRETRY-PAYLOAD(1:102)
               move length of JNLREC-RECORD to JNLRETRY-FLENGTH
               perform cdcd-queue-retry
           end-if
           perform cdcd-bump-count
      *    the practice journal has no browse mirror - JNL4VW stays
      *    a faithful mirror of the real journal4 only
           if not ws-in-training
               perform cdcd-mirror-journal4
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-queue-retry section.
       cdcd-queue-retry-para.
           move 'journal4' to ws-jnl-target
           move eibtaskn to JNLRETRY-TASKN
           add 1 to ws-jnlretry-subseq
           move ws-jnlretry-subseq to JNLRETRY-SUBSEQ
           move ws-jnl-target to JNLRETRY-JNAME
           move current-date(9:2) to JNLRETRY-TS-HH
           move current-date(11:2) to JNLRETRY-TS-MM
           move current-date(13:2) to JNLRETRY-TS-SS
           move 0 to JNLRETRY-ATTEMPTS
           move 'Q' to JNLRETRY-STATUS
           exec cics
               write file('JNLRETRY')
               from(JNLRETRY-RECORD)
               ridfld(JNLRETRY-KEY)
               resp(ws-jnlretry-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-bump-count section.
       cdcd-bump-count-para.
           move ws-jnl4-name to JNLCOUNT-JNAME
           exec cics
               read file('JNLCOUNT')
               into(JNLCOUNT-RECORD)
               ridfld(JNLCOUNT-JNAME)
               resp(ws-jnlcount-resp)
           end-exec
           if ws-jnlcount-resp = dfhresp(normal)
               add 1 to JNLCOUNT-COUNT
           else
               move ws-jnl4-name to JNLCOUNT-JNAME
               move 1 to JNLCOUNT-COUNT
           end-if
           exec cics
               write file('JNLCOUNT')
               from(JNLCOUNT-RECORD)
               ridfld(JNLCOUNT-JNAME)
               resp(ws-jnlcount-resp)
           end-exec
           if ws-jnlcount-resp = dfhresp(duprec)
               exec cics
                   rewrite file('JNLCOUNT')
                   from(JNLCOUNT-RECORD)
                   resp(ws-jnlcount-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-mirror-journal4 section.
       cdcd-mirror-journal4-para.
           move JNLCOUNT-COUNT to JNL4VW-LINENO
           move JNLREC-RECORD to JNL4VW-TEXT
           exec cics
               write file('JNL4VW')
               from(JNL4VW-RECORD)
               ridfld(JNL4VW-LINENO)
               resp(ws-jnl4vw-resp)
           end-exec
           if ws-jnl4vw-resp = dfhresp(duprec)
               exec cics
                   rewrite file('JNL4VW')
                   from(JNL4VW-RECORD)
                   resp(ws-jnl4vw-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one estate step on the customer's trail: an 'E' row with    *
      *** the customer as it stands and the step over the after image *
      ***--------------------------------------------------------------*
       cdcd-write-step section.
       cdcd-write-step-para.
           move DCDCUSI to CUSTAUD-CUSTNO
           move current-date(1:14) to CUSTAUD-STAMP
           move 1 to CUSTAUD-SEQ
           move ws-auth-userid to CUSTAUD-USERID
           move 'E' to CUSTAUD-ACTION
           move CUSTMAST-RECORD to CUSTAUD-BEFORE-IMAGE
           move spaces to CUSTAUD-AFTER-IMAGE
           move ws-est-step to CUSTAUD-EST-STEP
           move ws-est-acctno to CUSTAUD-EST-ACCTNO
           move ws-est-ref to CUSTAUD-EST-REF
           move ws-est-amount to CUSTAUD-EST-AMOUNT
           move ws-est-text to CUSTAUD-EST-TEXT
           perform cdcd-chain-fetch
           move 'N' to ws-aud-written
           perform cdcd-write-trail-once
               until ws-aud-was-written
           perform cdcd-chain-advance
           exit
           .
      ***--------------------------------------------------------------*
      *** the sequence walks forward while steps land on the same     *
      *** second                                                       *
      ***--------------------------------------------------------------*
       cdcd-write-trail-once section.
       cdcd-write-trail-once-para.
           perform cdcd-seal-row
           exec cics
               write file('CUSTAUD')
               from(CUSTAUD-RECORD)
               ridfld(CUSTAUD-KEY)
               resp(ws-custaud-resp)
           end-exec
           if ws-custaud-resp = dfhresp(duprec)
               add 1 to CUSTAUD-SEQ
           else
               move 'Y' to ws-aud-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's chain row, held for the audit write          *
      *** that follows; a first row starts a new chain                *
      ***--------------------------------------------------------------*
       cdcd-chain-fetch section.
       cdcd-chain-fetch-para.
           move 'C' to HASHCHN-TRAIL
           move CUSTAUD-CUSTNO to HASHCHN-OWNER
           move 'N' to ws-chain-new
           exec cics
               read file('HASHCHN')
               into(HASHCHN-RECORD)
               ridfld(HASHCHN-KEY)
               update
               resp(ws-hashchn-resp)
           end-exec
           if ws-hashchn-resp not = dfhresp(normal)
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
           exit
           .
      ***--------------------------------------------------------------*
      *** the row takes the next number on the chain and is           *
      *** sealed over its contents and the seal before it             *
      ***--------------------------------------------------------------*
       cdcd-seal-row section.
       cdcd-seal-row-para.
           compute CUSTAUD-CHAIN-NO = HASHCHN-HEAD-NO + 1
           move HASHCHN-HEAD-SEAL to ws-seal-prev
           perform cdcd-seal-custaud
           move ws-seal to CUSTAUD-SEAL
           exit
           .
      ***--------------------------------------------------------------*
      *** the row is on file - it becomes the chain's head            *
      ***--------------------------------------------------------------*
       cdcd-chain-advance section.
       cdcd-chain-advance-para.
           if ws-custaud-resp = dfhresp(normal)
               move CUSTAUD-CHAIN-NO to HASHCHN-HEAD-NO
               move CUSTAUD-SEAL to HASHCHN-HEAD-SEAL
               if ws-chain-is-new
                   exec cics
                       write file('HASHCHN')
                       from(HASHCHN-RECORD)
                       ridfld(HASHCHN-KEY)
                       resp(ws-hashchn-resp)
                   end-exec
               else
                   exec cics
                       rewrite file('HASHCHN')
                       from(HASHCHN-RECORD)
                       resp(ws-hashchn-resp)
                   end-exec
               end-if
           else if not ws-chain-is-new
               exec cics
                   unlock file('HASHCHN')
                   resp(ws-hashchn-resp)
               end-exec
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the seal of the CUSTAUD row in hand, chained to the         *
      *** seal in ws-seal-prev.  The customer number is left          *
      *** out, the row itself is left as it was                       *
      ***--------------------------------------------------------------*
       cdcd-seal-custaud section.
       cdcd-seal-custaud-para.
           move CUSTAUD-CUSTNO to ws-seal-owner
           move CUSTAUD-SEAL to ws-seal-stored
           move spaces to CUSTAUD-CUSTNO
           move 0 to CUSTAUD-SEAL
           move CUSTAUD-RECORD to ws-seal-body
           move ws-seal-owner to CUSTAUD-CUSTNO
           move ws-seal-stored to CUSTAUD-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of CUSTAUD-RECORD
           perform cdcd-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** two running remainders over every byte of ws-seal-data,     *
      *** each modulo its own large prime, side by side make the      *
      *** eighteen-digit seal                                         *
      ***--------------------------------------------------------------*
       cdcd-seal-compute section.
       cdcd-seal-compute-para.
           move 0 to ws-seal-a
           move 0 to ws-seal-b
           perform cdcd-seal-byte
               varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-len
           compute ws-seal = ws-seal-a * 1000000000 + ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-seal-byte section.
       cdcd-seal-byte-para.
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
      *** the customer, their standing and the estate on file         *
      ***--------------------------------------------------------------*
       cdcd-show-customer section.
       cdcd-show-customer-para.
           move spaces to ws-page-lines
           move DCDCUSI to CUSTMAST-CUSTNO
           exec cics
               read file('CUSTMAST')
               into(CUSTMAST-RECORD)
               ridfld(CUSTMAST-CUSTNO)
               resp(ws-custmast-resp)
           end-exec
           if ws-custmast-resp not = dfhresp(normal)
               move spaces to DCDNAMO
               move spaces to DCDSTSO
               move 'Customer not found' to DCDMSGO
               move 'EDCD0006' to ws-msg-no
               perform cdcd-catalogue-message
           else
               move CUSTMAST-NAME to DCDNAMO
               evaluate true
                   when CUSTMAST-IS-DECEASED
                       move 'DECEASED' to DCDSTSO
                   when CUSTMAST-IS-CLOSED
                       move 'CLOSED' to DCDSTSO
                   when other
                       move 'ACTIVE' to DCDSTSO
               end-evaluate
               move DCDCUSI to ESTATE-CUSTNO
               exec cics
                   read file('ESTATE')
                   into(ESTATE-RECORD)
                   ridfld(ESTATE-CUSTNO)
                   resp(ws-estate-resp)
               end-exec
               if ws-estate-resp not = dfhresp(normal)
                   move 'No deceased notification on file'
                       to ws-page-disp(1)
               else
                   perform cdcd-show-estate
               end-if
           end-if
           perform cdcd-show-page
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-show-estate section.
       cdcd-show-estate-para.
           move ESTATE-DEATH-DATE to DCDDODO
           string 'Died ' ESTATE-DEATH-DATE
               ', notified ' ESTATE-NOTIFIED-DATE
               ' by ' ESTATE-NOTIFIED-BY
               into ws-page-disp(1)
           move ESTATE-ACCTS-FROZEN to ws-cnt-disp1
           move ESTATE-JOINT-LEFT to ws-cnt-disp2
           string 'Accounts frozen ' ws-cnt-disp1
               '   joint accounts left to survivors ' ws-cnt-disp2
               into ws-page-disp(2)
           move ESTATE-ORDERS-CANCELLED to ws-cnt-disp1
           move ESTATE-ENTRIES-CANCELLED to ws-cnt-disp2
           move ESTATE-MANDATES-CANCELLED to ws-cnt-disp3
           string 'Cancelled: standing orders ' ws-cnt-disp1
               '  warehoused ' ws-cnt-disp2
               '  mandates ' ws-cnt-disp3
               into ws-page-disp(3)
           if ESTATE-IS-SETTLED
               move ESTATE-EXECUTOR-ACCT to DCDEXAO
               move ESTATE-EXECUTOR-NAME to DCDEXNO
               string 'Settled ' ESTATE-SETTLED-DATE
                   ' by ' ESTATE-SETTLED-BY
                   ' to executor account ' ESTATE-EXECUTOR-ACCT
                   into ws-page-disp(5)
               move ESTATE-ACCTS-PAID to ws-cnt-disp1
               move ESTATE-AMOUNT-PAID to ws-paid-disp
               move ESTATE-ACCTS-IN-DEBIT to ws-cnt-disp2
               string 'Accounts paid ' ws-cnt-disp1
                   '  amount ' ws-paid-disp
                   '  left overdrawn ' ws-cnt-disp2
                   into ws-page-disp(6)
           else
               move 'Awaiting settlement - S with executor account'
                   to ws-page-disp(5)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdcd-show-page section.
       cdcd-show-page-para.
           move ws-page-disp(1) to DCDL01O
           move ws-page-disp(2) to DCDL02O
           move ws-page-disp(3) to DCDL03O
           move ws-page-disp(4) to DCDL04O
           move ws-page-disp(5) to DCDL05O
           move ws-page-disp(6) to DCDL06O
           move ws-page-disp(7) to DCDL07O
           move ws-page-disp(8) to DCDL08O
           exit
           .
      ***--------------------------------------------------------------*
      *** every notification and settlement is journalled for audit,  *
      *** same layout as ETPESON's signon audit                       *
      ***--------------------------------------------------------------*
       cdcd-write-audit section.
       cdcd-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'CUST=' DCDCUSI ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('DC') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEDCD'
                   exec cics
                       receive map(ws-map)
                       into(BMSEDCDI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cdcd section.
       cics-send-cdcd-para.
           move low-values to DCDACTO.

           move 'BMSEDCD' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to DCDMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEDCDO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cdcd-check-auth section.
       cdcd-check-auth-para.
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
       cdcd-catalogue-message section.
       cdcd-catalogue-message-para.
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
               move MSGCAT-TEXT to DCDMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cdcd-refuse-entry section.
       cdcd-refuse-entry-para.
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
       cdcd-log-unsupkey section.
       cdcd-log-unsupkey-para.
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
       cdcd-log-privact section.
       cdcd-log-privact-para.
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
               move DCDACTI to PRIVACT-ACTION
               move DCDCUSI to PRIVACT-RECKEY
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
       cdcd-capture-timing section.
       cdcd-capture-timing-para.
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
                   perform cdcd-capture-timing-write
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
       cdcd-capture-timing-write section.
       cdcd-capture-timing-write-para.
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
