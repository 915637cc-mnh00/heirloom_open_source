       identification division.

       program-id. ETPETLR.

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

      * ETPETLR - teller cash drawer transaction
      * Each teller opens the day with a drawer ('O') - the branch
      * and the float drawn from the vault - then records every cash
      * deposit ('D') and withdrawal ('W') against a customer account
      * here.  The customer side goes to journal4 with the branch's
      * cash internal account (INTACCT 'CASHbbb ') as the other leg of
      * a balanced pair, the way ETPEXFR writes its legs, and the
      * drawer's running totals say how much cash it should hold.  A
      * withdrawal must be covered by the account's available balance
      * inside its overdraft limit, and by the cash in the drawer.
      * The close ('C') keys the denomination count; a count that
      * agrees closes the drawer, one that does not holds it until a
      * supervisor - SECROLE 'S' or 'A', and never the teller - keys
      * the teller's id and approves ('A') posting the overage or
      * shortage against the branch's teller-difference account
      * (INTACCT 'TLRDbbb ').  'Q' shows the teller's own drawer, or
      * for a supervisor the drawer of the teller keyed.  ETPBTLR
      * reports the day's drawers by branch.  Every action is
      * journalled to journal1.  TLRDRWR is a live file with no
      * practice copy - a training session may look but not move
      * cash.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPETLR'.

      ***--------------------------------------------------------------*
      *** training mode - TLRDRWR has no practice copy, so a training *
      *** session inquires on the live drawers only, and every screen *
      *** carries a TRAINING banner                                   *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.
       01  ws-acctmast-fname                 pic x(8) value 'ACCTMAST'.
       01  ws-jnl4-name                      pic x(8) value 'journal4'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSETLR.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see ctlr-check-auth      *
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
      *    the MSGCAT catalogue - see ctlr-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ETLR session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the teller's drawer for the business day, the customer      *
      *** account and the branch's cash and over/short accounts       *
      ***--------------------------------------------------------------*
       copy TLRDRWR.
       01  ws-tlrdrwr-resp                   pic s9(8) comp.
       01  ws-drawer-user                    pic x(8).
       01  ws-drawer-cash                    pic s9(9)v99.
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       copy INTACCT.
       01  ws-intacct-resp                   pic s9(8) comp.
       01  ws-cash-acctno                    pic x(10).
       01  ws-diff-acctno                    pic x(10).
       01  ws-int-role.
           03  ws-int-role-kind              pic x(4).
           03  ws-int-role-branch            pic x(3).
           03  filler                        pic x(1) value space.

      *    the customer's available balance for a withdrawal - the
      *    lower of memo and ledger, inside the overdraft limit in
      *    force today
       copy ODLIMIT.
       01  ws-odlimit-resp                   pic s9(8) comp.
       01  ws-odl-today                      pic 9(8).
       01  ws-cust-odlimit                   pic 9(7)v99.
       01  ws-cust-avail                     pic s9(9)v99.

      ***--------------------------------------------------------------*
      *** system quiesce - while the EQSC console has the state set,  *
      *** no cash moves - see ctlr-check-quiesce                       *
      ***--------------------------------------------------------------*
       copy QUIESCE.
       01  ws-quiesce-resp                   pic s9(8) comp.
       01  ws-quiesced                       pic x(1).
           88  ws-system-quiesced            value 'Y'.

       copy BUSCTRL.
       01  ws-busctrl-resp                   pic s9(8) comp.
       01  ws-busdate                        pic 9(8).

      *    the keyed amounts - nine digits with two implied decimals
      *    for the float and a movement, five for a note count and
      *    seven for the coin
       01  ws-amt-digits                     pic x(9).
       01  ws-amt-digits-n redefines ws-amt-digits
                                             pic 9(7)v99.
       01  ws-cash-amount                    pic 9(7)v99.
       01  ws-move-kind                      pic x(1).
           88  ws-move-is-deposit            value 'D'.
           88  ws-move-is-withdrawal         value 'W'.
       01  ws-keyed-counts.
           03  ws-keyed-count                pic x(5) occurs 6 times.
       01  ws-count-digits                   pic x(5).
       01  ws-count-digits-n redefines ws-count-digits
                                             pic 9(5).
       01  ws-coin-digits                    pic x(7).
       01  ws-coin-digits-n redefines ws-coin-digits
                                             pic 9(5)v99.
       01  ws-denom-values.
           03  filler                        pic 9(3) value 100.
           03  filler                        pic 9(3) value 50.
           03  filler                        pic 9(3) value 20.
           03  filler                        pic 9(3) value 10.
           03  filler                        pic 9(3) value 5.
           03  filler                        pic 9(3) value 1.
       01  ws-denom-table redefines ws-denom-values.
           03  ws-denom-value                pic 9(3) occurs 6 times.
       01  ws-denom-idx                      pic 9(2) comp.
       01  ws-counted                        pic 9(9)v99.

       01  ws-disp-amount                    pic -zzzzzzzz9.99.
       01  ws-float-digits                   pic x(9).
       01  ws-float-digits-n redefines ws-float-digits
                                             pic 9(7)v99.

      *    the balanced pair each cash movement or approved difference
      *    writes, with the same journal plumbing ETPEXFR uses -
      *    structured JNLREC, retry queue, line tally and JNL4VW mirror
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
       01  ws-pair-id.
           03  filler                        pic x(2) value 'XF'.
           03  ws-pair-id-term               pic x(4).
           03  ws-pair-id-task               pic 9(7).
       01  ws-trace-id.
           03  filler                        pic x(2) value 'TL'.
           03  ws-trace-term                 pic x(4).
           03  ws-trace-task                 pic 9(6).
       01  ws-leg1-acctno                    pic x(10).
       01  ws-leg1-amount                    pic s9(7)v99.
       01  ws-leg2-acctno                    pic x(10).
       01  ws-leg2-amount                    pic s9(7)v99.
       01  ws-leg-narrative                  pic x(20).
       01  ws-leg-txn-type                   pic x(2).

      ***--------------------------------------------------------------*
      *** account-number check digit - ten numeric digits, the tenth  *
      *** a Luhn check over the first nine                            *
      ***--------------------------------------------------------------*
       01  ws-ckd-acctno                     pic x(10).
       01  ws-ckd-digits redefines ws-ckd-acctno.
           03  ws-ckd-digit                  pic 9 occurs 10 times.
       01  ws-ckd-sum                        pic 9(3) comp.
       01  ws-ckd-double                     pic 9(2).
       01  ws-ckd-idx                        pic 9(2) comp.
       01  ws-ckd-quot                       pic 9(3) comp.
       01  ws-ckd-rem                        pic 9(2).
       01  ws-ckd-check                      pic 9(2).
       01  ws-ckd-ok                         pic x(1).
           88  ws-ckd-passes                 value 'Y'.

       01  ws-edits-ok                       pic x(1).
           88  ws-edits-pass                 value 'Y'.

      *    consolidated cross-program training-gap log - see
      *    ctlr-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see ctlr-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

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
           perform ctlr-mainline

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
       ctlr-mainline section.
       ctlr-mainline-para.
           perform ctlr-check-auth
           if not ws-tx-authorized
               perform ctlr-refuse-entry
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
                perform ctlr-log-privact

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

      *            ENTER carries out the requested action
                   when DFHENTER
                       evaluate true
                           when ws-auth-userid = spaces
                               move 'Sign on before using a drawer'
                                   to TLRMSGO
                               move 'ETLR0001' to ws-msg-no
                               perform ctlr-catalogue-message
                           when TLRACTI = 'Q'
                               perform ctlr-inquire-drawer
                           when ws-in-training
                               and (TLRACTI = 'O' or 'D' or 'W'
                                 or 'C' or 'A')
                               move
                          'Teller drawers are not available in training'
                                   to TLRMSGO
                               move 'ETLR0002' to ws-msg-no
                               perform ctlr-catalogue-message
                           when TLRACTI = 'O'
                               perform ctlr-open-drawer
                           when TLRACTI = 'D'
                               move 'D' to ws-move-kind
                               perform ctlr-cash-movement
                           when TLRACTI = 'W'
                               move 'W' to ws-move-kind
                               perform ctlr-cash-movement
                           when TLRACTI = 'C'
                               perform ctlr-close-drawer
                           when TLRACTI = 'A'
                               perform ctlr-approve-diff
                           when other
                               move
                              'Action must be O, D, W, C, A or Q'
                                   to TLRMSGO
                               move 'ETLR0003' to ws-msg-no
                               perform ctlr-catalogue-message
                       end-evaluate
                       perform cics-send-ctlr

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to TLRMSGO
                       move 'ETP00001' to ws-msg-no
                       perform ctlr-catalogue-message
                       perform cics-send-ctlr
                   when other
                       move 'Unexpected 3270 attention key'
                           to TLRMSGO
                       move 'ETP00002' to ws-msg-no
                       perform ctlr-catalogue-message
                       perform ctlr-log-unsupkey
                       perform cics-send-ctlr
               end-evaluate
           else
               perform cics-send-ctlr
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the teller's drawer for the business day - the branch *
      *** must have a cash account to post against                    *
      ***--------------------------------------------------------------*
       ctlr-open-drawer section.
       ctlr-open-drawer-para.
           move 'TLROPEN ' to ws-aud-event
           move ws-auth-userid to ws-drawer-user
           perform ctlr-load-busdate
           move TLRFLTI to ws-amt-digits
           if TLRBRNI = low-values or spaces
               move 'Branch is required to open a drawer' to TLRMSGO
               move 'ETLR0004' to ws-msg-no
               perform ctlr-catalogue-message
               move 'BAD BRANCH' to ws-aud-status
           else if ws-amt-digits not is numeric
               move 'Float is nine digits, two decimals' to TLRMSGO
               move 'ETLR0005' to ws-msg-no
               perform ctlr-catalogue-message
               move 'BAD FLOAT' to ws-aud-status
           else
               move 'CASH' to ws-int-role-kind
               move TLRBRNI to ws-int-role-branch
               perform ctlr-find-intacct
               if ws-intacct-resp not = dfhresp(normal)
                   move 'No cash account for the branch' to TLRMSGO
                   move 'ETLR0006' to ws-msg-no
                   perform ctlr-catalogue-message
                   move 'NO CASH ACCT' to ws-aud-status
               else
                   initialize TLRDRWR-RECORD
                   move ws-busdate to TLRDRWR-DATE
                   move ws-drawer-user to TLRDRWR-USERID
                   move TLRBRNI to TLRDRWR-BRANCH
                   move 'O' to TLRDRWR-STATUS
                   move ws-amt-digits-n to TLRDRWR-OPEN-FLOAT
                   move spaces to TLRDRWR-APPROVER
                   move current-date(9:6) to TLRDRWR-OPEN-TIME
                   exec cics
                       write file('TLRDRWR')
                       from(TLRDRWR-RECORD)
                       ridfld(TLRDRWR-KEY)
                       resp(ws-tlrdrwr-resp)
                   end-exec
                   if ws-tlrdrwr-resp = dfhresp(duprec)
                       move 'Drawer already opened today' to TLRMSGO
                       move 'ETLR0007' to ws-msg-no
                       perform ctlr-catalogue-message
                       move 'DUPLICATE' to ws-aud-status
                   else if ws-tlrdrwr-resp not = dfhresp(normal)
                       move 'Open failed' to TLRMSGO
                       move 'ETLR0008' to ws-msg-no
                       perform ctlr-catalogue-message
                       move 'FAILED' to ws-aud-status
                   else
                       perform ctlr-show-drawer
                       move 'Drawer opened' to TLRMSGO
                       move 'ETLR0009' to ws-msg-no
                       perform ctlr-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                   end-if end-if
               end-if
           end-if end-if
           perform ctlr-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** a cash deposit ('D') or withdrawal ('W') - the customer leg *
      *** and the branch cash leg as one balanced pair, the drawer's  *
      *** totals moved with it                                        *
      ***--------------------------------------------------------------*
       ctlr-cash-movement section.
       ctlr-cash-movement-para.
           if ws-move-is-deposit
               move 'TLRCSHIN' to ws-aud-event
           else
               move 'TLRCSHOT' to ws-aud-event
           end-if
           move ws-auth-userid to ws-drawer-user
           perform ctlr-load-busdate
           perform ctlr-check-quiesce
           if ws-system-quiesced
               move 'System closing, cash movements refused'
                   to TLRMSGO
               move 'ETLR0010' to ws-msg-no
               perform ctlr-catalogue-message
               move 'QUIESCED' to ws-aud-status
           else
               perform ctlr-edit-movement
           end-if
           if ws-edits-pass and not ws-system-quiesced
               perform ctlr-read-drawer
               if ws-tlrdrwr-resp = dfhresp(normal)
                   compute ws-drawer-cash = TLRDRWR-OPEN-FLOAT
                       + TLRDRWR-CASH-IN - TLRDRWR-CASH-OUT
                   end-compute
                   move 'CASH' to ws-int-role-kind
                   move TLRDRWR-BRANCH to ws-int-role-branch
                   perform ctlr-find-intacct
                   if not TLRDRWR-IS-OPEN
                       move 'Drawer is not open' to TLRMSGO
                       move 'ETLR0011' to ws-msg-no
                       perform ctlr-catalogue-message
                       move 'NOT OPEN' to ws-aud-status
                       perform ctlr-unlock-drawer
                   else if ws-move-is-withdrawal
                       and ws-cash-amount > ws-drawer-cash
                       move 'Not enough cash in the drawer' to TLRMSGO
                       move 'ETLR0012' to ws-msg-no
                       perform ctlr-catalogue-message
                       move 'DRAWER SHORT' to ws-aud-status
                       perform ctlr-unlock-drawer
                   else if ws-intacct-resp not = dfhresp(normal)
                       move 'No cash account for the branch' to TLRMSGO
                       move 'ETLR0006' to ws-msg-no
                       perform ctlr-catalogue-message
                       move 'NO CASH ACCT' to ws-aud-status
                       perform ctlr-unlock-drawer
                   else
                       move INTACCT-ACCTNO to ws-cash-acctno
                       perform ctlr-post-movement
                   end-if end-if end-if
               end-if
           end-if
           perform ctlr-write-audit
           exit
           .
      ***--------------------------------------------------------------*
       ctlr-post-movement section.
       ctlr-post-movement-para.
           move TLRACNI to ws-leg1-acctno
           move ws-cash-acctno to ws-leg2-acctno
           if ws-move-is-deposit
               move ws-cash-amount to ws-leg1-amount
               compute ws-leg2-amount = 0 - ws-cash-amount
               end-compute
               move 'TELLER DEPOSIT' to ws-leg-narrative
               move 'DP' to ws-leg-txn-type
               add ws-cash-amount to TLRDRWR-CASH-IN
               add 1 to TLRDRWR-IN-COUNT
           else
               compute ws-leg1-amount = 0 - ws-cash-amount
               end-compute
               move ws-cash-amount to ws-leg2-amount
               move 'TELLER WITHDRAWAL' to ws-leg-narrative
               move 'WD' to ws-leg-txn-type
               add ws-cash-amount to TLRDRWR-CASH-OUT
               add 1 to TLRDRWR-OUT-COUNT
           end-if
           if TLRNARI not = low-values and not = spaces
               move TLRNARI to ws-leg-narrative
           end-if
           perform ctlr-write-pair
           exec cics
               rewrite file('TLRDRWR')
               from(TLRDRWR-RECORD)
               resp(ws-tlrdrwr-resp)
           end-exec
           if ws-move-is-withdrawal
               perform ctlr-reduce-memo
           end-if
           exec cics syncpoint end-exec
           perform ctlr-show-drawer
           move ws-cash-amount to ws-disp-amount
           move spaces to TLRMSGO
           if ws-move-is-deposit
               string 'Cash deposit of' ws-disp-amount
                   ' recorded' delimited by size into TLRMSGO
           else
               string 'Cash withdrawal of' ws-disp-amount
                   ' recorded' delimited by size into TLRMSGO
           end-if
           move 'SUCCESS' to ws-aud-status
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer account and the amount, edited hard: check     *
      *** digit, on file and active; a withdrawal must be covered by  *
      *** the available balance inside the overdraft limit            *
      ***--------------------------------------------------------------*
       ctlr-edit-movement section.
       ctlr-edit-movement-para.
           move 'Y' to ws-edits-ok
           move TLRAMTI to ws-amt-digits
           move TLRACNI to ws-ckd-acctno
           perform ctlr-check-acctno
           if not ws-ckd-passes
               move 'Account fails check digit' to TLRMSGO
               move 'ETLR0013' to ws-msg-no
               perform ctlr-catalogue-message
               move 'BAD CHECKDGT' to ws-aud-status
               move 'N' to ws-edits-ok
           else if ws-amt-digits not is numeric
               move 'Amount is nine digits, two decimals' to TLRMSGO
               move 'ETLR0014' to ws-msg-no
               perform ctlr-catalogue-message
               move 'BAD AMOUNT' to ws-aud-status
               move 'N' to ws-edits-ok
           else if ws-amt-digits-n = 0
               move 'Amount must not be zero' to TLRMSGO
               move 'ETLR0015' to ws-msg-no
               perform ctlr-catalogue-message
               move 'BAD AMOUNT' to ws-aud-status
               move 'N' to ws-edits-ok
           else
               move ws-amt-digits-n to ws-cash-amount
               move TLRACNI to ACCTMAST-ACCTNO
               exec cics
                   read file(ws-acctmast-fname)
                   into(ACCTMAST-RECORD)
                   ridfld(ACCTMAST-ACCTNO)
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp not = dfhresp(normal)
                   move 'Account not on file' to TLRMSGO
                   move 'ETLR0016' to ws-msg-no
                   perform ctlr-catalogue-message
                   move 'BAD ACCOUNT' to ws-aud-status
                   move 'N' to ws-edits-ok
               else if not ACCTMAST-IS-ACTIVE
                   move 'Account is not active' to TLRMSGO
                   move 'ETLR0017' to ws-msg-no
                   perform ctlr-catalogue-message
                   move 'NOT ACTIVE' to ws-aud-status
                   move 'N' to ws-edits-ok
               else if ws-move-is-withdrawal
                   if ACCTMAST-MEMO-BALANCE is numeric
                       and ACCTMAST-MEMO-BALANCE
                           < ACCTMAST-BALANCE
                       move ACCTMAST-MEMO-BALANCE to ws-cust-avail
                   else
                       move ACCTMAST-BALANCE to ws-cust-avail
                   end-if
                   move ACCTMAST-ODLIMIT to ws-cust-odlimit
                   perform ctlr-find-odlimit
                   if ws-cust-avail - ws-cash-amount
                       < 0 - ws-cust-odlimit
                       move ws-cust-avail to ws-disp-amount
                       move spaces to TLRMSGO
                       string 'Insufficient funds - available'
                           ws-disp-amount
                           delimited by size into TLRMSGO
                       move 'NO FUNDS' to ws-aud-status
                       move 'N' to ws-edits-ok
                   end-if
               end-if end-if end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the close - the denomination count against what the drawer  *
      *** should hold; a difference waits for a supervisor            *
      ***--------------------------------------------------------------*
       ctlr-close-drawer section.
       ctlr-close-drawer-para.
           move 'TLRCLOSE' to ws-aud-event
           move ws-auth-userid to ws-drawer-user
           perform ctlr-load-busdate
           perform ctlr-edit-count
           if ws-edits-pass
               perform ctlr-read-drawer
               if ws-tlrdrwr-resp = dfhresp(normal)
                   if not TLRDRWR-IS-OPEN
                       move 'Drawer is not open' to TLRMSGO
                       move 'ETLR0011' to ws-msg-no
                       perform ctlr-catalogue-message
                       move 'NOT OPEN' to ws-aud-status
                       perform ctlr-unlock-drawer
                   else
                       move ws-keyed-counts to TLRDRWR-DENOMS
                       move ws-coin-digits-n to TLRDRWR-COIN-AMOUNT
                       move ws-counted to TLRDRWR-COUNTED
                       compute TLRDRWR-EXPECTED = TLRDRWR-OPEN-FLOAT
                           + TLRDRWR-CASH-IN - TLRDRWR-CASH-OUT
                       end-compute
                       compute TLRDRWR-DIFFERENCE =
                           TLRDRWR-COUNTED - TLRDRWR-EXPECTED
                       end-compute
                       move current-date(9:6) to TLRDRWR-CLOSE-TIME
                       if TLRDRWR-DIFFERENCE = 0
                           move 'C' to TLRDRWR-STATUS
                       else
                           move 'D' to TLRDRWR-STATUS
                       end-if
                       exec cics
                           rewrite file('TLRDRWR')
                           from(TLRDRWR-RECORD)
                           resp(ws-tlrdrwr-resp)
                       end-exec
                       perform ctlr-show-drawer
                       move TLRDRWR-DIFFERENCE to ws-disp-amount
                       move spaces to TLRMSGO
                       evaluate true
                           when TLRDRWR-DIFFERENCE = 0
                               move 'Drawer balanced and closed'
                                   to TLRMSGO
                               move 'ETLR0018' to ws-msg-no
                               perform ctlr-catalogue-message
                               move 'BALANCED' to ws-aud-status
                           when TLRDRWR-DIFFERENCE > 0
                               string 'Drawer over by'
                                   ws-disp-amount
                                   ' - supervisor approval needed'
                                   delimited by size into TLRMSGO
                               move 'OVER' to ws-aud-status
                           when other
                               string 'Drawer short by'
                                   ws-disp-amount
                                   ' - supervisor approval needed'
                                   delimited by size into TLRMSGO
                               move 'SHORT' to ws-aud-status
                       end-evaluate
                   end-if
               end-if
           end-if
           perform ctlr-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** the keyed count - each note count five digits or blank for  *
      *** none, the coin seven digits with two implied decimals       *
      ***--------------------------------------------------------------*
       ctlr-edit-count section.
       ctlr-edit-count-para.
           move 'Y' to ws-edits-ok
           move TLRD01I to ws-keyed-count(1)
           move TLRD02I to ws-keyed-count(2)
           move TLRD03I to ws-keyed-count(3)
           move TLRD04I to ws-keyed-count(4)
           move TLRD05I to ws-keyed-count(5)
           move TLRD06I to ws-keyed-count(6)
           move 0 to ws-counted
           perform ctlr-edit-one-count
               varying ws-denom-idx from 1 by 1
               until ws-denom-idx > 6
           if ws-edits-pass
               if TLRCOII = low-values or spaces
                   move zeroes to ws-coin-digits
               else
                   move TLRCOII to ws-coin-digits
               end-if
               if ws-coin-digits not is numeric
                   move 'Coin is seven digits, two decimals'
                       to TLRMSGO
                   move 'ETLR0019' to ws-msg-no
                   perform ctlr-catalogue-message
                   move 'BAD COUNT' to ws-aud-status
                   move 'N' to ws-edits-ok
               else
                   add ws-coin-digits-n to ws-counted
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ctlr-edit-one-count section.
       ctlr-edit-one-count-para.
           if ws-keyed-count(ws-denom-idx) = low-values or spaces
               move zeroes to ws-keyed-count(ws-denom-idx)
           end-if
           move ws-keyed-count(ws-denom-idx) to ws-count-digits
           if ws-count-digits not is numeric
               if ws-edits-pass
                   move 'Note counts are five digits or blank'
                       to TLRMSGO
                   move 'ETLR0020' to ws-msg-no
                   perform ctlr-catalogue-message
                   move 'BAD COUNT' to ws-aud-status
                   move 'N' to ws-edits-ok
               end-if
           else
               compute ws-counted = ws-counted
                   + ws-count-digits-n * ws-denom-value(ws-denom-idx)
               end-compute
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** supervisor approval of a drawer's overage or shortage - the *
      *** difference moves between the branch cash account and its    *
      *** teller-difference account, and the drawer closes            *
      ***--------------------------------------------------------------*
       ctlr-approve-diff section.
       ctlr-approve-diff-para.
           move 'TLRAPPR ' to ws-aud-event
           move TLRTIDI to ws-drawer-user
           perform ctlr-load-busdate
           perform ctlr-check-quiesce
           if ws-auth-role not = 'S' and not = 'A'
               move 'Approval needs a supervisor' to TLRMSGO
               move 'ETLR0021' to ws-msg-no
               perform ctlr-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else if TLRTIDI = low-values or spaces
               move 'Key the teller whose drawer to approve'
                   to TLRMSGO
               move 'ETLR0022' to ws-msg-no
               perform ctlr-catalogue-message
               move 'NO TELLER' to ws-aud-status
           else if TLRTIDI = ws-auth-userid
               move 'A drawer is never approved by its own teller'
                   to TLRMSGO
               move 'ETLR0023' to ws-msg-no
               perform ctlr-catalogue-message
               move 'OWN DRAWER' to ws-aud-status
           else if ws-system-quiesced
               move 'System closing, cash movements refused'
                   to TLRMSGO
               move 'ETLR0010' to ws-msg-no
               perform ctlr-catalogue-message
               move 'QUIESCED' to ws-aud-status
           else
               perform ctlr-read-drawer
               if ws-tlrdrwr-resp = dfhresp(normal)
                   move 'CASH' to ws-int-role-kind
                   move TLRDRWR-BRANCH to ws-int-role-branch
                   perform ctlr-find-intacct
                   move INTACCT-ACCTNO to ws-cash-acctno
                   if ws-intacct-resp = dfhresp(normal)
                       move 'TLRD' to ws-int-role-kind
                       perform ctlr-find-intacct
                       move INTACCT-ACCTNO to ws-diff-acctno
                   end-if
                   if not TLRDRWR-IS-DIFF-PENDING
                       move 'Drawer has no difference to approve'
                           to TLRMSGO
                       move 'ETLR0024' to ws-msg-no
                       perform ctlr-catalogue-message
                       move 'NOT PENDING' to ws-aud-status
                       perform ctlr-unlock-drawer
                   else if ws-intacct-resp not = dfhresp(normal)
                       move 'No cash or over/short account for branch'
                           to TLRMSGO
                       move 'ETLR0025' to ws-msg-no
                       perform ctlr-catalogue-message
                       move 'NO INT ACCT' to ws-aud-status
                       perform ctlr-unlock-drawer
                   else
                       perform ctlr-post-difference
                   end-if end-if
               end-if
           end-if end-if end-if end-if
           perform ctlr-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** an overage is cash the books never saw - it goes into the   *
      *** cash account the way a deposit does, against the over/short *
      *** account; a shortage runs the other way                      *
      ***--------------------------------------------------------------*
       ctlr-post-difference section.
       ctlr-post-difference-para.
           move ws-cash-acctno to ws-leg1-acctno
           compute ws-leg1-amount = 0 - TLRDRWR-DIFFERENCE
           end-compute
           move ws-diff-acctno to ws-leg2-acctno
           move TLRDRWR-DIFFERENCE to ws-leg2-amount
           if TLRDRWR-DIFFERENCE > 0
               move 'TELLER OVERAGE' to ws-leg-narrative
           else
               move 'TELLER SHORTAGE' to ws-leg-narrative
           end-if
           move 'TL' to ws-leg-txn-type
           perform ctlr-write-pair
           move 'C' to TLRDRWR-STATUS
           move ws-auth-userid to TLRDRWR-APPROVER
           exec cics
               rewrite file('TLRDRWR')
               from(TLRDRWR-RECORD)
               resp(ws-tlrdrwr-resp)
           end-exec
           exec cics syncpoint end-exec
           perform ctlr-show-drawer
           move TLRDRWR-DIFFERENCE to ws-disp-amount
           move spaces to TLRMSGO
           string 'Difference of' ws-disp-amount
               ' posted, drawer closed' delimited by size
               into TLRMSGO
           move 'SUCCESS' to ws-aud-status
           exit
           .
      ***--------------------------------------------------------------*
      *** the teller's own drawer, or for a supervisor the drawer of  *
      *** the teller keyed                                            *
      ***--------------------------------------------------------------*
       ctlr-inquire-drawer section.
       ctlr-inquire-drawer-para.
           perform ctlr-load-busdate
           if TLRTIDI = low-values or spaces
               move ws-auth-userid to ws-drawer-user
           else
               move TLRTIDI to ws-drawer-user
           end-if
           if ws-drawer-user not = ws-auth-userid
               and ws-auth-role not = 'S' and not = 'A'
               move 'Only a supervisor may view another drawer'
                   to TLRMSGO
               move 'ETLR0026' to ws-msg-no
               perform ctlr-catalogue-message
           else
               move ws-busdate to TLRDRWR-DATE
               move ws-drawer-user to TLRDRWR-USERID
               exec cics
                   read file('TLRDRWR')
                   into(TLRDRWR-RECORD)
                   ridfld(TLRDRWR-KEY)
                   resp(ws-tlrdrwr-resp)
               end-exec
               if ws-tlrdrwr-resp = dfhresp(normal)
                   perform ctlr-show-drawer
                   move 'Drawer shown' to TLRMSGO
                   move 'ETLR0027' to ws-msg-no
                   perform ctlr-catalogue-message
               else
                   move spaces to TLRSTSO
                   move spaces to TLRCINO
                   move spaces to TLRCOUO
                   move spaces to TLREXPO
                   move spaces to TLRCNTO
                   move spaces to TLRDIFO
                   move 'No drawer for that teller today' to TLRMSGO
                   move 'ETLR0028' to ws-msg-no
                   perform ctlr-catalogue-message
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the drawer for ws-drawer-user today, held for update        *
      ***--------------------------------------------------------------*
       ctlr-read-drawer section.
       ctlr-read-drawer-para.
           move ws-busdate to TLRDRWR-DATE
           move ws-drawer-user to TLRDRWR-USERID
           exec cics
               read file('TLRDRWR')
               into(TLRDRWR-RECORD)
               ridfld(TLRDRWR-KEY)
               update
               resp(ws-tlrdrwr-resp)
           end-exec
           if ws-tlrdrwr-resp not = dfhresp(normal)
               move 'No drawer open today for the teller' to TLRMSGO
               move 'ETLR0029' to ws-msg-no
               perform ctlr-catalogue-message
               move 'NO DRAWER' to ws-aud-status
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ctlr-unlock-drawer section.
       ctlr-unlock-drawer-para.
           exec cics
               unlock file('TLRDRWR')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** the drawer's standing and totals, and what the count showed *
      ***--------------------------------------------------------------*
       ctlr-show-drawer section.
       ctlr-show-drawer-para.
           move TLRDRWR-USERID to TLRTIDO
           move TLRDRWR-BRANCH to TLRBRNO
           move TLRDRWR-OPEN-FLOAT to ws-float-digits-n
           move ws-float-digits to TLRFLTO
           evaluate true
               when TLRDRWR-IS-OPEN
                   move 'OPEN' to TLRSTSO
               when TLRDRWR-IS-DIFF-PENDING
                   move 'DIFF PENDING' to TLRSTSO
               when other
                   move 'CLOSED' to TLRSTSO
           end-evaluate
           move TLRDRWR-CASH-IN to ws-disp-amount
           move ws-disp-amount to TLRCINO
           move TLRDRWR-CASH-OUT to ws-disp-amount
           move ws-disp-amount to TLRCOUO
           compute ws-drawer-cash = TLRDRWR-OPEN-FLOAT
               + TLRDRWR-CASH-IN - TLRDRWR-CASH-OUT
           end-compute
           move ws-drawer-cash to ws-disp-amount
           move ws-disp-amount to TLREXPO
           if TLRDRWR-IS-OPEN
               move spaces to TLRCNTO
               move spaces to TLRDIFO
           else
               move TLRDRWR-COUNTED to ws-disp-amount
               move ws-disp-amount to TLRCNTO
               move TLRDRWR-DIFFERENCE to ws-disp-amount
               move ws-disp-amount to TLRDIFO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the internal account playing ws-int-role on INTACCT         *
      ***--------------------------------------------------------------*
       ctlr-find-intacct section.
       ctlr-find-intacct-para.
           move ws-int-role to INTACCT-ROLE
           exec cics
               read file('INTACCT')
               into(INTACCT-RECORD)
               ridfld(INTACCT-ROLE)
               resp(ws-intacct-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** the two legs in ws-leg1/ws-leg2 under one pair id and one   *
      *** trace id, so the posting run applies or refuses them as one *
      ***--------------------------------------------------------------*
       ctlr-write-pair section.
       ctlr-write-pair-para.
           move eibtrmid to ws-pair-id-term
           move eibtaskn to ws-pair-id-task
           move eibtrmid to ws-trace-term
           move eibtaskn to ws-trace-task

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ws-leg1-acctno to JNLREC-POST-ACCTNO
           move ws-leg1-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move ws-leg-narrative to JNLREC-POST-NARRATIVE
           move ws-leg-txn-type to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform ctlr-write-one-leg

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ws-leg2-acctno to JNLREC-POST-ACCTNO
           move ws-leg2-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move ws-leg-narrative to JNLREC-POST-NARRATIVE
           move ws-leg-txn-type to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform ctlr-write-one-leg
           exit
           .
      ***--------------------------------------------------------------*
      *** one leg: structured JNLREC to journal4 with the line tally  *
      *** and JNL4VW mirror kept in step, exactly as ETPEXFR writes;  *
      *** a non-normal response queues the leg for replay             *
      ***--------------------------------------------------------------*
       ctlr-write-one-leg section.
       ctlr-write-one-leg-para.
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
               perform ctlr-queue-retry
           end-if
           perform ctlr-bump-count
           perform ctlr-mirror-journal4
           exit
           .
      ***--------------------------------------------------------------*
       ctlr-queue-retry section.
       ctlr-queue-retry-para.
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
       ctlr-bump-count section.
       ctlr-bump-count-para.
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
       ctlr-mirror-journal4 section.
       ctlr-mirror-journal4-para.
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
      *** the cash paid out comes off the customer's available        *
      *** balance immediately - the posting run trues it up tonight   *
      ***--------------------------------------------------------------*
       ctlr-reduce-memo section.
       ctlr-reduce-memo-para.
           move TLRACNI to ACCTMAST-ACCTNO
           exec cics
               read file(ws-acctmast-fname)
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               update
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp = dfhresp(normal)
               if ACCTMAST-MEMO-BALANCE not is numeric
                   move ACCTMAST-BALANCE
                       to ACCTMAST-MEMO-BALANCE
               end-if
               subtract ws-cash-amount from ACCTMAST-MEMO-BALANCE
               exec cics
                   rewrite file(ws-acctmast-fname)
                   from(ACCTMAST-RECORD)
                   resp(ws-acctmast-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's limit in force today off the effective-dated *
      *** ODLIMIT file - newest start date not after today whose      *
      *** expiry has not passed; no row leaves the flat master limit  *
      *** already loaded                                              *
      ***--------------------------------------------------------------*
       ctlr-find-odlimit section.
       ctlr-find-odlimit-para.
           move current-date(1:8) to ws-odl-today
           move ACCTMAST-ACCTNO to ODLIMIT-ACCTNO
           move 0 to ODLIMIT-START-DATE
           exec cics
               startbr file('ODLIMIT')
               ridfld(ODLIMIT-KEY)
               resp(ws-odlimit-resp)
           end-exec
           if ws-odlimit-resp = dfhresp(normal)
               perform ctlr-find-odlimit-read
                   until ws-odlimit-resp not = dfhresp(normal)
               exec cics
                   endbr file('ODLIMIT')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ctlr-find-odlimit-read section.
       ctlr-find-odlimit-read-para.
           exec cics
               readnext file('ODLIMIT')
               into(ODLIMIT-RECORD)
               ridfld(ODLIMIT-KEY)
               resp(ws-odlimit-resp)
           end-exec
           if ws-odlimit-resp = dfhresp(normal)
               if ODLIMIT-ACCTNO not = ACCTMAST-ACCTNO
                   or ODLIMIT-START-DATE > ws-odl-today
                   move dfhresp(endfile) to ws-odlimit-resp
               else
                   if ODLIMIT-EXPIRY = 0
                       or ODLIMIT-EXPIRY >= ws-odl-today
                       move ODLIMIT-AMOUNT to ws-cust-odlimit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off BUSCTRL, wall clock when the control  *
      *** row is missing - the same fallback the batch jobs use       *
      ***--------------------------------------------------------------*
       ctlr-load-busdate section.
       ctlr-load-busdate-para.
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
       ctlr-check-quiesce section.
       ctlr-check-quiesce-para.
           move 'N' to ws-quiesced
           move 'QUIESCE ' to QUIESCE-CNAME
           exec cics
               read file('QUIESCE')
               into(QUIESCE-RECORD)
               ridfld(QUIESCE-CNAME)
               resp(ws-quiesce-resp)
           end-exec
           if ws-quiesce-resp = dfhresp(normal)
               and QUIESCE-IS-ON
               move 'Y' to ws-quiesced
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every drawer action is journalled for audit                 *
      ***--------------------------------------------------------------*
       ctlr-write-audit section.
       ctlr-write-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'TELLER=' ws-drawer-user ' '
               'ACCT=' TLRACNI ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('TL') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** verifies the ten-digit account number in ws-ckd-acctno -    *
      *** all numeric, with the tenth digit a Luhn check over the     *
      *** first nine                                                  *
      ***--------------------------------------------------------------*
       ctlr-check-acctno section.
       ctlr-check-acctno-para.
           move 'N' to ws-ckd-ok
           if ws-ckd-acctno is numeric
               move 0 to ws-ckd-sum
               perform varying ws-ckd-idx from 1 by 1
                   until ws-ckd-idx > 9
                   move ws-ckd-digit(ws-ckd-idx) to ws-ckd-double
                   if ws-ckd-idx = 1 or 3 or 5 or 7 or 9
                       compute ws-ckd-double = ws-ckd-double * 2
                       end-compute
                       if ws-ckd-double > 9
                           subtract 9 from ws-ckd-double
                       end-if
                   end-if
                   add ws-ckd-double to ws-ckd-sum
               end-perform
               divide ws-ckd-sum by 10
                   giving ws-ckd-quot
                   remainder ws-ckd-rem
               compute ws-ckd-check = 10 - ws-ckd-rem
               end-compute
               if ws-ckd-check = 10
                   move 0 to ws-ckd-check
               end-if
               if ws-ckd-digit(10) = ws-ckd-check
                   move 'Y' to ws-ckd-ok
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSETLR'
                   exec cics
                       receive map(ws-map)
                       into(BMSETLRI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-ctlr section.
       cics-send-ctlr-para.
           move 'BMSETLR' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to TLRMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSETLRO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       ctlr-check-auth section.
       ctlr-check-auth-para.
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
       ctlr-catalogue-message section.
       ctlr-catalogue-message-para.
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
               move MSGCAT-TEXT to TLRMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       ctlr-refuse-entry section.
       ctlr-refuse-entry-para.
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
       ctlr-log-unsupkey section.
       ctlr-log-unsupkey-para.
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
       ctlr-log-privact section.
       ctlr-log-privact-para.
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
               move TLRACTI to PRIVACT-ACTION
               move TLRACNI to PRIVACT-RECKEY
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
       end-program.
