       identification division.

       program-id. ETPEPRD.

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

      * ETPEPRD - product catalogue maintenance transaction
      * Add ('A'), change ('C'), withdraw ('W') and inquire ('I') on
      * the PRODUCT catalogue, in the ETPESWP mold.  A product names
      * the account type it opens as, the currency it is sold in
      * (blank for the base book, '***' for any), the overdraft
      * limit a new account starts with, the fee ETPBFEE assesses on
      * the fee cycle day, the RATETBL rate-tier set it is priced
      * on, the minimum opening deposit, whether it may be held
      * jointly, and - savings products only - the days' notice a
      * withdrawal needs.  A change may alter everything but the
      * type - the accounts already sold under a product keep that
      * type, so a different type is a new product.  Withdrawing
      * takes the product off sale; accounts already open keep its
      * rules and ETPEAMT opens no more.  Every change is journalled to
      * journal1.  PRODUCT is a live file with no practice copy - a
      * training session may look but not change.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEPRD'.

      ***--------------------------------------------------------------*
      *** training mode - PRODUCT has no practice copy, so a training *
      *** session inquires on the live catalogue only, and every      *
      *** screen carries a TRAINING banner                            *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEPRD.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cprd-check-auth      *
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
      *    the MSGCAT catalogue - see cprd-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EPRD session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the product catalogue                                        *
      ***--------------------------------------------------------------*
       copy PRODUCT.
       01  ws-product-resp                   pic s9(8) comp.

      *    the three amounts are keyed as nine digits with two
      *    implied decimals, blank for zero
       01  ws-amt-digits                     pic x(9).
       01  ws-amt-digits-n redefines ws-amt-digits
                                             pic 9(7)v99.
       01  ws-amt-value                      pic 9(7)v99.
       01  ws-amt-ok                         pic x(1).
           88  ws-amt-passes                 value 'Y'.
       01  ws-prd-odlimit                    pic 9(7)v99.
       01  ws-prd-fee                        pic 9(7)v99.
       01  ws-prd-min-open                   pic 9(7)v99.
       01  ws-prd-currency                   pic x(3).
       01  ws-prd-rate-set                   pic x(4).
       01  ws-prd-joint                      pic x(1).
      *    the notice period is keyed as three digits of days, blank
      *    for instant access; only a savings product may carry one
       01  ws-prd-type                       pic x(1).
       01  ws-prd-notice-days                pic 9(3).
       01  ws-ntc-digits                     pic x(3).
       01  ws-ntc-digits-n redefines ws-ntc-digits
                                             pic 9(3).

       01  ws-edits-ok                       pic x(1).
           88  ws-edits-pass                 value 'Y'.

      *    consolidated cross-program training-gap log - see
      *    cprd-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cprd-log-privact below
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
           perform cprd-mainline

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
       cprd-mainline section.
       cprd-mainline-para.
           perform cprd-check-auth
           if not ws-tx-authorized
               perform cprd-refuse-entry
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
                perform cprd-log-privact

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
                       if PRDCODI = low-values or spaces
                           move 'Product code is needed' to PRDMSGO
                           move 'EPRD0001' to ws-msg-no
                           perform cprd-catalogue-message
                       else
                           evaluate true
                               when PRDACTI = 'I'
                                   perform cprd-inquire-product
                               when ws-in-training
                                   and (PRDACTI = 'A' or 'C' or 'W')
                                   move
                       'Catalogue changes are not available in training'
                                       to PRDMSGO
                                   move 'EPRD0002' to ws-msg-no
                                   perform cprd-catalogue-message
                               when PRDACTI = 'A'
                                   perform cprd-add-product
                               when PRDACTI = 'C'
                                   perform cprd-change-product
                               when PRDACTI = 'W'
                                   perform cprd-withdraw-product
                               when other
                                   move
                                  'Action must be A, C, W or I'
                                       to PRDMSGO
                                   move 'EPRD0003' to ws-msg-no
                                   perform cprd-catalogue-message
                           end-evaluate
                       end-if
                       perform cics-send-cprd

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to PRDMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cprd-catalogue-message
                       perform cics-send-cprd
                   when other
                       move 'Unexpected 3270 attention key'
                           to PRDMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cprd-catalogue-message
                       perform cprd-log-unsupkey
                       perform cics-send-cprd
               end-evaluate
           else
               perform cics-send-cprd
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cprd-add-product section.
       cprd-add-product-para.
           move 'PRDADD  ' to ws-aud-event
           if PRDTYPI not = 'C' and not = 'S' and not = 'I'
               and not = 'T' and not = 'L'
               move 'Account type must be C, S, I, T or L' to PRDMSGO
               move 'EPRD0004' to ws-msg-no
               perform cprd-catalogue-message
               move 'BAD TYPE' to ws-aud-status
               perform cprd-write-audit
           else
               move PRDTYPI to ws-prd-type
               perform cprd-edit-fields
               if ws-edits-pass
                   move PRDCODI to PRODUCT-CODE
                   move PRDTYPI to PRODUCT-ACCT-TYPE
                   perform cprd-move-fields
                   move 'A' to PRODUCT-STATUS
                   exec cics
                       write file('PRODUCT')
                       from(PRODUCT-RECORD)
                       ridfld(PRODUCT-CODE)
                       resp(ws-product-resp)
                   end-exec
                   if ws-product-resp = dfhresp(duprec)
                       move 'Product already in the catalogue'
                           to PRDMSGO
                       move 'EPRD0005' to ws-msg-no
                       perform cprd-catalogue-message
                       move 'DUPLICATE' to ws-aud-status
                   else if ws-product-resp not = dfhresp(normal)
                       move 'Add failed' to PRDMSGO
                       move 'EPRD0006' to ws-msg-no
                       perform cprd-catalogue-message
                       move 'FAILED' to ws-aud-status
                   else
                       perform cprd-show-product
                       move 'Product added' to PRDMSGO
                       move 'EPRD0007' to ws-msg-no
                       perform cprd-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                   end-if end-if
               end-if
               perform cprd-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a change replaces everything but the type on a product      *
      *** still on sale; a withdrawn product stays withdrawn - a      *
      *** product sold again is added under a new code                *
      ***--------------------------------------------------------------*
       cprd-change-product section.
       cprd-change-product-para.
           move 'PRDCHG  ' to ws-aud-event
           perform cprd-read-product
           if ws-product-resp = dfhresp(normal)
               if PRODUCT-IS-WITHDRAWN
                   move 'Product is withdrawn - add a new one'
                       to PRDMSGO
                   move 'EPRD0008' to ws-msg-no
                   perform cprd-catalogue-message
                   move 'WITHDRAWN' to ws-aud-status
               else if PRDTYPI not = spaces and not = low-values
                   and PRDTYPI not = PRODUCT-ACCT-TYPE
                   move 'Type cannot change - add a new product'
                       to PRDMSGO
                   move 'EPRD0009' to ws-msg-no
                   perform cprd-catalogue-message
                   move 'BAD TYPE' to ws-aud-status
               else
                   move PRODUCT-ACCT-TYPE to ws-prd-type
                   perform cprd-edit-fields
               end-if end-if
               if ws-aud-status = spaces and ws-edits-pass
                   perform cprd-move-fields
                   exec cics
                       rewrite file('PRODUCT')
                       from(PRODUCT-RECORD)
                       resp(ws-product-resp)
                   end-exec
                   if ws-product-resp = dfhresp(normal)
                       perform cprd-show-product
                       move 'Product changed' to PRDMSGO
                       move 'EPRD0010' to ws-msg-no
                       perform cprd-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                   else
                       move 'Change failed' to PRDMSGO
                       move 'EPRD0011' to ws-msg-no
                       perform cprd-catalogue-message
                       move 'FAILED' to ws-aud-status
                   end-if
               else
                   exec cics
                       unlock file('PRODUCT')
                   end-exec
               end-if
               perform cprd-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** takes the product off sale - the accounts already open      *
      *** under it keep its pricing                                   *
      ***--------------------------------------------------------------*
       cprd-withdraw-product section.
       cprd-withdraw-product-para.
           move 'PRDWDR  ' to ws-aud-event
           perform cprd-read-product
           if ws-product-resp = dfhresp(normal)
               if PRODUCT-IS-WITHDRAWN
                   move 'Product is already withdrawn' to PRDMSGO
                   move 'EPRD0012' to ws-msg-no
                   perform cprd-catalogue-message
                   move 'ALREADY' to ws-aud-status
                   exec cics
                       unlock file('PRODUCT')
                   end-exec
               else
                   move 'W' to PRODUCT-STATUS
                   exec cics
                       rewrite file('PRODUCT')
                       from(PRODUCT-RECORD)
                       resp(ws-product-resp)
                   end-exec
                   perform cprd-show-product
                   move 'Product withdrawn from sale' to PRDMSGO
                   move 'EPRD0013' to ws-msg-no
                   perform cprd-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if
               perform cprd-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cprd-inquire-product section.
       cprd-inquire-product-para.
           move PRDCODI to PRODUCT-CODE
           exec cics
               read file('PRODUCT')
               into(PRODUCT-RECORD)
               ridfld(PRODUCT-CODE)
               resp(ws-product-resp)
           end-exec
           if ws-product-resp = dfhresp(normal)
               perform cprd-show-product
               move 'Product shown' to PRDMSGO
               move 'EPRD0014' to ws-msg-no
               perform cprd-catalogue-message
           else
               move spaces to PRDNAMO
               move spaces to PRDTYPO
               move spaces to PRDCCYO
               move spaces to PRDODLO
               move spaces to PRDFEEO
               move spaces to PRDRSTO
               move spaces to PRDMINO
               move spaces to PRDJNTO
               move spaces to PRDNTCO
               move spaces to PRDSTSO
               move 'Product not found' to PRDMSGO
               move 'EPRD0015' to ws-msg-no
               perform cprd-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cprd-read-product section.
       cprd-read-product-para.
           move spaces to ws-aud-status
           move PRDCODI to PRODUCT-CODE
           exec cics
               read file('PRODUCT')
               into(PRODUCT-RECORD)
               ridfld(PRODUCT-CODE)
               update
               resp(ws-product-resp)
           end-exec
           if ws-product-resp not = dfhresp(normal)
               move 'Product not found' to PRDMSGO
               move 'EPRD0015' to ws-msg-no
               perform cprd-catalogue-message
               move 'NOT FOUND' to ws-aud-status
               perform cprd-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cprd-move-fields section.
       cprd-move-fields-para.
           move PRDNAMI to PRODUCT-NAME
           move ws-prd-currency to PRODUCT-CURRENCY
           move ws-prd-odlimit to PRODUCT-ODLIMIT
           move ws-prd-fee to PRODUCT-FEE
           move ws-prd-rate-set to PRODUCT-RATE-SET
           move ws-prd-min-open to PRODUCT-MIN-OPEN
           move ws-prd-joint to PRODUCT-JOINT
           move ws-prd-notice-days to PRODUCT-NOTICE-DAYS
           exit
           .
      ***--------------------------------------------------------------*
      *** the name is required; blank currency is the base book and   *
      *** '***' any currency; the overdraft limit, fee and minimum    *
      *** opening deposit are nine digits with two implied decimals   *
      *** or blank for none; a blank rate-tier set is the standard    *
      *** table; joint holding is Y or N, blank meaning N; the notice *
      *** period is three digits of days, blank for none, and only    *
      *** on a savings product                                        *
      ***--------------------------------------------------------------*
       cprd-edit-fields section.
       cprd-edit-fields-para.
           move 'Y' to ws-edits-ok
           if PRDNAMI = low-values or spaces
               move 'Product name is needed' to PRDMSGO
               move 'EPRD0016' to ws-msg-no
               perform cprd-catalogue-message
               move 'NO NAME' to ws-aud-status
               move 'N' to ws-edits-ok
           end-if
           if ws-edits-pass
               move PRDODLI to ws-amt-digits
               perform cprd-edit-amount
               if ws-amt-passes
                   move ws-amt-value to ws-prd-odlimit
               else
                   move 'Overdraft limit is nine digits or blank'
                       to PRDMSGO
                   move 'EPRD0017' to ws-msg-no
                   perform cprd-catalogue-message
                   move 'BAD ODLIMIT' to ws-aud-status
                   move 'N' to ws-edits-ok
               end-if
           end-if
           if ws-edits-pass
               move PRDFEEI to ws-amt-digits
               perform cprd-edit-amount
               if ws-amt-passes
                   move ws-amt-value to ws-prd-fee
               else
                   move 'Fee is nine digits or blank' to PRDMSGO
                   move 'EPRD0018' to ws-msg-no
                   perform cprd-catalogue-message
                   move 'BAD FEE' to ws-aud-status
                   move 'N' to ws-edits-ok
               end-if
           end-if
           if ws-edits-pass
               move PRDMINI to ws-amt-digits
               perform cprd-edit-amount
               if ws-amt-passes
                   move ws-amt-value to ws-prd-min-open
               else
                   move 'Minimum deposit is nine digits or blank'
                       to PRDMSGO
                   move 'EPRD0019' to ws-msg-no
                   perform cprd-catalogue-message
                   move 'BAD MINIMUM' to ws-aud-status
                   move 'N' to ws-edits-ok
               end-if
           end-if
           if ws-edits-pass
               if PRDJNTI = 'Y'
                   move 'Y' to ws-prd-joint
               else if PRDJNTI = 'N' or space or low-value
                   move 'N' to ws-prd-joint
               else
                   move 'Joint holding must be Y or N' to PRDMSGO
                   move 'EPRD0020' to ws-msg-no
                   perform cprd-catalogue-message
                   move 'BAD JOINT' to ws-aud-status
                   move 'N' to ws-edits-ok
               end-if end-if
           end-if
           if ws-edits-pass
               move PRDNTCI to ws-ntc-digits
               if PRDNTCI = low-values or spaces
                   move 0 to ws-prd-notice-days
               else if ws-ntc-digits not is numeric
                   move 'Notice period is three digits or blank'
                       to PRDMSGO
                   move 'EPRD0021' to ws-msg-no
                   perform cprd-catalogue-message
                   move 'BAD NOTICE' to ws-aud-status
                   move 'N' to ws-edits-ok
               else
                   move ws-ntc-digits-n to ws-prd-notice-days
               end-if end-if
           end-if
           if ws-edits-pass
               and ws-prd-notice-days > 0
               and ws-prd-type not = 'S'
               move 'Only a savings product may need notice'
                   to PRDMSGO
               move 'EPRD0022' to ws-msg-no
               perform cprd-catalogue-message
               move 'BAD NOTICE' to ws-aud-status
               move 'N' to ws-edits-ok
           end-if
           if ws-edits-pass
               if PRDCCYI = low-values
                   move spaces to ws-prd-currency
               else
                   move PRDCCYI to ws-prd-currency
               end-if
               if PRDRSTI = low-values
                   move spaces to ws-prd-rate-set
               else
                   move PRDRSTI to ws-prd-rate-set
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cprd-edit-amount section.
       cprd-edit-amount-para.
           move 'Y' to ws-amt-ok
           if ws-amt-digits = low-values or spaces
               move 0 to ws-amt-value
           else if ws-amt-digits not is numeric
               move 'N' to ws-amt-ok
           else
               move ws-amt-digits-n to ws-amt-value
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** echoes the product and whether it is on sale                 *
      ***--------------------------------------------------------------*
       cprd-show-product section.
       cprd-show-product-para.
           move PRODUCT-NAME to PRDNAMO
           move PRODUCT-ACCT-TYPE to PRDTYPO
           move PRODUCT-CURRENCY to PRDCCYO
           move PRODUCT-ODLIMIT to ws-amt-digits-n
           move ws-amt-digits to PRDODLO
           move PRODUCT-FEE to ws-amt-digits-n
           move ws-amt-digits to PRDFEEO
           move PRODUCT-RATE-SET to PRDRSTO
           move PRODUCT-MIN-OPEN to ws-amt-digits-n
           move ws-amt-digits to PRDMINO
           move PRODUCT-JOINT to PRDJNTO
           move PRODUCT-NOTICE-DAYS to ws-ntc-digits-n
           move ws-ntc-digits to PRDNTCO
           if PRODUCT-IS-WITHDRAWN
               move 'WITHDRAWN' to PRDSTSO
           else
               move 'ON SALE' to PRDSTSO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every maintenance action is journalled for audit            *
      ***--------------------------------------------------------------*
       cprd-write-audit section.
       cprd-write-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'PROD=' PRDCODI ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('PD') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEPRD'
                   exec cics
                       receive map(ws-map)
                       into(BMSEPRDI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cprd section.
       cics-send-cprd-para.
           move 'BMSEPRD' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to PRDMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEPRDO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cprd-check-auth section.
       cprd-check-auth-para.
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
       cprd-catalogue-message section.
       cprd-catalogue-message-para.
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
               move MSGCAT-TEXT to PRDMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cprd-refuse-entry section.
       cprd-refuse-entry-para.
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
       cprd-log-unsupkey section.
       cprd-log-unsupkey-para.
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
       cprd-log-privact section.
       cprd-log-privact-para.
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
               move PRDACTI to PRIVACT-ACTION
               move PRDCODI to PRIVACT-RECKEY
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
