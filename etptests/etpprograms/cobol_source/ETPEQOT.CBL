       identification division.

       program-id. ETPEQOT.

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

      * ETPEQOT - term-deposit rate quotation
      * Key a term-deposit product, the amount, the term in days and
      * the currency - with the customer, when the quote is for one,
      * and the branch giving it - and ENTER prices the deposit off
      * the product's RATETBL rate-tier set in force on the business
      * day: the highest tier whose balance floor the amount reaches
      * and whose term floor the term reaches.  The quote shows the
      * rate, the maturity date - the term on from the business day,
      * rolled on to the next BUSCAL business day where it falls on
      * a holiday or weekend - and the amount due at maturity, and is
      * saved on QUOTE under a reference off the branch's NUMRANGE
      * 'Q' range, good for the SYSPARM 'QUOTEVLD' days (default 7).
      * ETPEAMT opens a term deposit only against an open quote and
      * contracts at its rate.  Action 'I' shows a quote by its
      * reference, 'X' withdraws one still open.  QUOTE is a live
      * file with no practice copy - a training session is quoted
      * but nothing is saved.  The customer being worked with on the
      * other screens is brought in on arrival.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEQOT'.

      ***--------------------------------------------------------------*
      *** training mode - QUOTE has no practice copy, so a training   *
      *** session is priced but never saved, and every screen carries *
      *** a TRAINING banner                                           *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEQOT.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cqot-check-auth      *
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
      *    the MSGCAT catalogue - see cqot-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EQOT session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the quote, the product and customer it is for, and the      *
      *** rate-tier rows it is priced from                            *
      ***--------------------------------------------------------------*
       copy QUOTE.
       01  ws-quote-resp                     pic s9(8) comp.
       copy PRODUCT.
       01  ws-product-resp                   pic s9(8) comp.
       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.
       copy RATETBL.
       01  ws-ratetbl-resp                   pic s9(8) comp.
       copy BUSCAL.
       01  ws-buscal-resp                    pic s9(8) comp.
       copy BUSCTRL.
       01  ws-busctrl-resp                   pic s9(8) comp.
       copy SYSPARM.
       01  ws-sysparm-resp                   pic s9(8) comp.

      *    the amount is keyed as nine digits with two implied
      *    decimals, the way ETPEAMT takes amounts
       01  ws-amount-digits                  pic x(9).
       01  ws-amount-digits-n redefines ws-amount-digits
                                             pic 9(7)v99.
       01  ws-term-digits                    pic x(4).
       01  ws-term-digits-n redefines ws-term-digits
                                             pic 9(4).
       01  ws-edits-ok                       pic x(1).
           88  ws-edits-pass                 value 'Y'.

      *    the business day quoted on, and the days a quote stays
      *    good when SYSPARM holds no 'QUOTEVLD' row
       01  ws-busdate                        pic 9(8).
       01  ws-busdate-int                    pic s9(9) comp.
       77  ws-valid-default                  pic 9(3) comp value 7.
       01  ws-valid-days                     pic 9(3) comp.

      *    the rate-tier browse: the effective date in force so far
      *    and the best row of it for the amount and term
       01  ws-rt-key.
           03  ws-rt-set                     pic x(4).
           03  ws-rt-eff-date                pic 9(8).
           03  ws-rt-tier                    pic 9(2).
       01  ws-rt-browse                      pic x(1).
           88  ws-rt-browsing                value 'Y'.
       01  ws-rt-date                        pic 9(8).
       01  ws-rt-found                       pic x(1).
           88  ws-rt-was-found               value 'Y'.
       01  ws-rt-best-tier                   pic 9(2).
       01  ws-rt-rate                        pic 9(3)v9(4).

      *    the maturity date, walked on past BUSCAL non-business days
       01  ws-mat-date                       pic 9(8).
       01  ws-mat-int                        pic s9(9) comp.
       01  ws-mat-days                       pic s9(9) comp.
       01  ws-roll-done                      pic x(1).
           88  ws-roll-is-done               value 'Y'.
       77  ws-roll-max-tries                 pic 9(2) comp value 30.
       01  ws-roll-tries                     pic 9(2) comp.

      ***--------------------------------------------------------------*
      *** the quote's reference off the branch's NUMRANGE 'Q' range,  *
      *** with its Luhn check digit; a reference already on file is   *
      *** passed over for the next                                    *
      ***--------------------------------------------------------------*
       copy NUMRANGE.
       01  ws-numrange-resp                  pic s9(8) comp.
       01  ws-alloc-state                    pic x(1).
           88  ws-alloc-trying               value 'T'.
           88  ws-alloc-refused              value 'R'.
       77  ws-alloc-max-tries                pic 9(2) comp value 20.
       01  ws-alloc-tries                    pic 9(2) comp.
       01  ws-ckd-acctno                     pic x(10).
       01  ws-ckd-digits redefines ws-ckd-acctno.
           03  ws-ckd-digit                  pic 9 occurs 10 times.
       01  ws-ckd-sum                        pic 9(3) comp.
       01  ws-ckd-double                     pic 9(2).
       01  ws-ckd-idx                        pic 9(2) comp.
       01  ws-ckd-quot                       pic 9(3) comp.
       01  ws-ckd-rem                        pic 9(2).
       01  ws-ckd-check                      pic 9(2).

      *    consolidated cross-program training-gap log - see
      *    cqot-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cqot-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see cqot-capture-timing            *
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
           perform cqot-mainline

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
       cqot-mainline section.
       cqot-mainline-para.
           perform cqot-check-auth
           if not ws-tx-authorized
               perform cqot-refuse-entry
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
                perform cqot-log-privact

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

      *            ENTER quotes, shows or withdraws
                   when DFHENTER
                       perform cqot-load-busdate
                       evaluate true
                           when QOTACTI = 'Q' or space or low-value
                               perform cqot-quote
                           when QOTACTI = 'I'
                               perform cqot-inquire
                           when QOTACTI = 'X'
                               perform cqot-withdraw
                           when other
                               move 'Action must be Q, I or X'
                                   to QOTMSGO
                               move 'EQOT0002' to ws-msg-no
                               perform cqot-catalogue-message
                       end-evaluate
                       perform cics-send-cqot

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       perform cqot-clear-quote
                       move 'Display reset by clear key'
                           to QOTMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cqot-catalogue-message
                       perform cics-send-cqot
                   when other
                       move 'Unexpected 3270 attention key'
                           to QOTMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cqot-catalogue-message
                       perform cqot-log-unsupkey
                       perform cics-send-cqot
               end-evaluate
           else
               perform cqot-capture-timing
               perform cqot-load-context
               move 'Key the deposit and ENTER for a quote' to QOTMSGO
               move 'EQOT0001' to ws-msg-no
               perform cqot-catalogue-message
               perform cics-send-cqot
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer being worked with on the other screens comes   *
      *** in on arrival, flagged modified so ENTER carries it         *
      ***--------------------------------------------------------------*
       cqot-load-context section.
       cqot-load-context-para.
           if ws-idle-resp = dfhresp(normal)
               and IDLETRK-IS-SIGNED-ON
               and IDLETRK-CTX-CUSTNO not = spaces and not = low-values
               move IDLETRK-CTX-CUSTNO to QOTCNOO
               move ws-attr-mdt to QOTCNOA
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a new quote: the deposit as keyed priced off the rate in    *
      *** force, its maturity worked out, and - outside training -    *
      *** saved under the next reference off the branch's range       *
      ***--------------------------------------------------------------*
       cqot-quote section.
       cqot-quote-para.
           move 'QUOTE' to ws-aud-event
           move spaces to ws-aud-status
           move spaces to QOTREFO
           move spaces to QOTSTSO
           move spaces to QOTOPNO
           perform cqot-edit-quote
           if ws-edits-pass
               perform cqot-find-rate
               if not ws-rt-was-found
                   move 'No rate in force for the product' to QOTMSGO
                   move 'EQOT0013' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'NO RATE' to ws-aud-status
               else
                   perform cqot-build-quote
                   perform cqot-show-quote
                   if ws-in-training
                       move spaces to QOTREFO
                       move 'Quote priced - not saved in training'
                           to QOTMSGO
                       move 'EQOT0014' to ws-msg-no
                       perform cqot-catalogue-message
                       move 'TRAINING' to ws-aud-status
                   else
                       perform cqot-save-quote
                   end-if
               end-if
           end-if
           perform cqot-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** the deposit as keyed: a term-deposit product on sale in the *
      *** currency, an amount no less than the product's minimum, a   *
      *** term in days and, when one is keyed, a customer still open  *
      ***--------------------------------------------------------------*
       cqot-edit-quote section.
       cqot-edit-quote-para.
           move 'N' to ws-edits-ok
           move QOTAMTI to ws-amount-digits
           move QOTTRMI to ws-term-digits
           if QOTPRDI = spaces or low-values
               move 'Must supply the term-deposit product' to QOTMSGO
               move 'EQOT0003' to ws-msg-no
               perform cqot-catalogue-message
               move 'NO PRODUCT' to ws-aud-status
           else
               move QOTPRDI to PRODUCT-CODE
               exec cics
                   read file('PRODUCT')
                   into(PRODUCT-RECORD)
                   ridfld(PRODUCT-CODE)
                   resp(ws-product-resp)
               end-exec
               if ws-product-resp not = dfhresp(normal)
                   move 'Product not in the catalogue' to QOTMSGO
                   move 'EQOT0004' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'BAD PRODUCT' to ws-aud-status
               else if not PRODUCT-IS-ACTIVE
                   move 'Product is withdrawn from sale' to QOTMSGO
                   move 'EQOT0005' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'WITHDRAWN' to ws-aud-status
               else if PRODUCT-ACCT-TYPE not = 'T'
                   move 'Product is not a term deposit' to QOTMSGO
                   move 'EQOT0006' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'NOT TERM' to ws-aud-status
               else if QOTCCYI not = spaces and not = low-values
                   and not PRODUCT-ANY-CURRENCY
                   and QOTCCYI not = PRODUCT-CURRENCY
                   move 'Product is not sold in that currency'
                       to QOTMSGO
                   move 'EQOT0007' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'BAD CURRENCY' to ws-aud-status
               else if ws-amount-digits not is numeric
                   or ws-amount-digits-n = 0
                   move 'Amount must be nine digits (two decimals)'
                       to QOTMSGO
                   move 'EQOT0008' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'BAD AMOUNT' to ws-aud-status
               else if ws-amount-digits-n < PRODUCT-MIN-OPEN
                   move 'Amount is below the product minimum'
                       to QOTMSGO
                   move 'EQOT0009' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'BELOW MIN' to ws-aud-status
               else if ws-term-digits not is numeric
                   or ws-term-digits-n = 0
                   move 'Term must be 0001 to 9999 days' to QOTMSGO
                   move 'EQOT0010' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'BAD TERM' to ws-aud-status
               else
                   if (QOTCCYI = spaces or low-values)
                       and not PRODUCT-ANY-CURRENCY
                       move PRODUCT-CURRENCY to QOTCCYI
                   end-if
                   perform cqot-edit-customer
               end-if end-if end-if end-if end-if end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a quote for a customer must be for one still open; the      *
      *** branch left blank is the customer's own                     *
      ***--------------------------------------------------------------*
       cqot-edit-customer section.
       cqot-edit-customer-para.
           if QOTCNOI = spaces or low-values
               move 'Y' to ws-edits-ok
           else
               move QOTCNOI to CUSTMAST-CUSTNO
               exec cics
                   read file('CUSTMAST')
                   into(CUSTMAST-RECORD)
                   ridfld(CUSTMAST-CUSTNO)
                   resp(ws-custmast-resp)
               end-exec
               if ws-custmast-resp not = dfhresp(normal)
                   move 'Customer not on Customer Master' to QOTMSGO
                   move 'EQOT0011' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'BAD CUSTNO' to ws-aud-status
               else if CUSTMAST-IS-CLOSED or CUSTMAST-IS-DECEASED
                   move 'Customer is closed or deceased' to QOTMSGO
                   move 'EQOT0012' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'CUST CLOSED' to ws-aud-status
               else
                   if QOTBRNI = spaces or low-values
                       move CUSTMAST-BRANCH to QOTBRNI
                   end-if
                   move 'Y' to ws-edits-ok
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the product's rate-tier set in key order: the newest        *
      *** effective date not after the business day, and of its rows  *
      *** the highest tier whose balance floor the amount and whose   *
      *** term floor the term both reach                              *
      ***--------------------------------------------------------------*
       cqot-find-rate section.
       cqot-find-rate-para.
           move 'N' to ws-rt-found
           move 0 to ws-rt-date
           move PRODUCT-RATE-SET to ws-rt-set
           move 0 to ws-rt-eff-date
           move 0 to ws-rt-tier
           exec cics
               startbr file('RATETBL')
               ridfld(ws-rt-key)
               gteq
               resp(ws-ratetbl-resp)
           end-exec
           if ws-ratetbl-resp = dfhresp(normal)
               move 'Y' to ws-rt-browse
               perform cqot-find-rate-next
                   until not ws-rt-browsing
               exec cics
                   endbr file('RATETBL')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cqot-find-rate-next section.
       cqot-find-rate-next-para.
           exec cics
               readnext file('RATETBL')
               into(RATETBL-RECORD)
               ridfld(ws-rt-key)
               resp(ws-ratetbl-resp)
           end-exec
           if ws-ratetbl-resp not = dfhresp(normal)
               or RATETBL-SET not = PRODUCT-RATE-SET
               or RATETBL-EFF-DATE > ws-busdate
               move 'N' to ws-rt-browse
           else
               if RATETBL-EFF-DATE not = ws-rt-date
                   move RATETBL-EFF-DATE to ws-rt-date
                   move 'N' to ws-rt-found
               end-if
               if RATETBL-MIN-BALANCE <= ws-amount-digits-n
                   and RATETBL-MIN-TERM <= ws-term-digits-n
                   move 'Y' to ws-rt-found
                   move RATETBL-TIER to ws-rt-best-tier
                   compute ws-rt-rate rounded = RATETBL-CREDIT-RATE
                   end-compute
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the quote as priced: maturity the term on from the business *
      *** day and rolled to a business day, simple interest for the   *
      *** days actually run on a 365-day year as ETPBFEE accrues it,  *
      *** and good for the SYSPARM 'QUOTEVLD' days                    *
      ***--------------------------------------------------------------*
       cqot-build-quote section.
       cqot-build-quote-para.
           move spaces to QUOTE-RECORD
           move spaces to QUOTE-REF
           if QOTBRNI = spaces or low-values
               move spaces to QUOTE-BRANCH
           else
               move QOTBRNI to QUOTE-BRANCH
           end-if
           if QOTCNOI = spaces or low-values
               move spaces to QUOTE-CUSTNO
           else
               move QOTCNOI to QUOTE-CUSTNO
           end-if
           move PRODUCT-CODE to QUOTE-PRODUCT
           if QOTCCYI = spaces or low-values
               move spaces to QUOTE-CURRENCY
           else
               move QOTCCYI to QUOTE-CURRENCY
           end-if
           move ws-amount-digits-n to QUOTE-AMOUNT
           move ws-term-digits-n to QUOTE-TERM-DAYS
           move PRODUCT-RATE-SET to QUOTE-RATE-SET
           move ws-rt-date to QUOTE-RATE-EFF-DATE
           move ws-rt-best-tier to QUOTE-RATE-TIER
           move ws-rt-rate to QUOTE-RATE
           move ws-busdate to QUOTE-DATE
           compute ws-busdate-int =
               function integer-of-date(ws-busdate)
           end-compute
           compute ws-mat-int = ws-busdate-int + ws-term-digits-n
           end-compute
           compute ws-mat-date = function date-of-integer(ws-mat-int)
           end-compute
           move 'N' to ws-roll-done
           move 0 to ws-roll-tries
           perform cqot-roll-maturity
               until ws-roll-is-done
                  or ws-roll-tries >= ws-roll-max-tries
           compute ws-mat-days = ws-mat-int - ws-busdate-int
           end-compute
           move ws-mat-date to QUOTE-MATURITY-DATE
           compute QUOTE-MATURITY-AMOUNT rounded =
               QUOTE-AMOUNT
             + QUOTE-AMOUNT * QUOTE-RATE * ws-mat-days / 36500
           end-compute
           perform cqot-load-validity
           compute ws-mat-int = ws-busdate-int + ws-valid-days
           end-compute
           compute QUOTE-VALID-UNTIL =
               function date-of-integer(ws-mat-int)
           end-compute
           move ws-auth-userid to QUOTE-QUOTED-BY
           move 'O' to QUOTE-STATUS
           move spaces to QUOTE-ACCTNO
           move 0 to QUOTE-OPEN-DATE
           move 0 to QUOTE-OPEN-RATE
           move spaces to QUOTE-OVERRIDE-BY
           exit
           .
      ***--------------------------------------------------------------*
      *** a maturity date with a BUSCAL row is not a business day -   *
      *** move it on a day                                            *
      ***--------------------------------------------------------------*
       cqot-roll-maturity section.
       cqot-roll-maturity-para.
           move ws-mat-date to BUSCAL-DATE
           exec cics
               read file('BUSCAL')
               into(BUSCAL-RECORD)
               ridfld(BUSCAL-DATE)
               resp(ws-buscal-resp)
           end-exec
           if ws-buscal-resp = dfhresp(normal)
               add 1 to ws-roll-tries
               add 1 to ws-mat-int
               compute ws-mat-date =
                   function date-of-integer(ws-mat-int)
               end-compute
           else
               move 'Y' to ws-roll-done
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the days a quote stays good - SYSPARM over the default      *
      ***--------------------------------------------------------------*
       cqot-load-validity section.
       cqot-load-validity-para.
           move ws-valid-default to ws-valid-days
           move 'QUOTEVLD' to SYSPARM-KEY
           exec cics
               read file('SYSPARM')
               into(SYSPARM-RECORD)
               ridfld(SYSPARM-KEY)
               resp(ws-sysparm-resp)
           end-exec
           if ws-sysparm-resp = dfhresp(normal)
               and SYSPARM-VALUE > 0
               and SYSPARM-VALUE < 1000
               move SYSPARM-VALUE to ws-valid-days
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the quote written under the next reference off the branch's *
      *** range, trying the reference after when one is on file       *
      ***--------------------------------------------------------------*
       cqot-save-quote section.
       cqot-save-quote-para.
           move 0 to ws-alloc-tries
           move 'T' to ws-alloc-state
           perform cqot-write-allocated
               until not ws-alloc-trying
           if ws-alloc-refused
               move spaces to QOTREFO
               move 'NO REFERENCE' to ws-aud-status
           else if ws-quote-resp not = dfhresp(normal)
               move spaces to QOTREFO
               move 'Quote could not be written' to QOTMSGO
               move 'EQOT0018' to ws-msg-no
               perform cqot-catalogue-message
               move 'WRITE FAIL' to ws-aud-status
           else
               perform cqot-show-quote
               move spaces to QOTMSGO
               string 'Quote ' QUOTE-REF ' saved - good until '
                   QUOTE-VALID-UNTIL
                   delimited by size into QOTMSGO
               move 'SUCCESS' to ws-aud-status
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       cqot-write-allocated section.
       cqot-write-allocated-para.
           add 1 to ws-alloc-tries
           perform cqot-allocate-ref
           if not ws-alloc-refused
               exec cics
                   write file('QUOTE')
                   from(QUOTE-RECORD)
                   ridfld(QUOTE-REF)
                   resp(ws-quote-resp)
               end-exec
               if ws-quote-resp not = dfhresp(duprec)
                   or ws-alloc-tries not < ws-alloc-max-tries
                   move space to ws-alloc-state
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the next reference off the NUMRANGE 'Q' row of the quote's  *
      *** branch - its body, then the check digit worked over it.     *
      *** The row moves on before the reference is used, so a         *
      *** reference is never given twice                              *
      ***--------------------------------------------------------------*
       cqot-allocate-ref section.
       cqot-allocate-ref-para.
           move 'Q' to NUMRANGE-KIND
           move QUOTE-BRANCH to NUMRANGE-BRANCH
           exec cics
               read file('NUMRANGE')
               into(NUMRANGE-RECORD)
               ridfld(NUMRANGE-KEY)
               update
               resp(ws-numrange-resp)
           end-exec
           if ws-numrange-resp not = dfhresp(normal)
               move 'No quote reference range for the branch'
                   to QOTMSGO
               move 'EQOT0015' to ws-msg-no
               perform cqot-catalogue-message
               move 'R' to ws-alloc-state
           else if NUMRANGE-NEXT > NUMRANGE-HIGH
               exec cics
                   unlock file('NUMRANGE')
                   resp(ws-numrange-resp)
               end-exec
               move 'The branch quote reference range is used up'
                   to QOTMSGO
               move 'EQOT0016' to ws-msg-no
               perform cqot-catalogue-message
               move 'R' to ws-alloc-state
           else
               move NUMRANGE-NEXT to ws-ckd-acctno(1:9)
               move '0' to ws-ckd-acctno(10:1)
               perform cqot-check-digit
               move ws-ckd-check to ws-ckd-digit(10)
               add 1 to NUMRANGE-NEXT
               move current-date(1:8) to NUMRANGE-LAST-DATE
               move ws-auth-userid to NUMRANGE-LAST-BY
               exec cics
                   rewrite file('NUMRANGE')
                   from(NUMRANGE-RECORD)
                   resp(ws-numrange-resp)
               end-exec
               if ws-numrange-resp not = dfhresp(normal)
                   move 'Quote reference allocation failed'
                       to QOTMSGO
                   move 'EQOT0017' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'R' to ws-alloc-state
               else
                   move ws-ckd-acctno to QUOTE-REF
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the Luhn check digit over the first nine digits of          *
      *** ws-ckd-acctno, into ws-ckd-check                            *
      ***--------------------------------------------------------------*
       cqot-check-digit section.
       cqot-check-digit-para.
           move 0 to ws-ckd-sum
           perform cqot-check-digit-one
               varying ws-ckd-idx from 1 by 1
               until ws-ckd-idx > 9
           divide ws-ckd-sum by 10
               giving ws-ckd-quot
               remainder ws-ckd-rem
           compute ws-ckd-check = 10 - ws-ckd-rem
           if ws-ckd-check = 10
               move 0 to ws-ckd-check
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cqot-check-digit-one section.
       cqot-check-digit-one-para.
           move ws-ckd-digit(ws-ckd-idx) to ws-ckd-double
           if ws-ckd-idx = 1 or 3 or 5 or 7 or 9
               compute ws-ckd-double = ws-ckd-double * 2
               if ws-ckd-double > 9
                   subtract 9 from ws-ckd-double
               end-if
           end-if
           add ws-ckd-double to ws-ckd-sum
           exit
           .
      ***--------------------------------------------------------------*
      *** a quote shown by its reference                              *
      ***--------------------------------------------------------------*
       cqot-inquire section.
       cqot-inquire-para.
           if QOTREFI = spaces or low-values
               perform cqot-clear-quote
               move 'Key the quote reference and ENTER' to QOTMSGO
               move 'EQOT0019' to ws-msg-no
               perform cqot-catalogue-message
           else
               move QOTREFI to QUOTE-REF
               exec cics
                   read file('QUOTE')
                   into(QUOTE-RECORD)
                   ridfld(QUOTE-REF)
                   resp(ws-quote-resp)
               end-exec
               if ws-quote-resp not = dfhresp(normal)
                   perform cqot-clear-quote
                   move 'Quote not on file' to QOTMSGO
                   move 'EQOT0020' to ws-msg-no
                   perform cqot-catalogue-message
               else
                   perform cqot-show-quote
                   move 'Quote shown' to QOTMSGO
                   move 'EQOT0021' to ws-msg-no
                   perform cqot-catalogue-message
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an open quote withdrawn - it can no longer be taken up      *
      ***--------------------------------------------------------------*
       cqot-withdraw section.
       cqot-withdraw-para.
           move 'QUOTEWDR' to ws-aud-event
           move spaces to ws-aud-status
           if ws-in-training
               move 'Quotes cannot be withdrawn in training'
                   to QOTMSGO
               move 'EQOT0022' to ws-msg-no
               perform cqot-catalogue-message
               move 'TRAINING' to ws-aud-status
           else if QOTREFI = spaces or low-values
               move 'Key the quote reference and ENTER' to QOTMSGO
               move 'EQOT0019' to ws-msg-no
               perform cqot-catalogue-message
               move 'NO REFERENCE' to ws-aud-status
           else
               move QOTREFI to QUOTE-REF
               exec cics
                   read file('QUOTE')
                   into(QUOTE-RECORD)
                   ridfld(QUOTE-REF)
                   update
                   resp(ws-quote-resp)
               end-exec
               if ws-quote-resp not = dfhresp(normal)
                   perform cqot-clear-quote
                   move 'Quote not on file' to QOTMSGO
                   move 'EQOT0020' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'NOT FOUND' to ws-aud-status
               else if not QUOTE-IS-OPEN
                   exec cics
                       unlock file('QUOTE')
                       resp(ws-quote-resp)
                   end-exec
                   perform cqot-show-quote
                   move 'Only an open quote can be withdrawn'
                       to QOTMSGO
                   move 'EQOT0023' to ws-msg-no
                   perform cqot-catalogue-message
                   move 'NOT OPEN' to ws-aud-status
               else
                   move 'X' to QUOTE-STATUS
                   exec cics
                       rewrite file('QUOTE')
                       from(QUOTE-RECORD)
                       resp(ws-quote-resp)
                   end-exec
                   perform cqot-show-quote
                   if ws-quote-resp = dfhresp(normal)
                       move 'Quote withdrawn' to QOTMSGO
                       move 'EQOT0024' to ws-msg-no
                       perform cqot-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                   else
                       move 'Quote could not be withdrawn' to QOTMSGO
                       move 'EQOT0025' to ws-msg-no
                       perform cqot-catalogue-message
                       move 'REWRITE FAIL' to ws-aud-status
                   end-if
               end-if end-if
           end-if end-if
           perform cqot-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** the quote in QUOTE-RECORD onto the screen; an open quote    *
      *** past its valid-until date shows as expired                  *
      ***--------------------------------------------------------------*
       cqot-show-quote section.
       cqot-show-quote-para.
           move QUOTE-REF to QOTREFO
           move QUOTE-CUSTNO to QOTCNOO
           move QUOTE-PRODUCT to QOTPRDO
           move QUOTE-CURRENCY to QOTCCYO
           move QUOTE-BRANCH to QOTBRNO
           move QUOTE-AMOUNT to ws-amount-digits-n
           move ws-amount-digits to QOTAMTO
           move QUOTE-TERM-DAYS to ws-term-digits-n
           move ws-term-digits to QOTTRMO
           move QUOTE-RATE to QOTRTEO
           move QUOTE-MATURITY-DATE to QOTMATO
           move QUOTE-MATURITY-AMOUNT to QOTMAMO
           move QUOTE-VALID-UNTIL to QOTVALO
           evaluate true
               when QUOTE-IS-USED
                   move 'USED' to QOTSTSO
               when QUOTE-IS-WITHDRAWN
                   move 'WITHDRWN' to QOTSTSO
               when QUOTE-VALID-UNTIL < ws-busdate
                   move 'EXPIRED' to QOTSTSO
               when other
                   move 'OPEN' to QOTSTSO
           end-evaluate
           move QUOTE-ACCTNO to QOTOPNO
           exit
           .
      ***--------------------------------------------------------------*
       cqot-clear-quote section.
       cqot-clear-quote-para.
           move spaces to QOTRTEI
           move spaces to QOTMATO
           move spaces to QOTMAMI
           move spaces to QOTVALO
           move spaces to QOTSTSO
           move spaces to QOTOPNO
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off BUSCTRL, wall clock when the control  *
      *** row is missing - the same fallback the batch jobs use       *
      ***--------------------------------------------------------------*
       cqot-load-busdate section.
       cqot-load-busdate-para.
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
      *** every quote and withdrawal is journalled for audit, same    *
      *** layout as ETPESON's signon audit                            *
      ***--------------------------------------------------------------*
       cqot-write-audit section.
       cqot-write-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'QUOTE=' QOTREFO ' '
               'PROD=' QOTPRDI ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('QT') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEQOT'
                   exec cics
                       receive map(ws-map)
                       into(BMSEQOTI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cqot section.
       cics-send-cqot-para.
           move low-values to QOTACTO.

           move 'BMSEQOT' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to QOTMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEQOTO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cqot-check-auth section.
       cqot-check-auth-para.
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
       cqot-catalogue-message section.
       cqot-catalogue-message-para.
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
               move MSGCAT-TEXT to QOTMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cqot-refuse-entry section.
       cqot-refuse-entry-para.
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
       cqot-log-unsupkey section.
       cqot-log-unsupkey-para.
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
       cqot-log-privact section.
       cqot-log-privact-para.
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
               move QOTACTI to PRIVACT-ACTION
               move QOTREFI to PRIVACT-RECKEY
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
       cqot-capture-timing section.
       cqot-capture-timing-para.
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
                   perform cqot-capture-timing-write
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
       cqot-capture-timing-write section.
       cqot-capture-timing-write-para.
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
