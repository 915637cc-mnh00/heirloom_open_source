      * ETPEAMT - CICS Account Master maintenance transaction
      * Opens a new account (including a term deposit with maturity
      * date, contracted rate, rollover flag and nominated settlement
      * account, or an instalment loan with principal, rate, term,
      * first repayment date and repayment account - its LOANSCHD
      * schedule built and the drawdown journalled as a balanced
      * pair), places or releases a hold, closes an account (only
      * at zero balance), early-breaks a term deposit, or charges
      * off an uncollectable overdraft, selected via AMTACTI
      * ('O'/'H'/'R'/'C'/'B'/'W'/'U') on the DFHENTER key - the
      * maintenance counterpart of ETPEACT's inquiry, built on the
      * ETPECST add/change pattern.  The early break is a supervisor
      * action: it sweeps principal plus accrued interest to the
      * nominated account as a balanced journal4 pair, the way
      * ETPEXFR writes its legs.  The charge-off is a supervisor
      * action too: the debit balance moves to the bad-debt internal
      * account keyed in the settlement field as a balanced pair, the
      * account goes to charged-off status and the CHGOFF register
      * row is written.  The unclaimed-property reclaim ('U') is a
      * supervisor action as well: for an account ETPBESC escheated,
      * the amount handed over is paid from the unclaimed-property
      * account to the payout account keyed in the settlement field
      * as a balanced pair, and the ESCHEAT register row records the
      * reclaim.  Every action is journalled the way
      * ETPESON's cesn-write-audit journals signons.  A close - plain,
      * nothing-to-sweep or the queued close-out sweep - also queues
      * an ACCTCLOS letter on LTRQUE for the holder, for the nightly
      * ETPBLTR print run; LTRQUE is live only, so a training close
      * queues none.  A hold placed, and an early break, put a HOLD
      * or TDMATURE event on NTFQUE for every holder opted in on
      * NTFPREF, for the ETPBNTF gateway run - live only as well.
      * An open names the catalogue product (PRODUCT) being sold: the
      * product must be on sale, a type or currency keyed must agree
      * with it, and the account takes its type, currency, overdraft
      * limit and product code from it, the minimum opening deposit
      * shown with the confirmation.  A joint holder is refused on
      * an account whose product is sold to one holder only.  A
      * close-out sweep must be instructed by customers keyed with
      * it who satisfy the account's signing mandate (SIGNRULE,
      * SIGNATRY); one the mandate does not cover is refused and
      * journalled.  No account is opened for, and no joint holding
      * added to, a customer notified as deceased on ETPEDCD.
      * No action is taken on an account, customer or settlement
      * account linked on STAFFLNK to the signed-on user; the refusal
      * is journalled.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.
      * A live open leaves the account number blank: the account
      * takes the next number, check digit worked on, off its
      * branch's NUMRANGE row and the number is shown with the
      * confirmation.  A training open keys its practice number as
      * before - the practice book is not numbered from the ranges.
      * A first display starts with the session's account - the one
      * last displayed on ETPEACT, ETPEINV or ETPECST - filled in,
      * and PF3 goes back to the screen a PF key jumped here from.
      * A live term deposit opens only against an open rate quote
      * from ETPEQOT, keyed by its reference: for the product,
      * currency and customer quoted and not past its valid-until
      * date.  The contracted rate is the quote's unless keyed, and
      * one keyed above the quote needs a supervisor; a blank
      * maturity date is the quoted term on from today, rolled to a
      * BUSCAL business day.  The quote is marked taken up with the
      * account, the rate and any supervisor who allowed more.  A
      * training open may name a quote but need not, and never
      * takes one up.

       environment division.

       01  ws-custmast-fname                 pic x(8) value 'CUSTMAST'.
       01  ws-acctxref-fname                 pic x(8) value 'ACCTXREF'.
       01  ws-custxref-fname                 pic x(8) value 'CUSTXREF'.
       01  ws-loanschd-fname                 pic x(8) value 'LOANSCHD'.
       01  ws-chgoff-fname                   pic x(8) value 'CHGOFF'.
       01  ws-collcase-fname                 pic x(8) value 'COLLCASE'.
       01  ws-escheat-fname                  pic x(8) value 'ESCHEAT'.
       01  ws-jnl4-name                      pic x(8) value 'journal4'.

      ***--------------------------------------------------------------*
           value 'Not authorized for this transaction.'.
       copy IDLETRK.
       01  ws-idle-resp                      pic s9(8) comp.

      *    session context - the account and customer last displayed
      *    ride on the terminal's IDLETRK row from screen to screen;
      *    a field filled in from it is sent modified so ENTER takes it
       01  ws-attr-mdt                       pic x value 'A'.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see camt-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     CICS session terminated.'.
       01  ws-info-msg                       pic x(50).
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** number allocation - a live open takes the next number off   *
      *** the branch's NUMRANGE row, moving past any number already   *
      *** on file                                                     *
      ***--------------------------------------------------------------*
       copy NUMRANGE.
       01  ws-numrange-resp                  pic s9(8) comp.
       01  ws-alloc-state                    pic x(1).
           88  ws-alloc-trying               value 'T'.
           88  ws-alloc-refused              value 'R'.
       77  ws-alloc-max-tries                pic 9(2) comp value 20.
       01  ws-alloc-tries                    pic 9(2) comp.

      *    an open also records the owning customer on the
      *    customer/account cross-reference, after checking the
      *    customer actually exists
       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** signing mandate - the account's SIGNRULE, its named         *
      *** signatories on SIGNATRY and its holders on ACCTXREF decide  *
      *** whether the customers keyed may instruct - see              *
      *** camt-check-signing                                           *
      ***--------------------------------------------------------------*
       copy SIGNRULE.
       01  ws-signrule-resp                  pic s9(8) comp.
       copy SIGNATRY.
       01  ws-signatry-resp                  pic s9(8) comp.
       01  ws-sgn-acctno                     pic x(10).
      *    the amount instructed, whichever way it moves
       01  ws-sgn-amount                     pic 9(8)v99.
       01  ws-sgn-cust1                      pic x(10).
       01  ws-sgn-cust2                      pic x(10).
       01  ws-sgn-mode                       pic x(1).
           88  ws-sgn-any-two                value 'T'.
           88  ws-sgn-named-only             value 'N'.
       01  ws-sgn-cust                       pic x(10).
       01  ws-sgn-eligible                   pic x(1).
           88  ws-sgn-is-eligible            value 'Y'.
       01  ws-sgn-limit                      pic 9(7)v99.
       01  ws-sgn-elig1                      pic x(1).
           88  ws-sgn-elig1-ok               value 'Y'.
       01  ws-sgn-limit1                     pic 9(7)v99.
       01  ws-sgn-elig2                      pic x(1).
           88  ws-sgn-elig2-ok               value 'Y'.
       01  ws-sgn-limit2                     pic 9(7)v99.
       01  ws-sgn-combined                   pic 9(8)v99.
       01  ws-sgn-passed                     pic x(1).
           88  ws-sgn-is-passed              value 'Y'.
       01  ws-sgn-reason                     pic x(40).
       01  ws-sgn-amt-disp                   pic zzzzzzz9.99.

      *    the product sold at open, and again on a joint add; the
      *    catalogue is reference data with no practice copy, so a
      *    training session reads the live one
       copy PRODUCT.
       01  ws-product-resp                   pic s9(8) comp.
       01  ws-product-edit                   pic x(1).
           88  ws-product-passes             value 'Y'.
       01  ws-joint-edit                     pic x(1).
           88  ws-joint-passes               value 'Y'.
       01  ws-min-open-edit                  pic z,zzz,zz9.99.

      *    the rate quote a term deposit opens against - QUOTE is a
      *    live file with no practice copy, so a training open reads
      *    it but never takes it up
       copy QUOTE.
       01  ws-quote-resp                     pic s9(8) comp.
       01  ws-quote-ref                      pic x(10).
       01  ws-quote-taken                    pic x(1).
           88  ws-quote-is-taken             value 'Y'.
       01  ws-quote-override-by              pic x(8).
       01  ws-quote-ccy                      pic x(3).
      *    a blank maturity date is the quoted term on from today,
      *    walked on past BUSCAL non-business days
       copy BUSCAL.
       01  ws-buscal-resp                    pic s9(8) comp.
       01  ws-mat-int                        pic s9(9) comp.
       01  ws-roll-done                      pic x(1).
           88  ws-roll-is-done               value 'Y'.
       77  ws-roll-max-tries                 pic 9(2) comp value 30.
       01  ws-roll-tries                     pic 9(2) comp.

      ***--------------------------------------------------------------*
      *** account-number check digit - ten numeric digits, the tenth  *
      *** a Luhn check over the first nine, verified before a new     *
      ***--------------------------------------------------------------*
       01  ws-xref-role                      pic x(1) value 'P'.
       01  ws-owner-count                    pic 9(3) comp.
      *    the holder the closure letter goes to - the primary, or the
      *    first owner when none is marked primary
       01  ws-owner-custno                   pic x(10).
       01  ws-xref-browse                    pic x(1).
           88  ws-xref-browsing              value 'Y'.

       01  ws-break-amount                   pic s9(7)v99.
       01  ws-break-debit                    pic s9(7)v99.
       01  ws-settle-acctno                  pic x(10).
       01  ws-chk-acctmast                   pic x(200).

      ***--------------------------------------------------------------*
      *** closure letters on the correspondence queue                 *
      ***--------------------------------------------------------------*
       copy LTRQUE.
       01  ws-ltrque-resp                    pic s9(8) comp.
       01  ws-ltr-close-text                 pic x(8).
       01  ws-ltr-written                    pic x(1).
           88  ws-ltr-write-done             value 'Y' 'F'.

      ***--------------------------------------------------------------*
      *** hold and early-break notifications on the outbound queue -  *
      *** every holder opted in on NTFPREF gets the event             *
      ***--------------------------------------------------------------*
       copy NTFPREF.
       01  ws-ntfpref-resp                   pic s9(8) comp.
       copy NTFQUE.
       01  ws-ntfque-resp                    pic s9(8) comp.
       01  ws-ntf-event                      pic x(8).
       01  ws-ntf-amount                     pic s9(9)v99.
       01  ws-ntf-balance                    pic s9(9)v99.
       01  ws-ntf-other                      pic x(10).
       01  ws-ntf-browse                     pic x(1).
           88  ws-ntf-browsing               value 'Y'.
       01  ws-ntf-written                    pic x(1).
           88  ws-ntf-write-done             value 'Y' 'F'.

      ***--------------------------------------------------------------*
      *** instalment-loan contract edits and the repayment schedule   *
      *** built at open - level monthly payments, interest on the     *
      *** reducing balance, the last instalment absorbing rounding    *
      ***--------------------------------------------------------------*
       copy LOANSCHD.
       01  ws-loanschd-resp                  pic s9(8) comp.
       01  ws-loan-amount-text               pic x(9).
       01  ws-loan-amount-n redefines ws-loan-amount-text
                                             pic 9(7)v99.
       01  ws-loan-term-text                 pic x(3).
       01  ws-loan-term-n redefines ws-loan-term-text
                                             pic 9(3).
       01  ws-loan-first-due                 pic 9(8).
       01  ws-loan-first-parts redefines ws-loan-first-due.
           03  ws-loan-first-yyyy            pic 9(4).
           03  ws-loan-first-mm              pic 9(2).
           03  ws-loan-first-dd              pic 9(2).
       01  ws-loan-rate-m                    pic 9v9(9).
       01  ws-loan-growth                    comp-2.
       01  ws-loan-payment                   pic 9(7)v99.
       01  ws-loan-remaining                 pic 9(7)v99.
       01  ws-loan-int-total                 pic 9(7)v99.
       01  ws-loan-inst-int                  pic 9(7)v99.
       01  ws-loan-inst-prin                 pic 9(7)v99.
       01  ws-loan-instno                    pic 9(3).
       01  ws-loan-months                    pic 9(6).
       01  ws-loan-due-date                  pic 9(8).
       01  ws-loan-due-parts redefines ws-loan-due-date.
           03  ws-loan-due-yyyy              pic 9(4).
           03  ws-loan-due-mm                pic 9(2).
           03  ws-loan-due-dd                pic 9(2).
       01  ws-loan-next-first                pic 9(8).
       01  ws-loan-next-parts redefines ws-loan-next-first.
           03  ws-loan-next-yyyy             pic 9(4).
           03  ws-loan-next-mm               pic 9(2).
           03  ws-loan-next-dd               pic 9(2).
       01  ws-loan-month-end                 pic 9(8).
       01  ws-loan-int                       pic s9(9) comp.
       01  ws-loan-writing                   pic x(1).
           88  ws-loan-is-writing            value 'Y'.

      ***--------------------------------------------------------------*
      *** charge-off of an uncollectable overdraft - the register     *
      *** row, the bad-debt account the balance moves to, and the     *
      *** collections case the write-off settles                      *
      ***--------------------------------------------------------------*
       copy CHGOFF.
       01  ws-chgoff-resp                    pic s9(8) comp.
       copy COLLCASE.
       01  ws-collcase-resp                  pic s9(8) comp.
       01  ws-baddebt-acctno                 pic x(10).
       01  ws-chgoff-amount                  pic 9(9)v99.
       01  ws-baddebt-limit                  pic 9(9)v99.

      ***--------------------------------------------------------------*
      *** reclaim of escheated money - the register row ETPBESC wrote *
      *** and the account the owner is paid into                      *
      ***--------------------------------------------------------------*
       copy ESCHEAT.
       01  ws-escheat-resp                   pic s9(8) comp.
       01  ws-payout-acctno                  pic x(10).

      *    the balanced pair the early break writes, with the same
      *    journal plumbing ETPEXFR uses - structured JNLREC, retry
           03  ws-trace-term                 pic x(4).
           03  ws-trace-task                 pic 9(6).

      ***--------------------------------------------------------------*
      *** staff-linked accounts - the signed-on user may not act on a  *
      *** customer STAFFLNK ties them to, nor on an account such a     *
      *** customer holds - see camt-check-staff-link                   *
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
      *    camt-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see camt-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform camt-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       end-exec
                       exec cics return end-exec

      *            PF3 goes back to the screen a PF key jumped here
      *            from, otherwise transfers to EMNU menu
                   WHEN DFHPF3
                       perform camt-go-back

      *            ENTER carries out the requested maintenance action
                   when DFHENTER
                       if (AMTACNI = low-values or spaces)
                           and (AMTACTI not = 'O' or ws-in-training)
                           move 'Must supply an account number'
                               to AMTMSGO
                           move 'EAMT0001' to ws-msg-no
                           perform camt-catalogue-message
                       else
                           perform camt-check-staff-keyed
                           if ws-stf-is-linked
                               perform camt-staff-refusal
                           else
                           evaluate AMTACTI
                               when 'O'
                                   perform camt-open-account
                                   perform camt-remove-joint
                               when 'S'
                                   perform camt-close-out
                               when 'W'
                                   perform camt-charge-off
                               when 'U'
                                   perform camt-reclaim
                               when other
                                   move
                                  'Action: O H R C B J X S W or U'
                                       to AMTMSGO
                                   move 'EAMT0002' to ws-msg-no
                                   perform camt-catalogue-message
                           end-evaluate
                           end-if
                       end-if
                       perform cics-send-camt

      *            *> Clear Key
                       move 'Display reset by clear key'
                           to AMTMSGO
                       move 'ETP00001' to ws-msg-no
                       perform camt-catalogue-message
                       perform cics-send-camt
                   when other
                       move 'Unexpected 3270 attention key'
                           to AMTMSGO
                       move 'ETP00002' to ws-msg-no
                       perform camt-catalogue-message
                       perform camt-log-unsupkey
                       perform cics-send-camt
               end-evaluate
           else
               perform camt-capture-timing
               perform camt-load-context
               perform cics-send-camt
           end-if
           exit
       camt-open-account section.
       camt-open-account-para.
           move 'ACCTOPEN' to ws-aud-event
           move 'Y' to ws-ckd-ok
           if ws-in-training
               move AMTACNI to ws-ckd-acctno
               perform camt-check-acctno
           end-if
           if not ws-in-training
               and AMTACNI not = low-values and not = spaces
               move 'Leave the account number blank - it is allocated'
                   to AMTMSGO
               move 'EAMT0081' to ws-msg-no
               perform camt-catalogue-message
               move 'KEYED ACCTNO' to ws-aud-status
               perform camt-write-audit
           else if not ws-ckd-passes
               move 'Account number fails check digit' to AMTMSGO
               move 'EAMT0003' to ws-msg-no
               perform camt-catalogue-message
               move 'BAD CHECKDGT' to ws-aud-status
               perform camt-write-audit
           else
           if AMTCNOI = low-values or spaces
               move 'Must supply the owning customer number'
                   to AMTMSGO
               move 'EAMT0004' to ws-msg-no
               perform camt-catalogue-message
               move 'NO CUSTNO' to ws-aud-status
               perform camt-write-audit
           else
                   ridfld(CUSTMAST-CUSTNO)
                   resp(ws-custmast-resp)
               end-exec
               if ws-custmast-resp = dfhresp(normal)
                   perform camt-apply-product
               end-if
               if ws-custmast-resp not = dfhresp(normal)
                   move 'Customer not on Customer Master' to AMTMSGO
                   move 'EAMT0005' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD CUSTNO' to ws-aud-status
                   perform camt-write-audit
               else if CUSTMAST-IS-DECEASED
                   move 'Customer is deceased' to AMTMSGO
                   move 'EAMT0006' to ws-msg-no
                   perform camt-catalogue-message
                   move 'DECEASED' to ws-aud-status
                   perform camt-write-audit
               else if not ws-product-passes
                   perform camt-write-audit
               else if AMTTYPI not = 'C' and not = 'S'
                   and not = 'I' and not = 'T' and not = 'L'
                   and not = space and not = low-value
                   move 'Account type must be C, S, I, T or L'
                       to AMTMSGO
                   move 'EAMT0007' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD TYPE' to ws-aud-status
                   perform camt-write-audit
               else
                   if AMTTYPI = 'T'
                       perform camt-edit-term
                   end-if
                   if AMTTYPI = 'L'
                       perform camt-edit-loan
                   end-if
                   if not ws-term-edits-pass
                       perform camt-write-audit
                   else
                       move 'N' to ACCTMAST-ROLLOVER
                       move spaces to ACCTMAST-SETTLE-ACCT
                   end-if
                   move PRODUCT-ODLIMIT to ACCTMAST-ODLIMIT
                   move PRODUCT-CODE to ACCTMAST-PRODUCT
                   move PRODUCT-NOTICE-DAYS to ACCTMAST-NOTICE-DAYS
                   move 0 to ACCTMAST-LOAN-PRINCIPAL
                   move 0 to ACCTMAST-LOAN-TERM
                   move 0 to ACCTMAST-LOAN-DAY
                   move 0 to ACCTMAST-ARREARS-COUNT
                   move 0 to ACCTMAST-ARREARS-AMOUNT
      *            a loan carries its contract on the master; the
      *            schedule is planned here without writing so the
      *            final due date and the total repayable are known
      *            before the account exists - the total repayable is
      *            the loan's limit, so the drawdown and each month's
      *            interest charge pass the posting run's limit test
      *            and nothing beyond the contract ever can
                   if AMTTYPI = 'L'
                       move 'N' to ws-loan-writing
                       perform camt-plan-schedule
                       move ws-term-rate-n to ACCTMAST-TERM-RATE
                       move ws-settle-acctno to ACCTMAST-SETTLE-ACCT
                       move ws-loan-due-date
                           to ACCTMAST-MATURITY-DATE
                       move ws-loan-amount-n
                           to ACCTMAST-LOAN-PRINCIPAL
                       move ws-loan-term-n to ACCTMAST-LOAN-TERM
                       move ws-loan-first-dd to ACCTMAST-LOAN-DAY
                       compute ACCTMAST-ODLIMIT =
                           ws-loan-amount-n + ws-loan-int-total
                       end-compute
                   end-if
                   perform camt-write-new-account
                   if ws-alloc-refused
                       continue
                   else if ws-acctmast-resp = dfhresp(duprec)
                       move 'Account number already exists' to AMTMSGO
                       move 'EAMT0008' to ws-msg-no
                       perform camt-catalogue-message
                       move 'DUPLICATE' to ws-aud-status
                   else if ws-acctmast-resp not = dfhresp(normal)
                       move 'Open failed' to AMTMSGO
                       move 'EAMT0009' to ws-msg-no
                       perform camt-catalogue-message
                       move 'FAILED' to ws-aud-status
                   else
                       move 'P' to ws-xref-role
                       perform camt-write-xref
                       if AMTTYPI = 'T' and ws-quote-is-taken
                           and not ws-in-training
                           perform camt-take-up-quote
                       end-if
                       move 'Account opened' to AMTMSGO
                       move 'EAMT0010' to ws-msg-no
                       perform camt-catalogue-message
                       if PRODUCT-MIN-OPEN > 0
                           move PRODUCT-MIN-OPEN to ws-min-open-edit
                           move spaces to AMTMSGO
                           string 'Account opened - minimum opening '
                                  'deposit ' delimited by size
                                  ws-min-open-edit delimited by size
                               into AMTMSGO
                           end-string
                       end-if
                       move 'SUCCESS' to ws-aud-status
                       if AMTTYPI = 'L'
                           move 'Y' to ws-loan-writing
                           perform camt-plan-schedule
                           perform camt-write-drawdown-legs
                           move 'Loan opened, drawdown posts tonight'
                               to AMTMSGO
                           move 'EAMT0011' to ws-msg-no
                           perform camt-catalogue-message
                       end-if
                       perform camt-show-account
                   end-if end-if end-if
                   perform camt-write-audit
                   end-if
               end-if end-if end-if end-if
           end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the new master row: a live open writes it under the next    *
      *** number off the branch's range, trying the number after      *
      *** when one is already on file; a training open writes the     *
      *** practice number keyed                                       *
      ***--------------------------------------------------------------*
       camt-write-new-account section.
       camt-write-new-account-para.
           move space to ws-alloc-state
           if ws-in-training
               perform camt-write-master-row
           else
               move 0 to ws-alloc-tries
               move 'T' to ws-alloc-state
               perform camt-write-allocated
                   until not ws-alloc-trying
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       camt-write-allocated section.
       camt-write-allocated-para.
           add 1 to ws-alloc-tries
           perform camt-allocate-number
           if not ws-alloc-refused
               perform camt-write-master-row
               if ws-acctmast-resp not = dfhresp(duprec)
                   or ws-alloc-tries not < ws-alloc-max-tries
                   move space to ws-alloc-state
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       camt-write-master-row section.
       camt-write-master-row-para.
           exec cics
               write file(ws-acctmast-fname)
               from(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** the next number off the NUMRANGE row of the account's       *
      *** branch - its body, then the check digit worked over it.     *
      *** The row moves on before the number is used, so a number is  *
      *** never given twice                                           *
      ***--------------------------------------------------------------*
       camt-allocate-number section.
       camt-allocate-number-para.
           move 'A' to NUMRANGE-KIND
           move ACCTMAST-BRANCH to NUMRANGE-BRANCH
           exec cics
               read file('NUMRANGE')
               into(NUMRANGE-RECORD)
               ridfld(NUMRANGE-KEY)
               update
               resp(ws-numrange-resp)
           end-exec
           if ws-numrange-resp not = dfhresp(normal)
               move 'No account number range for the branch' to AMTMSGO
               move 'EAMT0082' to ws-msg-no
               perform camt-catalogue-message
               move 'NO RANGE' to ws-aud-status
               move 'R' to ws-alloc-state
           else if NUMRANGE-NEXT > NUMRANGE-HIGH
               exec cics
                   unlock file('NUMRANGE')
                   resp(ws-numrange-resp)
               end-exec
               move 'The branch account number range is used up'
                   to AMTMSGO
               move 'EAMT0083' to ws-msg-no
               perform camt-catalogue-message
               move 'RANGE FULL' to ws-aud-status
               move 'R' to ws-alloc-state
           else
               move NUMRANGE-NEXT to ws-ckd-acctno(1:9)
               move '0' to ws-ckd-acctno(10:1)
               perform camt-check-acctno
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
                   move 'Account number allocation failed' to AMTMSGO
                   move 'EAMT0084' to ws-msg-no
                   perform camt-catalogue-message
                   move 'ALLOC FAILED' to ws-aud-status
                   move 'R' to ws-alloc-state
               else
                   move ws-ckd-acctno to ACCTMAST-ACCTNO
                   move ws-ckd-acctno to AMTACNI
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the product being sold - it must be in the catalogue and    *
      *** still on sale, and a type or currency the operator keyed    *
      *** must agree with it; what was left blank is filled from the  *
      *** product, so the open goes on as if it had been keyed        *
      ***--------------------------------------------------------------*
       camt-apply-product section.
       camt-apply-product-para.
           move 'N' to ws-product-edit
           if AMTPRDI = spaces or low-values
               move 'Must supply the product being opened' to AMTMSGO
               move 'EAMT0012' to ws-msg-no
               perform camt-catalogue-message
               move 'NO PRODUCT' to ws-aud-status
           else
               move AMTPRDI to PRODUCT-CODE
               exec cics
                   read file('PRODUCT')
                   into(PRODUCT-RECORD)
                   ridfld(PRODUCT-CODE)
                   resp(ws-product-resp)
               end-exec
               if ws-product-resp not = dfhresp(normal)
                   move 'Product not in the catalogue' to AMTMSGO
                   move 'EAMT0013' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD PRODUCT' to ws-aud-status
               else if not PRODUCT-IS-ACTIVE
                   move 'Product is withdrawn from sale' to AMTMSGO
                   move 'EAMT0014' to ws-msg-no
                   perform camt-catalogue-message
                   move 'WITHDRAWN' to ws-aud-status
               else if AMTTYPI not = space and not = low-value
                   and AMTTYPI not = PRODUCT-ACCT-TYPE
                   move 'Account type does not match the product'
                       to AMTMSGO
                   move 'EAMT0015' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD TYPE' to ws-aud-status
               else if AMTCCYI not = spaces and not = low-values
                   and not PRODUCT-ANY-CURRENCY
                   and AMTCCYI not = PRODUCT-CURRENCY
                   move 'Product is not sold in that currency'
                       to AMTMSGO
                   move 'EAMT0016' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD CURRENCY' to ws-aud-status
               else
                   move PRODUCT-ACCT-TYPE to AMTTYPI
                   if (AMTCCYI = spaces or low-values)
                       and not PRODUCT-ANY-CURRENCY
                       move PRODUCT-CURRENCY to AMTCCYI
                   end-if
                   move 'Y' to ws-product-edit
               end-if end-if end-if end-if
           end-if
           exit
           .
           if ws-acctmast-resp = dfhresp(normal)
               if ACCTMAST-IS-CLOSED
                   move 'Account is closed' to AMTMSGO
                   move 'EAMT0017' to ws-msg-no
                   perform camt-catalogue-message
                   move 'CLOSED' to ws-aud-status
               else if ACCTMAST-IS-HOLD
                   move 'Account is already on hold' to AMTMSGO
                   move 'EAMT0018' to ws-msg-no
                   perform camt-catalogue-message
                   move 'ALREADY' to ws-aud-status
               else if ACCTMAST-IS-ESCHEATED
                   move 'Account is escheated' to AMTMSGO
                   move 'EAMT0019' to ws-msg-no
                   perform camt-catalogue-message
                   move 'ESCHEATED' to ws-aud-status
               else
                   move 'H' to ACCTMAST-STATUS
                   perform camt-rewrite-account
                   move 'Hold placed' to AMTMSGO
                   move 'EAMT0020' to ws-msg-no
                   perform camt-catalogue-message
                   move 'SUCCESS' to ws-aud-status
                   move 'HOLD' to ws-ntf-event
                   move 0 to ws-ntf-amount
                   move ACCTMAST-BALANCE to ws-ntf-balance
                   move spaces to ws-ntf-other
                   perform camt-notify-holders
               end-if end-if end-if
               perform camt-show-account
           end-if
           perform camt-write-audit
                   move 'A' to ACCTMAST-STATUS
                   perform camt-rewrite-account
                   move 'Dormant account reactivated' to AMTMSGO
                   move 'EAMT0021' to ws-msg-no
                   perform camt-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               else
               if not ACCTMAST-IS-HOLD
                   move 'Account is not on hold' to AMTMSGO
                   move 'EAMT0022' to ws-msg-no
                   perform camt-catalogue-message
                   move 'NOT HELD' to ws-aud-status
               else
                   move 'A' to ACCTMAST-STATUS
                   perform camt-rewrite-account
                   move 'Hold released' to AMTMSGO
                   move 'EAMT0023' to ws-msg-no
                   perform camt-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if
               end-if
               perform camt-count-owners
               if ACCTMAST-IS-CLOSED
                   move 'Account is already closed' to AMTMSGO
                   move 'EAMT0024' to ws-msg-no
                   perform camt-catalogue-message
                   move 'ALREADY' to ws-aud-status
               else if ACCTMAST-BALANCE not = 0
                   move 'Balance must be zero to close' to AMTMSGO
                   move 'EAMT0025' to ws-msg-no
                   perform camt-catalogue-message
                   move 'NONZERO BAL' to ws-aud-status
               else if ws-owner-count > 1
                   move 'Joint owners must be removed first'
                       to AMTMSGO
                   move 'EAMT0026' to ws-msg-no
                   perform camt-catalogue-message
                   move 'JOINT OPEN' to ws-aud-status
               else
                   move 'C' to ACCTMAST-STATUS
                   perform camt-rewrite-account
                   move 'Account closed' to AMTMSGO
                   move 'EAMT0027' to ws-msg-no
                   perform camt-catalogue-message
                   move 'SUCCESS' to ws-aud-status
                   move 'CLOSED' to ws-ltr-close-text
                   perform camt-queue-close-letter
               end-if end-if end-if
               perform camt-show-account
           end-if
           if AMTCNOI = low-values or spaces
               move 'Must supply the joint customer number'
                   to AMTMSGO
               move 'EAMT0028' to ws-msg-no
               perform camt-catalogue-message
               move 'NO CUSTNO' to ws-aud-status
           else
               perform camt-read-account
                       ridfld(CUSTMAST-CUSTNO)
                       resp(ws-custmast-resp)
                   end-exec
                   perform camt-check-joint
                   if ws-custmast-resp not = dfhresp(normal)
                       move 'Customer not on Customer Master'
                           to AMTMSGO
                       move 'EAMT0005' to ws-msg-no
                       perform camt-catalogue-message
                       move 'BAD CUSTNO' to ws-aud-status
                   else if CUSTMAST-IS-DECEASED
                       move 'Customer is deceased' to AMTMSGO
                       move 'EAMT0006' to ws-msg-no
                       perform camt-catalogue-message
                       move 'DECEASED' to ws-aud-status
                   else if not ws-joint-passes
                       move 'Product is sold to one holder only'
                           to AMTMSGO
                       move 'EAMT0029' to ws-msg-no
                       perform camt-catalogue-message
                       move 'NOT JOINT' to ws-aud-status
                   else
                       move 'J' to ws-xref-role
                       perform camt-write-xref
                       move 'Joint holder recorded' to AMTMSGO
                       move 'EAMT0030' to ws-msg-no
                       perform camt-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                       perform camt-show-account
                   end-if end-if end-if
               end-if
           end-if
           perform camt-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** a joint holder is refused where the account's product is    *
      *** sold to one holder only; an account from before the         *
      *** catalogue, or whose product has since left it, takes joint  *
      *** holders as it always has                                    *
      ***--------------------------------------------------------------*
       camt-check-joint section.
       camt-check-joint-para.
           move 'Y' to ws-joint-edit
           if ACCTMAST-PRODUCT not = spaces
               move ACCTMAST-PRODUCT to PRODUCT-CODE
               exec cics
                   read file('PRODUCT')
                   into(PRODUCT-RECORD)
                   ridfld(PRODUCT-CODE)
                   resp(ws-product-resp)
               end-exec
               if ws-product-resp = dfhresp(normal)
                   and not PRODUCT-JOINT-ALLOWED
                   move 'N' to ws-joint-edit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** removes a joint holder - the primary relationship can only  *
      *** go with the account itself, so it is refused here           *
      ***--------------------------------------------------------------*
           if AMTCNOI = low-values or spaces
               move 'Must supply the joint customer number'
                   to AMTMSGO
               move 'EAMT0028' to ws-msg-no
               perform camt-catalogue-message
               move 'NO CUSTNO' to ws-aud-status
           else
               move AMTACNI to ACCTXREF-ACCTNO
               end-exec
               if ws-acctxref-resp not = dfhresp(normal)
                   move 'No such owner relationship' to AMTMSGO
                   move 'EAMT0031' to ws-msg-no
                   perform camt-catalogue-message
                   move 'NOT FOUND' to ws-aud-status
               else if ACCTXREF-IS-PRIMARY
                   move 'Cannot remove the primary holder'
                       to AMTMSGO
                   move 'EAMT0032' to ws-msg-no
                   perform camt-catalogue-message
                   move 'IS PRIMARY' to ws-aud-status
               else
                   move AMTACNI to ACCTXREF-ACCTNO
                       resp(ws-custxref-resp)
                   end-exec
                   move 'Joint holder removed' to AMTMSGO
                   move 'EAMT0033' to ws-msg-no
                   perform camt-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if end-if
           end-if
       camt-count-owners section.
       camt-count-owners-para.
           move 0 to ws-owner-count
           move spaces to ws-owner-custno
           move AMTACNI to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           exec cics
                   move 'N' to ws-xref-browse
               else
                   add 1 to ws-owner-count
                   if ws-owner-count = 1 or ACCTXREF-IS-PRIMARY
                       move ACCTXREF-CUSTNO to ws-owner-custno
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the holder's ACCTCLOS letter - the closing date, and CLOSED *
      *** or, for a sweep still to land, CLOSING - on the queue for   *
      *** the nightly ETPBLTR print run.  The queue has no practice   *
      *** copy, so a training close writes none                       *
      ***--------------------------------------------------------------*
       camt-queue-close-letter section.
       camt-queue-close-letter-para.
           if not ws-in-training
               and ws-owner-custno not = spaces
               move spaces to LTRQUE-RECORD
               move ws-owner-custno to LTRQUE-CUSTNO
               move current-date(1:14) to LTRQUE-STAMP
               move 1 to LTRQUE-SEQ
               move 'Q' to LTRQUE-STATUS
               move 'ACCTCLOS' to LTRQUE-TYPE
               move AMTACNI to LTRQUE-ACCTNO
               move ws-program-name to LTRQUE-SOURCE
               move current-date(1:8) to LTRQUE-REQ-DATE
               move current-date(1:8) to LTRQUE-FIELD(1)
               move ws-ltr-close-text to LTRQUE-FIELD(2)
               move 0 to LTRQUE-DONE-DATE
               move 'N' to ws-ltr-written
               perform camt-queue-close-letter-write
                   until ws-ltr-write-done
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a second letter in the same second takes the next sequence  *
      ***--------------------------------------------------------------*
       camt-queue-close-letter-write section.
       camt-queue-close-letter-write-para.
           exec cics
               write file('LTRQUE')
               from(LTRQUE-RECORD)
               ridfld(LTRQUE-KEY)
               resp(ws-ltrque-resp)
           end-exec
           if ws-ltrque-resp = dfhresp(normal)
               move 'Y' to ws-ltr-written
           else if ws-ltrque-resp = dfhresp(duprec)
               and LTRQUE-SEQ < 99
               add 1 to LTRQUE-SEQ
           else
               move 'F' to ws-ltr-written
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every holder of the account opted in to the event gets it   *
      *** on the outbound queue for the ETPBNTF gateway run.  Neither *
      *** file has a practice copy, so a training session raises none *
      ***--------------------------------------------------------------*
       camt-notify-holders section.
       camt-notify-holders-para.
           if not ws-in-training
               move AMTACNI to ACCTXREF-ACCTNO
               move low-values to ACCTXREF-CUSTNO
               exec cics
                   startbr file(ws-acctxref-fname)
                   ridfld(ACCTXREF-KEY)
                   resp(ws-acctxref-resp)
               end-exec
               if ws-acctxref-resp = dfhresp(normal)
                   move 'Y' to ws-ntf-browse
                   perform camt-notify-holders-next
                       until not ws-ntf-browsing
                   exec cics
                       endbr file(ws-acctxref-fname)
                   end-exec
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       camt-notify-holders-next section.
       camt-notify-holders-next-para.
           exec cics
               readnext file(ws-acctxref-fname)
               into(ACCTXREF-RECORD)
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp not = dfhresp(normal)
               move 'N' to ws-ntf-browse
           else if ACCTXREF-ACCTNO not = AMTACNI
               move 'N' to ws-ntf-browse
           else
               move ACCTXREF-CUSTNO to NTFPREF-CUSTNO
               exec cics
                   read file('NTFPREF')
                   into(NTFPREF-RECORD)
                   ridfld(NTFPREF-CUSTNO)
                   resp(ws-ntfpref-resp)
               end-exec
               if ws-ntfpref-resp = dfhresp(normal)
                   and NTFPREF-ADDR-VALID
                   if (ws-ntf-event = 'HOLD'
                       and NTFPREF-WANTS-HOLD)
                     or (ws-ntf-event = 'TDMATURE'
                       and NTFPREF-WANTS-TDMATURE)
                       perform camt-notify-queue
                   end-if
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       camt-notify-queue section.
       camt-notify-queue-para.
           move spaces to NTFQUE-RECORD
           move NTFPREF-CUSTNO to NTFQUE-CUSTNO
           move current-date(1:14) to NTFQUE-STAMP
           move 1 to NTFQUE-SEQ
           move 'Q' to NTFQUE-STATUS
           move ws-ntf-event to NTFQUE-EVENT
           move AMTACNI to NTFQUE-ACCTNO
           move ws-ntf-amount to NTFQUE-AMOUNT
           move ws-ntf-balance to NTFQUE-BALANCE
           move ws-ntf-other to NTFQUE-OTHER
           move ws-program-name to NTFQUE-SOURCE
           move current-date(1:8) to NTFQUE-REQ-DATE
           move 0 to NTFQUE-DONE-DATE
           move 'N' to ws-ntf-written
           perform camt-notify-queue-write
               until ws-ntf-write-done
           exit
           .
      ***--------------------------------------------------------------*
      *** a second event in the same second takes the next sequence   *
      ***--------------------------------------------------------------*
       camt-notify-queue-write section.
       camt-notify-queue-write-para.
           exec cics
               write file('NTFQUE')
               from(NTFQUE-RECORD)
               ridfld(NTFQUE-KEY)
               resp(ws-ntfque-resp)
           end-exec
           if ws-ntfque-resp = dfhresp(normal)
               move 'Y' to ws-ntf-written
           else if ws-ntfque-resp = dfhresp(duprec)
               and NTFQUE-SEQ < 99
               add 1 to NTFQUE-SEQ
           else
               move 'F' to ws-ntf-written
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** contract edits for a term-deposit open: the rate quote it   *
      *** opens against, a real maturity date after today, a numeric  *
      *** contracted rate no higher than the quote's unless a         *
      *** supervisor allows it, and - unless the deposit rolls over - *
      *** a nominated settlement account that passes the check digit  *
      *** and exists on the master                                    *
      ***--------------------------------------------------------------*
       camt-edit-term section.
       camt-edit-term-para.
           move spaces to ws-settle-acctno
           move current-date(1:8) to ws-edit-today
           perform camt-edit-quote
           if ws-term-edits-pass
               perform camt-edit-maturity
           end-if
           if ws-term-edits-pass
               perform camt-edit-term-rate
           end-if
           if ws-term-edits-pass
               compute ws-term-days =
                   function integer-of-date(ws-mat-date)
                 - function integer-of-date(ws-edit-today)
               end-compute
               if AMTROLI not = 'Y'
                   if AMTSETI = low-values or spaces
                       move 'N' to ws-term-ok
                       move 'Must nominate the settlement account'
                           to AMTMSGO
                       move 'EAMT0037' to ws-msg-no
                       perform camt-catalogue-message
                       move 'NO SETTLE' to ws-aud-status
                   else
                       move AMTSETI to ws-ckd-acctno
                       perform camt-check-acctno
                       if not ws-ckd-passes
                           move 'N' to ws-term-ok
                           move 'Settlement account fails check digit'
                               to AMTMSGO
                           move 'EAMT0038' to ws-msg-no
                           perform camt-catalogue-message
                           move 'BAD SETTLE' to ws-aud-status
                       else
                           move AMTSETI to ws-settle-acctno
                           perform camt-check-settle
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the rate quote the deposit opens against: required on a     *
      *** live open, and when keyed it must pass the check digit, be  *
      *** open and in date, and be for this product, currency and     *
      *** customer                                                    *
      ***--------------------------------------------------------------*
       camt-edit-quote section.
       camt-edit-quote-para.
           move 'N' to ws-quote-taken
           move spaces to ws-quote-ref
           move spaces to ws-quote-override-by
           if AMTCCYI = spaces or low-values
               move spaces to ws-quote-ccy
           else
               move AMTCCYI to ws-quote-ccy
           end-if
           if AMTQRFI = spaces or low-values
               if not ws-in-training
                   move 'N' to ws-term-ok
                   move 'A term deposit needs a rate quote reference'
                       to AMTMSGO
                   move 'EAMT0085' to ws-msg-no
                   perform camt-catalogue-message
                   move 'NO QUOTE' to ws-aud-status
               end-if
           else
               move AMTQRFI to ws-ckd-acctno
               perform camt-check-acctno
               if not ws-ckd-passes
                   move 'N' to ws-term-ok
                   move 'Quote reference fails check digit' to AMTMSGO
                   move 'EAMT0086' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD QUOTE' to ws-aud-status
               else
                   move AMTQRFI to QUOTE-REF
                   exec cics
                       read file('QUOTE')
                       into(QUOTE-RECORD)
                       ridfld(QUOTE-REF)
                       resp(ws-quote-resp)
                   end-exec
                   if ws-quote-resp not = dfhresp(normal)
                       move 'N' to ws-term-ok
                       move 'Quote not on file' to AMTMSGO
                       move 'EAMT0087' to ws-msg-no
                       perform camt-catalogue-message
                       move 'BAD QUOTE' to ws-aud-status
                   else if not QUOTE-IS-OPEN
                       move 'N' to ws-term-ok
                       move 'Quote already taken up or withdrawn'
                           to AMTMSGO
                       move 'EAMT0088' to ws-msg-no
                       perform camt-catalogue-message
                       move 'QUOTE CLOSED' to ws-aud-status
                   else if QUOTE-VALID-UNTIL < ws-edit-today
                       move 'N' to ws-term-ok
                       move 'Quote has expired' to AMTMSGO
                       move 'EAMT0089' to ws-msg-no
                       perform camt-catalogue-message
                       move 'QUOTE EXPIRD' to ws-aud-status
                   else if QUOTE-PRODUCT not = PRODUCT-CODE
                       or QUOTE-CURRENCY not = ws-quote-ccy
                       or (QUOTE-CUSTNO not = spaces
                           and QUOTE-CUSTNO not = AMTCNOI)
                       move 'N' to ws-term-ok
                       move 'Quote is for another product or customer'
                           to AMTMSGO
                       move 'EAMT0090' to ws-msg-no
                       perform camt-catalogue-message
                       move 'QUOTE MISMAT' to ws-aud-status
                   else
                       move 'Y' to ws-quote-taken
                       move QUOTE-REF to ws-quote-ref
                   end-if end-if end-if end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the maturity date: keyed, a real date after today; left     *
      *** blank against a quote, the quoted term on from today        *
      ***--------------------------------------------------------------*
       camt-edit-maturity section.
       camt-edit-maturity-para.
           if (AMTMATI = low-values or spaces)
               and ws-quote-is-taken
               perform camt-quote-maturity
           else if AMTMATI not is numeric
               move 'N' to ws-term-ok
               move 'Maturity date must be YYYYMMDD' to AMTMSGO
               move 'EAMT0034' to ws-msg-no
               perform camt-catalogue-message
               move 'BAD MATURITY' to ws-aud-status
           else
               move AMTMATI to ws-mat-date
               if ws-mat-date <= ws-edit-today
                   move 'N' to ws-term-ok
                   move 'Maturity date must be in the future'
                       to AMTMSGO
                   move 'EAMT0035' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD MATURITY' to ws-aud-status
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the quoted term on from today, moved on a day at a time     *
      *** while it falls on a BUSCAL non-business day                 *
      ***--------------------------------------------------------------*
       camt-quote-maturity section.
       camt-quote-maturity-para.
           compute ws-mat-int =
               function integer-of-date(ws-edit-today)
             + QUOTE-TERM-DAYS
           end-compute
           compute ws-mat-date = function date-of-integer(ws-mat-int)
           end-compute
           move 'N' to ws-roll-done
           move 0 to ws-roll-tries
           perform camt-roll-maturity
               until ws-roll-is-done
                  or ws-roll-tries >= ws-roll-max-tries
           exit
           .
      ***--------------------------------------------------------------*
       camt-roll-maturity section.
       camt-roll-maturity-para.
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
      *** the contracted rate: left blank against a quote, the quoted *
      *** rate; keyed above the quote, only by a supervisor, who is   *
      *** recorded on the quote                                       *
      ***--------------------------------------------------------------*
       camt-edit-term-rate section.
       camt-edit-term-rate-para.
           if (AMTRTEI = low-values or spaces)
               and ws-quote-is-taken
               move QUOTE-RATE to ws-term-rate-n
           else if AMTRTEI not is numeric
               move 'N' to ws-term-ok
               move 'Rate must be seven digits (four decimals)'
                   to AMTMSGO
               move 'EAMT0036' to ws-msg-no
               perform camt-catalogue-message
               move 'BAD RATE' to ws-aud-status
           else
               move AMTRTEI to ws-term-rate-text
               if ws-quote-is-taken
                   and ws-term-rate-n > QUOTE-RATE
                   if ws-auth-role not = 'S' and not = 'A'
                       move 'N' to ws-term-ok
                       move 'Rate above the quote needs a supervisor'
                           to AMTMSGO
                       move 'EAMT0091' to ws-msg-no
                       perform camt-catalogue-message
                       move 'RATE > QUOTE' to ws-aud-status
                   else
                       move ws-auth-userid to ws-quote-override-by
                   end-if
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the quote the deposit opened against is taken up - marked   *
      *** used with the account, the day, the contracted rate and any *
      *** supervisor who allowed a rate above it                      *
      ***--------------------------------------------------------------*
       camt-take-up-quote section.
       camt-take-up-quote-para.
           move ws-quote-ref to QUOTE-REF
           exec cics
               read file('QUOTE')
               into(QUOTE-RECORD)
               ridfld(QUOTE-REF)
               update
               resp(ws-quote-resp)
           end-exec
           if ws-quote-resp = dfhresp(normal)
               if QUOTE-IS-OPEN
                   move 'U' to QUOTE-STATUS
                   move ACCTMAST-ACCTNO to QUOTE-ACCTNO
                   move ws-edit-today to QUOTE-OPEN-DATE
                   move ACCTMAST-TERM-RATE to QUOTE-OPEN-RATE
                   move ws-quote-override-by to QUOTE-OVERRIDE-BY
                   exec cics
                       rewrite file('QUOTE')
                       from(QUOTE-RECORD)
                       resp(ws-quote-resp)
                   end-exec
               else
                   exec cics
                       unlock file('QUOTE')
                       resp(ws-quote-resp)
                   end-exec
               end-if
           end-if
           exit
           if ws-acctmast-resp not = dfhresp(normal)
               move 'N' to ws-term-ok
               move 'Settlement account not on file' to AMTMSGO
               move 'EAMT0039' to ws-msg-no
               perform camt-catalogue-message
               move 'BAD SETTLE' to ws-aud-status
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** instalment-loan contract edits: the amount advanced, the    *
      *** term in months, the annual rate, the first repayment date   *
      *** (its day of the month is the repayment day for the life of  *
      *** the loan) and a nominated repayment account that passes the *
      *** check digit and exists on the master                        *
      ***--------------------------------------------------------------*
       camt-edit-loan section.
       camt-edit-loan-para.
           move spaces to ws-settle-acctno
           move current-date(1:8) to ws-edit-today
           if AMTPRNI not is numeric
               move 'N' to ws-term-ok
               move 'Loan amount must be nine digits (two decimals)'
                   to AMTMSGO
               move 'EAMT0040' to ws-msg-no
               perform camt-catalogue-message
               move 'BAD AMOUNT' to ws-aud-status
           else
               move AMTPRNI to ws-loan-amount-text
               move AMTTRMI to ws-loan-term-text
               if ws-loan-amount-n = 0
                   move 'N' to ws-term-ok
                   move 'Loan amount must be above zero' to AMTMSGO
                   move 'EAMT0041' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD AMOUNT' to ws-aud-status
               else if AMTTRMI not is numeric
                   or ws-loan-term-n = 0 or ws-loan-term-n > 360
                   move 'N' to ws-term-ok
                   move 'Term must be 001 to 360 months' to AMTMSGO
                   move 'EAMT0042' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD TERM' to ws-aud-status
               else if AMTRTEI not is numeric
                   move 'N' to ws-term-ok
                   move 'Rate must be seven digits (four decimals)'
                       to AMTMSGO
                   move 'EAMT0036' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD RATE' to ws-aud-status
               else if AMTMATI not is numeric
                   move 'N' to ws-term-ok
                   move 'First repayment date must be YYYYMMDD'
                       to AMTMSGO
                   move 'EAMT0043' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD 1ST DUE' to ws-aud-status
               else
                   move AMTRTEI to ws-term-rate-text
                   move AMTMATI to ws-loan-first-due
                   if ws-loan-first-mm < 1 or ws-loan-first-mm > 12
                       or ws-loan-first-dd < 1
                       or ws-loan-first-dd > 31
                       or ws-loan-first-due <= ws-edit-today
                       move 'N' to ws-term-ok
                       move
                      'First repayment date must be a future date'
                           to AMTMSGO
                       move 'EAMT0044' to ws-msg-no
                       perform camt-catalogue-message
                       move 'BAD 1ST DUE' to ws-aud-status
                   else if AMTSETI = low-values or spaces
                       move 'N' to ws-term-ok
                       move 'Must nominate the repayment account'
                           to AMTMSGO
                       move 'EAMT0045' to ws-msg-no
                       perform camt-catalogue-message
                       move 'NO REPAY' to ws-aud-status
                   else if AMTSETI = AMTACNI
                       move 'N' to ws-term-ok
                       move 'Cannot repay a loan from itself'
                           to AMTMSGO
                       move 'EAMT0046' to ws-msg-no
                       perform camt-catalogue-message
                       move 'BAD REPAY' to ws-aud-status
                   else
                       move AMTSETI to ws-ckd-acctno
                       perform camt-check-acctno
                       if not ws-ckd-passes
                           move 'N' to ws-term-ok
                           move
                          'Repayment account fails check digit'
                               to AMTMSGO
                           move 'EAMT0047' to ws-msg-no
                           perform camt-catalogue-message
                           move 'BAD REPAY' to ws-aud-status
                       else
                           move AMTSETI to ws-settle-acctno
                           perform camt-check-settle
                           if not ws-term-edits-pass
                               move 'Repayment account not on file'
                                   to AMTMSGO
                               move 'EAMT0048' to ws-msg-no
                               perform camt-catalogue-message
                               move 'BAD REPAY' to ws-aud-status
                           end-if
                       end-if
                   end-if end-if end-if
               end-if end-if end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the level monthly payment - principal x r x (1+r)**n over    *
      *** ((1+r)**n - 1) at the monthly rate r, or a straight split   *
      *** of the principal for an interest-free loan - then every     *
      *** instalment in turn; with ws-loan-writing off the rows are   *
      *** only totalled, with it on they go to LOANSCHD                *
      ***--------------------------------------------------------------*
       camt-plan-schedule section.
       camt-plan-schedule-para.
           compute ws-loan-rate-m = ws-term-rate-n / 1200
           end-compute
           if ws-loan-rate-m = 0
               compute ws-loan-payment rounded =
                   ws-loan-amount-n / ws-loan-term-n
               end-compute
           else
               compute ws-loan-growth =
                   (1 + ws-loan-rate-m) ** ws-loan-term-n
               end-compute
               compute ws-loan-payment rounded =
                   ws-loan-amount-n * ws-loan-rate-m * ws-loan-growth
                     / (ws-loan-growth - 1)
               end-compute
           end-if
           move ws-loan-amount-n to ws-loan-remaining
           move 0 to ws-loan-int-total
           perform camt-plan-instalment
               varying ws-loan-instno from 1 by 1
               until ws-loan-instno > ws-loan-term-n
           exit
           .
      ***--------------------------------------------------------------*
      *** one instalment: a month's interest on what is still owed,   *
      *** the rest of the payment off the principal, falling due on   *
      *** the repayment day - or the month's last day when the month  *
      *** is too short for it                                         *
      ***--------------------------------------------------------------*
       camt-plan-instalment section.
       camt-plan-instalment-para.
           compute ws-loan-inst-int rounded =
               ws-loan-remaining * ws-loan-rate-m
           end-compute
           if ws-loan-instno = ws-loan-term-n
               or ws-loan-payment - ws-loan-inst-int
                  > ws-loan-remaining
               move ws-loan-remaining to ws-loan-inst-prin
           else
               compute ws-loan-inst-prin =
                   ws-loan-payment - ws-loan-inst-int
               end-compute
           end-if
           subtract ws-loan-inst-prin from ws-loan-remaining
           add ws-loan-inst-int to ws-loan-int-total

           compute ws-loan-months =
               ws-loan-first-yyyy * 12 + ws-loan-first-mm - 1
             + ws-loan-instno - 1
           end-compute
           divide ws-loan-months by 12
               giving ws-loan-due-yyyy
               remainder ws-loan-due-mm
           add 1 to ws-loan-due-mm
           move ws-loan-first-dd to ws-loan-due-dd
           if ws-loan-due-dd > 28
               if ws-loan-due-mm = 12
                   compute ws-loan-next-yyyy = ws-loan-due-yyyy + 1
                   end-compute
                   move 1 to ws-loan-next-mm
               else
                   move ws-loan-due-yyyy to ws-loan-next-yyyy
                   compute ws-loan-next-mm = ws-loan-due-mm + 1
                   end-compute
               end-if
               move 1 to ws-loan-next-dd
               compute ws-loan-int =
                   function integer-of-date(ws-loan-next-first) - 1
               end-compute
               compute ws-loan-month-end =
                   function date-of-integer(ws-loan-int)
               end-compute
               if ws-loan-due-dd > ws-loan-month-end(7:2)
                   move ws-loan-month-end(7:2) to ws-loan-due-dd
               end-if
           end-if

           if ws-loan-is-writing
               move AMTACNI to LOANSCHD-ACCTNO
               move ws-loan-instno to LOANSCHD-INSTNO
               move ws-loan-due-date to LOANSCHD-DUE-DATE
               move ws-loan-inst-prin to LOANSCHD-PRINCIPAL
               move ws-loan-inst-int to LOANSCHD-INTEREST
               move 'U' to LOANSCHD-STATUS
               move 0 to LOANSCHD-PAID-DATE
               move 0 to LOANSCHD-SENT-DATE
               move 'N' to LOANSCHD-INT-CHARGED
               exec cics
                   write file(ws-loanschd-fname)
                   from(LOANSCHD-RECORD)
                   ridfld(LOANSCHD-KEY)
                   resp(ws-loanschd-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the drawdown pair: debit the new loan for the principal,    *
      *** credit the nominated repayment account, both under one pair *
      *** id so the posting run judges them together                  *
      ***--------------------------------------------------------------*
       camt-write-drawdown-legs section.
       camt-write-drawdown-legs-para.
           move eibtrmid to ws-pair-id-term
           move eibtaskn to ws-pair-id-task
           move eibtrmid to ws-trace-term
           move eibtaskn to ws-trace-task
           compute ws-break-debit = 0 - ws-loan-amount-n
           end-compute

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move AMTACNI to JNLREC-POST-ACCTNO
           move ws-break-debit to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'LOAN DRAWDOWN' to JNLREC-POST-NARRATIVE
           move 'LN' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ws-settle-acctno to JNLREC-POST-ACCTNO
           move ws-loan-amount-n to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'LOAN DRAWDOWN' to JNLREC-POST-NARRATIVE
           move 'LN' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg
           exit
           .
      ***--------------------------------------------------------------*
      *** close-out sweep: the two-visit closure dance collapses to  *
      *** one action - the residual balance plus any accrued         *
      *** interest sweeps to the nominated settlement account as a   *
      *** balanced journal4 pair, the account goes close-pending so  *
      *** nothing new can be captured against it, and tonight's      *
      *** posting run completes the close the moment the sweep lands *
      *** the balance on zero                                          *
           if AMTSETI = low-values or spaces
               move 'Must nominate the settlement account'
                   to AMTMSGO
               move 'EAMT0037' to ws-msg-no
               perform camt-catalogue-message
               move 'NO SETTLE' to ws-aud-status
               perform camt-write-audit
           else
               if not ws-ckd-passes
                   move 'Settlement account fails check digit'
                       to AMTMSGO
                   move 'EAMT0038' to ws-msg-no
                   perform camt-catalogue-message
                   move 'BAD SETTLE' to ws-aud-status
                   perform camt-write-audit
               else
                   perform camt-read-account
                   if ws-acctmast-resp = dfhresp(normal)
                       perform camt-count-owners
                       perform camt-sign-close-out
                       if ACCTMAST-IS-TERM-DEP
      *                    a term deposit only leaves before its
      *                    maturity through the supervisor-gated
                           move
                          'Term deposit - use the break action (B)'
                               to AMTMSGO
                           move 'EAMT0049' to ws-msg-no
                           perform camt-catalogue-message
                           move 'IS TERMDEP' to ws-aud-status
                       else if ACCTMAST-IS-LOAN
      *                    a loan's balance is money owed - it is
      *                    repaid through its schedule, never swept
                           move 'Loan - repaid through its schedule'
                               to AMTMSGO
                           move 'EAMT0050' to ws-msg-no
                           perform camt-catalogue-message
                           move 'IS LOAN' to ws-aud-status
                       else if not ACCTMAST-IS-ACTIVE
                           move 'Account is not active' to AMTMSGO
                           move 'EAMT0051' to ws-msg-no
                           perform camt-catalogue-message
                           move 'NOT ACTIVE' to ws-aud-status
                       else if AMTSETI = AMTACNI
                           move 'Cannot sweep to the same account'
                               to AMTMSGO
                           move 'EAMT0052' to ws-msg-no
                           perform camt-catalogue-message
                           move 'SAME ACCT' to ws-aud-status
                       else if ws-owner-count > 1
      *                    the same joint-owner rule the plain close
                           move
                          'Joint owners must be removed first'
                               to AMTMSGO
                           move 'EAMT0026' to ws-msg-no
                           perform camt-catalogue-message
                           move 'JOINT OPEN' to ws-aud-status
                       else if not ws-sgn-is-passed
                           perform camt-signing-refusal
                           move 'SIGNING' to ws-aud-status
                       else
                           compute ws-break-amount =
                               ACCTMAST-BALANCE
                               perform camt-rewrite-account
                               move 'Nothing to sweep - closed'
                                   to AMTMSGO
                               move 'EAMT0053' to ws-msg-no
                               perform camt-catalogue-message
                               move 'SUCCESS' to ws-aud-status
                               move 'CLOSED' to ws-ltr-close-text
                               perform camt-queue-close-letter
                           else
                               move AMTSETI to ws-settle-acctno
                               move eibtrmid to ws-trace-term
                               move
                              'Sweep queued, close completes tonight'
                                   to AMTMSGO
                               move 'EAMT0054' to ws-msg-no
                               perform camt-catalogue-message
                               move 'SUCCESS' to ws-aud-status
                               move 'CLOSING' to ws-ltr-close-text
                               perform camt-queue-close-letter
                           end-if
                       end-if end-if end-if end-if end-if end-if
                       perform camt-show-account
                   end-if
                   perform camt-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** the closing account's mandate against the customers keyed   *
      *** as instructing the close-out, for the balance plus accrued  *
      *** interest it sweeps                                          *
      ***--------------------------------------------------------------*
       camt-sign-close-out section.
       camt-sign-close-out-para.
           move AMTACNI to ws-sgn-acctno
           compute ws-break-amount =
               ACCTMAST-BALANCE + ACCTMAST-ACCRUED-INT
           end-compute
           move ws-break-amount to ws-sgn-amount
           move AMTSG1I to ws-sgn-cust1
           move AMTSG2I to ws-sgn-cust2
           perform camt-check-signing
           exit
           .
      ***--------------------------------------------------------------*
      *** does the instruction satisfy the account's signing mandate? *
      *** Each customer keyed must be able to sign - named on         *
      *** SIGNATRY, or a holder on ACCTXREF unless the rule names its *
      *** signatories only - and must not be a closed customer. One   *
      *** signature carries the amount within its limit (zero is no   *
      *** limit) unless the rule wants two; two together carry it     *
      *** within their combined limits. An account with no SIGNRULE   *
      *** row takes any one signature                                 *
      ***--------------------------------------------------------------*
       camt-check-signing section.
       camt-check-signing-para.
           move 'N' to ws-sgn-passed
           move spaces to ws-sgn-reason
           if ws-sgn-cust1 = low-values
               move spaces to ws-sgn-cust1
           end-if
           if ws-sgn-cust2 = low-values
               move spaces to ws-sgn-cust2
           end-if
           move 'A' to ws-sgn-mode
           move ws-sgn-acctno to SIGNRULE-ACCTNO
           exec cics
               read file('SIGNRULE')
               into(SIGNRULE-RECORD)
               ridfld(SIGNRULE-ACCTNO)
               resp(ws-signrule-resp)
           end-exec
           if ws-signrule-resp = dfhresp(normal)
               move SIGNRULE-MODE to ws-sgn-mode
           end-if
           if ws-sgn-cust1 = spaces
               move 'Key the instructing customer number'
                   to ws-sgn-reason
           else if ws-sgn-cust2 = ws-sgn-cust1
               move 'The two signatories must differ' to ws-sgn-reason
           else
               move ws-sgn-cust1 to ws-sgn-cust
               perform camt-signing-standing
               move ws-sgn-eligible to ws-sgn-elig1
               move ws-sgn-limit to ws-sgn-limit1
               move 'N' to ws-sgn-elig2
               move 0 to ws-sgn-limit2
               if ws-sgn-cust2 not = spaces
                   move ws-sgn-cust2 to ws-sgn-cust
                   perform camt-signing-standing
                   move ws-sgn-eligible to ws-sgn-elig2
                   move ws-sgn-limit to ws-sgn-limit2
               end-if
               evaluate true
                   when not ws-sgn-elig1-ok
                       string 'Customer ' ws-sgn-cust1
                           ' may not sign on this account'
                           into ws-sgn-reason
                   when ws-sgn-cust2 not = spaces
                       and not ws-sgn-elig2-ok
                       string 'Customer ' ws-sgn-cust2
                           ' may not sign on this account'
                           into ws-sgn-reason
                   when ws-sgn-elig2-ok
                       compute ws-sgn-combined =
                           ws-sgn-limit1 + ws-sgn-limit2
                       end-compute
                       if ws-sgn-limit1 = 0 or ws-sgn-limit2 = 0
                           or ws-sgn-combined >= ws-sgn-amount
                           move 'Y' to ws-sgn-passed
                       else
                           move 'Amount is over the signatories limits'
                               to ws-sgn-reason
                       end-if
                   when ws-sgn-any-two
                       move 'Account needs two signatories'
                           to ws-sgn-reason
                   when ws-sgn-limit1 = 0
                       or ws-sgn-limit1 >= ws-sgn-amount
                       move 'Y' to ws-sgn-passed
                   when other
                       move 'Amount needs a second signatory'
                           to ws-sgn-reason
               end-evaluate
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** may ws-sgn-cust sign on the account, and up to what limit?  *
      ***--------------------------------------------------------------*
       camt-signing-standing section.
       camt-signing-standing-para.
           move 'N' to ws-sgn-eligible
           move 0 to ws-sgn-limit
           move ws-sgn-acctno to SIGNATRY-ACCTNO
           move ws-sgn-cust to SIGNATRY-CUSTNO
           exec cics
               read file('SIGNATRY')
               into(SIGNATRY-RECORD)
               ridfld(SIGNATRY-KEY)
               resp(ws-signatry-resp)
           end-exec
           if ws-signatry-resp = dfhresp(normal)
               move 'Y' to ws-sgn-eligible
               move SIGNATRY-LIMIT to ws-sgn-limit
           else if not ws-sgn-named-only
               move ws-sgn-acctno to ACCTXREF-ACCTNO
               move ws-sgn-cust to ACCTXREF-CUSTNO
               exec cics
                   read file('ACCTXREF')
                   into(ACCTXREF-RECORD)
                   ridfld(ACCTXREF-KEY)
                   resp(ws-acctxref-resp)
               end-exec
               if ws-acctxref-resp = dfhresp(normal)
                   move 'Y' to ws-sgn-eligible
               end-if
           end-if end-if
           if ws-sgn-is-eligible
               move ws-sgn-cust to CUSTMAST-CUSTNO
               exec cics
                   read file('CUSTMAST')
                   into(CUSTMAST-RECORD)
                   ridfld(CUSTMAST-CUSTNO)
                   resp(ws-custmast-resp)
               end-exec
               if ws-custmast-resp not = dfhresp(normal)
                   or CUSTMAST-IS-CLOSED
                   or CUSTMAST-IS-DECEASED
                   move 'N' to ws-sgn-eligible
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the refusal goes on the message line and to journal1, so    *
      *** the branch can see who tried to instruct without authority  *
      ***--------------------------------------------------------------*
       camt-signing-refusal section.
       camt-signing-refusal-para.
           move ws-sgn-reason to AMTMSGO
           move ws-sgn-amount to ws-sgn-amt-disp
           move spaces to ws-aud-msg
           string 'SIGNREFU '
               'ACCT=' ws-sgn-acctno ' '
               'CUST=' ws-sgn-cust1 ',' ws-sgn-cust2 ' '
               'AMT=' ws-sgn-amt-disp ' '
               'UID=' ws-auth-userid
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('SR') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** the accrued bucket goes to the balance as an ordinary      *
      *** journal4 entry - exactly how ETPBFEE capitalizes on cycle  *
      *** day - so the trial-balance roll and the reconciliation     *
           move ACCTMAST-ACCTNO to JNLREC-POST-ACCTNO
           move ACCTMAST-ACCRUED-INT to JNLREC-POST-AMOUNT
           move 'INTEREST CAPITALIZED' to JNLREC-POST-NARRATIVE
           move 'IN' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg
           exit
           move ws-break-debit to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'CLOSE-OUT SWEEP' to JNLREC-POST-NARRATIVE
           move 'CL' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg

           move ws-break-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'CLOSE-OUT SWEEP' to JNLREC-POST-NARRATIVE
           move 'CL' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg
           exit
           move 'TERMBRK ' to ws-aud-event
           if ws-auth-role not = 'S' and not = 'A'
               move 'Early break needs a supervisor' to AMTMSGO
               move 'EAMT0055' to ws-msg-no
               perform camt-catalogue-message
               move 'NOT SUPER' to ws-aud-status
               perform camt-write-audit
           else
                   if not ACCTMAST-IS-TERM-DEP
                       move 'Account is not a term deposit'
                           to AMTMSGO
                       move 'EAMT0056' to ws-msg-no
                       perform camt-catalogue-message
                       move 'NOT TERM' to ws-aud-status
                   else if not ACCTMAST-IS-ACTIVE
                       move 'Account is not active' to AMTMSGO
                       move 'EAMT0051' to ws-msg-no
                       perform camt-catalogue-message
                       move 'NOT ACTIVE' to ws-aud-status
                   else if ACCTMAST-SETTLE-ACCT = spaces
                       move 'No settlement account on the contract'
                           to AMTMSGO
                       move 'EAMT0057' to ws-msg-no
                       perform camt-catalogue-message
                       move 'NO SETTLE' to ws-aud-status
                   else
                       compute ws-break-amount =
                       end-compute
                       if ws-break-amount <= 0
                           move 'Nothing to pay away' to AMTMSGO
                           move 'EAMT0058' to ws-msg-no
                           perform camt-catalogue-message
                           move 'ZERO' to ws-aud-status
                       else
                           move eibtrmid to ws-trace-term
                               perform camt-write-capitalize
                           end-if
                           perform camt-write-break-legs
                           move 'TDMATURE' to ws-ntf-event
                           move ACCTMAST-BALANCE to ws-ntf-amount
                           move ACCTMAST-ACCRUED-INT to ws-ntf-balance
                           move 'BROKEN' to ws-ntf-other
                           perform camt-notify-holders
                           move 0 to ACCTMAST-ACCRUED-INT
                           move 0 to ACCTMAST-MATURITY-DATE
                           move 'N' to ACCTMAST-ROLLOVER
                           perform camt-rewrite-account
                           move 'Early break swept for tonight'
                               to AMTMSGO
                           move 'EAMT0059' to ws-msg-no
                           perform camt-catalogue-message
                           move 'SUCCESS' to ws-aud-status
                       end-if
                   end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** charge-off of an uncollectable overdraft - a supervisor-    *
      *** only action.  The debit balance moves to the bad-debt       *
      *** internal account named in the settlement field as a         *
      *** balanced journal4 pair for tonight's run; the account goes  *
      *** to charged-off status, which refuses every capture but a    *
      *** credit, and the CHGOFF register row is written.  Accrued    *
      *** overdraft interest not yet capitalized is forgiven - it is  *
      *** never income on a debt being written off                    *
      ***--------------------------------------------------------------*
       camt-charge-off section.
       camt-charge-off-para.
           move 'CHGOFF  ' to ws-aud-event
           if ws-auth-role not = 'S' and not = 'A'
               move 'Charge-off needs a supervisor' to AMTMSGO
               move 'EAMT0060' to ws-msg-no
               perform camt-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else if AMTSETI = low-values or spaces
               move 'Must name the bad-debt account' to AMTMSGO
               move 'EAMT0061' to ws-msg-no
               perform camt-catalogue-message
               move 'NO BADDEBT' to ws-aud-status
           else if AMTSETI = AMTACNI
               move 'Cannot charge off to the same account'
                   to AMTMSGO
               move 'EAMT0062' to ws-msg-no
               perform camt-catalogue-message
               move 'SAME ACCT' to ws-aud-status
           else
               move AMTSETI to ws-baddebt-acctno
               perform camt-check-baddebt
               if ws-term-edits-pass
                   perform camt-read-account
                   if ws-acctmast-resp = dfhresp(normal)
                       perform camt-charge-off-account
                       perform camt-show-account
                   end-if
               end-if
           end-if end-if end-if
           perform camt-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** the bad-debt account must be an active internal account -   *
      *** read without update, the overdrawn account is the one held  *
      ***--------------------------------------------------------------*
       camt-check-baddebt section.
       camt-check-baddebt-para.
           move 'Y' to ws-term-ok
           move ws-baddebt-acctno to ACCTMAST-ACCTNO
           exec cics
               read file(ws-acctmast-fname)
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp not = dfhresp(normal)
               move 'N' to ws-term-ok
               move 'Bad-debt account not on file' to AMTMSGO
               move 'EAMT0063' to ws-msg-no
               perform camt-catalogue-message
               move 'BAD BADDEBT' to ws-aud-status
           else if not ACCTMAST-IS-INTERNAL
               or not ACCTMAST-IS-ACTIVE
               move 'N' to ws-term-ok
               move 'Bad-debt account must be active internal'
                   to AMTMSGO
               move 'EAMT0064' to ws-msg-no
               perform camt-catalogue-message
               move 'BAD BADDEBT' to ws-aud-status
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       camt-charge-off-account section.
       camt-charge-off-account-para.
           if ACCTMAST-IS-LOAN or ACCTMAST-IS-INTERNAL
               move 'Only a customer overdraft can be charged off'
                   to AMTMSGO
               move 'EAMT0065' to ws-msg-no
               perform camt-catalogue-message
               move 'WRONG TYPE' to ws-aud-status
           else if not ACCTMAST-IS-ACTIVE
               and not ACCTMAST-IS-HOLD
               and not ACCTMAST-IS-DORMANT
               move 'Account is not open' to AMTMSGO
               move 'EAMT0066' to ws-msg-no
               perform camt-catalogue-message
               move 'NOT OPEN' to ws-aud-status
           else if ACCTMAST-BALANCE not < 0
               move 'No debit balance to charge off' to AMTMSGO
               move 'EAMT0067' to ws-msg-no
               perform camt-catalogue-message
               move 'NOT OVERDRAWN' to ws-aud-status
           else
               compute ws-chgoff-amount = 0 - ACCTMAST-BALANCE
               end-compute
               if ws-chgoff-amount > 9999999.99
                   move 'Too large for one posting - see finance'
                       to AMTMSGO
                   move 'EAMT0068' to ws-msg-no
                   perform camt-catalogue-message
                   move 'TOO LARGE' to ws-aud-status
               else
                   move eibtrmid to ws-trace-term
                   move eibtaskn to ws-trace-task
                   move 0 to ACCTMAST-ACCRUED-INT
                   move 'W' to ACCTMAST-STATUS
                   perform camt-rewrite-account
                   if ws-acctmast-resp = dfhresp(normal)
                       perform camt-write-chgoff-legs
                       perform camt-raise-baddebt-limit
                       perform camt-write-chgoff-register
                       perform camt-settle-collections
                       move 'Charged off - balance moves tonight'
                           to AMTMSGO
                       move 'EAMT0069' to ws-msg-no
                       perform camt-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                   end-if
               end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the balanced pair: credit the charged-off account back to   *
      *** zero, debit the bad-debt account, both under one pair id    *
      *** and the trace id the register keeps                         *
      ***--------------------------------------------------------------*
       camt-write-chgoff-legs section.
       camt-write-chgoff-legs-para.
           move eibtrmid to ws-pair-id-term
           move eibtaskn to ws-pair-id-task

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ACCTMAST-ACCTNO to JNLREC-POST-ACCTNO
           move ws-chgoff-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'CHARGE-OFF' to JNLREC-POST-NARRATIVE
           move 'CO' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ws-baddebt-acctno to JNLREC-POST-ACCTNO
           compute JNLREC-POST-AMOUNT = 0 - ws-chgoff-amount
           end-compute
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'CHARGE-OFF' to JNLREC-POST-NARRATIVE
           move 'CO' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg
           exit
           .
      ***--------------------------------------------------------------*
      *** the bad-debt account carries the written-off book as a      *
      *** debit balance, so its overdraft limit grows with every      *
      *** charge-off - otherwise the posting run would refuse the leg *
      ***--------------------------------------------------------------*
       camt-raise-baddebt-limit section.
       camt-raise-baddebt-limit-para.
           move ws-baddebt-acctno to ACCTMAST-ACCTNO
           exec cics
               read file(ws-acctmast-fname)
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               update
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp = dfhresp(normal)
               compute ws-baddebt-limit =
                   ACCTMAST-ODLIMIT + ws-chgoff-amount
               end-compute
               if ws-baddebt-limit > 9999999.99
                   move 9999999.99 to ACCTMAST-ODLIMIT
               else
                   move ws-baddebt-limit to ACCTMAST-ODLIMIT
               end-if
               perform camt-rewrite-account
           end-if
      *    the charged-off account goes back on screen
           move AMTACNI to ACCTMAST-ACCTNO
           exec cics
               read file(ws-acctmast-fname)
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       camt-write-chgoff-register section.
       camt-write-chgoff-register-para.
           move AMTACNI to CHGOFF-ACCTNO
           move current-date(1:8) to CHGOFF-DATE
           move ws-chgoff-amount to CHGOFF-AMOUNT
           move ws-baddebt-acctno to CHGOFF-BADDEBT-ACCT
           move ws-auth-userid to CHGOFF-AUTHORISER
           move ws-trace-id to CHGOFF-TRACE-ID
           move 0 to CHGOFF-RECOVERED
           move 0 to CHGOFF-RECOVERY-COUNT
           move 0 to CHGOFF-LAST-RECOVERY
           exec cics
               write file(ws-chgoff-fname)
               from(CHGOFF-RECORD)
               ridfld(CHGOFF-ACCTNO)
               resp(ws-chgoff-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** reclaim of escheated money - a supervisor-only action.  The *
      *** owner of an account ETPBESC handed over has come forward:   *
      *** the amount on the ESCHEAT register row is paid from the     *
      *** unclaimed-property account it went to into the payout       *
      *** account named in the settlement field, as a balanced        *
      *** journal4 pair for tonight's run, and the row records when,  *
      *** where and on whose authority.  The escheated account itself *
      *** stays escheated - the owner is paid into a live account     *
      ***--------------------------------------------------------------*
       camt-reclaim section.
       camt-reclaim-para.
           move 'RECLAIM ' to ws-aud-event
           if ws-auth-role not = 'S' and not = 'A'
               move 'Reclaim needs a supervisor' to AMTMSGO
               move 'EAMT0070' to ws-msg-no
               perform camt-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else if AMTSETI = low-values or spaces
               move 'Must name the payout account' to AMTMSGO
               move 'EAMT0071' to ws-msg-no
               perform camt-catalogue-message
               move 'NO PAYOUT' to ws-aud-status
           else if AMTSETI = AMTACNI
               move 'Cannot pay out to the escheated account'
                   to AMTMSGO
               move 'EAMT0072' to ws-msg-no
               perform camt-catalogue-message
               move 'SAME ACCT' to ws-aud-status
           else
               move AMTSETI to ws-payout-acctno
               perform camt-check-payout
               if ws-term-edits-pass
                   perform camt-reclaim-register
               end-if
           end-if end-if end-if
           perform camt-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** the payout account must be an open customer account         *
      ***--------------------------------------------------------------*
       camt-check-payout section.
       camt-check-payout-para.
           move 'Y' to ws-term-ok
           move ws-payout-acctno to ACCTMAST-ACCTNO
           exec cics
               read file(ws-acctmast-fname)
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp not = dfhresp(normal)
               move 'N' to ws-term-ok
               move 'Payout account not on file' to AMTMSGO
               move 'EAMT0073' to ws-msg-no
               perform camt-catalogue-message
               move 'BAD PAYOUT' to ws-aud-status
           else if ACCTMAST-IS-INTERNAL
               or ACCTMAST-IS-LOAN
               or not ACCTMAST-IS-ACTIVE
               move 'N' to ws-term-ok
               move 'Payout account must be an active customer acct'
                   to AMTMSGO
               move 'EAMT0074' to ws-msg-no
               perform camt-catalogue-message
               move 'BAD PAYOUT' to ws-aud-status
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the register row, held for update, must show the money as   *
      *** escheated and not yet reclaimed                             *
      ***--------------------------------------------------------------*
       camt-reclaim-register section.
       camt-reclaim-register-para.
           move AMTACNI to ESCHEAT-ACCTNO
           exec cics
               read file(ws-escheat-fname)
               into(ESCHEAT-RECORD)
               ridfld(ESCHEAT-ACCTNO)
               update
               resp(ws-escheat-resp)
           end-exec
           if ws-escheat-resp not = dfhresp(normal)
               move 'No unclaimed-property record for the account'
                   to AMTMSGO
               move 'EAMT0075' to ws-msg-no
               perform camt-catalogue-message
               move 'NOT ESCHEAT' to ws-aud-status
           else if ESCHEAT-IS-RECLAIMED
               move 'Already reclaimed' to AMTMSGO
               move 'EAMT0076' to ws-msg-no
               perform camt-catalogue-message
               move 'RECLAIMED' to ws-aud-status
               exec cics
                   unlock file(ws-escheat-fname)
               end-exec
           else if not ESCHEAT-IS-ESCHEATED
               move 'Not escheated - no money has been handed over'
                   to AMTMSGO
               move 'EAMT0077' to ws-msg-no
               perform camt-catalogue-message
               move 'NOT ESCHEAT' to ws-aud-status
               exec cics
                   unlock file(ws-escheat-fname)
               end-exec
           else
               move eibtrmid to ws-trace-term
               move eibtaskn to ws-trace-task
               perform camt-write-reclaim-legs
               move 'R' to ESCHEAT-STATUS
               move current-date(1:8) to ESCHEAT-RECLAIM-DATE
               move ws-payout-acctno to ESCHEAT-PAYOUT-ACCT
               move ws-auth-userid to ESCHEAT-RECLAIM-USER
               move ws-pair-id to ESCHEAT-RECLAIM-PAIR-ID
               exec cics
                   rewrite file(ws-escheat-fname)
                   from(ESCHEAT-RECORD)
                   resp(ws-escheat-resp)
               end-exec
               move AMTACNI to ACCTMAST-ACCTNO
               exec cics
                   read file(ws-acctmast-fname)
                   into(ACCTMAST-RECORD)
                   ridfld(ACCTMAST-ACCTNO)
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp = dfhresp(normal)
                   perform camt-show-account
               end-if
               move 'Reclaim paid out - money moves tonight'
                   to AMTMSGO
               move 'EAMT0078' to ws-msg-no
               perform camt-catalogue-message
               move 'SUCCESS' to ws-aud-status
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the balanced pair: debit the unclaimed-property account,    *
      *** credit the owner's payout account, under one pair id        *
      ***--------------------------------------------------------------*
       camt-write-reclaim-legs section.
       camt-write-reclaim-legs-para.
           move eibtrmid to ws-pair-id-term
           move eibtaskn to ws-pair-id-task

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ESCHEAT-UNCLAIM-ACCT to JNLREC-POST-ACCTNO
           compute JNLREC-POST-AMOUNT = 0 - ESCHEAT-AMOUNT
           end-compute
           move ws-pair-id to JNLREC-POST-PAIR-ID
           string 'RECLAIM ' ESCHEAT-ACCTNO
               into JNLREC-POST-NARRATIVE
           move 'ES' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ws-payout-acctno to JNLREC-POST-ACCTNO
           move ESCHEAT-AMOUNT to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           string 'RECLAIM ' ESCHEAT-ACCTNO
               into JNLREC-POST-NARRATIVE
           move 'ES' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg
           exit
           .
      ***--------------------------------------------------------------*
      *** the write-off ends the chase - a live collections case on   *
      *** the account is closed with it                               *
      ***--------------------------------------------------------------*
       camt-settle-collections section.
       camt-settle-collections-para.
           move AMTACNI to COLLCASE-ACCTNO
           exec cics
               read file(ws-collcase-fname)
               into(COLLCASE-RECORD)
               ridfld(COLLCASE-ACCTNO)
               update
               resp(ws-collcase-resp)
           end-exec
           if ws-collcase-resp = dfhresp(normal)
               if COLLCASE-IS-CLOSED
                   exec cics
                       unlock file(ws-collcase-fname)
                   end-exec
               else
                   move 'C' to COLLCASE-STATUS
                   move current-date(1:8) to COLLCASE-CLOSED-DATE
                   move space to COLLCASE-PROMISE-STATE
                   move ws-auth-userid to COLLCASE-USERID
                   move 'CHARGED OFF' to COLLCASE-CONTACT-NOTE
                   exec cics
                       rewrite file(ws-collcase-fname)
                       from(COLLCASE-RECORD)
                       resp(ws-collcase-resp)
                   end-exec
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the balanced pair: debit the deposit, credit the nominated  *
      *** account, both under one pair id so the posting run judges   *
      *** them as one unit                                            *
           move ws-break-debit to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'TERM EARLY BREAK' to JNLREC-POST-NARRATIVE
           move 'TD' to JNLREC-POST-TXN-TYPE
           move eibtrmid to ws-trace-term
           move eibtaskn to ws-trace-task
           move ws-trace-id to JNLREC-POST-TRACE-ID
           move ws-break-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'TERM EARLY BREAK' to JNLREC-POST-NARRATIVE
           move 'TD' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform camt-write-one-leg
           exit
           end-exec
           if ws-acctmast-resp not = dfhresp(normal)
               move 'Account not found' to AMTMSGO
               move 'EAMT0079' to ws-msg-no
               perform camt-catalogue-message
               move 'NOT FOUND' to ws-aud-status
           end-if
           exit
           end-exec
           if ws-acctmast-resp not = dfhresp(normal)
               move 'Update failed' to AMTMSGO
               move 'EAMT0080' to ws-msg-no
               perform camt-catalogue-message
               move 'FAILED' to ws-aud-status
           end-if
           exit
       camt-show-account-para.
           move ACCTMAST-BALANCE to AMTBALO
           move ACCTMAST-ACCT-TYPE to AMTTYPO
           move ACCTMAST-PRODUCT to AMTPRDO
           move ACCTMAST-CURRENCY to AMTCCYO
           move ACCTMAST-BRANCH to AMTBRNO
           if ACCTMAST-IS-LOAN
               move ACCTMAST-LOAN-PRINCIPAL to ws-loan-amount-n
               move ws-loan-amount-text to AMTPRNO
               move ACCTMAST-LOAN-TERM to ws-loan-term-n
               move ws-loan-term-text to AMTTRMO
           end-if
           evaluate true
               when ACCTMAST-IS-ACTIVE
                   move 'ACTIVE' to AMTSTSO
                   move 'DORMANT' to AMTSTSO
               when ACCTMAST-IS-CLOSE-PEND
                   move 'CLOSEPND' to AMTSTSO
               when ACCTMAST-IS-CHARGED-OFF
                   move 'CHGDOFF' to AMTSTSO
               when ACCTMAST-IS-ESCHEATED
                   move 'ESCHEAT' to AMTSTSO
               when other
                   move 'UNKNOWN' to AMTSTSO
           end-evaluate
           if ACCTMAST-IS-LOAN
               and ACCTMAST-IS-ACTIVE
               and not ACCTMAST-NOT-IN-ARREARS
               move 'ARREARS' to AMTSTSO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** the account, the customer and the settlement or payout     *
      *** account keyed - whichever of them the action uses          *
      ***--------------------------------------------------------------*
       camt-check-staff-keyed section.
       camt-check-staff-keyed-para.
           move 'N' to ws-stf-linked
           move AMTCNOI to ws-stf-custno
           move AMTACNI to ws-stf-acctno
           perform camt-check-staff-link
           if not ws-stf-is-linked
               move spaces to ws-stf-custno
               move AMTSETI to ws-stf-acctno
               perform camt-check-staff-link
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** is the signed-on user tied by STAFFLNK to the customer in    *
      *** ws-stf-custno, or to the account in ws-stf-acctno through    *
      *** any of its ACCTXREF holders?  Only ever sets the switch, so  *
      *** a caller clears it once and checks everything it acts on     *
      ***--------------------------------------------------------------*
       camt-check-staff-link section.
       camt-check-staff-link-para.
           if not ws-stf-is-linked and ws-auth-userid not = spaces
               if ws-stf-custno not = low-values and spaces
                   perform camt-staff-link-read
               end-if
               if not ws-stf-is-linked
                   and ws-stf-acctno not = low-values and spaces
                   move ws-stf-acctno to ws-stf-key-acctno
                   move low-values to ws-stf-key-custno
                   exec cics
                       startbr file(ws-acctxref-fname)
                       ridfld(ws-stf-xref-key)
                       resp(ws-stf-xref-resp)
                   end-exec
                   if ws-stf-xref-resp = dfhresp(normal)
                       move 'Y' to ws-stf-browse
                       perform camt-staff-link-next
                           until not ws-stf-browsing
                       exec cics
                           endbr file(ws-acctxref-fname)
                       end-exec
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       camt-staff-link-next section.
       camt-staff-link-next-para.
           exec cics
               readnext file(ws-acctxref-fname)
               into(ws-stf-xref-rec)
               ridfld(ws-stf-xref-key)
               resp(ws-stf-xref-resp)
           end-exec
           if ws-stf-xref-resp not = dfhresp(normal)
               or ws-stf-xref-acctno not = ws-stf-acctno
               move 'N' to ws-stf-browse
           else
               move ws-stf-xref-custno to ws-stf-custno
               perform camt-staff-link-read
               if ws-stf-is-linked
                   move 'N' to ws-stf-browse
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       camt-staff-link-read section.
       camt-staff-link-read-para.
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
       camt-staff-refusal section.
       camt-staff-refusal-para.
           move 'Refused - your own or a related customer'
               to AMTMSGO
           move 'ETP00003' to ws-msg-no
           perform camt-catalogue-message
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
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
                   resp(ws-role-resp)
               end-exec
               if ws-role-resp = dfhresp(normal)
                   move SECROLE-LANGUAGE to ws-msg-lang
      *            a grant past its recertification date has lapsed
      *            and reads as junior until it is re-reviewed
                   if SECROLE-REVIEW-DATE is numeric
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
           exit
           .
      ***--------------------------------------------------------------*
      *** a first display starts filled in with the session's         *
      *** account - the one last displayed, or the one a PF key       *
      *** jumped here with                                            *
      ***--------------------------------------------------------------*
       camt-load-context section.
       camt-load-context-para.
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal)
               and IDLETRK-IS-SIGNED-ON
               and IDLETRK-CTX-ACCTNO not = spaces and not = low-values
               move IDLETRK-CTX-ACCTNO to AMTACNO
               move ws-attr-mdt to AMTACNA
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** PF3 goes back to the screen a PF key jumped here from,      *
      *** or to the menu; either way the jump is over                 *
      ***--------------------------------------------------------------*
       camt-go-back section.
       camt-go-back-para.
           move 'EMNU' to ws-next-tran
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               update
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal)
               if IDLETRK-IS-SIGNED-ON
                   and IDLETRK-CTX-JUMP-TO = eibtrnid
                   and IDLETRK-CTX-JUMP-FROM not = spaces
                   move IDLETRK-CTX-JUMP-FROM to ws-next-tran
               end-if
               move spaces to IDLETRK-CTX-JUMP-TO
               move spaces to IDLETRK-CTX-JUMP-FROM
               exec cics
                   rewrite file('IDLETRK')
                   from(IDLETRK-RECORD)
                   resp(ws-idle-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       camt-catalogue-message section.
       camt-catalogue-message-para.
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
               move MSGCAT-TEXT to AMTMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** privileged-activity trail - an admin or senior user's        *
      *** interaction is recorded on PRIVACT with the key of the       *
      *** record it was about, apart from the operational journals     *
      ***--------------------------------------------------------------*
       camt-log-privact section.
       camt-log-privact-para.
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
               move AMTACTI to PRIVACT-ACTION
               move AMTACNI to PRIVACT-RECKEY
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
           move 'TRNCMAST' to ws-custmast-fname
           move 'TRNAXREF' to ws-acctxref-fname
           move 'TRNCXREF' to ws-custxref-fname
           move 'TRNLSCHD' to ws-loanschd-fname
           move 'TRNCHGOF' to ws-chgoff-fname
           move 'TRNCCASE' to ws-collcase-fname
           move 'TRNESCHT' to ws-escheat-fname
           move 'trnjrnl4' to ws-jnl4-name
           exit
           .
