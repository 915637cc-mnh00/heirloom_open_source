      * replayed, guaranteeing the posting run and the GL
      * reconciliation see both legs - immediately or eventually,
      * never a one-legged transfer abandoned in between.  Every
      * transfer is journalled to journal1.  A transfer refused for
      * funds shows the from-account's ledger, uncollected partner
      * credits and available figures on the message line.  A
      * transfer from an account any of whose holders has a pending
      * or confirmed sanctions hit on SANCHIT is refused, and the
      * refusal journalled, until compliance clears the hit on the
      * ETPESAN review screen.  A transfer queued for tonight's run
      * puts a TRANSFER event on NTFQUE for every holder of the
      * from-account who has opted in on NTFPREF, for the ETPBNTF
      * gateway run.  Every cross-region credit leg sent is
      * registered on XREGPOS with its trace id and outcome for the
      * ETPBXRC inter-region settlement reconciliation.  A bank code
      * keyed instead of a to-account makes it a payment to a
      * beneficiary at another bank: with the beneficiary's account
      * and name it debits the customer and credits the outbound
      * clearing account (INTACCT 'CLROUT  ') as a balanced pair,
      * and registers the payment on EXTPAY for the ETPBCLR
      * clearing file.  The customer, or customers, instructing the
      * transfer are keyed with it and must satisfy the from-
      * account's signing mandate (SIGNRULE, SIGNATRY); a transfer
      * the mandate does not cover is refused and journalled.
      * A transfer out of or into an account a holder of which is
      * linked to the signed-on user on STAFFLNK - their own or a
      * relative's - is refused and the refusal journalled.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.
      * A first display starts with the session's account - the one
      * last displayed on ETPEACT, ETPEINV or ETPECST - filled in,
      * and PF3 goes back to the screen a PF key jumped here from.

       environment division.

           88  ws-in-training                value 'Y'.
       01  ws-acctmast-fname                 pic x(8) value 'ACCTMAST'.
       01  ws-jnl4-name                      pic x(8) value 'journal4'.
       01  ws-uncoll-fname                   pic x(8) value 'UNCOLL'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
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
      *    the MSGCAT catalogue - see cxfr-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EXFR session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-from-balance                   pic s9(9)v99.
       01  ws-from-odlimit                   pic 9(7)v99.
       01  ws-after-balance                  pic s9(9)v99.
      *    the three figures a funds refusal shows - the ledger, the
      *    partner credits still uncollected, and the available
      *    balance the check actually ran against
       01  ws-from-ledger                    pic s9(9)v99.
       copy UNCOLL.
       01  ws-uncoll-resp                    pic s9(8) comp.
       01  ws-from-uncoll                    pic s9(9)v99.
       01  ws-fund-ledger-disp               pic -zzzzzzzz9.99.
       01  ws-fund-uncoll-disp               pic zzzzzzzz9.99.
       01  ws-fund-avail-disp                pic -zzzzzzzz9.99.

      *    effective-dated overdraft limit for the funds check - the
      *    ODLIMIT row in force today, the flat master limit when the
       01  ws-remote-sysid                   pic x(4).
       01  ws-lnk-length                     pic s9(4) comp.

      ***--------------------------------------------------------------*
      *** every credit leg sent is registered on XREGPOS under the    *
      *** companion and the trace id, with how it fared, for the      *
      *** ETPBXRC settlement reconciliation                           *
      ***--------------------------------------------------------------*
       copy XREGPOS.
       01  ws-xregpos-resp                   pic s9(8) comp.
       01  ws-own-sysid                      pic x(4).
       01  ws-xreg-status                    pic x(1).

      ***--------------------------------------------------------------*
      *** external payment - a bank code keyed sends the money to a   *
      *** beneficiary at another bank: the credit leg goes to the     *
      *** outbound clearing account, and the payment waits on EXTPAY  *
      *** for the nightly clearing file                               *
      ***--------------------------------------------------------------*
       copy EXTPAY.
       01  ws-extpay-resp                    pic s9(8) comp.
       copy INTACCT.
       01  ws-intacct-resp                   pic s9(8) comp.
       01  ws-ext-payment                    pic x(1) value 'N'.
           88  ws-is-ext-payment             value 'Y'.
       01  ws-clr-acctno                     pic x(10).
       01  ws-clr-currency                   pic x(3).

      ***--------------------------------------------------------------*
      *** dual authorization - a transfer at or above the SYSPARM     *
      *** 'XFRDUAL' threshold is captured on the PENDXFR queue for a  *
           88  ws-tko-browsing               value 'Y'.
       01  ws-tko-chg-date                   pic 9(8).

      ***--------------------------------------------------------------*
      *** signing mandate - the account's SIGNRULE, its named         *
      *** signatories on SIGNATRY and its holders on ACCTXREF decide  *
      *** whether the customers keyed may instruct - see              *
      *** cxfr-check-signing                                           *
      ***--------------------------------------------------------------*
       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.
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

      ***--------------------------------------------------------------*
      *** transfer notifications - every holder of the from-account   *
      *** opted in on NTFPREF gets a TRANSFER event on NTFQUE; both   *
      *** are live files with no practice copy                        *
      ***--------------------------------------------------------------*
       copy NTFPREF.
       01  ws-ntfpref-resp                   pic s9(8) comp.
       copy NTFQUE.
       01  ws-ntfque-resp                    pic s9(8) comp.
       01  ws-ntf-browse                     pic x(1).
           88  ws-ntf-browsing               value 'Y'.
       01  ws-ntf-written                    pic x(1).
           88  ws-ntf-write-done             value 'Y' 'F'.

      ***--------------------------------------------------------------*
      *** sanctions hold - a potential SANCHIT hit against any holder *
      *** of the from-account stops the money until compliance        *
      *** decides it on ETPESAN; a confirmed hit stays a hold         *
      ***--------------------------------------------------------------*
       copy SANCHIT.
       01  ws-sanchit-resp                   pic s9(8) comp.
       01  ws-sanc-held                      pic x(1).
           88  ws-sanc-is-held               value 'Y'.
       01  ws-sanc-held-cust                 pic x(10).
       01  ws-sanc-xref-browse               pic x(1).
           88  ws-sanc-xref-browsing         value 'Y'.
       01  ws-sanc-hit-browse                pic x(1).
           88  ws-sanc-hit-browsing          value 'Y'.

      ***--------------------------------------------------------------*
      *** posting cut-off - once the SYSPARM 'CUTOFFHM' time has      *
      *** passed, a captured POST belongs to the next BUSCAL business *
       01  ws-quiesced                       pic x(1).
           88  ws-system-quiesced            value 'Y'.

      ***--------------------------------------------------------------*
      *** staff-linked accounts - the signed-on user may not act on a  *
      *** customer STAFFLNK ties them to, nor on an account such a     *
      *** customer holds - see cxfr-check-staff-link                   *
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
      *    cxfr-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cxfr-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cxfr-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       end-exec
                       exec cics return end-exec

      *            PF3 goes back to the screen a PF key jumped here
      *            from, otherwise transfers to EMNU menu
                   WHEN DFHPF3
                       perform cxfr-go-back

      *            PF5 saves the keyed pair as a named template
                   when DFHPF5
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to XFRMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cxfr-catalogue-message
                       perform cics-send-cxfr
                   when other
                       move 'Unexpected 3270 attention key'
                           to XFRMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cxfr-catalogue-message
                       perform cxfr-log-unsupkey
                       perform cics-send-cxfr
               end-evaluate
           else
               perform cxfr-capture-timing
               perform cxfr-load-context
               perform cics-send-cxfr
           end-if
           exit
           perform cxfr-check-quiesce
           if ws-system-quiesced
               move 'System closing, transfers refused' to XFRMSGO
               move 'EXFR0001' to ws-msg-no
               perform cxfr-catalogue-message
           else
           move 'N' to ws-tpl-loaded
           if XFRTPLI not = low-values and spaces
               and not ws-tpl-was-loaded
               and (XFRFRMI = low-values or spaces)
               move 'No such template for this user' to XFRMSGO
               move 'EXFR0002' to ws-msg-no
               perform cxfr-catalogue-message
           else
           perform cxfr-check-staff-accts
           if ws-stf-is-linked
               perform cxfr-staff-refusal
           else
           if XFRBNKI not = low-values and spaces
      *        the clearing file carries real money to another bank
      *        - a practice session stays on the practice book
               if ws-in-training
                   move 'External payments not available in training'
                       to XFRMSGO
                   move 'EXFR0003' to ws-msg-no
                   perform cxfr-catalogue-message
               else
                   perform cxfr-external-transfer
               end-if
           else
           if XFRSIDI not = low-values and spaces
      *        the companion link is real plumbing to a real region
               if ws-in-training
                   move 'Cross-region is not available in training'
                       to XFRMSGO
                   move 'EXFR0004' to ws-msg-no
                   perform cxfr-catalogue-message
               else
                   perform cxfr-remote-transfer
               end-if
           else
           if XFRFRMI = low-values or spaces
               move 'Must supply the from-account' to XFRMSGO
               move 'EXFR0005' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRTOI = low-values or spaces
               move 'Must supply the to-account' to XFRMSGO
               move 'EXFR0006' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRFRMI = XFRTOI
               move 'From- and to-account must differ' to XFRMSGO
               move 'EXFR0007' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRAMTI not is numeric
               move 'Amount must be nine digits (two decimals)'
                   to XFRMSGO
               move 'EXFR0008' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRDATI not = low-values and not = spaces
               and XFRDATI not is numeric
               move 'Value date must be YYYYMMDD or blank'
                   to XFRMSGO
               move 'EXFR0009' to ws-msg-no
               perform cxfr-catalogue-message
           else
               if XFRDATI = low-values or spaces
                   move 0 to ws-value-date
               move ws-amount-text-n to ws-xfr-amount
               if ws-xfr-amount = 0
                   move 'Amount must not be zero' to XFRMSGO
                   move 'EXFR0010' to ws-msg-no
                   perform cxfr-catalogue-message
               else
                   perform cxfr-check-sanctions
                   perform cxfr-sign-from-account
                   if ws-sanc-is-held
                       perform cxfr-sanctions-refusal
                   else if not ws-sgn-is-passed
                       perform cxfr-signing-refusal
                   else
                       perform cxfr-validate-accounts
                   end-if end-if
               end-if
           end-if end-if end-if end-if end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-remote-transfer-para.
           if XFRFRMI = low-values or spaces
               move 'Must supply the from-account' to XFRMSGO
               move 'EXFR0005' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRTOI = low-values or spaces
               move 'Must supply the remote to-account' to XFRMSGO
               move 'EXFR0011' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRAMTI not is numeric
               move 'Amount must be nine digits (two decimals)'
                   to XFRMSGO
               move 'EXFR0008' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRDATI not = low-values and spaces
      *        a remote leg cannot be warehoused on the companion -
      *        a dated cross-region transfer is refused rather than
      *        silently posted today
               move 'Value dating not supported cross-region'
                   to XFRMSGO
               move 'EXFR0012' to ws-msg-no
               perform cxfr-catalogue-message
           else
               move XFRTOI to ws-ckd-acctno
               perform cxfr-check-acctno
               if not ws-ckd-passes
                   move 'Remote to-account fails check digit'
                       to XFRMSGO
                   move 'EXFR0013' to ws-msg-no
                   perform cxfr-catalogue-message
               else
               move XFRSIDI to SYSIDTBL-SYSID
               exec cics
               if ws-sysidtbl-resp not = dfhresp(normal)
                   move 'SYSID is not in the routing table'
                       to XFRMSGO
                   move 'EXFR0014' to ws-msg-no
                   perform cxfr-catalogue-message
               else if SYSIDTBL-IS-DISABLED
                   move 'SYSID is disabled for maintenance'
                       to XFRMSGO
                   move 'EXFR0015' to ws-msg-no
                   perform cxfr-catalogue-message
               else
                   move XFRSIDI to ws-remote-sysid
                   move XFRAMTI to ws-amount-text
                   move ws-amount-text-n to ws-xfr-amount
                   if ws-xfr-amount = 0
                       move 'Amount must not be zero' to XFRMSGO
                       move 'EXFR0010' to ws-msg-no
                       perform cxfr-catalogue-message
                   else
      *                the dual-authorization threshold guards the
      *                companion region too; the release screen
      *                cannot drive the link, so an over-threshold
      *                cross-region transfer is refused outright
                       perform cxfr-check-dual
                       perform cxfr-check-sanctions
                       perform cxfr-sign-from-account
                       if ws-dual-is-held
                           move
                      'Amount needs dual auth - not cross-region'
                               to XFRMSGO
                           move 'EXFR0016' to ws-msg-no
                           perform cxfr-catalogue-message
                       else if ws-sanc-is-held
                           perform cxfr-sanctions-refusal
                       else if not ws-sgn-is-passed
                           perform cxfr-signing-refusal
                       else
                           perform cxfr-remote-validate-from
                       end-if end-if end-if
                   end-if
               end-if end-if
               end-if
           end-if end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the from-account checks shared by the cross-region transfer *
      *** and the payment to another bank                             *
      ***--------------------------------------------------------------*
       cxfr-remote-validate-from section.
       cxfr-remote-validate-from-para.
           perform cxfr-check-acctno
           if not ws-ckd-passes
               move 'From-account fails check digit' to XFRMSGO
               move 'EXFR0017' to ws-msg-no
               perform cxfr-catalogue-message
           else
               move XFRFRMI to ACCTMAST-ACCTNO
               exec cics
               end-exec
               if ws-acctmast-resp not = dfhresp(normal)
                   move 'From-account not on file' to XFRMSGO
                   move 'EXFR0018' to ws-msg-no
                   perform cxfr-catalogue-message
               else if not ACCTMAST-IS-ACTIVE
                   move 'From-account is not active' to XFRMSGO
                   move 'EXFR0019' to ws-msg-no
                   perform cxfr-catalogue-message
               else
                   if ACCTMAST-MEMO-BALANCE is numeric
                       and ACCTMAST-MEMO-BALANCE
                   else
                       move ACCTMAST-BALANCE to ws-from-balance
                   end-if
                   move ACCTMAST-BALANCE to ws-from-ledger
                   move ACCTMAST-ODLIMIT to ws-from-odlimit
                   perform cxfr-find-odlimit
                   compute ws-after-balance =
                       ws-from-balance - ws-xfr-amount
                   end-compute
                   if ws-after-balance < 0 - ws-from-odlimit
                       perform cxfr-funds-message
                   else
                   if ws-is-ext-payment
                       if ACCTMAST-CURRENCY not = ws-clr-currency
                           move
                      'Account currency not cleared externally'
                               to XFRMSGO
                           move 'EXFR0020' to ws-msg-no
                           perform cxfr-catalogue-message
                       else
                           perform cxfr-external-send
                       end-if
                   else
                       perform cxfr-remote-send
                   end-if
                   end-if
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the payment to another bank: the beneficiary as keyed, the  *
      *** outbound clearing account off INTACCT, then the same        *
      *** from-account checks the cross-region transfer runs          *
      ***--------------------------------------------------------------*
       cxfr-external-transfer section.
       cxfr-external-transfer-para.
           if XFRFRMI = low-values or spaces
               move 'Must supply the from-account' to XFRMSGO
               move 'EXFR0005' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRSIDI not = low-values and spaces
               move 'A SYSID cannot be keyed with a bank code'
                   to XFRMSGO
               move 'EXFR0021' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRTOI not = low-values and spaces
               move 'Leave the to-account blank for a bank payment'
                   to XFRMSGO
               move 'EXFR0022' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRBACI = low-values or spaces
               move 'Must supply the beneficiary account' to XFRMSGO
               move 'EXFR0023' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRBNMI = low-values or spaces
               move 'Must supply the beneficiary name' to XFRMSGO
               move 'EXFR0024' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRAMTI not is numeric
               move 'Amount must be nine digits (two decimals)'
                   to XFRMSGO
               move 'EXFR0008' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRDATI not = low-values and spaces
      *        the clearing file goes out tonight - a dated payment
      *        is refused rather than silently sent early
               move 'Value dating not supported for bank payments'
                   to XFRMSGO
               move 'EXFR0025' to ws-msg-no
               perform cxfr-catalogue-message
           else
               move XFRAMTI to ws-amount-text
               move ws-amount-text-n to ws-xfr-amount
               if ws-xfr-amount = 0
                   move 'Amount must not be zero' to XFRMSGO
                   move 'EXFR0010' to ws-msg-no
                   perform cxfr-catalogue-message
               else
                   move 'CLROUT  ' to INTACCT-ROLE
                   exec cics
                       read file('INTACCT')
                       into(INTACCT-RECORD)
                       ridfld(INTACCT-ROLE)
                       resp(ws-intacct-resp)
                   end-exec
                   if ws-intacct-resp not = dfhresp(normal)
                       or INTACCT-ACCTNO = spaces
                       move 'No outbound clearing account set up'
                           to XFRMSGO
                       move 'EXFR0026' to ws-msg-no
                       perform cxfr-catalogue-message
                   else
                   move INTACCT-ACCTNO to ws-clr-acctno
                   move INTACCT-ACCTNO to ACCTMAST-ACCTNO
                   exec cics
                       read file(ws-acctmast-fname)
                       into(ACCTMAST-RECORD)
                       ridfld(ACCTMAST-ACCTNO)
                       resp(ws-acctmast-resp)
                   end-exec
                   if ws-acctmast-resp not = dfhresp(normal)
                       move 'Clearing account not on file' to XFRMSGO
                       move 'EXFR0027' to ws-msg-no
                       perform cxfr-catalogue-message
                   else
                       move ACCTMAST-CURRENCY to ws-clr-currency
                       perform cxfr-check-dual
                       perform cxfr-check-sanctions
                       perform cxfr-sign-from-account
                       if ws-dual-is-held
                           move
                      'Amount needs dual auth - not a bank payment'
                               to XFRMSGO
                           move 'EXFR0028' to ws-msg-no
                           perform cxfr-catalogue-message
                       else if ws-sanc-is-held
                           perform cxfr-sanctions-refusal
                       else if not ws-sgn-is-passed
                           perform cxfr-signing-refusal
                       else
                           move 'Y' to ws-ext-payment
                           perform cxfr-remote-validate-from
                       end-if end-if end-if
                   end-if
                   end-if
               end-if
           end-if end-if end-if end-if end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the balanced pair - the customer debited, the clearing      *
      *** account credited under one pair id - and the payment        *
      *** registered on EXTPAY for tonight's clearing file            *
      ***--------------------------------------------------------------*
       cxfr-external-send section.
       cxfr-external-send-para.
           move 'Y' to ws-legs-ok
           compute ws-debit-amount = 0 - ws-xfr-amount
           end-compute
           move eibtrmid to ws-pair-id-term
           move eibtaskn to ws-pair-id-task
           move eibtrmid to ws-trace-term
           move eibtaskn to ws-trace-task

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move XFRFRMI to JNLREC-POST-ACCTNO
           move ws-debit-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           if XFRNARI = low-values or spaces
               move 'BANK PAYMENT' to JNLREC-POST-NARRATIVE
           else
               move XFRNARI to JNLREC-POST-NARRATIVE
           end-if
           move 'EP' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cxfr-write-one-leg

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ws-clr-acctno to JNLREC-POST-ACCTNO
           move ws-xfr-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move 'BANK PAYMENT OUT' to JNLREC-POST-NARRATIVE
           move 'EP' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cxfr-write-one-leg

           perform cxfr-register-external
           exec cics syncpoint end-exec
           move ws-xfr-amount to ws-amt-disp
           if ws-extpay-resp not = dfhresp(normal)
               string 'Payment of ' ws-amt-disp
                   ' captured but not registered - call support'
                   into XFRMSGO
           else
           if ws-both-legs-ok
               string 'Payment of ' ws-amt-disp
                   ' to ' XFRBNKI ' queued for tonight''s clearing'
                   into XFRMSGO
           else
               string 'Payment of ' ws-amt-disp
                   ' accepted - delayed leg queued for replay'
                   into XFRMSGO
           end-if
           end-if
           perform cxfr-write-ext-audit
           perform cxfr-reduce-memo
           perform cxfr-check-takeover
           perform cxfr-notify-transfer
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-register-external section.
       cxfr-register-external-para.
           move spaces to EXTPAY-RECORD
           move ws-trace-id to EXTPAY-TRACE-ID
           move current-date(1:8) to EXTPAY-DATE
           move current-date(9:6) to EXTPAY-TIME
           move XFRFRMI to EXTPAY-FROM-ACCTNO
           move ws-clr-currency to EXTPAY-CURRENCY
           move ws-xfr-amount to EXTPAY-AMOUNT
           move XFRBNKI to EXTPAY-BANK-CODE
           move XFRBACI to EXTPAY-BEN-ACCTNO
           move XFRBNMI to EXTPAY-BEN-NAME
           if XFRNARI = low-values or spaces
               move 'BANK PAYMENT' to EXTPAY-NARRATIVE
           else
               move XFRNARI to EXTPAY-NARRATIVE
           end-if
           move ws-clr-acctno to EXTPAY-CLR-ACCTNO
           move ws-auth-userid to EXTPAY-USERID
           move 'C' to EXTPAY-STATUS
           move 0 to EXTPAY-FILE-SEQ
           move 0 to EXTPAY-ANSWER-DATE
           exec cics
               write file('EXTPAY')
               from(EXTPAY-RECORD)
               ridfld(EXTPAY-TRACE-ID)
               resp(ws-extpay-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-write-ext-audit section.
       cxfr-write-ext-audit-para.
           move ws-xfr-amount to ws-amt-disp
           move spaces to ws-aud-msg
           string 'EXTPAY '
               'FROM=' XFRFRMI ' '
               'BANK=' XFRBNKI ' '
               'AMT=' ws-amt-disp ' '
               'TRC=' ws-trace-id ' '
               'UID=' ws-auth-userid
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('XF') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** the debit leg is captured locally first; the credit then   *
      *** travels.  A remote refusal reverses the debit on the spot; *
      *** a dead link parks the credit on PENDREQ, where the health  *
           move XFRFRMI to JNLREC-POST-ACCTNO
           move ws-debit-amount to JNLREC-POST-AMOUNT
           move 'XREGION TRANSFER' to JNLREC-POST-NARRATIVE
           move 'XR' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cxfr-write-one-leg
           perform cxfr-reduce-memo

           exec cics
               assign sysid(ws-own-sysid)
           end-exec
           move spaces to LNKRQST-AREA
           move 'RCRD' to LNKRQST-FUNCTION
           move XFRTOI to LNKRQST-ACCTNO
           move ws-xfr-amount to LNKRQST-RQ-AMOUNT
           move ws-trace-id to LNKRQST-RQ-XREG-TRACE-ID
           move ws-own-sysid to LNKRQST-RQ-XREG-ORIGIN
           move 0 to PENDREQ-SEQ
           move length of LNKRQST-AREA to ws-lnk-length
           exec cics link
               transid('ETRN')
           evaluate true
               when ws-link-resp = dfhresp(normal)
                   and LNKRQST-REPLY-OK
                   move 'A' to ws-xreg-status
                   string 'Transfer of ' ws-amt-disp
                       ' sent to ' ws-remote-sysid
                       into XFRMSGO
      *            the companion answered and refused - the debit
      *            must not stand one-legged, so it is reversed
      *            here and now
                   move 'X' to ws-xreg-status
                   perform cxfr-remote-reverse
                   string 'Remote region refused: '
                       LNKRQST-REPLY-MSG
               when other
      *            the region is unreachable - the credit parks on
      *            the store-and-forward queue for redelivery
                   move 'Q' to ws-xreg-status
                   perform cxfr-park-remote-credit
                   string 'Transfer of ' ws-amt-disp
                       ' accepted - remote leg queued'
                       into XFRMSGO
           end-evaluate
           perform cxfr-register-sent
           perform cxfr-write-audit
      *    the takeover screen watches the from-account, which is
      *    local on every outcome of the remote leg - keying a SYSID
           move XFRFRMI to JNLREC-POST-ACCTNO
           move ws-xfr-amount to JNLREC-POST-AMOUNT
           move 'XREGION REVERSAL' to JNLREC-POST-NARRATIVE
           move 'XR' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cxfr-write-one-leg
           perform cxfr-restore-memo
           exit
           .
      ***--------------------------------------------------------------*
      *** the sent leg joins the settlement register - applied by the *
      *** companion, refused and reversed here, or queued on PENDREQ  *
      *** under the entry number the drainer will resolve             *
      ***--------------------------------------------------------------*
       cxfr-register-sent section.
       cxfr-register-sent-para.
           move ws-remote-sysid to XREGPOS-SYSID
           move 'S' to XREGPOS-DIRECTION
           move ws-trace-id to XREGPOS-TRACE-ID
           move current-date(1:8) to XREGPOS-DATE
           move current-date(9:6) to XREGPOS-TIME
           move XFRTOI to XREGPOS-ACCTNO
           move ws-xfr-amount to XREGPOS-AMOUNT
           move ws-xreg-status to XREGPOS-STATUS
           move PENDREQ-SEQ to XREGPOS-PEND-SEQ
           move space to XREGPOS-MATCH
           move 0 to XREGPOS-SETTLED-DATE
           exec cics
               write file('XREGPOS')
               from(XREGPOS-RECORD)
               ridfld(XREGPOS-KEY)
               resp(ws-xregpos-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** parks the undelivered credit on PENDREQ, numbered off the  *
      *** pendreq tally exactly as ETPELPL parks its stranded         *
      *** requests, for the ETPEHLT drainer                            *
           if not ws-both-rates-ok
               move 'No exchange rate on file for the legs'
                   to XFRMSGO
               move 'EXFR0029' to ws-msg-no
               perform cxfr-catalogue-message
           else
               move current-date(1:8) to PENDXFR-DATE
               move 0 to ws-pend-seq
       cxfr-save-template-para.
           if XFRTPLI = low-values or spaces
               move 'Must name the template to save' to XFRMSGO
               move 'EXFR0030' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRFRMI = low-values or spaces
               or XFRTOI = low-values or spaces
               move 'Key both accounts to save a template'
                   to XFRMSGO
               move 'EXFR0031' to ws-msg-no
               perform cxfr-catalogue-message
           else if XFRFRMI = XFRTOI
               move 'From- and to-account must differ' to XFRMSGO
               move 'EXFR0007' to ws-msg-no
               perform cxfr-catalogue-message
           else
               move XFRFRMI to ws-ckd-acctno
               perform cxfr-check-acctno
               if not ws-ckd-passes
                   move 'From-account fails check digit' to XFRMSGO
                   move 'EXFR0017' to ws-msg-no
                   perform cxfr-catalogue-message
               else
               move XFRTOI to ws-ckd-acctno
               perform cxfr-check-acctno
               if not ws-ckd-passes
                   move 'To-account fails check digit' to XFRMSGO
                   move 'EXFR0032' to ws-msg-no
                   perform cxfr-catalogue-message
               else
                   move XFRFRMI to ACCTMAST-ACCTNO
                   exec cics
                   end-exec
                   if ws-acctmast-resp not = dfhresp(normal)
                       move 'From-account not on file' to XFRMSGO
                       move 'EXFR0018' to ws-msg-no
                       perform cxfr-catalogue-message
                   else
                   move XFRTOI to ACCTMAST-ACCTNO
                   exec cics
                   end-exec
                   if ws-acctmast-resp not = dfhresp(normal)
                       move 'To-account not on file' to XFRMSGO
                       move 'EXFR0033' to ws-msg-no
                       perform cxfr-catalogue-message
                   else
                       perform cxfr-write-template
                   end-if
           end-if
           if ws-xfrtmpl-resp = dfhresp(normal)
               move 'Template saved' to XFRMSGO
               move 'EXFR0034' to ws-msg-no
               perform cxfr-catalogue-message
               string 'XFRTPLSV '
                   'TPL=' XFRTMPL-NAME ' '
                   'FROM=' XFRTMPL-FROM-ACCT ' '
               end-exec
           else
               move 'Template save failed' to XFRMSGO
               move 'EXFR0035' to ws-msg-no
               perform cxfr-catalogue-message
           end-if
           exit
           .
           perform cxfr-check-acctno
           if not ws-ckd-passes
               move 'From-account fails check digit' to XFRMSGO
               move 'EXFR0017' to ws-msg-no
               perform cxfr-catalogue-message
           else
               move XFRTOI to ws-ckd-acctno
               perform cxfr-check-acctno
               if not ws-ckd-passes
                   move 'To-account fails check digit' to XFRMSGO
                   move 'EXFR0032' to ws-msg-no
                   perform cxfr-catalogue-message
               else
                   move XFRFRMI to ACCTMAST-ACCTNO
                   exec cics
                   end-exec
                   if ws-acctmast-resp not = dfhresp(normal)
                       move 'From-account not on file' to XFRMSGO
                       move 'EXFR0018' to ws-msg-no
                       perform cxfr-catalogue-message
                   else if not ACCTMAST-IS-ACTIVE
                       move 'From-account is not active' to XFRMSGO
                       move 'EXFR0019' to ws-msg-no
                       perform cxfr-catalogue-message
                   else
      *                the funds check runs against the memo
      *                (available) balance where one has ever been
                       else
                           move ACCTMAST-BALANCE to ws-from-balance
                       end-if
                       move ACCTMAST-BALANCE to ws-from-ledger
                       move ACCTMAST-ODLIMIT to ws-from-odlimit
                       perform cxfr-find-odlimit
                       move ACCTMAST-CURRENCY to ws-from-currency
                       end-exec
                       if ws-acctmast-resp not = dfhresp(normal)
                           move 'To-account not on file' to XFRMSGO
                           move 'EXFR0033' to ws-msg-no
                           perform cxfr-catalogue-message
      *                a transfer in to a charged-off account is a
      *                recovery, the one movement it still accepts
                       else if not ACCTMAST-IS-ACTIVE
                           and not ACCTMAST-IS-CHARGED-OFF
                           move 'To-account is not active'
                               to XFRMSGO
                           move 'EXFR0036' to ws-msg-no
                           perform cxfr-catalogue-message
                       else
                           move ACCTMAST-CURRENCY to ws-to-currency
                           compute ws-after-balance =
                           end-compute
                           if ws-after-balance <
                               0 - ws-from-odlimit
                               perform cxfr-funds-message
                           else
                               perform cxfr-load-busdate
                               perform cxfr-check-cutoff
                                   move
                          'Held/future transfers not in training'
                                       to XFRMSGO
                                   move 'EXFR0037' to ws-msg-no
                                   perform cxfr-catalogue-message
                               else
                               if ws-dual-is-held
                                   perform cxfr-park-pending
           if not ws-both-rates-ok
               move 'No exchange rate on file for the legs'
                   to XFRMSGO
               move 'EXFR0029' to ws-msg-no
               perform cxfr-catalogue-message
           else
           move eibtrmid to ws-pair-id-term
           move eibtaskn to ws-pair-id-task
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move ws-value-date to JNLREC-POST-VALUE-DATE
           move XFRNARI to JNLREC-POST-NARRATIVE
           move 'TR' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cxfr-write-one-leg

           move ws-pair-id to JNLREC-POST-PAIR-ID
           move ws-value-date to JNLREC-POST-VALUE-DATE
           move XFRNARI to JNLREC-POST-NARRATIVE
           move 'TR' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cxfr-write-one-leg

      *    raises a live alert
           if not ws-in-training
               perform cxfr-check-takeover
               perform cxfr-notify-transfer
           end-if
           end-if
           exit
           move ws-pair-id to FUTRWHS-POST-PAIR-ID
           move ws-value-date to FUTRWHS-POST-VALUE-DATE
           move XFRNARI to FUTRWHS-POST-NARRATIVE
           move 'TR' to FUTRWHS-POST-TXN-TYPE
           move ws-trace-id to FUTRWHS-POST-TRACE-ID
           perform cxfr-warehouse-one-leg

           move ws-pair-id to FUTRWHS-POST-PAIR-ID
           move ws-value-date to FUTRWHS-POST-VALUE-DATE
           move XFRNARI to FUTRWHS-POST-NARRATIVE
           move 'TR' to FUTRWHS-POST-TXN-TYPE
           move ws-trace-id to FUTRWHS-POST-TRACE-ID
           perform cxfr-warehouse-one-leg

           exit
           .
      ***--------------------------------------------------------------*
      *** is any holder of the from-account under a sanctions hold?   *
      *** Every ACCTXREF holder's SANCHIT rows are browsed; a pending *
      *** or confirmed row holds the transfer                         *
      ***--------------------------------------------------------------*
       cxfr-check-sanctions section.
       cxfr-check-sanctions-para.
           move 'N' to ws-sanc-held
           move spaces to ws-sanc-held-cust
           move XFRFRMI to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           exec cics
               startbr file('ACCTXREF')
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp = dfhresp(normal)
               move 'Y' to ws-sanc-xref-browse
               perform cxfr-sanc-xref-next
                   until not ws-sanc-xref-browsing
               exec cics
                   endbr file('ACCTXREF')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-sanc-xref-next section.
       cxfr-sanc-xref-next-para.
           exec cics
               readnext file('ACCTXREF')
               into(ACCTXREF-RECORD)
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp not = dfhresp(normal)
               or ACCTXREF-ACCTNO not = XFRFRMI
               or ws-sanc-is-held
               move 'N' to ws-sanc-xref-browse
           else
               move ACCTXREF-CUSTNO to SANCHIT-CUSTNO
               move low-values to SANCHIT-ENTRY-ID
               exec cics
                   startbr file('SANCHIT')
                   ridfld(SANCHIT-KEY)
                   resp(ws-sanchit-resp)
               end-exec
               if ws-sanchit-resp = dfhresp(normal)
                   move 'Y' to ws-sanc-hit-browse
                   perform cxfr-sanc-hit-next
                       until not ws-sanc-hit-browsing
                   exec cics
                       endbr file('SANCHIT')
                   end-exec
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-sanc-hit-next section.
       cxfr-sanc-hit-next-para.
           exec cics
               readnext file('SANCHIT')
               into(SANCHIT-RECORD)
               ridfld(SANCHIT-KEY)
               resp(ws-sanchit-resp)
           end-exec
           if ws-sanchit-resp not = dfhresp(normal)
               or SANCHIT-CUSTNO not = ACCTXREF-CUSTNO
               move 'N' to ws-sanc-hit-browse
           else
               if SANCHIT-BLOCKS
                   move 'Y' to ws-sanc-held
                   move SANCHIT-CUSTNO to ws-sanc-held-cust
                   move 'N' to ws-sanc-hit-browse
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the refusal goes on the message line and to journal1, so    *
      *** compliance can see who tried to move held money             *
      ***--------------------------------------------------------------*
       cxfr-sanctions-refusal section.
       cxfr-sanctions-refusal-para.
           move 'Transfer HELD - customer under sanctions review'
               to XFRMSGO
           move 'EXFR0038' to ws-msg-no
           perform cxfr-catalogue-message
           move ws-xfr-amount to ws-amt-disp
           move spaces to ws-aud-msg
           string 'SANCHOLD '
               'FROM=' XFRFRMI ' '
               'CUST=' ws-sanc-held-cust ' '
               'AMT=' ws-amt-disp ' '
               'UID=' ws-auth-userid
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('SN') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** the from-account's mandate against the customers keyed as   *
      *** instructing the transfer                                    *
      ***--------------------------------------------------------------*
       cxfr-sign-from-account section.
       cxfr-sign-from-account-para.
           move XFRFRMI to ws-sgn-acctno
           move ws-xfr-amount to ws-sgn-amount
           move XFRSG1I to ws-sgn-cust1
           move XFRSG2I to ws-sgn-cust2
           perform cxfr-check-signing
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
       cxfr-check-signing section.
       cxfr-check-signing-para.
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
               perform cxfr-signing-standing
               move ws-sgn-eligible to ws-sgn-elig1
               move ws-sgn-limit to ws-sgn-limit1
               move 'N' to ws-sgn-elig2
               move 0 to ws-sgn-limit2
               if ws-sgn-cust2 not = spaces
                   move ws-sgn-cust2 to ws-sgn-cust
                   perform cxfr-signing-standing
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
       cxfr-signing-standing section.
       cxfr-signing-standing-para.
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
       cxfr-signing-refusal section.
       cxfr-signing-refusal-para.
           move ws-sgn-reason to XFRMSGO
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
      *** every holder of the from-account opted in to transfer       *
      *** notifications gets the event - amount and the to-account   *
      ***--------------------------------------------------------------*
       cxfr-notify-transfer section.
       cxfr-notify-transfer-para.
           move XFRFRMI to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           exec cics
               startbr file('ACCTXREF')
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp = dfhresp(normal)
               move 'Y' to ws-ntf-browse
               perform cxfr-notify-transfer-next
                   until not ws-ntf-browsing
               exec cics
                   endbr file('ACCTXREF')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-notify-transfer-next section.
       cxfr-notify-transfer-next-para.
           exec cics
               readnext file('ACCTXREF')
               into(ACCTXREF-RECORD)
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp not = dfhresp(normal)
               move 'N' to ws-ntf-browse
           else
               if ACCTXREF-ACCTNO not = XFRFRMI
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
                       and NTFPREF-WANTS-TRANSFER
                       perform cxfr-notify-queue
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-notify-queue section.
       cxfr-notify-queue-para.
           move spaces to NTFQUE-RECORD
           move NTFPREF-CUSTNO to NTFQUE-CUSTNO
           move current-date(1:14) to NTFQUE-STAMP
           move 1 to NTFQUE-SEQ
           move 'Q' to NTFQUE-STATUS
           move 'TRANSFER' to NTFQUE-EVENT
           move XFRFRMI to NTFQUE-ACCTNO
           move ws-xfr-amount to NTFQUE-AMOUNT
           move 0 to NTFQUE-BALANCE
           move XFRTOI to NTFQUE-OTHER
           move ws-program-name to NTFQUE-SOURCE
           move current-date(1:8) to NTFQUE-REQ-DATE
           move 0 to NTFQUE-DONE-DATE
           move 'N' to ws-ntf-written
           perform cxfr-notify-queue-write
               until ws-ntf-write-done
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-notify-queue-write section.
       cxfr-notify-queue-write-para.
           exec cics
               write file('NTFQUE')
               from(NTFQUE-RECORD)
               ridfld(NTFQUE-KEY)
               resp(ws-ntfque-resp)
           end-exec
           if ws-ntfque-resp = dfhresp(normal)
               move 'Y' to ws-ntf-written
           else
               if ws-ntfque-resp = dfhresp(duprec)
                   and NTFQUE-SEQ < 99
                   add 1 to NTFQUE-SEQ
               else
                   move 'F' to ws-ntf-written
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the from-account's primary owner off the account-keyed      *
      *** cross-reference                                             *
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** both ends of the transfer - a staff member may move money   *
      *** neither out of nor into an account they are linked to       *
      ***--------------------------------------------------------------*
       cxfr-check-staff-accts section.
       cxfr-check-staff-accts-para.
           move 'N' to ws-stf-linked
           move spaces to ws-stf-custno
           move XFRFRMI to ws-stf-acctno
           perform cxfr-check-staff-link
           if not ws-stf-is-linked
               move spaces to ws-stf-custno
               move XFRTOI to ws-stf-acctno
               perform cxfr-check-staff-link
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** is the signed-on user tied by STAFFLNK to the customer in    *
      *** ws-stf-custno, or to the account in ws-stf-acctno through    *
      *** any of its ACCTXREF holders?  Only ever sets the switch, so  *
      *** a caller clears it once and checks everything it acts on     *
      ***--------------------------------------------------------------*
       cxfr-check-staff-link section.
       cxfr-check-staff-link-para.
           if not ws-stf-is-linked and ws-auth-userid not = spaces
               if ws-stf-custno not = low-values and spaces
                   perform cxfr-staff-link-read
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
                       perform cxfr-staff-link-next
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
       cxfr-staff-link-next section.
       cxfr-staff-link-next-para.
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
               perform cxfr-staff-link-read
               if ws-stf-is-linked
                   move 'N' to ws-stf-browse
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-staff-link-read section.
       cxfr-staff-link-read-para.
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
       cxfr-staff-refusal section.
       cxfr-staff-refusal-para.
           move 'Refused - your own or a related customer'
               to XFRMSGO
           move 'ETP00003' to ws-msg-no
           perform cxfr-catalogue-message
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
       cxfr-load-context section.
       cxfr-load-context-para.
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
               move IDLETRK-CTX-ACCTNO to XFRFRMO
               move ws-attr-mdt to XFRFRMA
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** PF3 goes back to the screen a PF key jumped here from,      *
      *** or to the menu; either way the jump is over                 *
      ***--------------------------------------------------------------*
       cxfr-go-back section.
       cxfr-go-back-para.
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
       cxfr-catalogue-message section.
       cxfr-catalogue-message-para.
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
               move MSGCAT-TEXT to XFRMSGO
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
       cxfr-log-privact section.
       cxfr-log-privact-para.
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
               move spaces to PRIVACT-ACTION
               move XFRFRMI to PRIVACT-RECKEY
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
           exit
           .
      ***--------------------------------------------------------------*
      *** a funds refusal spells out the from-account's figures: the  *
      *** ledger, the partner credits still uncollected on it, and    *
      *** the available balance the check ran against                 *
      ***--------------------------------------------------------------*
       cxfr-funds-message section.
       cxfr-funds-message-para.
           move 0 to ws-from-uncoll
           move XFRFRMI to UNCOLL-ACCTNO
           move 0 to UNCOLL-POST-DATE
           move low-values to UNCOLL-TRACE-ID
           exec cics
               startbr file(ws-uncoll-fname)
               ridfld(UNCOLL-KEY)
               resp(ws-uncoll-resp)
           end-exec
           if ws-uncoll-resp = dfhresp(normal)
               perform cxfr-funds-uncoll-next
                   until ws-uncoll-resp not = dfhresp(normal)
               exec cics
                   endbr file(ws-uncoll-fname)
               end-exec
           end-if
           move ws-from-ledger to ws-fund-ledger-disp
           move ws-from-uncoll to ws-fund-uncoll-disp
           move ws-from-balance to ws-fund-avail-disp
           move spaces to XFRMSGO
           string 'Insufficient funds - ledger' ws-fund-ledger-disp
               ' uncoll ' ws-fund-uncoll-disp
               ' avail ' ws-fund-avail-disp
               into XFRMSGO
           exit
           .
      ***--------------------------------------------------------------*
       cxfr-funds-uncoll-next section.
       cxfr-funds-uncoll-next-para.
           exec cics
               readnext file(ws-uncoll-fname)
               into(UNCOLL-RECORD)
               ridfld(UNCOLL-KEY)
               resp(ws-uncoll-resp)
           end-exec
           if ws-uncoll-resp = dfhresp(normal)
               if UNCOLL-ACCTNO not = XFRFRMI
                   move dfhresp(endfile) to ws-uncoll-resp
               else
                   if UNCOLL-IS-UNCOLLECTED
                       add UNCOLL-AMOUNT to ws-from-uncoll
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** points this session's data access at the practice copies    *
      ***--------------------------------------------------------------*
       cxfr-set-training-files section.
       cxfr-set-training-files-para.
           move 'TRNAMAST' to ws-acctmast-fname
           move 'trnjrnl4' to ws-jnl4-name
           move 'TRNUNCOL' to ws-uncoll-fname
           exit
           .
       end-program.
