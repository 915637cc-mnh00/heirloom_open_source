
      * ETPEACT - CICS account-inquiry transaction
      * Looks an account number up on the Account Master file and
      * displays its balance and status - ledger, uncollected partner
      * credits and available - with the open authorisation holds
      * (earmarks) listed ahead of the recent postings, and after them
      * each active legal order against the account with the amount
      * it holds of the amount ordered (live files only - there is no
      * practice copy of the legal orders)
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well
      * PF5 investigation, PF6 account maintenance, PF7 transfer,
      * PF9 standing orders, PF10 customer change history and PF11
      * customer maintenance jump to that screen with the account
      * or customer last displayed filled in, the screen's own
      * authorization check deciding whether it opens; PF3 there
      * comes back here.  The account shown here becomes the
      * session's - cleared at signon, signoff and idle timeout.

       environment division.

       01  ws-posthist-fname                 pic x(8) value 'POSTHIST'.
       01  ws-custmast-fname                 pic x(8) value 'CUSTMAST'.
       01  ws-acctxref-fname                 pic x(8) value 'ACCTXREF'.
       01  ws-earmark-fname                  pic x(8) value 'EARMARK'.
       01  ws-uncoll-fname                   pic x(8) value 'UNCOLL'.
       01  ws-legalord-fname                 pic x(8) value 'LEGALORD'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
           value 'Not authorized for this transaction.'.
       copy IDLETRK.
       01  ws-idle-resp                      pic s9(8) comp.

      *    session context - the account and customer last displayed
      *    ride on the terminal's IDLETRK row from screen to screen;
      *    a field filled in from it is sent modified so ENTER takes it
       01  ws-attr-mdt                       pic x value 'A'.
       01  ws-ctx-acctno                     pic x(10).
       01  ws-ctx-custno                     pic x(10).
       01  ws-jump-tran                      pic x(4).
       01  ws-jump-kind                      pic x(1).
           88  ws-jump-needs-account         value 'A'.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see ceac-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     CICS session terminated.'.
       01  ws-info-msg                       pic x(50).
      ***--------------------------------------------------------------*
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
      *    an instalment loan in arrears says so in the status and
      *    names the instalments and amount still owing
       01  ws-arrears-count-disp             pic zz9.
       01  ws-arrears-amt-disp               pic zzzzzz9.99.

      *    customer/account cross-reference plus the Customer Master
      *    itself, so the owning customers can be named next to the
           88  ws-owner-browsing             value 'Y'.
       01  ws-owner-count                    pic 9(3) comp.
       01  ws-primary-name                   pic x(30).
       01  ws-primary-custno                 pic x(10).
       01  ws-joint-extra                    pic 9(2).
       01  ws-owner-line                     pic x(30).
       copy CUSTMAST.
       01  ws-hist-line                      pic x(70).
       01  ws-hist-lines.
           03  ws-hist-disp                  pic x(70) occurs 10 times.
       77  ws-hist-max                       pic 9(2) comp value 10.
       01  ws-hist-room                      pic 9(2) comp.

      *    open authorisation holds on the account - they take the
      *    top lines of the history area, and the postings the rest
       copy EARMARK.
       01  ws-earmark-resp                   pic s9(8) comp.
       01  ws-ear-count                      pic 9(2) comp.
       01  ws-ear-amt-disp                   pic zzzzzz9.99.
       01  ws-ear-lines.
           03  ws-ear-disp                   pic x(70) occurs 10 times.

      *    active legal orders - listed with the earmarks, sharing
      *    their lines at the top of the history area
       copy LEGALORD.
       01  ws-legalord-resp                  pic s9(8) comp.
       01  ws-lgo-held-disp                  pic zzzzzz9.99.
       01  ws-lgo-amt-disp                   pic zzzzzz9.99.

      *    partner credits posted but still uncollected - the total
      *    sits between the ledger and the available balance
       copy UNCOLL.
       01  ws-uncoll-resp                    pic s9(8) comp.
       01  ws-uncoll-total                   pic s9(9)v99.

      ***--------------------------------------------------------------*
      *** account-number check digit - ten numeric digits, the tenth  *
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see ceac-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform ceac-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       end-exec
                       exec cics return end-exec

      *            PF3 goes back to the screen a PF key jumped here
      *            from, otherwise transfers to EMNU menu
                   WHEN DFHPF3
                       perform ceac-go-back

      *            ENTER looks up the entered account number
                   when DFHENTER
                       if ACTACNI = low-values or spaces
                           move 'Must supply an account number'
                               to ACTMSGO
                           move 'EACT0001' to ws-msg-no
                           perform ceac-catalogue-message
                       else
                           move ACTACNI to ws-ckd-acctno
                           perform ceac-check-acctno
                           if not ws-ckd-passes
                               move 'Account number fails check digit'
                                   to ACTMSGO
                               move 'EACT0002' to ws-msg-no
                               perform ceac-catalogue-message
                           else
                               perform ceac-lookup-account
                           end-if
                       end-if
                       perform cics-send-ceac

      *            the jump keys take the session's account or
      *            customer to the related screens
                   when DFHPF5
                       move 'EINV' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform ceac-jump
                   when DFHPF6
                       move 'EAMT' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform ceac-jump
                   when DFHPF7
                       move 'EXFR' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform ceac-jump
                   when DFHPF9
                       move 'ESTO' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform ceac-jump
                   when DFHPF10
                       move 'ECAH' to ws-jump-tran
                       move 'C' to ws-jump-kind
                       perform ceac-jump
                   when DFHPF11
                       move 'ECST' to ws-jump-tran
                       move 'C' to ws-jump-kind
                       perform ceac-jump

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to ACTMSGO
                       move 'ETP00001' to ws-msg-no
                       perform ceac-catalogue-message
                       perform cics-send-ceac
                   when other
                       move 'Unexpected 3270 attention key'
                           to ACTMSGO
                       move 'ETP00002' to ws-msg-no
                       perform ceac-catalogue-message
                       perform ceac-log-unsupkey
                       perform cics-send-ceac
               end-evaluate
           else
               perform ceac-capture-timing
               perform ceac-load-context
               perform cics-send-ceac
           end-if
           exit
               else
                   move ACCTMAST-BALANCE to ACTMEMO
               end-if
               perform ceac-load-uncollected
               move ws-uncoll-total to ACTUNCO
               evaluate true
                   when ACCTMAST-IS-ACTIVE
                       move 'ACTIVE' to ACTSTSO
                       move 'HOLD' to ACTSTSO
                   when ACCTMAST-IS-DORMANT
                       move 'DORMANT' to ACTSTSO
                   when ACCTMAST-IS-CHARGED-OFF
                       move 'CHGDOFF' to ACTSTSO
                   when ACCTMAST-IS-ESCHEATED
                       move 'ESCHEAT' to ACTSTSO
                   when ACCTMAST-IS-DECEASED
                       move 'DECEASD' to ACTSTSO
                   when other
                       move 'UNKNOWN' to ACTSTSO
               end-evaluate
               perform ceac-lookup-owner
               perform ceac-load-history
               move ACCTMAST-ACCTNO to ws-ctx-acctno
               move ws-primary-custno to ws-ctx-custno
               perform ceac-save-context
               move 'Account found' to ACTMSGO
               move 'EACT0003' to ws-msg-no
               perform ceac-catalogue-message
               if ACCTMAST-IS-LOAN
                   and ACCTMAST-IS-ACTIVE
                   and not ACCTMAST-NOT-IN-ARREARS
                   move 'ARREARS' to ACTSTSO
                   move ACCTMAST-ARREARS-COUNT to ws-arrears-count-disp
                   move ACCTMAST-ARREARS-AMOUNT to ws-arrears-amt-disp
                   move spaces to ACTMSGO
                   string 'Loan in arrears - '
                       ws-arrears-count-disp ' instalment(s), '
                       ws-arrears-amt-disp ' overdue'
                       into ACTMSGO
               end-if
           else
               move zero to ACTBALO
               move zero to ACTUNCO
               move spaces to ACTSTSO
               move spaces to ACTOWNO
               move spaces to ws-hist-lines
               perform ceac-show-history
               move 'Account not found' to ACTMSGO
               move 'EACT0004' to ws-msg-no
               perform ceac-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** totals the account's partner credits still uncollected      *
      ***--------------------------------------------------------------*
       ceac-load-uncollected section.
       ceac-load-uncollected-para.
           move 0 to ws-uncoll-total
           move ACCTMAST-ACCTNO to UNCOLL-ACCTNO
           move 0 to UNCOLL-POST-DATE
           move low-values to UNCOLL-TRACE-ID
           exec cics
               startbr file(ws-uncoll-fname)
               ridfld(UNCOLL-KEY)
               resp(ws-uncoll-resp)
           end-exec
           if ws-uncoll-resp = dfhresp(normal)
               perform ceac-load-uncollected-next
                   until ws-uncoll-resp not = dfhresp(normal)
               exec cics
                   endbr file(ws-uncoll-fname)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ceac-load-uncollected-next section.
       ceac-load-uncollected-next-para.
           exec cics
               readnext file(ws-uncoll-fname)
               into(UNCOLL-RECORD)
               ridfld(UNCOLL-KEY)
               resp(ws-uncoll-resp)
           end-exec
           if ws-uncoll-resp = dfhresp(normal)
               if UNCOLL-ACCTNO not = ACCTMAST-ACCTNO
                   move dfhresp(endfile) to ws-uncoll-resp
               else
                   if UNCOLL-IS-UNCOLLECTED
                       add UNCOLL-AMOUNT to ws-uncoll-total
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ceac-load-history section.
       ceac-load-history-para.
           perform ceac-load-earmarks
           compute ws-hist-room = ws-hist-max - ws-ear-count
           end-compute
           move spaces to ws-hist-lines
           move 0 to ws-hist-count
           move ACCTMAST-ACCTNO to POSTHIST-ACCTNO
               end-exec
           end-if
           if ws-hist-count = 0
               and ws-hist-room > 0
               move 'No recent postings on file' to ws-hist-disp(1)
               move 1 to ws-hist-count
           end-if
           if ws-ear-count > 0
               perform ceac-lower-history
                   varying ws-hist-idx from ws-hist-count by -1
                   until ws-hist-idx < 1
               perform ceac-place-earmark
                   varying ws-hist-idx from 1 by 1
                   until ws-hist-idx > ws-ear-count
           end-if
           perform ceac-show-history
           exit
                   string POSTHIST-DATE '  '
                       ws-hist-amt-disp '  '
                       'balance ' ws-hist-bal-disp '  '
                       POSTHIST-TXN-TYPE ' ' POSTHIST-NARRATIVE
                       into ws-hist-line
                   if ws-hist-room > 0
                       if ws-hist-count < ws-hist-room
                           add 1 to ws-hist-count
                       else
                           perform ceac-shift-history
                               varying ws-hist-idx from 1 by 1
                               until ws-hist-idx >= ws-hist-room
                       end-if
                       move ws-hist-line
                           to ws-hist-disp(ws-hist-count)
                   end-if
               end-if
           end-if
           exit
               to ws-hist-disp(ws-hist-idx)
           exit
           .
      ***--------------------------------------------------------------*
      *** moves the postings kept down below the earmark lines        *
      ***--------------------------------------------------------------*
       ceac-lower-history section.
       ceac-lower-history-para.
           move ws-hist-disp(ws-hist-idx)
               to ws-hist-disp(ws-hist-idx + ws-ear-count)
           exit
           .
      ***--------------------------------------------------------------*
       ceac-place-earmark section.
       ceac-place-earmark-para.
           move ws-ear-disp(ws-hist-idx) to ws-hist-disp(ws-hist-idx)
           exit
           .
      ***--------------------------------------------------------------*
      *** browses the account's earmarks and keeps a line for each    *
      *** one still open, then one for each active legal order, up    *
      *** to a full history area                                      *
      ***--------------------------------------------------------------*
       ceac-load-earmarks section.
       ceac-load-earmarks-para.
           move spaces to ws-ear-lines
           move 0 to ws-ear-count
           move ACCTMAST-ACCTNO to EARMARK-ACCTNO
           move low-values to EARMARK-REF
           exec cics
               startbr file(ws-earmark-fname)
               ridfld(EARMARK-KEY)
               resp(ws-earmark-resp)
           end-exec
           if ws-earmark-resp = dfhresp(normal)
               perform ceac-load-earmarks-next
                   until ws-earmark-resp not = dfhresp(normal)
               exec cics
                   endbr file(ws-earmark-fname)
               end-exec
           end-if
           if not ws-in-training
               perform ceac-load-legal-orders
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ceac-load-earmarks-next section.
       ceac-load-earmarks-next-para.
           exec cics
               readnext file(ws-earmark-fname)
               into(EARMARK-RECORD)
               ridfld(EARMARK-KEY)
               resp(ws-earmark-resp)
           end-exec
           if ws-earmark-resp = dfhresp(normal)
               if EARMARK-ACCTNO not = ACCTMAST-ACCTNO
                   or ws-ear-count >= ws-hist-max
                   move dfhresp(endfile) to ws-earmark-resp
               else
                   if EARMARK-IS-OPEN
                       add 1 to ws-ear-count
                       move EARMARK-AMOUNT to ws-ear-amt-disp
                       string 'EARMARK ' EARMARK-REF '  '
                           ws-ear-amt-disp '  expires '
                           EARMARK-EXPIRY-DATE
                           into ws-ear-disp(ws-ear-count)
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ceac-load-legal-orders section.
       ceac-load-legal-orders-para.
           move ACCTMAST-ACCTNO to LEGALORD-ACCTNO
           move 0 to LEGALORD-PRIORITY
           move 0 to LEGALORD-SEQ
           exec cics
               startbr file(ws-legalord-fname)
               ridfld(LEGALORD-KEY)
               resp(ws-legalord-resp)
           end-exec
           if ws-legalord-resp = dfhresp(normal)
               perform ceac-load-legal-orders-next
                   until ws-legalord-resp not = dfhresp(normal)
               exec cics
                   endbr file(ws-legalord-fname)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ceac-load-legal-orders-next section.
       ceac-load-legal-orders-next-para.
           exec cics
               readnext file(ws-legalord-fname)
               into(LEGALORD-RECORD)
               ridfld(LEGALORD-KEY)
               resp(ws-legalord-resp)
           end-exec
           if ws-legalord-resp = dfhresp(normal)
               if LEGALORD-ACCTNO not = ACCTMAST-ACCTNO
                   or ws-ear-count >= ws-hist-max
                   move dfhresp(endfile) to ws-legalord-resp
               else
                   if LEGALORD-IS-ACTIVE
                       add 1 to ws-ear-count
                       move LEGALORD-HELD to ws-lgo-held-disp
                       move LEGALORD-AMOUNT to ws-lgo-amt-disp
                       string 'LEGAL ORDER ' LEGALORD-ORDER-REF
                           '  held ' ws-lgo-held-disp
                           ' of ' ws-lgo-amt-disp
                           into ws-ear-disp(ws-ear-count)
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ceac-show-history section.
       ceac-show-history-para.
       ceac-lookup-owner-para.
           move spaces to ACTOWNO
           move spaces to ws-primary-name
           move spaces to ws-primary-custno
           move 0 to ws-owner-count
           move ACCTMAST-ACCTNO to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
                   if ACCTXREF-IS-PRIMARY
                       or ws-primary-name = spaces
                       move ACCTXREF-CUSTNO to CUSTMAST-CUSTNO
                       move ACCTXREF-CUSTNO to ws-primary-custno
                       exec cics
                           read file(ws-custmast-fname)
                           into(CUSTMAST-RECORD)
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
       ceac-load-context section.
       ceac-load-context-para.
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
               move IDLETRK-CTX-ACCTNO to ACTACNO
               move ws-attr-mdt to ACTACNA
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** PF3 goes back to the screen a PF key jumped here from,      *
      *** or to the menu; either way the jump is over                 *
      ***--------------------------------------------------------------*
       ceac-go-back section.
       ceac-go-back-para.
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
      *** the account and customer just displayed become the          *
      *** session's; a new account without a customer named           *
      *** drops the customer that went with the old one               *
      ***--------------------------------------------------------------*
       ceac-save-context section.
       ceac-save-context-para.
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
                   if ws-ctx-custno = spaces
                       and IDLETRK-CTX-ACCTNO not = ws-ctx-acctno
                       move spaces to IDLETRK-CTX-CUSTNO
                   end-if
                   if ws-ctx-custno not = spaces
                       move ws-ctx-custno to IDLETRK-CTX-CUSTNO
                   end-if
                   move ws-ctx-acctno to IDLETRK-CTX-ACCTNO
               end-if
               exec cics
                   rewrite file('IDLETRK')
                   from(IDLETRK-RECORD)
                   resp(ws-idle-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** jumps to ws-jump-tran with the session's account or         *
      *** customer, leaving this screen as the one PF3 there          *
      *** comes back to; the target's own authorization check         *
      *** still decides whether it opens                              *
      ***--------------------------------------------------------------*
       ceac-jump section.
       ceac-jump-para.
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               update
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal)
               and IDLETRK-IS-SIGNED-ON
               and ((ws-jump-needs-account
                     and IDLETRK-CTX-ACCTNO not = spaces)
                 or (not ws-jump-needs-account
                     and IDLETRK-CTX-CUSTNO not = spaces))
               move eibtrnid to IDLETRK-CTX-JUMP-FROM
               move ws-jump-tran to IDLETRK-CTX-JUMP-TO
               exec cics
                   rewrite file('IDLETRK')
                   from(IDLETRK-RECORD)
                   resp(ws-idle-resp)
               end-exec
               move ws-jump-tran to ws-next-tran
           else
               if ws-idle-resp = dfhresp(normal)
                   exec cics
                       unlock file('IDLETRK')
                       resp(ws-idle-resp)
                   end-exec
               end-if
               if ws-jump-needs-account
                   move 'Display an account first' to ACTMSGO
                   move 'EACT0005' to ws-msg-no
               else
                   move 'Display a customer first' to ACTMSGO
                   move 'EACT0006' to ws-msg-no
               end-if
               perform ceac-catalogue-message
               perform cics-send-ceac
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       ceac-catalogue-message section.
       ceac-catalogue-message-para.
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
               move MSGCAT-TEXT to ACTMSGO
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
       ceac-log-privact section.
       ceac-log-privact-para.
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
               move ACTACNI to PRIVACT-RECKEY
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
      *** points this session's data access at the practice copies    *
      ***--------------------------------------------------------------*
       ceac-set-training-files section.
           move 'TRNPHIST' to ws-posthist-fname
           move 'TRNCMAST' to ws-custmast-fname
           move 'TRNAXREF' to ws-acctxref-fname
           move 'TRNEMARK' to ws-earmark-fname
           move 'TRNUNCOL' to ws-uncoll-fname
           exit
           .
       end-program.
