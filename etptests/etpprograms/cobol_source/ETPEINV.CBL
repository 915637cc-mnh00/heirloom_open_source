      * ETPEINV - single-account investigation
      * "Where is my payment" on one screen instead of five: key an
      * account number and get the account's watch-list and stop
      * flags (and a loan's arrears), a dated page of its POSTHIST
      * timeline (reversal rows named with the ETPBREV run id that
      * wrote them, reversed rows marked), and its open SUSPFILE and
      * HELDPOST entries with status and reason, then its uncollected
      * partner credits with their release dates and the legal orders
      * holding its money
      * (the count of active orders on the flag line, each order's
      * reference and attached amount in the queue area).  PF8 pages
      * the timeline forward.  The whole money trail for one account,
      * assembled here instead of in an investigator's head.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.
      * PF4 account inquiry, PF6 account maintenance, PF7 transfer,
      * PF9 standing orders, PF10 customer change history and PF11
      * customer maintenance jump to that screen with the account
      * or customer last displayed filled in, the screen's own
      * authorization check deciding whether it opens; PF3 there
      * comes back here.  The account shown here becomes the
      * session's - cleared at signon, signoff and idle timeout.

       environment division.

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
      *    the MSGCAT catalogue - see cinv-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EINV session terminated.'.
       01  ws-work.
       01  ws-suspfile-resp                  pic s9(8) comp.
       copy HELDPOST.
       01  ws-heldpost-resp                  pic s9(8) comp.
       copy UNCOLL.
       01  ws-uncoll-resp                    pic s9(8) comp.
       copy WATCHLST.
       01  ws-watchlst-resp                  pic s9(8) comp.
       copy STOPINST.
       01  ws-stopinst-resp                  pic s9(8) comp.
       copy LEGALORD.
       01  ws-legalord-resp                  pic s9(8) comp.
      *    the master itself, for a loan's arrears on the flag line
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.

       01  ws-filled                         pic 9(2) comp.
       01  ws-q-filled                       pic 9(2) comp.
       01  ws-queue-lines.
           03  ws-queue-disp                 pic x(70) occurs 3 times.
       01  ws-flag-line                      pic x(70).
       01  ws-flag-ptr                       pic 9(3) comp.
       01  ws-arrears-disp                   pic zz9.
       01  ws-stop-count                     pic 9(3) comp.
       01  ws-stop-disp                      pic zz9.
       01  ws-order-count                    pic 9(3) comp.
       01  ws-order-disp                     pic zz9.
       01  ws-browse-on                      pic x(1).
           88  ws-browsing                   value 'Y'.
       01  ws-amt-disp                       pic -zzzzzz9.99.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cinv-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-acctno                 pic x(10).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cinv-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       end-exec
                       exec cics return end-exec

      *            PF3 goes back to the screen a PF key jumped here
      *            from, otherwise transfers to EMNU menu
                   WHEN DFHPF3
                       perform cinv-go-back

      *            ENTER opens the keyed account from the top
                   when DFHENTER
                       if INVACNI = low-values or spaces
                           move 'Must supply an account number'
                               to INVMSGO
                           move 'EINV0001' to ws-msg-no
                           perform cinv-catalogue-message
                       else
                           move INVACNI to ws-cur-acctno
                           move 0 to ws-top-date
                           move 0 to ws-top-seq
                           perform cinv-assemble
                           move ws-cur-acctno to ws-ctx-acctno
                           move spaces to ws-ctx-custno
                           perform cinv-save-context
                       end-if
                       perform cics-send-cinv

                   when DFHPF8
                       if ws-cur-acctno = spaces
                           move 'Key an account first' to INVMSGO
                           move 'EINV0002' to ws-msg-no
                           perform cinv-catalogue-message
                       else
                           perform cinv-assemble
                       end-if
                       perform cics-send-cinv

      *            the jump keys take the session's account or
      *            customer to the related screens
                   when DFHPF4
                       move 'EACT' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform cinv-jump
                   when DFHPF6
                       move 'EAMT' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform cinv-jump
                   when DFHPF7
                       move 'EXFR' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform cinv-jump
                   when DFHPF9
                       move 'ESTO' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform cinv-jump
                   when DFHPF10
                       move 'ECAH' to ws-jump-tran
                       move 'C' to ws-jump-kind
                       perform cinv-jump
                   when DFHPF11
                       move 'ECST' to ws-jump-tran
                       move 'C' to ws-jump-kind
                       perform cinv-jump

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move spaces to ws-cur-acctno
                       move 'Display reset by clear key'
                           to INVMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cinv-catalogue-message
                       perform cics-send-cinv
                   when other
                       move 'Unexpected 3270 attention key'
                           to INVMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cinv-catalogue-message
                       perform cinv-log-unsupkey
                       perform cics-send-cinv
               end-evaluate
           else
               perform cinv-load-context
               perform cics-send-cinv
           end-if
           exit
           if ws-filled = 0
               move 'No history past this point - PF8 wraps'
                   to INVMSGO
               move 'EINV0003' to ws-msg-no
               perform cinv-catalogue-message
               move 0 to ws-top-date
               move 0 to ws-top-seq
           else
               move 'PF8 pages the timeline forward' to INVMSGO
               move 'EINV0004' to ws-msg-no
               perform cinv-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the watch-list reason, the count of live stop instructions  *
      *** and of active legal orders, on one line                      *
      ***--------------------------------------------------------------*
       cinv-load-flags section.
       cinv-load-flags-para.
               end-exec
           end-if
           move ws-stop-count to ws-stop-disp
           move 1 to ws-flag-ptr
           if ws-watchlst-resp = dfhresp(normal)
               string 'WATCHED: ' WATCHLST-REASON
                   '  LIVE STOPS: ' ws-stop-disp
                   into ws-flag-line
                   with pointer ws-flag-ptr
           else
               string 'NOT WATCHED  LIVE STOPS: ' ws-stop-disp
                   into ws-flag-line
                   with pointer ws-flag-ptr
           end-if
           move 0 to ws-order-count
           move ws-cur-acctno to LEGALORD-ACCTNO
           move 0 to LEGALORD-PRIORITY
           move 0 to LEGALORD-SEQ
           exec cics
               startbr file('LEGALORD')
               ridfld(LEGALORD-KEY)
               resp(ws-legalord-resp)
           end-exec
           if ws-legalord-resp = dfhresp(normal)
               move 'Y' to ws-browse-on
               perform cinv-count-order
                   until not ws-browsing
               exec cics
                   endbr file('LEGALORD')
               end-exec
           end-if
           if ws-order-count > 0
               move ws-order-count to ws-order-disp
               string '  LEGAL ORDERS: ' ws-order-disp
                   into ws-flag-line
                   with pointer ws-flag-ptr
           end-if
      *    an instalment loan behind with its repayments says so
           move ws-cur-acctno to ACCTMAST-ACCTNO
           exec cics
               read file('ACCTMAST')
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp = dfhresp(normal)
               if ACCTMAST-IS-LOAN
                   and not ACCTMAST-NOT-IN-ARREARS
                   move ACCTMAST-ARREARS-COUNT to ws-arrears-disp
                   string '  LOAN ARREARS: ' ws-arrears-disp
                       into ws-flag-line
                       with pointer ws-flag-ptr
               end-if
           end-if
           exit
           .
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cinv-count-order section.
       cinv-count-order-para.
           exec cics
               readnext file('LEGALORD')
               into(LEGALORD-RECORD)
               ridfld(LEGALORD-KEY)
               resp(ws-legalord-resp)
           end-exec
           if ws-legalord-resp not = dfhresp(normal)
               move 'N' to ws-browse-on
           else
               if LEGALORD-ACCTNO not = ws-cur-acctno
                   move 'N' to ws-browse-on
               else
                   if LEGALORD-IS-ACTIVE
                       add 1 to ws-order-count
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** ten timeline rows from the saved position, remembering     *
      *** where the page ended so PF8 carries on                      *
                       ws-bal-disp ' '
                       POSTHIST-NARRATIVE '<REVERSED'
                       into ws-line
               when POSTHIST-WAS-RETURNED
                   string POSTHIST-DATE ' '
                       ws-amt-disp ' '
                       ws-bal-disp ' '
                       POSTHIST-NARRATIVE '<RETURNED'
                       into ws-line
               when other
                   string POSTHIST-DATE ' '
                       ws-amt-disp ' '
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's open suspense and held entries, then its      *
      *** uncollected credits and active legal orders - up to three   *
      *** lines, which is almost always all of them; all four are     *
      *** small by design                                             *
      ***--------------------------------------------------------------*
       cinv-load-queues section.
       cinv-load-queues-para.
                   end-exec
               end-if
           end-if
           if ws-q-filled < 3
               move ws-cur-acctno to UNCOLL-ACCTNO
               move 0 to UNCOLL-POST-DATE
               move low-values to UNCOLL-TRACE-ID
               exec cics
                   startbr file('UNCOLL')
                   ridfld(UNCOLL-KEY)
                   resp(ws-uncoll-resp)
               end-exec
               if ws-uncoll-resp = dfhresp(normal)
                   move 'Y' to ws-browse-on
                   perform cinv-scan-uncollected
                       until not ws-browsing
                          or ws-q-filled >= 3
                   exec cics
                       endbr file('UNCOLL')
                   end-exec
               end-if
           end-if
           if ws-q-filled < 3
               move ws-cur-acctno to LEGALORD-ACCTNO
               move 0 to LEGALORD-PRIORITY
               move 0 to LEGALORD-SEQ
               exec cics
                   startbr file('LEGALORD')
                   ridfld(LEGALORD-KEY)
                   resp(ws-legalord-resp)
               end-exec
               if ws-legalord-resp = dfhresp(normal)
                   move 'Y' to ws-browse-on
                   perform cinv-scan-orders
                       until not ws-browsing
                          or ws-q-filled >= 3
                   exec cics
                       endbr file('LEGALORD')
                   end-exec
               end-if
           end-if
           if ws-q-filled = 0
               move 'Nothing in suspense, held, uncollected or ordered'
                   to ws-queue-disp(1)
           end-if
           exit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a partner credit posted but still uncollected, with the     *
      *** date its funds become available                             *
      ***--------------------------------------------------------------*
       cinv-scan-uncollected section.
       cinv-scan-uncollected-para.
           exec cics
               readnext file('UNCOLL')
               into(UNCOLL-RECORD)
               ridfld(UNCOLL-KEY)
               resp(ws-uncoll-resp)
           end-exec
           if ws-uncoll-resp not = dfhresp(normal)
               move 'N' to ws-browse-on
           else
               if UNCOLL-ACCTNO not = ws-cur-acctno
                   move 'N' to ws-browse-on
               else
                   if UNCOLL-IS-UNCOLLECTED
                       add 1 to ws-q-filled
                       move UNCOLL-AMOUNT to ws-amt-disp
                       move spaces to ws-line
                       string 'UNCOLL   ' UNCOLL-POST-DATE
                           ' ' ws-amt-disp
                           ' RELEASE ' UNCOLL-RELEASE-DATE
                           ' ' UNCOLL-NARRATIVE
                           into ws-line
                       move ws-line to ws-queue-disp(ws-q-filled)
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an active legal order, with what it holds of the amount     *
      *** ordered                                                     *
      ***--------------------------------------------------------------*
       cinv-scan-orders section.
       cinv-scan-orders-para.
           exec cics
               readnext file('LEGALORD')
               into(LEGALORD-RECORD)
               ridfld(LEGALORD-KEY)
               resp(ws-legalord-resp)
           end-exec
           if ws-legalord-resp not = dfhresp(normal)
               move 'N' to ws-browse-on
           else
               if LEGALORD-ACCTNO not = ws-cur-acctno
                   move 'N' to ws-browse-on
               else
                   if LEGALORD-IS-ACTIVE
                       add 1 to ws-q-filled
                       move LEGALORD-HELD to ws-amt-disp
                       move spaces to ws-line
                       string 'ORDER    ' LEGALORD-SERVED-DATE
                           ' ' ws-amt-disp
                           ' ' LEGALORD-KIND
                           ' ' LEGALORD-ORDER-REF
                           into ws-line
                       move ws-line to ws-queue-disp(ws-q-filled)
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cinv-scan-held section.
       cinv-scan-held-para.
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
       cinv-load-context section.
       cinv-load-context-para.
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
               move IDLETRK-CTX-ACCTNO to INVACNO
               move ws-attr-mdt to INVACNA
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** PF3 goes back to the screen a PF key jumped here from,      *
      *** or to the menu; either way the jump is over                 *
      ***--------------------------------------------------------------*
       cinv-go-back section.
       cinv-go-back-para.
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
       cinv-save-context section.
       cinv-save-context-para.
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
       cinv-jump section.
       cinv-jump-para.
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
                   move 'Display an account first' to INVMSGO
                   move 'EINV0005' to ws-msg-no
               else
                   move 'Display a customer first' to INVMSGO
                   move 'EINV0006' to ws-msg-no
               end-if
               perform cinv-catalogue-message
               perform cics-send-cinv
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       cinv-catalogue-message section.
       cinv-catalogue-message-para.
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
               move MSGCAT-TEXT to INVMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** privileged-activity trail - an admin or senior user's        *
      *** interaction is recorded on PRIVACT with the key of the       *
      *** record it was about, apart from the operational journals     *
      ***--------------------------------------------------------------*
       cinv-log-privact section.
       cinv-log-privact-para.
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
               move INVACNI to PRIVACT-RECKEY
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
