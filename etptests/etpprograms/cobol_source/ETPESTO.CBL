      * next three expansion dates exactly as ETPBSTO will generate
      * them - so a mistyped next-due date is seen at the keyboard
      * instead of quietly never firing.  Every change is journalled
      * to journal1.  An order added or changed must be instructed
      * by customers keyed with it who satisfy the account's signing
      * mandate (SIGNRULE, SIGNATRY) for the order's amount; one the
      * mandate does not cover is refused and journalled.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.
      * The order's four latest payment attempts are shown off
      * STOATMP - paid, refused, retried or failed - and an order
      * ETPBSTO has suspended for failed payments is put back in
      * force by changing it.
      * A first display starts with the session's account - the one
      * last displayed on ETPEACT, ETPEINV or ETPECST - filled in,
      * and PF3 goes back to the screen a PF key jumped here from.

       environment division.

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
      *    the MSGCAT catalogue - see csto-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ESTO session terminated.'.
       01  ws-aud-msg                        pic x(80).
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** the order's payment attempts, the latest four kept as the   *
      *** browse passes them - see csto-show-outcomes                 *
      ***--------------------------------------------------------------*
       copy STOATMP.
       01  ws-stoatmp-resp                   pic s9(8) comp.
       01  ws-oc-browse                      pic x(1).
           88  ws-oc-browsing                value 'Y'.
       01  ws-oc-count                       pic 9(2) comp.
       01  ws-oc-sub                         pic 9(2) comp.
       01  ws-oc-lines.
           03  ws-oc-line                    pic x(40) occurs 4 times.
       01  ws-oc-word                        pic x(8).
       01  ws-oc-date                        pic 9(8).

      ***--------------------------------------------------------------*
      *** signing mandate - the account's SIGNRULE, its named         *
      *** signatories on SIGNATRY and its holders on ACCTXREF decide  *
      *** whether the customers keyed may instruct - see              *
      *** csto-check-signing                                           *
      ***--------------------------------------------------------------*
       copy ACCTXREF.
       01  ws-acctxref-resp                  pic s9(8) comp.
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

       01  ws-amount-text                    pic x(10).
       01  ws-amount-sign                    pic x(1).
       01  ws-amount-digits                  pic x(9).
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see csto-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform csto-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       end-exec
                       exec cics return end-exec

      *            PF3 goes back to the screen a PF key jumped here
      *            from, otherwise transfers to EMNU menu
                   WHEN DFHPF3
                       perform csto-go-back

      *            ENTER carries out the requested action
                   when DFHENTER
                           or STOIDFI not is numeric
                           move 'Order id must be six digits'
                               to STOMSGO
                           move 'ESTO0001' to ws-msg-no
                           perform csto-catalogue-message
                       else
                           evaluate STOACTI
                               when 'A'
                                   move
                                  'Action must be A, C, X or I'
                                       to STOMSGO
                                   move 'ESTO0002' to ws-msg-no
                                   perform csto-catalogue-message
                           end-evaluate
                       end-if
                       perform cics-send-csto
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to STOMSGO
                       move 'ETP00001' to ws-msg-no
                       perform csto-catalogue-message
                       perform cics-send-csto
                   when other
                       move 'Unexpected 3270 attention key'
                           to STOMSGO
                       move 'ETP00002' to ws-msg-no
                       perform csto-catalogue-message
                       perform csto-log-unsupkey
                       perform cics-send-csto
               end-evaluate
           else
               perform csto-load-context
               perform cics-send-csto
           end-if
           exit
               end-if
               move STOTXTI to STANDORD-TEXT
               move 'A' to STANDORD-STATUS
               move 0 to STANDORD-FAIL-COUNT
               exec cics
                   write file('STANDORD')
                   from(STANDORD-RECORD)
               end-exec
               if ws-standord-resp = dfhresp(duprec)
                   move 'Order id already on file' to STOMSGO
                   move 'ESTO0003' to ws-msg-no
                   perform csto-catalogue-message
                   move 'DUPLICATE' to ws-aud-status
               else if ws-standord-resp not = dfhresp(normal)
                   move 'Add failed' to STOMSGO
                   move 'ESTO0004' to ws-msg-no
                   perform csto-catalogue-message
                   move 'FAILED' to ws-aud-status
               else
                   perform csto-show-order
                   move 'Standing order added' to STOMSGO
                   move 'ESTO0005' to ws-msg-no
                   perform csto-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if end-if
               perform csto-write-audit
           .
      ***--------------------------------------------------------------*
      *** a change replaces the business fields of an existing order; *
      *** a cancelled order must be re-added, not quietly revived,    *
      *** but one suspended for failed payments is reinstated         *
      ***--------------------------------------------------------------*
       csto-change-order section.
       csto-change-order-para.
               if STANDORD-IS-CANCELLED
                   move 'Order is cancelled - add a new one'
                       to STOMSGO
                   move 'ESTO0006' to ws-msg-no
                   perform csto-catalogue-message
                   move 'CANCELLED' to ws-aud-status
                   exec cics
                       unlock file('STANDORD')
                           move STOEXPI to STANDORD-EXPIRY
                       end-if
                       move STOTXTI to STANDORD-TEXT
                       if STANDORD-IS-SUSPENDED
                           move 'A' to STANDORD-STATUS
                           move 0 to STANDORD-FAIL-COUNT
                           move 'REINSTATED' to ws-aud-status
                       end-if
                       exec cics
                           rewrite file('STANDORD')
                           from(STANDORD-RECORD)
                       end-exec
                       if ws-standord-resp = dfhresp(normal)
                           perform csto-show-order
                           if ws-aud-status = 'REINSTATED'
                               move
                               'Standing order changed and reinstated'
                                   to STOMSGO
                               move 'ESTO0007' to ws-msg-no
                               perform csto-catalogue-message
                           else
                               move 'Standing order changed' to STOMSGO
                               move 'ESTO0008' to ws-msg-no
                               perform csto-catalogue-message
                               move 'SUCCESS' to ws-aud-status
                           end-if
                       else
                           move 'Change failed' to STOMSGO
                           move 'ESTO0009' to ws-msg-no
                           perform csto-catalogue-message
                           move 'FAILED' to ws-aud-status
                       end-if
                       perform csto-write-audit
           if ws-standord-resp = dfhresp(normal)
               if STANDORD-IS-CANCELLED
                   move 'Order is already cancelled' to STOMSGO
                   move 'ESTO0010' to ws-msg-no
                   perform csto-catalogue-message
                   move 'ALREADY' to ws-aud-status
                   exec cics
                       unlock file('STANDORD')
                   end-exec
                   perform csto-show-order
                   move 'Standing order cancelled' to STOMSGO
                   move 'ESTO0011' to ws-msg-no
                   perform csto-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if
               perform csto-write-audit
           if ws-standord-resp = dfhresp(normal)
               perform csto-show-order
               move 'Standing order shown' to STOMSGO
               move 'ESTO0012' to ws-msg-no
               perform csto-catalogue-message
           else
               move spaces to STOACNO
               move spaces to STOFRQO
               move spaces to STOPRVO
               move spaces to STOSTSO
               move spaces to STOOC1O
               move spaces to STOOC2O
               move spaces to STOOC3O
               move spaces to STOOC4O
               move 'Standing order not found' to STOMSGO
               move 'ESTO0013' to ws-msg-no
               perform csto-catalogue-message
           end-if
           exit
           .
           end-exec
           if ws-standord-resp not = dfhresp(normal)
               move 'Standing order not found' to STOMSGO
               move 'ESTO0013' to ws-msg-no
               perform csto-catalogue-message
               move 'NOT FOUND' to ws-aud-status
               perform csto-write-audit
           end-if
           perform csto-check-acctno
           if not ws-ckd-passes
               move 'Account fails check digit' to STOMSGO
               move 'ESTO0014' to ws-msg-no
               perform csto-catalogue-message
               move 'BAD CHECKDGT' to ws-aud-status
               move 'N' to ws-edits-ok
           else
               end-exec
               if ws-acctmast-resp not = dfhresp(normal)
                   move 'Account not on the master' to STOMSGO
                   move 'ESTO0015' to ws-msg-no
                   perform csto-catalogue-message
                   move 'BAD ACCOUNT' to ws-aud-status
                   move 'N' to ws-edits-ok
               else if not ACCTMAST-IS-ACTIVE
                   move 'Account is not active' to STOMSGO
                   move 'ESTO0016' to ws-msg-no
                   perform csto-catalogue-message
                   move 'NOT ACTIVE' to ws-aud-status
                   move 'N' to ws-edits-ok
               else
                       or ws-amount-digits not is numeric
                       move 'Amount is sign plus nine digits'
                           to STOMSGO
                       move 'ESTO0017' to ws-msg-no
                       perform csto-catalogue-message
                       move 'BAD AMOUNT' to ws-aud-status
                       move 'N' to ws-edits-ok
                   else
                           and not = 'M'
                           move 'Frequency must be D, W or M'
                               to STOMSGO
                           move 'ESTO0018' to ws-msg-no
                           perform csto-catalogue-message
                           move 'BAD FREQ' to ws-aud-status
                           move 'N' to ws-edits-ok
                       else if STODUEI not is numeric
                           move 'Next-due must be YYYYMMDD'
                               to STOMSGO
                           move 'ESTO0019' to ws-msg-no
                           perform csto-catalogue-message
                           move 'BAD DUE' to ws-aud-status
                           move 'N' to ws-edits-ok
                       else if STOEXPI not = low-values and spaces
                           and STOEXPI not is numeric
                           move 'Expiry must be YYYYMMDD or blank'
                               to STOMSGO
                           move 'ESTO0020' to ws-msg-no
                           perform csto-catalogue-message
                           move 'BAD EXPIRY' to ws-aud-status
                           move 'N' to ws-edits-ok
                       end-if end-if end-if
                   end-if
               end-if end-if
           end-if
           if ws-edits-pass
               move STOACNI to ws-sgn-acctno
               move ws-order-amount to ws-sgn-amount
               move STOSG1I to ws-sgn-cust1
               move STOSG2I to ws-sgn-cust2
               perform csto-check-signing
               if not ws-sgn-is-passed
                   perform csto-signing-refusal
                   move 'SIGNING' to ws-aud-status
                   move 'N' to ws-edits-ok
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           move STANDORD-TEXT to STOTXTO
           if STANDORD-IS-CANCELLED
               move 'CANCELLED' to STOSTSO
           else if STANDORD-IS-SUSPENDED
               move 'SUSPENDED' to STOSTSO
           else
               move 'ACTIVE' to STOSTSO
           end-if end-if
           move STANDORD-NEXT-DUE to ws-due-date-n
           move ws-due-date-n to ws-prev-1
           perform csto-advance-due
           string ws-prev-1 ' ' ws-prev-2 ' ' ws-prev-3
               into ws-preview-line
           move ws-preview-line to STOPRVO
           perform csto-show-outcomes
           exit
           .
      ***--------------------------------------------------------------*
      *** the order's latest four payment attempts, oldest first -    *
      *** each the due date it paid, the try, and how it ended, with  *
      *** the day that was known                                      *
      ***--------------------------------------------------------------*
       csto-show-outcomes section.
       csto-show-outcomes-para.
           move spaces to ws-oc-lines
           move 0 to ws-oc-count
           move STANDORD-ID to STOATMP-ORDER-ID
           move 0 to STOATMP-DUE-DATE
           move 0 to STOATMP-TRY-NO
           exec cics
               startbr file('STOATMP')
               ridfld(STOATMP-KEY)
               resp(ws-stoatmp-resp)
           end-exec
           if ws-stoatmp-resp = dfhresp(normal)
               move 'Y' to ws-oc-browse
               perform csto-show-outcomes-next
                   until not ws-oc-browsing
               exec cics
                   endbr file('STOATMP')
               end-exec
           end-if
           move ws-oc-line(1) to STOOC1O
           move ws-oc-line(2) to STOOC2O
           move ws-oc-line(3) to STOOC3O
           move ws-oc-line(4) to STOOC4O
           exit
           .
      ***--------------------------------------------------------------*
       csto-show-outcomes-next section.
       csto-show-outcomes-next-para.
           exec cics
               readnext file('STOATMP')
               into(STOATMP-RECORD)
               ridfld(STOATMP-KEY)
               resp(ws-stoatmp-resp)
           end-exec
           if ws-stoatmp-resp not = dfhresp(normal)
               or STOATMP-ORDER-ID not = STANDORD-ID
               move 'N' to ws-oc-browse
           else
               move STOATMP-DONE-DATE to ws-oc-date
               evaluate true
                   when STOATMP-IS-PAID
                       move 'PAID' to ws-oc-word
                   when STOATMP-IS-REFUSED
                       move 'REFUSED' to ws-oc-word
                   when STOATMP-IS-RETRIED
                       move 'RETRIED' to ws-oc-word
                   when STOATMP-IS-FAILED
                       move 'FAILED' to ws-oc-word
                   when other
                       move 'SENT' to ws-oc-word
                       move STOATMP-SENT-DATE to ws-oc-date
               end-evaluate
      *        the window is full - the oldest line drops off the top
               if ws-oc-count = 4
                   perform csto-shift-outcome
                       varying ws-oc-sub from 1 by 1
                       until ws-oc-sub > 3
               else
                   add 1 to ws-oc-count
               end-if
               move spaces to ws-oc-line(ws-oc-count)
               string 'DUE ' STOATMP-DUE-DATE
                   ' TRY ' STOATMP-TRY-NO
                   ' ' ws-oc-word
                   ' ' ws-oc-date
                   delimited by size
                   into ws-oc-line(ws-oc-count)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       csto-shift-outcome section.
       csto-shift-outcome-para.
           move ws-oc-line(ws-oc-sub + 1) to ws-oc-line(ws-oc-sub)
           exit
           .
      ***--------------------------------------------------------------*
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
       csto-check-signing section.
       csto-check-signing-para.
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
               perform csto-signing-standing
               move ws-sgn-eligible to ws-sgn-elig1
               move ws-sgn-limit to ws-sgn-limit1
               move 'N' to ws-sgn-elig2
               move 0 to ws-sgn-limit2
               if ws-sgn-cust2 not = spaces
                   move ws-sgn-cust2 to ws-sgn-cust
                   perform csto-signing-standing
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
       csto-signing-standing section.
       csto-signing-standing-para.
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
       csto-signing-refusal section.
       csto-signing-refusal-para.
           move ws-sgn-reason to STOMSGO
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
      *** every maintenance action is journalled for audit            *
      ***--------------------------------------------------------------*
       csto-write-audit section.
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
       csto-load-context section.
       csto-load-context-para.
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
               move IDLETRK-CTX-ACCTNO to STOACNO
               move ws-attr-mdt to STOACNA
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** PF3 goes back to the screen a PF key jumped here from,      *
      *** or to the menu; either way the jump is over                 *
      ***--------------------------------------------------------------*
       csto-go-back section.
       csto-go-back-para.
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
       csto-catalogue-message section.
       csto-catalogue-message-para.
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
               move MSGCAT-TEXT to STOMSGO
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
       csto-log-privact section.
       csto-log-privact-para.
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
               move STOACTI to PRIVACT-ACTION
               move STOIDFI to PRIVACT-RECKEY
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
