      * Supports add/change/inquire against the Customer Master file,
      * selected via CSTACTI ('A'/'C'/'I') on the DFHENTER key, plus
      * a paged search by (partial) name via action 'S' and PF8
      * Each customer also carries an interest withholding standing
      * (CSTTXSI E/S/N) and, for a non-resident, a treaty rate
      * A name being added or changed is screened against the SANCLIST
      * sanctions list before the record is saved; a potential hit is
      * saved all the same but opens a pending SANCHIT row, holding
      * the customer's transfers until compliance decides it on
      * ETPESAN, and every screening is kept on SANCAUD
      * A customer linked on STAFFLNK to the signed-on user - the
      * user's own record or a relative's - may be looked up but not
      * added, changed or closed by them; the refusal is journalled
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well
      * Action 'T' schedules an admin's move of the customer, and all
      * the accounts they hold, to the branch keyed in CSTBRNI from
      * the business date keyed in CSTEFDI; ETPBBRX applies it at the
      * start of that day.  Keying the branch the customer is already
      * at cancels a move still waiting.  Once a customer has a
      * branch it changes only this way
      * Each audit row is sealed onto the customer's HASHCHN
      * tamper-evident chain; a training session's rows on the
      * practice copy are not.
      * A live add leaves the customer number blank: the customer
      * takes the next number, check digit worked on, off the
      * NUMRANGE row of the branch keyed in CSTBRNI and the number
      * is shown with the confirmation.  A training add keys its
      * practice number as before.
      * PF4 account inquiry, PF5 investigation, PF6 account
      * maintenance, PF7 transfer, PF9 standing orders and PF10
      * customer change history jump to that screen with the
      * account or customer last displayed filled in, the screen's
      * own authorization check deciding whether it opens; PF3
      * there comes back here.  The customer shown here becomes the
      * session's - cleared at signon, signoff and idle timeout.

       environment division.

       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** number allocation - a live add takes the next number off    *
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

      ***--------------------------------------------------------------*
      *** number check digit - ten numeric digits, the tenth a Luhn   *
      *** check over the first nine                                   *
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

      *    customer-keyed cross-reference - browsed with a keyed
      *    STARTBR by ccst-list-accounts so an inquiry also shows
      *    every account the customer holds without scanning the
      ***--------------------------------------------------------------*
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

      ***--------------------------------------------------------------*
      *** customer-close support: the open-account probe walks the    *
       01  ws-open-accounts                  pic 9(3) comp.
       01  ws-xref-more                      pic x(1).
       01  ws-pend-new-status                pic x(1) value space.

      *    withholding standing as keyed - the rate is seven digits
      *    with four implied decimals, the ETPEAMT rate convention
       01  ws-tax-keyed                      pic x(1).
           88  ws-tax-keyed-ok               value 'Y'.
       01  ws-tax-rate-text                  pic x(7).
       01  ws-tax-rate-n redefines ws-tax-rate-text
                                             pic 9(3)v9(4).
       01  ws-aud-action                     pic x(1).
       01  ws-aud-userid                     pic x(8).
       01  ws-aud-written                    pic x(1).
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

      ***--------------------------------------------------------------*
      *** maker/checker dual control - a change keyed by a user whose *
      *** SECROLE is not 'A' is captured onto PENDCHG as pending; a   *
      *** different senior/admin user approves it on ETPECAP, and     *
      *** only that approval rewrites the Customer Master             *
      ***--------------------------------------------------------------*

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see ccst-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-maker-is-adm                   pic x(1) value 'N'.
           88  ws-maker-is-admin             value 'Y'.
       copy PENDCHG.
       01  ws-pend-written                   pic x(1).
           88  ws-pend-was-written           value 'Y'.

      ***--------------------------------------------------------------*
      *** sanctions screening - the name about to be saved, under     *
      *** both SANCLIST match forms, and the listed entries it meets; *
      *** the outcome is recorded once the save itself has gone       *
      *** through (a practice session screens but records nothing -   *
      *** the hit file holds real customers' transfers)               *
      ***--------------------------------------------------------------*
       copy SANCLIST.
       01  ws-sanclist-resp                  pic s9(8) comp.
       copy SANCHIT.
       01  ws-sanchit-resp                   pic s9(8) comp.
       copy SANCAUD.
       01  ws-sancaud-resp                   pic s9(8) comp.
       copy SANCCTL.
       01  ws-sancctl-resp                   pic s9(8) comp.
       01  ws-sanc-source                    pic x(1).
       01  ws-sanc-name                      pic x(30).
       01  ws-sanc-screened                  pic x(1) value 'N'.
           88  ws-sanc-was-screened          value 'Y'.
       01  ws-sanc-lookup-key                pic x(60).
       01  ws-sanc-more                      pic x(1).
           88  ws-sanc-more-recs             value 'Y'.
       01  ws-sanc-hit-count                 pic 9(2) comp.
       77  ws-sanc-hit-max                   pic 9(2) comp value 10.
       01  ws-sanc-hit-sub                   pic 9(2) comp.
       01  ws-sanc-hit-seen                  pic x(1).
           88  ws-sanc-hit-was-seen          value 'Y'.
       01  ws-sanc-hits.
           03  ws-sanc-hit occurs 10 times.
               05  ws-sanc-hit-id            pic x(10).
               05  ws-sanc-hit-name          pic x(60).
               05  ws-sanc-hit-program       pic x(10).
       01  ws-sanc-aud-written               pic x(1).
           88  ws-sanc-aud-was-written       value 'Y'.
       01  ws-sn-name                        pic x(60).
       01  ws-sn-word-form                   pic x(60).
       01  ws-sn-space-form                  pic x(60).
       01  ws-sn-words.
           03  ws-sn-word                    pic x(60) occurs 12 times.
       77  ws-sn-word-max                    pic 9(2) comp value 12.
       01  ws-sn-word-count                  pic 9(2) comp.
       01  ws-sn-cur                         pic x(60).
       01  ws-sn-cur-len                     pic 9(2) comp.
       01  ws-sn-pos                         pic 9(2) comp.
       01  ws-sn-out                         pic 9(2) comp.
       01  ws-sn-char                        pic x(1).
       01  ws-sn-i                           pic 9(2) comp.
       01  ws-sn-j                           pic 9(2) comp.
       01  ws-sn-swap                        pic x(60).

      ***--------------------------------------------------------------*
      *** staff-linked accounts - the signed-on user may not act on a  *
      *** customer STAFFLNK ties them to, nor on an account such a     *
      *** customer holds - see ccst-check-staff-link                   *
      ***--------------------------------------------------------------*
       copy STAFFLNK.
       01  ws-stafflnk-resp                  pic s9(8) comp.
       01  ws-stf-acctno                     pic x(10).
       01  ws-stf-custno                     pic x(10).
       01  ws-stf-linked                     pic x(1).
           88  ws-stf-is-linked              value 'Y'.
       01  ws-stf-aud-msg                    pic x(80).

      ***--------------------------------------------------------------*
      *** branch transfer (action 'T') - the move is kept on BRNHIST  *
      *** as scheduled until ETPBBRX applies it on its effective day, *
      *** which must come after the business date                     *
      ***--------------------------------------------------------------*
       copy BRNHIST.
       01  ws-brnhist-resp                   pic s9(8) comp.
       copy BUSCTRL.
       01  ws-busctrl-resp                   pic s9(8) comp.
       01  ws-busdate                        pic 9(8).
       01  ws-brn-eff-text                   pic x(8).
       01  ws-brn-eff-date redefines ws-brn-eff-text
                                             pic 9(8).
       01  ws-brn-browse                     pic x(1).
           88  ws-brn-browsing               value 'Y'.
       01  ws-brn-pending                    pic x(1).
           88  ws-brn-has-pending            value 'Y'.
       01  ws-brn-pend-key                   pic x(19).

      *    consolidated cross-program training-gap log - see
      *    ccst-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see ccst-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-srch-name                  pic x(30).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform ccst-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       end-exec
                       exec cics return end-exec

      *            PF3 goes back to the screen a PF key jumped here
      *            from, otherwise transfers to EMNU menu
                   WHEN DFHPF3
                       perform ccst-go-back

      *            PF8 pages forward through the current name search
                   when DFHPF8
                       if ws-srch-name = spaces or low-values
                           move 'No search in progress' to CSTMSGO
                           move 'ECST0001' to ws-msg-no
                           perform ccst-catalogue-message
                       else
                           perform ccst-search-name
                       end-if
                           if CSTNAMI = low-values or spaces
                               move 'Must supply a name to search for'
                                   to CSTMSGO
                               move 'ECST0002' to ws-msg-no
                               perform ccst-catalogue-message
                           else
                               move CSTNAMI to ws-srch-name
                               move low-values to ws-srch-from
                               perform ccst-search-name
                           end-if
                       else
                       if (CSTCNOI = low-values or spaces)
                           and (CSTACTI not = 'A' or ws-in-training)
                           move 'Must supply a customer number'
                               to CSTMSGO
                           move 'ECST0003' to ws-msg-no
                           perform ccst-catalogue-message
                       else
                           move 'N' to ws-stf-linked
                           if CSTACTI not = 'I'
                               move spaces to ws-stf-acctno
                               move CSTCNOI to ws-stf-custno
                               perform ccst-check-staff-link
                           end-if
                           if ws-stf-is-linked
                               perform ccst-staff-refusal
                           else
                           evaluate CSTACTI
                               when 'A'
                                   perform ccst-check-tax-fields
                                   if ws-tax-keyed-ok
                                       perform ccst-add-customer
                                   end-if
                               when 'C'
                                   perform ccst-check-tax-fields
                                   if ws-tax-keyed-ok
                                       perform ccst-change-customer
                                   end-if
                               when 'X'
                                   perform ccst-close-customer
                               when 'I'
                                   perform ccst-inquire-customer
                               when 'T'
                                   perform ccst-transfer-customer
                               when other
                                   move
                                  'Action must be A, C, X, I, S or T'
                                       to CSTMSGO
                                   move 'ECST0004' to ws-msg-no
                                   perform ccst-catalogue-message
                           end-evaluate
                           end-if
                       end-if
                       end-if
                       perform cics-send-eccst

      *            the jump keys take the session's account or
      *            customer to the related screens
                   when DFHPF4
                       move 'EACT' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform ccst-jump
                   when DFHPF5
                       move 'EINV' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform ccst-jump
                   when DFHPF6
                       move 'EAMT' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform ccst-jump
                   when DFHPF7
                       move 'EXFR' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform ccst-jump
                   when DFHPF9
                       move 'ESTO' to ws-jump-tran
                       move 'A' to ws-jump-kind
                       perform ccst-jump
                   when DFHPF10
                       move 'ECAH' to ws-jump-tran
                       move 'C' to ws-jump-kind
                       perform ccst-jump

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to CSTMSGO
                       move 'ETP00001' to ws-msg-no
                       perform ccst-catalogue-message
                       perform cics-send-eccst
                   when other
                       move 'Unexpected 3270 attention key'
                           to CSTMSGO
                       move 'ETP00002' to ws-msg-no
                       perform ccst-catalogue-message
                       perform ccst-log-unsupkey
                       perform cics-send-eccst
               end-evaluate
           else
               perform ccst-capture-timing
               perform ccst-load-context
               perform cics-send-eccst
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** adds a new Customer Master record under the next number off *
      *** the branch's range - or, in training, the practice number   *
      *** keyed, rejecting one that already exists rather than        *
      *** silently overwriting it                                     *
      ***--------------------------------------------------------------*
       ccst-add-customer section.
       ccst-add-customer-para.
           if not ws-in-training
               and CSTCNOI not = low-values and not = spaces
               move 'Leave the customer number blank - it is allocated'
                   to CSTMSGO
               move 'ECST0039' to ws-msg-no
               perform ccst-catalogue-message
           else
           move CSTCNOI to CUSTMAST-CUSTNO
           move CSTNAMI to CUSTMAST-NAME
           move CSTADRI to CUSTMAST-ADDRESS
           move 'A' to CUSTMAST-STATUS
           perform ccst-take-kyc-fields
           move CUSTMAST-NAME to ws-sanc-name
           perform ccst-screen-name
           perform ccst-write-new-customer
           if ws-alloc-refused
               continue
           else if ws-custmast-resp = dfhresp(normal)
               move low-values to ws-aud-before-image
               move 'A' to ws-aud-action
               perform ccst-write-audit-rec
               move 'A' to ws-sanc-source
               perform ccst-record-screening
               if ws-sanc-hit-count > 0
                   move 'Customer added - HELD for sanctions review'
                       to CSTMSGO
                   move 'ECST0005' to ws-msg-no
                   perform ccst-catalogue-message
               else
                   move 'Customer added' to CSTMSGO
                   move 'ECST0006' to ws-msg-no
                   perform ccst-catalogue-message
               end-if
               move 'ACTIVE' to CSTSTSO
           else if ws-custmast-resp = dfhresp(duprec)
               move 'Customer number already exists' to CSTMSGO
               move 'ECST0007' to ws-msg-no
               perform ccst-catalogue-message
           else
               move 'Add failed' to CSTMSGO
               move 'ECST0008' to ws-msg-no
               perform ccst-catalogue-message
           end-if end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the new master row: a live add writes it under the next     *
      *** number off the branch's range, trying the number after      *
      *** when one is already on file; a training add writes the      *
      *** practice number keyed                                       *
      ***--------------------------------------------------------------*
       ccst-write-new-customer section.
       ccst-write-new-customer-para.
           move space to ws-alloc-state
           if ws-in-training
               perform ccst-write-master-row
           else
               move 0 to ws-alloc-tries
               move 'T' to ws-alloc-state
               perform ccst-write-allocated
                   until not ws-alloc-trying
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-write-allocated section.
       ccst-write-allocated-para.
           add 1 to ws-alloc-tries
           perform ccst-allocate-number
           if not ws-alloc-refused
               perform ccst-write-master-row
               if ws-custmast-resp not = dfhresp(duprec)
                   or ws-alloc-tries not < ws-alloc-max-tries
                   move space to ws-alloc-state
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-write-master-row section.
       ccst-write-master-row-para.
           exec cics
               write file(ws-custmast-fname)
               from(CUSTMAST-RECORD)
               ridfld(CUSTMAST-CUSTNO)
               resp(ws-custmast-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** the next number off the NUMRANGE row of the customer's      *
      *** branch - its body, then the check digit worked over it.     *
      *** The row moves on before the number is used, so a number is  *
      *** never given twice                                           *
      ***--------------------------------------------------------------*
       ccst-allocate-number section.
       ccst-allocate-number-para.
           move 'C' to NUMRANGE-KIND
           move CUSTMAST-BRANCH to NUMRANGE-BRANCH
           exec cics
               read file('NUMRANGE')
               into(NUMRANGE-RECORD)
               ridfld(NUMRANGE-KEY)
               update
               resp(ws-numrange-resp)
           end-exec
           if ws-numrange-resp not = dfhresp(normal)
               move 'No customer number range for the branch'
                   to CSTMSGO
               move 'ECST0040' to ws-msg-no
               perform ccst-catalogue-message
               move 'R' to ws-alloc-state
           else if NUMRANGE-NEXT > NUMRANGE-HIGH
               exec cics
                   unlock file('NUMRANGE')
                   resp(ws-numrange-resp)
               end-exec
               move 'The branch customer number range is used up'
                   to CSTMSGO
               move 'ECST0041' to ws-msg-no
               perform ccst-catalogue-message
               move 'R' to ws-alloc-state
           else
               move NUMRANGE-NEXT to ws-ckd-acctno(1:9)
               move '0' to ws-ckd-acctno(10:1)
               perform ccst-check-digit
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
                   move 'Customer number allocation failed'
                       to CSTMSGO
                   move 'ECST0042' to ws-msg-no
                   perform ccst-catalogue-message
                   move 'R' to ws-alloc-state
               else
                   move ws-ckd-acctno to CUSTMAST-CUSTNO
                   move ws-ckd-acctno to CSTCNOI
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the Luhn check digit over the first nine digits of          *
      *** ws-ckd-acctno, into ws-ckd-check                            *
      ***--------------------------------------------------------------*
       ccst-check-digit section.
       ccst-check-digit-para.
           move 0 to ws-ckd-sum
           perform ccst-check-digit-one
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
       ccst-check-digit-one section.
       ccst-check-digit-one-para.
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
      *** schedules the customer's move to the keyed branch from the  *
      *** keyed effective date, or - keyed with the branch they are   *
      *** already at - cancels the move still waiting; an admin's     *
      *** action only, and one waiting move per customer              *
      ***--------------------------------------------------------------*
       ccst-transfer-customer section.
       ccst-transfer-customer-para.
           move CSTCNOI to CUSTMAST-CUSTNO
           exec cics
               read file(ws-custmast-fname)
               into(CUSTMAST-RECORD)
               ridfld(CUSTMAST-CUSTNO)
               resp(ws-custmast-resp)
           end-exec
           if ws-custmast-resp not = dfhresp(normal)
               move 'Customer not found' to CSTMSGO
               move 'ECST0009' to ws-msg-no
               perform ccst-catalogue-message
           else if ws-in-training
               move 'Branch transfer not available in training'
                   to CSTMSGO
               move 'ECST0010' to ws-msg-no
               perform ccst-catalogue-message
           else if CUSTMAST-IS-CLOSED or CUSTMAST-IS-DECEASED
               move 'Customer is closed - cannot move branch'
                   to CSTMSGO
               move 'ECST0011' to ws-msg-no
               perform ccst-catalogue-message
           else
               perform ccst-check-maker-role
               if not ws-maker-is-admin
                   move 'Branch transfer needs an admin user'
                       to CSTMSGO
                   move 'ECST0012' to ws-msg-no
                   perform ccst-catalogue-message
               else if CSTBRNI = low-values or spaces
                   move 'Must supply the branch to move to' to CSTMSGO
                   move 'ECST0013' to ws-msg-no
                   perform ccst-catalogue-message
               else
                   perform ccst-find-pending-move
                   if CSTBRNI = CUSTMAST-BRANCH
                       if ws-brn-has-pending
                           perform ccst-cancel-move
                       else
                           move 'Customer is already at that branch'
                               to CSTMSGO
                           move 'ECST0014' to ws-msg-no
                           perform ccst-catalogue-message
                       end-if
                   else if ws-brn-has-pending
                       move 'A branch transfer is already scheduled'
                           to CSTMSGO
                       move 'ECST0015' to ws-msg-no
                       perform ccst-catalogue-message
                   else
                       perform ccst-schedule-move
                   end-if end-if
               end-if end-if
           end-if end-if end-if
           move CUSTMAST-BRANCH to CSTBRNO
           exit
           .
      ***--------------------------------------------------------------*
      *** a move still waiting for this customer - its key is kept    *
      ***--------------------------------------------------------------*
       ccst-find-pending-move section.
       ccst-find-pending-move-para.
           move 'N' to ws-brn-pending
           move 'C' to BRNHIST-KIND
           move CUSTMAST-CUSTNO to BRNHIST-ID
           move 0 to BRNHIST-EFF-DATE
           exec cics
               startbr file('BRNHIST')
               ridfld(BRNHIST-KEY)
               gteq
               resp(ws-brnhist-resp)
           end-exec
           if ws-brnhist-resp = dfhresp(normal)
               move 'Y' to ws-brn-browse
               perform ccst-find-pending-next
                   until not ws-brn-browsing
               exec cics
                   endbr file('BRNHIST')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-find-pending-next section.
       ccst-find-pending-next-para.
           exec cics
               readnext file('BRNHIST')
               into(BRNHIST-RECORD)
               ridfld(BRNHIST-KEY)
               resp(ws-brnhist-resp)
           end-exec
           if ws-brnhist-resp not = dfhresp(normal)
               or not BRNHIST-IS-CUSTOMER
               or BRNHIST-ID not = CUSTMAST-CUSTNO
               move 'N' to ws-brn-browse
           else if BRNHIST-IS-SCHEDULED
               move 'Y' to ws-brn-pending
               move BRNHIST-KEY to ws-brn-pend-key
               move 'N' to ws-brn-browse
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the waiting move is marked cancelled                        *
      ***--------------------------------------------------------------*
       ccst-cancel-move section.
       ccst-cancel-move-para.
           move ws-brn-pend-key to BRNHIST-KEY
           exec cics
               read file('BRNHIST')
               into(BRNHIST-RECORD)
               ridfld(BRNHIST-KEY)
               update
               resp(ws-brnhist-resp)
           end-exec
           if ws-brnhist-resp = dfhresp(normal)
               move 'X' to BRNHIST-STATUS
               exec cics
                   rewrite file('BRNHIST')
                   from(BRNHIST-RECORD)
                   resp(ws-brnhist-resp)
               end-exec
           end-if
           if ws-brnhist-resp = dfhresp(normal)
               move 'Scheduled branch transfer cancelled' to CSTMSGO
               move 'ECST0016' to ws-msg-no
               perform ccst-catalogue-message
           else
               move 'Branch transfer cancel failed' to CSTMSGO
               move 'ECST0017' to ws-msg-no
               perform ccst-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the move is recorded as scheduled for its effective day,    *
      *** which must be a real date after the business date           *
      ***--------------------------------------------------------------*
       ccst-schedule-move section.
       ccst-schedule-move-para.
           perform ccst-load-busdate
           move CSTEFDI to ws-brn-eff-text
           if ws-brn-eff-text not numeric
               move 'Effective date must be YYYYMMDD' to CSTMSGO
               move 'ECST0018' to ws-msg-no
               perform ccst-catalogue-message
           else if ws-brn-eff-date not > ws-busdate
               move 'Effective date must be after the business date'
                   to CSTMSGO
               move 'ECST0019' to ws-msg-no
               perform ccst-catalogue-message
           else
               move spaces to BRNHIST-RECORD
               move 'C' to BRNHIST-KIND
               move CUSTMAST-CUSTNO to BRNHIST-ID
               move ws-brn-eff-date to BRNHIST-EFF-DATE
               move CUSTMAST-BRANCH to BRNHIST-FROM-BRANCH
               move CSTBRNI to BRNHIST-TO-BRANCH
               move 'S' to BRNHIST-STATUS
               move 'O' to BRNHIST-SOURCE
               move CUSTMAST-CUSTNO to BRNHIST-CUSTNO
               move 0 to BRNHIST-BALANCE
               move ws-aud-userid to BRNHIST-REQ-BY
               move ws-busdate to BRNHIST-REQ-DATE
               move 0 to BRNHIST-DONE-DATE
               move 0 to BRNHIST-MOVED-COUNT
               exec cics
                   write file('BRNHIST')
                   from(BRNHIST-RECORD)
                   ridfld(BRNHIST-KEY)
                   resp(ws-brnhist-resp)
               end-exec
               if ws-brnhist-resp = dfhresp(normal)
                   move 'Branch transfer scheduled' to CSTMSGO
                   move 'ECST0020' to ws-msg-no
                   perform ccst-catalogue-message
                   move ws-brn-eff-text to CSTEFDO
               else if ws-brnhist-resp = dfhresp(duprec)
                   move 'A transfer is already recorded for that date'
                       to CSTMSGO
                   move 'ECST0021' to ws-msg-no
                   perform ccst-catalogue-message
               else
                   move 'Branch transfer failed' to CSTMSGO
                   move 'ECST0022' to ws-msg-no
                   perform ccst-catalogue-message
               end-if end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off BUSCTRL, wall clock when the control  *
      *** row is missing                                               *
      ***--------------------------------------------------------------*
       ccst-load-busdate section.
       ccst-load-busdate-para.
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
      *** reads the existing record for the customer number and       *
      *** rewrites the name/address supplied on the screen             *
      ***--------------------------------------------------------------*
                   perform ccst-pend-change
               else
               move CUSTMAST-RECORD to ws-aud-before-image
               move 'N' to ws-sanc-screened
               move 0 to ws-sanc-hit-count
               if CSTNAMI not = low-values and spaces
                   if CSTNAMI not = CUSTMAST-NAME
                       move CSTNAMI to ws-sanc-name
                       perform ccst-screen-name
                   end-if
                   move CSTNAMI to CUSTMAST-NAME
               end-if
               if CSTADRI not = low-values and spaces
               if ws-custmast-resp = dfhresp(normal)
                   move 'C' to ws-aud-action
                   perform ccst-write-audit-rec
                   if ws-sanc-was-screened
                       move 'C' to ws-sanc-source
                       perform ccst-record-screening
                   end-if
               end-if
               if ws-sanc-hit-count > 0
                   move 'Customer changed - HELD for sanctions review'
                       to CSTMSGO
                   move 'ECST0023' to ws-msg-no
                   perform ccst-catalogue-message
               else
                   move 'Customer changed' to CSTMSGO
                   move 'ECST0024' to ws-msg-no
                   perform ccst-catalogue-message
               end-if
               move 'ACTIVE' to CSTSTSO
               if CUSTMAST-IS-CLOSED
                   move 'CLOSED' to CSTSTSO
               end-if
               if CUSTMAST-IS-DECEASED
                   move 'DECEASED' to CSTSTSO
               end-if
               end-if
           else
               move 'Customer not found' to CSTMSGO
               move 'ECST0009' to ws-msg-no
               perform ccst-catalogue-message
           end-if
           exit
           .
                   and SECROLE-CODE = 'A'
                   move 'Y' to ws-maker-is-adm
               end-if
      *        a break-glass elevation inside its window counts too
               if IDLETRK-ELEV-UNTIL is numeric
                   and IDLETRK-ELEV-UNTIL > current-date(1:14)
                   move 'Y' to ws-maker-is-adm
               end-if
           end-if
           exit
           .
           move 'P' to PENDCHG-STATUS
           move ws-aud-userid to PENDCHG-MAKER
           move spaces to PENDCHG-CHECKER
           move 'N' to ws-sanc-screened
           move 0 to ws-sanc-hit-count
           if CSTNAMI not = low-values and spaces
               move CSTNAMI to PENDCHG-NEW-NAME
               if CSTNAMI not = CUSTMAST-NAME
                   move CSTNAMI to ws-sanc-name
                   perform ccst-screen-name
               end-if
           else
               move CUSTMAST-NAME to PENDCHG-NEW-NAME
           end-if
           move CUSTMAST-ID-DOC-TYPE to PENDCHG-NEW-ID-DOC-TYPE
           move CUSTMAST-ID-DOC-REF to PENDCHG-NEW-ID-DOC-REF
           move CUSTMAST-KYC-REVIEW-DATE to PENDCHG-NEW-KYC-DATE
           move CUSTMAST-TAX-STATUS to PENDCHG-NEW-TAX-STATUS
           move CUSTMAST-TAX-RATE to PENDCHG-NEW-TAX-RATE
           move ws-pend-new-status to PENDCHG-NEW-STATUS
           move 'N' to ws-pend-written
           perform ccst-pend-change-once
               until ws-pend-was-written
      *    the proposed name is what the checker will write, so it is
      *    what is screened and, on a hit, held from now
           if ws-sanc-was-screened
               move 'C' to ws-sanc-source
               perform ccst-record-screening
           end-if
           if ws-sanc-hit-count > 0
               move 'Change captured - HELD for sanctions review'
                   to CSTMSGO
               move 'ECST0025' to ws-msg-no
               perform ccst-catalogue-message
           else
               move 'Change captured, awaiting approval' to CSTMSGO
               move 'ECST0026' to ws-msg-no
               perform ccst-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** screens ws-sanc-name against SANCLIST: each of its two      *
      *** match forms is looked up by key, and every listed entry     *
      *** filed under either is a potential hit                       *
      ***--------------------------------------------------------------*
       ccst-screen-name section.
       ccst-screen-name-para.
           move 'Y' to ws-sanc-screened
           move 0 to ws-sanc-hit-count
           move spaces to ws-sanc-hits
           move ws-sanc-name to ws-sn-name
           perform ccst-name-forms
           if ws-sn-space-form not = spaces
               move ws-sn-word-form to ws-sanc-lookup-key
               perform ccst-sanc-lookup
               if ws-sn-space-form not = ws-sn-word-form
                   move ws-sn-space-form to ws-sanc-lookup-key
                   perform ccst-sanc-lookup
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-sanc-lookup section.
       ccst-sanc-lookup-para.
           move ws-sanc-lookup-key to SANCLIST-MATCH-KEY
           move low-values to SANCLIST-ENTRY-ID
           move low-values to SANCLIST-FORM
           exec cics
               startbr file('SANCLIST')
               ridfld(SANCLIST-KEY)
               resp(ws-sanclist-resp)
           end-exec
           if ws-sanclist-resp = dfhresp(normal)
               move 'Y' to ws-sanc-more
               perform ccst-sanc-lookup-next
                   until not ws-sanc-more-recs
               exec cics
                   endbr file('SANCLIST')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-sanc-lookup-next section.
       ccst-sanc-lookup-next-para.
           exec cics
               readnext file('SANCLIST')
               into(SANCLIST-RECORD)
               ridfld(SANCLIST-KEY)
               resp(ws-sanclist-resp)
           end-exec
           if ws-sanclist-resp not = dfhresp(normal)
               or SANCLIST-MATCH-KEY not = ws-sanc-lookup-key
               move 'N' to ws-sanc-more
           else
               move 'N' to ws-sanc-hit-seen
               perform ccst-sanc-check-seen
                   varying ws-sanc-hit-sub from 1 by 1
                   until ws-sanc-hit-sub > ws-sanc-hit-count
               if not ws-sanc-hit-was-seen
                   and ws-sanc-hit-count < ws-sanc-hit-max
                   add 1 to ws-sanc-hit-count
                   move SANCLIST-ENTRY-ID
                       to ws-sanc-hit-id(ws-sanc-hit-count)
                   move SANCLIST-NAME
                       to ws-sanc-hit-name(ws-sanc-hit-count)
                   move SANCLIST-PROGRAM
                       to ws-sanc-hit-program(ws-sanc-hit-count)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-sanc-check-seen section.
       ccst-sanc-check-seen-para.
           if ws-sanc-hit-id(ws-sanc-hit-sub) = SANCLIST-ENTRY-ID
               move 'Y' to ws-sanc-hit-seen
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the screening, now the save has gone through: one SANCAUD   *
      *** row whatever the outcome, and a pending SANCHIT row for     *
      *** each hit - a hit compliance cleared stays cleared only      *
      *** while the name it cleared is the name on file               *
      ***--------------------------------------------------------------*
       ccst-record-screening section.
       ccst-record-screening-para.
           if not ws-in-training
               move 'SANCLIST' to SANCCTL-CNAME
               exec cics
                   read file('SANCCTL')
                   into(SANCCTL-RECORD)
                   ridfld(SANCCTL-CNAME)
                   resp(ws-sancctl-resp)
               end-exec
               if ws-sancctl-resp not = dfhresp(normal)
                   move 0 to SANCCTL-LIST-DATE
               end-if
               move CUSTMAST-CUSTNO to SANCAUD-CUSTNO
               move current-date(1:14) to SANCAUD-STAMP
               move 1 to SANCAUD-SEQ
               move 'S' to SANCAUD-EVENT
               move ws-sanc-source to SANCAUD-SOURCE
               move ws-sanc-name to SANCAUD-NAME
               move ws-sanc-hit-count to SANCAUD-HITS
               move spaces to SANCAUD-ENTRY-ID
               if ws-sanc-hit-count > 0
                   move ws-sanc-hit-id(1) to SANCAUD-ENTRY-ID
               end-if
               move SANCCTL-LIST-DATE to SANCAUD-LIST-DATE
               move ws-auth-userid to SANCAUD-USERID
               move spaces to SANCAUD-NOTE
               move 'N' to ws-sanc-aud-written
               perform ccst-sanc-audit-once
                   until ws-sanc-aud-was-written
               perform ccst-sanc-record-hit
                   varying ws-sanc-hit-sub from 1 by 1
                   until ws-sanc-hit-sub > ws-sanc-hit-count
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-sanc-audit-once section.
       ccst-sanc-audit-once-para.
           exec cics
               write file('SANCAUD')
               from(SANCAUD-RECORD)
               ridfld(SANCAUD-KEY)
               resp(ws-sancaud-resp)
           end-exec
           if ws-sancaud-resp = dfhresp(duprec)
               add 1 to SANCAUD-SEQ
           else
               move 'Y' to ws-sanc-aud-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-sanc-record-hit section.
       ccst-sanc-record-hit-para.
           move CUSTMAST-CUSTNO to SANCHIT-CUSTNO
           move ws-sanc-hit-id(ws-sanc-hit-sub) to SANCHIT-ENTRY-ID
           exec cics
               read file('SANCHIT')
               into(SANCHIT-RECORD)
               ridfld(SANCHIT-KEY)
               update
               resp(ws-sanchit-resp)
           end-exec
           if ws-sanchit-resp = dfhresp(normal)
               if SANCHIT-IS-CLEARED
                   and SANCHIT-CUST-NAME not = ws-sanc-name
                   perform ccst-sanc-fill-hit
                   exec cics
                       rewrite file('SANCHIT')
                       from(SANCHIT-RECORD)
                       resp(ws-sanchit-resp)
                   end-exec
               else
                   exec cics
                       unlock file('SANCHIT')
                   end-exec
               end-if
           else
               perform ccst-sanc-fill-hit
               exec cics
                   write file('SANCHIT')
                   from(SANCHIT-RECORD)
                   ridfld(SANCHIT-KEY)
                   resp(ws-sanchit-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-sanc-fill-hit section.
       ccst-sanc-fill-hit-para.
           move CUSTMAST-CUSTNO to SANCHIT-CUSTNO
           move ws-sanc-hit-id(ws-sanc-hit-sub) to SANCHIT-ENTRY-ID
           move 'P' to SANCHIT-STATUS
           move ws-sanc-name to SANCHIT-CUST-NAME
           move ws-sanc-hit-name(ws-sanc-hit-sub) to SANCHIT-LIST-NAME
           move ws-sanc-hit-program(ws-sanc-hit-sub)
               to SANCHIT-PROGRAM
           move ws-sanc-source to SANCHIT-SOURCE
           move current-date(1:8) to SANCHIT-SCREEN-DATE
           move 0 to SANCHIT-DECIDED-DATE
           move spaces to SANCHIT-USERID
           move spaces to SANCHIT-NOTE
           exit
           .
      ***--------------------------------------------------------------*
      *** the two SANCLIST match forms of ws-sn-name                  *
      ***--------------------------------------------------------------*
       ccst-name-forms section.
       ccst-name-forms-para.
           inspect ws-sn-name converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           move spaces to ws-sn-words
           move spaces to ws-sn-space-form
           move spaces to ws-sn-word-form
           move spaces to ws-sn-cur
           move 0 to ws-sn-word-count
           move 0 to ws-sn-cur-len
           move 0 to ws-sn-out
           perform ccst-name-char
               varying ws-sn-pos from 1 by 1
               until ws-sn-pos > length of ws-sn-name
           perform ccst-name-word-end
           if ws-sn-word-count > 1
               perform ccst-name-sort
                   varying ws-sn-i from 1 by 1
                   until ws-sn-i not < ws-sn-word-count
                   after ws-sn-j from 1 by 1
                   until ws-sn-j > ws-sn-word-count - ws-sn-i
           end-if
           move 1 to ws-sn-out
           perform ccst-name-join
               varying ws-sn-i from 1 by 1
               until ws-sn-i > ws-sn-word-count
           exit
           .
      ***--------------------------------------------------------------*
       ccst-name-char section.
       ccst-name-char-para.
           move ws-sn-name(ws-sn-pos:1) to ws-sn-char
           if (ws-sn-char >= 'A' and ws-sn-char <= 'Z')
               or (ws-sn-char >= '0' and ws-sn-char <= '9')
               add 1 to ws-sn-out
               move ws-sn-char to ws-sn-space-form(ws-sn-out:1)
               add 1 to ws-sn-cur-len
               move ws-sn-char to ws-sn-cur(ws-sn-cur-len:1)
           else
               perform ccst-name-word-end
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-name-word-end section.
       ccst-name-word-end-para.
           if ws-sn-cur-len > 0
               if ws-sn-word-count < ws-sn-word-max
                   add 1 to ws-sn-word-count
                   move ws-sn-cur to ws-sn-word(ws-sn-word-count)
               end-if
               move spaces to ws-sn-cur
               move 0 to ws-sn-cur-len
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-name-sort section.
       ccst-name-sort-para.
           if ws-sn-word(ws-sn-j) > ws-sn-word(ws-sn-j + 1)
               move ws-sn-word(ws-sn-j) to ws-sn-swap
               move ws-sn-word(ws-sn-j + 1) to ws-sn-word(ws-sn-j)
               move ws-sn-swap to ws-sn-word(ws-sn-j + 1)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-name-join section.
       ccst-name-join-para.
           string ws-sn-word(ws-sn-i) delimited by space
               into ws-sn-word-form
               with pointer ws-sn-out
           exit
           .
      ***--------------------------------------------------------------*
      *** a proper customer close: refused while any cross-referenced *
      *** account is still open, and held for the ETPECAP checker     *
      *** like any other change unless an admin keys it               *
           end-exec
           if ws-custmast-resp not = dfhresp(normal)
               move 'Customer not found' to CSTMSGO
               move 'ECST0009' to ws-msg-no
               perform ccst-catalogue-message
           else
           if CUSTMAST-IS-CLOSED
               move 'Customer is already closed' to CSTMSGO
               move 'ECST0027' to ws-msg-no
               perform ccst-catalogue-message
           else
               perform ccst-check-open-accounts
               if ws-open-accounts > 0
                   move 'Open accounts remain - close them first'
                       to CSTMSGO
                   move 'ECST0028' to ws-msg-no
                   perform ccst-catalogue-message
               else
                   perform ccst-check-maker-role
                   if not ws-maker-is-admin
                           move 'C' to ws-aud-action
                           perform ccst-write-audit-rec
                           move 'Customer closed' to CSTMSGO
                           move 'ECST0029' to ws-msg-no
                           perform ccst-catalogue-message
                           move 'CLOSED' to CSTSTSO
                       else
                           move 'Close failed' to CSTMSGO
                           move 'ECST0030' to ws-msg-no
                           perform ccst-catalogue-message
                       end-if
                   end-if
               end-if
           move CUSTMAST-ID-DOC-TYPE to PENDCHG-NEW-ID-DOC-TYPE
           move CUSTMAST-ID-DOC-REF to PENDCHG-NEW-ID-DOC-REF
           move CUSTMAST-KYC-REVIEW-DATE to PENDCHG-NEW-KYC-DATE
           move CUSTMAST-TAX-STATUS to PENDCHG-NEW-TAX-STATUS
           move CUSTMAST-TAX-RATE to PENDCHG-NEW-TAX-RATE
           move 'C' to PENDCHG-NEW-STATUS
           move 'N' to ws-pend-written
           perform ccst-pend-change-once
               until ws-pend-was-written
           move 'Close captured, awaiting approval' to CSTMSGO
           move 'ECST0031' to ws-msg-no
           perform ccst-catalogue-message
           exit
           .
      ***--------------------------------------------------------------*
           move spaces to CUSTMAST-ID-DOC-TYPE
           move spaces to CUSTMAST-ID-DOC-REF
           move 0 to CUSTMAST-KYC-REVIEW-DATE
           move 'S' to CUSTMAST-TAX-STATUS
           move 0 to CUSTMAST-TAX-RATE
           perform ccst-change-kyc-fields
           exit
           .
               and CSTKYCI is numeric
               move CSTKYCI to CUSTMAST-KYC-REVIEW-DATE
           end-if
      *    a branch once given moves only by a branch transfer
           if CSTBRNI not = low-values and spaces
               and CUSTMAST-BRANCH = spaces
               move CSTBRNI to CUSTMAST-BRANCH
           end-if
      *    a keyed standing replaces the rate too - only a
      *    non-resident carries one of its own
           if CSTTXSI not = low-values and spaces
               move CSTTXSI to CUSTMAST-TAX-STATUS
               move 0 to CUSTMAST-TAX-RATE
           end-if
           if CSTTXRI not = low-values and spaces
               move CSTTXRI to ws-tax-rate-text
               move ws-tax-rate-n to CUSTMAST-TAX-RATE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the withholding fields are refused, not quietly dropped:    *
      *** standing must be E, S or N, a rate must be seven digits of  *
      *** at most 100 percent, and a non-resident standing needs its  *
      *** treaty rate keyed with it                                   *
      ***--------------------------------------------------------------*
       ccst-check-tax-fields section.
       ccst-check-tax-fields-para.
           move 'Y' to ws-tax-keyed
           move '0000000' to ws-tax-rate-text
           if CSTTXRI not = low-values and spaces
               move CSTTXRI to ws-tax-rate-text
           end-if
           if CSTTXSI not = low-values and spaces
               and CSTTXSI not = 'E'
               and CSTTXSI not = 'S'
               and CSTTXSI not = 'N'
               move 'N' to ws-tax-keyed
               move 'Tax status must be E, S or N' to CSTMSGO
               move 'ECST0032' to ws-msg-no
               perform ccst-catalogue-message
           else if ws-tax-rate-text not numeric
               move 'N' to ws-tax-keyed
               move 'Rate must be seven digits (four decimals)'
                   to CSTMSGO
               move 'ECST0033' to ws-msg-no
               perform ccst-catalogue-message
           else if ws-tax-rate-n > 100
               move 'N' to ws-tax-keyed
               move 'Tax rate cannot exceed 100 percent' to CSTMSGO
               move 'ECST0034' to ws-msg-no
               perform ccst-catalogue-message
           else if CSTTXSI = 'N'
               and (CSTTXRI = low-values or spaces)
               move 'N' to ws-tax-keyed
               move 'Non-resident needs a treaty tax rate' to CSTMSGO
               move 'ECST0035' to ws-msg-no
               perform ccst-catalogue-message
           end-if end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
               move CUSTMAST-ID-DOC-REF to CSTIDRO
               move CUSTMAST-KYC-REVIEW-DATE to CSTKYCO
               move CUSTMAST-BRANCH to CSTBRNO
               move CUSTMAST-TAX-STATUS to CSTTXSO
               move CUSTMAST-TAX-RATE to ws-tax-rate-n
               move ws-tax-rate-text to CSTTXRO
               move 'ACTIVE' to CSTSTSO
               if CUSTMAST-IS-CLOSED
                   move 'CLOSED' to CSTSTSO
               end-if
               if CUSTMAST-IS-DECEASED
                   move 'DECEASED' to CSTSTSO
               end-if
               perform ccst-list-accounts
      *        the customer's first account goes with it
               move CUSTMAST-CUSTNO to ws-ctx-custno
               move spaces to ws-ctx-acctno
               if ws-xref-count > 0
                   move CSTACLO(1:10) to ws-ctx-acctno
               end-if
               perform ccst-save-context
               move 'Customer found' to CSTMSGO
               move 'ECST0036' to ws-msg-no
               perform ccst-catalogue-message
           else
               move spaces to CSTNAMO
               move spaces to CSTADRO
               move spaces to CSTIDTO
               move spaces to CSTIDRO
               move spaces to CSTKYCO
               move spaces to CSTTXSO
               move spaces to CSTTXRO
               move spaces to CSTSTSO
               move spaces to CSTACLO
               move 'Customer not found' to CSTMSGO
               move 'ECST0009' to ws-msg-no
               perform ccst-catalogue-message
           end-if
           exit
           .
           move ws-aud-action to CUSTAUD-ACTION
           move ws-aud-before-image to CUSTAUD-BEFORE-IMAGE
           move CUSTMAST-RECORD to CUSTAUD-AFTER-IMAGE
           perform ccst-chain-fetch
           move 'N' to ws-aud-written
           perform ccst-write-audit-once
               until ws-aud-was-written
           perform ccst-chain-advance
           exit
           .
      ***--------------------------------------------------------------*
       ccst-write-audit-once section.
       ccst-write-audit-once-para.
           perform ccst-seal-row
           exec cics
               write file(ws-custaud-fname)
               from(CUSTAUD-RECORD)
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's chain row, held for the audit write          *
      *** that follows; a first row starts a new chain                *
      ***--------------------------------------------------------------*
       ccst-chain-fetch section.
       ccst-chain-fetch-para.
           if not ws-in-training
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
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row takes the next number on the chain and is           *
      *** sealed over its contents and the seal before it             *
      ***--------------------------------------------------------------*
       ccst-seal-row section.
       ccst-seal-row-para.
           if not ws-in-training
               compute CUSTAUD-CHAIN-NO = HASHCHN-HEAD-NO + 1
               move HASHCHN-HEAD-SEAL to ws-seal-prev
               perform ccst-seal-custaud
               move ws-seal to CUSTAUD-SEAL
           else
               move 0 to CUSTAUD-CHAIN-NO
               move 0 to CUSTAUD-SEAL
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row is on file - it becomes the chain's head            *
      ***--------------------------------------------------------------*
       ccst-chain-advance section.
       ccst-chain-advance-para.
           if not ws-in-training
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
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the seal of the CUSTAUD row in hand, chained to the         *
      *** seal in ws-seal-prev.  The customer number is left          *
      *** out, the row itself is left as it was                       *
      ***--------------------------------------------------------------*
       ccst-seal-custaud section.
       ccst-seal-custaud-para.
           move CUSTAUD-CUSTNO to ws-seal-owner
           move CUSTAUD-SEAL to ws-seal-stored
           move spaces to CUSTAUD-CUSTNO
           move 0 to CUSTAUD-SEAL
           move CUSTAUD-RECORD to ws-seal-body
           move ws-seal-owner to CUSTAUD-CUSTNO
           move ws-seal-stored to CUSTAUD-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of CUSTAUD-RECORD
           perform ccst-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** two running remainders over every byte of ws-seal-data,     *
      *** each modulo its own large prime, side by side make the      *
      *** eighteen-digit seal                                         *
      ***--------------------------------------------------------------*
       ccst-seal-compute section.
       ccst-seal-compute-para.
           move 0 to ws-seal-a
           move 0 to ws-seal-b
           perform ccst-seal-byte
               varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-len
           compute ws-seal = ws-seal-a * 1000000000 + ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       ccst-seal-byte section.
       ccst-seal-byte-para.
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
      *** runs (or continues) the name search: browses the Customer   *
      *** Master from the saved position, collects up to five         *
      *** customers whose name contains the search argument, shows    *
           perform ccst-show-search
           if ws-srch-hits = 0
               move 'No (more) matching customers' to CSTMSGO
               move 'ECST0037' to ws-msg-no
               perform ccst-catalogue-message
               move low-values to ws-srch-from
           else
               move CUSTMAST-CUSTNO to ws-srch-from
               move 'Key the number with action I, PF8 for more'
                   to CSTMSGO
               move 'ECST0038' to ws-msg-no
               perform ccst-catalogue-message
           end-if
           exit
           .
           exit
           .
      ***--------------------------------------------------------------*
      *** is the signed-on user tied by STAFFLNK to the customer in    *
      *** ws-stf-custno?  Only ever sets the switch, so a caller       *
      *** clears it once and checks everything it acts on              *
      ***--------------------------------------------------------------*
       ccst-check-staff-link section.
       ccst-check-staff-link-para.
           if not ws-stf-is-linked and ws-auth-userid not = spaces
               if ws-stf-custno not = low-values and spaces
                   perform ccst-staff-link-read
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccst-staff-link-read section.
       ccst-staff-link-read-para.
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
       ccst-staff-refusal section.
       ccst-staff-refusal-para.
           move 'Refused - your own or a related customer'
               to CSTMSGO
           move 'ETP00003' to ws-msg-no
           perform ccst-catalogue-message
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
      *** customer - the one last displayed, or the one a PF key      *
      *** jumped here with                                            *
      ***--------------------------------------------------------------*
       ccst-load-context section.
       ccst-load-context-para.
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal)
               and IDLETRK-IS-SIGNED-ON
               and IDLETRK-CTX-CUSTNO not = spaces and not = low-values
               move IDLETRK-CTX-CUSTNO to CSTCNOO
               move ws-attr-mdt to CSTCNOA
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** PF3 goes back to the screen a PF key jumped here from,      *
      *** or to the menu; either way the jump is over                 *
      ***--------------------------------------------------------------*
       ccst-go-back section.
       ccst-go-back-para.
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
       ccst-save-context section.
       ccst-save-context-para.
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
       ccst-jump section.
       ccst-jump-para.
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
                   move 'Display an account first' to CSTMSGO
                   move 'ECST0043' to ws-msg-no
               else
                   move 'Display a customer first' to CSTMSGO
                   move 'ECST0044' to ws-msg-no
               end-if
               perform ccst-catalogue-message
               perform cics-send-eccst
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       ccst-catalogue-message section.
       ccst-catalogue-message-para.
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
               move MSGCAT-TEXT to CSTMSGO
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
       ccst-log-privact section.
       ccst-log-privact-para.
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
               move CSTACTI to PRIVACT-ACTION
               move CSTCNOI to PRIVACT-RECKEY
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
       ccst-set-training-files section.
