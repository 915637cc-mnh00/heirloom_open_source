      * journal4 pair exactly as ETPEXFR would have (through the
      * FUTRWHS warehouse when the held transfer carries a future
      * value date); action 'R' rejects it.  Both halves are
      * journalled to journal1, and mirrored on WQDISP for the
      * ETPBWQT throughput report.  A pair released for tonight's run
      * puts a TRANSFER event on NTFQUE for every holder of the
      * from-account who has opted in on NTFPREF, as ETPEXFR does.
      * Neither action is allowed on a transfer out of or into an
      * account linked on STAFFLNK to the signed-on user; the refusal
      * is journalled.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cxrl-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EXRL session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-jnl-target                     pic x(8).
       copy JNLCOUNT.
       01  ws-jnlcount-resp                  pic s9(8) comp.

      *    work-queue disposition mirror for the throughput report -
      *    see cxrl-mirror-disposition
       copy WQDISP.
       01  ws-wqdisp-resp                    pic s9(8) comp.
       copy JNL4VW.
       01  ws-jnl4vw-resp                    pic s9(8) comp.
       01  ws-pair-id.
       01  ws-quiesced                       pic x(1).
           88  ws-system-quiesced            value 'Y'.

      ***--------------------------------------------------------------*
      *** staff-linked accounts - the signed-on user may not act on a  *
      *** customer STAFFLNK ties them to, nor on an account such a     *
      *** customer holds - see cxrl-check-staff-link                   *
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
      *    cxrl-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cxrl-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** takeover-pattern screening, exactly as ETPEXFR runs it on a *
      *** direct transfer: a release is the moment the money actually *
           88  ws-tko-browsing               value 'Y'.
       01  ws-tko-chg-date                   pic 9(8).

      ***--------------------------------------------------------------*
      *** transfer notifications, exactly as ETPEXFR raises them -    *
      *** every holder of the from-account opted in on NTFPREF gets a *
      *** TRANSFER event on NTFQUE                                    *
      ***--------------------------------------------------------------*
       copy NTFPREF.
       01  ws-ntfpref-resp                   pic s9(8) comp.
       copy NTFQUE.
       01  ws-ntfque-resp                    pic s9(8) comp.
       01  ws-ntf-browse                     pic x(1).
           88  ws-ntf-browsing               value 'Y'.
       01  ws-ntf-written                    pic x(1).
           88  ws-ntf-write-done             value 'Y' 'F'.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-date                   pic 9(8).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cxrl-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       move 0 to ws-cur-seq
                       move 'Display reset by clear key'
                           to XRLMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cxrl-catalogue-message
                       perform cics-send-cxrl
                   when other
                       move 'Unexpected 3270 attention key'
                           to XRLMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cxrl-catalogue-message
                       perform cxrl-log-unsupkey
                       perform cics-send-cxrl
               end-evaluate
               perform cxrl-show-entry
               move 'A approves, R rejects, ENTER steps on'
                   to XRLMSGO
               move 'EXRL0001' to ws-msg-no
               perform cxrl-catalogue-message
           else
               move 0 to ws-cur-date
               move 0 to ws-cur-seq
               move spaces to XRLDATO
               move spaces to XRLNARO
               move 'No transfers awaiting release' to XRLMSGO
               move 'EXRL0002' to ws-msg-no
               perform cxrl-catalogue-message
           end-if
           exit
           .
           perform cxrl-check-quiesce
           if ws-system-quiesced
               move 'System closing, releases refused' to XRLMSGO
               move 'EXRL0003' to ws-msg-no
               perform cxrl-catalogue-message
           else
           if ws-auth-role not = 'S' and not = 'A'
               move 'Approval needs a supervisor' to XRLMSGO
               move 'EXRL0004' to ws-msg-no
               perform cxrl-catalogue-message
               move 'NOT SUPER' to ws-aud-status
               perform cxrl-write-audit
           else
               if PENDXFR-MAKER = ws-auth-userid
                   move 'Maker cannot approve own transfer'
                       to XRLMSGO
                   move 'EXRL0005' to ws-msg-no
                   perform cxrl-catalogue-message
                   move 'OWN CHANGE' to ws-aud-status
                   perform cxrl-write-audit
                   exec cics
                       unlock file('PENDXFR')
                   end-exec
                   perform cxrl-show-entry
               else
               perform cxrl-check-staff-entry
               if ws-stf-is-linked
                   perform cxrl-staff-refusal
                   move 'STAFF LINK' to ws-aud-status
                   perform cxrl-write-audit
                   exec cics
                       unlock file('PENDXFR')
                   end-exec
                   perform cxrl-show-entry
               else
                   perform cxrl-release-legs
                   move 'A' to PENDXFR-STATUS
                   perform cxrl-rewrite-current
                   move 'Transfer approved and released'
                       to XRLMSGO
                   move 'EXRL0006' to ws-msg-no
                   perform cxrl-catalogue-message
                   move 'SUCCESS' to ws-aud-status
                   perform cxrl-write-audit
                   perform cxrl-show-next
               end-if
               end-if
           end-if
           end-if
           end-if
           move 'XFRREJ  ' to ws-aud-event
           if ws-auth-role not = 'S' and not = 'A'
               move 'Rejection needs a supervisor' to XRLMSGO
               move 'EXRL0007' to ws-msg-no
               perform cxrl-catalogue-message
               move 'NOT SUPER' to ws-aud-status
               perform cxrl-write-audit
           else
               perform cxrl-read-current
               if ws-entry-was-found
                   perform cxrl-check-staff-entry
               end-if
               if ws-entry-was-found and ws-stf-is-linked
                   perform cxrl-staff-refusal
                   move 'STAFF LINK' to ws-aud-status
                   perform cxrl-write-audit
                   exec cics
                       unlock file('PENDXFR')
                   end-exec
                   perform cxrl-show-entry
               else if ws-entry-was-found
                   move 'R' to PENDXFR-STATUS
                   move ws-auth-userid to PENDXFR-CHECKER
                   perform cxrl-rewrite-current
                   move 'Transfer rejected' to XRLMSGO
                   move 'EXRL0008' to ws-msg-no
                   perform cxrl-catalogue-message
                   move 'SUCCESS' to ws-aud-status
                   perform cxrl-write-audit
                   perform cxrl-show-next
               end-if end-if
           end-if
           exit
           .
           if ws-cur-date = 0 and ws-cur-seq = 0
               move 'No transfer shown - press ENTER first'
                   to XRLMSGO
               move 'EXRL0009' to ws-msg-no
               perform cxrl-catalogue-message
           else
               move ws-cur-date to PENDXFR-DATE
               move ws-cur-seq to PENDXFR-SEQ
               end-exec
               if ws-pendxfr-resp not = dfhresp(normal)
                   move 'Pending transfer not found' to XRLMSGO
                   move 'EXRL0010' to ws-msg-no
                   perform cxrl-catalogue-message
               else if not PENDXFR-IS-PENDING
                   move 'Transfer is no longer pending' to XRLMSGO
                   move 'EXRL0011' to ws-msg-no
                   perform cxrl-catalogue-message
                   exec cics
                       unlock file('PENDXFR')
                   end-exec
               move ws-pair-id to JNLREC-POST-PAIR-ID
               move PENDXFR-VALUE-DATE to JNLREC-POST-VALUE-DATE
               move PENDXFR-NARRATIVE to JNLREC-POST-NARRATIVE
               move 'TR' to JNLREC-POST-TXN-TYPE
               move PENDXFR-TRACE-ID to JNLREC-POST-TRACE-ID
               perform cxrl-write-one-leg

               move ws-pair-id to JNLREC-POST-PAIR-ID
               move PENDXFR-VALUE-DATE to JNLREC-POST-VALUE-DATE
               move PENDXFR-NARRATIVE to JNLREC-POST-NARRATIVE
               move 'TR' to JNLREC-POST-TXN-TYPE
               move PENDXFR-TRACE-ID to JNLREC-POST-TRACE-ID
               perform cxrl-write-one-leg
               perform cxrl-reduce-memo
           end-if
           exec cics syncpoint end-exec
           perform cxrl-check-takeover
           if PENDXFR-VALUE-DATE not > ws-busdate
               perform cxrl-notify-transfer
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** every holder of the from-account opted in to transfer       *
      *** notifications gets the event - amount and the to-account   *
      ***--------------------------------------------------------------*
       cxrl-notify-transfer section.
       cxrl-notify-transfer-para.
           move PENDXFR-FROM-ACCT to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           exec cics
               startbr file('ACCTXREF')
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp = dfhresp(normal)
               move 'Y' to ws-ntf-browse
               perform cxrl-notify-transfer-next
                   until not ws-ntf-browsing
               exec cics
                   endbr file('ACCTXREF')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cxrl-notify-transfer-next section.
       cxrl-notify-transfer-next-para.
           exec cics
               readnext file('ACCTXREF')
               into(ACCTXREF-RECORD)
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp not = dfhresp(normal)
               move 'N' to ws-ntf-browse
           else
               if ACCTXREF-ACCTNO not = PENDXFR-FROM-ACCT
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
                       perform cxrl-notify-queue
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cxrl-notify-queue section.
       cxrl-notify-queue-para.
           move spaces to NTFQUE-RECORD
           move NTFPREF-CUSTNO to NTFQUE-CUSTNO
           move current-date(1:14) to NTFQUE-STAMP
           move 1 to NTFQUE-SEQ
           move 'Q' to NTFQUE-STATUS
           move 'TRANSFER' to NTFQUE-EVENT
           move PENDXFR-FROM-ACCT to NTFQUE-ACCTNO
           move PENDXFR-AMOUNT to NTFQUE-AMOUNT
           move 0 to NTFQUE-BALANCE
           move PENDXFR-TO-ACCT to NTFQUE-OTHER
           move ws-program-name to NTFQUE-SOURCE
           move current-date(1:8) to NTFQUE-REQ-DATE
           move 0 to NTFQUE-DONE-DATE
           move 'N' to ws-ntf-written
           perform cxrl-notify-queue-write
               until ws-ntf-write-done
           exit
           .
      ***--------------------------------------------------------------*
       cxrl-notify-queue-write section.
       cxrl-notify-queue-write-para.
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
           move ws-pair-id to FUTRWHS-POST-PAIR-ID
           move PENDXFR-VALUE-DATE to FUTRWHS-POST-VALUE-DATE
           move PENDXFR-NARRATIVE to FUTRWHS-POST-NARRATIVE
           move 'TR' to FUTRWHS-POST-TXN-TYPE
           move PENDXFR-TRACE-ID to FUTRWHS-POST-TRACE-ID
           perform cxrl-warehouse-one-leg

           move ws-pair-id to FUTRWHS-POST-PAIR-ID
           move PENDXFR-VALUE-DATE to FUTRWHS-POST-VALUE-DATE
           move PENDXFR-NARRATIVE to FUTRWHS-POST-NARRATIVE
           move 'TR' to FUTRWHS-POST-TXN-TYPE
           move PENDXFR-TRACE-ID to FUTRWHS-POST-TRACE-ID
           perform cxrl-warehouse-one-leg
           exit
               from(ws-aud-msg) flength(80)
               jtypeid('XR') prefix('ETP')
           end-exec
           if ws-aud-status = 'SUCCESS'
               move 'PENDXFR ' to WQDISP-QUEUE
               move spaces to WQDISP-ITEM-KEY
               string ws-cur-date ws-cur-seq
                   delimited by size into WQDISP-ITEM-KEY
               move ws-aud-event to WQDISP-ACTION
               move PENDXFR-DATE to WQDISP-ENTERED-DATE
               move 0 to WQDISP-ENTERED-TIME
               perform cxrl-mirror-disposition
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** mirrors the disposition just journalled into the WQDISP     *
      *** file - journal1 has no batch-readable file behind it, so    *
      *** this mirror is what the ETPBWQT throughput report consumes, *
      *** numbered the way the SECAUDIT mirror is                     *
      ***--------------------------------------------------------------*
       cxrl-mirror-disposition section.
       cxrl-mirror-disposition-para.
           move 'wqdisp' to JNLCOUNT-JNAME
           exec cics
               read file('JNLCOUNT')
               into(JNLCOUNT-RECORD)
               ridfld(JNLCOUNT-JNAME)
               resp(ws-jnlcount-resp)
           end-exec
           if ws-jnlcount-resp = dfhresp(normal)
               add 1 to JNLCOUNT-COUNT
           else
               move 'wqdisp' to JNLCOUNT-JNAME
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
           move JNLCOUNT-COUNT to WQDISP-SEQ
           move ws-auth-userid to WQDISP-USERID
           move eibtrmid to WQDISP-TERMID
           move current-date(1:8) to WQDISP-DONE-DATE
           move current-date(9:6) to WQDISP-DONE-TIME
           exec cics
               write file('WQDISP')
               from(WQDISP-RECORD)
               ridfld(WQDISP-SEQ)
               resp(ws-wqdisp-resp)
           end-exec
           if ws-wqdisp-resp = dfhresp(duprec)
               exec cics
                   rewrite file('WQDISP')
                   from(WQDISP-RECORD)
                   resp(ws-wqdisp-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** both ends of the held transfer                              *
      ***--------------------------------------------------------------*
       cxrl-check-staff-entry section.
       cxrl-check-staff-entry-para.
           move 'N' to ws-stf-linked
           move spaces to ws-stf-custno
           move PENDXFR-FROM-ACCT to ws-stf-acctno
           perform cxrl-check-staff-link
           if not ws-stf-is-linked
               move spaces to ws-stf-custno
               move PENDXFR-TO-ACCT to ws-stf-acctno
               perform cxrl-check-staff-link
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** is the signed-on user tied by STAFFLNK to the customer in    *
      *** ws-stf-custno, or to the account in ws-stf-acctno through    *
      *** any of its ACCTXREF holders?  Only ever sets the switch, so  *
      *** a caller clears it once and checks everything it acts on     *
      ***--------------------------------------------------------------*
       cxrl-check-staff-link section.
       cxrl-check-staff-link-para.
           if not ws-stf-is-linked and ws-auth-userid not = spaces
               if ws-stf-custno not = low-values and spaces
                   perform cxrl-staff-link-read
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
                       perform cxrl-staff-link-next
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
       cxrl-staff-link-next section.
       cxrl-staff-link-next-para.
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
               perform cxrl-staff-link-read
               if ws-stf-is-linked
                   move 'N' to ws-stf-browse
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cxrl-staff-link-read section.
       cxrl-staff-link-read-para.
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
       cxrl-staff-refusal section.
       cxrl-staff-refusal-para.
           move 'Refused - your own or a related customer'
               to XRLMSGO
           move 'ETP00003' to ws-msg-no
           perform cxrl-catalogue-message
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
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       cxrl-catalogue-message section.
       cxrl-catalogue-message-para.
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
               move MSGCAT-TEXT to XRLMSGO
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
       cxrl-log-privact section.
       cxrl-log-privact-para.
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
               move XRLACTI to PRIVACT-ACTION
               move XRLKEYI to PRIVACT-RECKEY
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
