      * one is keyed - by writing a fresh journal4 POST entry the way
      * ETPEJNL does, so the next ETPBPST run picks it up through the
      * normal path; action 'W' formally writes the entry off.  Both
      * dispositions are journalled to journal1, and mirrored on
      * WQDISP for the ETPBWQT throughput report.
      * Neither disposition is allowed on an entry whose account - or
      * corrected account - is linked on STAFFLNK to the signed-on
      * user; the refusal is journalled.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see csus-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ESUS session terminated.'.
       01  ws-aud-msg                        pic x(80).
      *    nightly reconciliation stay in balance
       copy JNLCOUNT.
       01  ws-jnlcount-resp                  pic s9(8) comp.

      *    work-queue disposition mirror for the throughput report -
      *    see csus-mirror-disposition
       copy WQDISP.
       01  ws-wqdisp-resp                    pic s9(8) comp.
       copy JNL4VW.
       01  ws-jnl4vw-resp                    pic s9(8) comp.

       01  ws-quiesced                       pic x(1).
           88  ws-system-quiesced            value 'Y'.

      ***--------------------------------------------------------------*
      *** staff-linked accounts - the signed-on user may not act on a  *
      *** customer STAFFLNK ties them to, nor on an account such a     *
      *** customer holds - see csus-check-staff-link                   *
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
      *    csus-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see csus-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-date                   pic 9(8).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform csus-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       move 0 to ws-cur-seq
                       move 'Display reset by clear key'
                           to ESUSMSGO
                       move 'ETP00001' to ws-msg-no
                       perform csus-catalogue-message
                       perform cics-send-csus
                   when other
                       move 'Unexpected 3270 attention key'
                           to ESUSMSGO
                       move 'ETP00002' to ws-msg-no
                       perform csus-catalogue-message
                       perform csus-log-unsupkey
                       perform cics-send-csus
               end-evaluate
               perform csus-show-entry
               move 'R releases, W writes off, ENTER steps on'
                   to ESUSMSGO
               move 'ESUS0001' to ws-msg-no
               perform csus-catalogue-message
           else
               move 0 to ws-cur-date
               move 0 to ws-cur-seq
               move spaces to ESUSRSNO
               move spaces to ESUSPAYO
               move 'No open suspense entries' to ESUSMSGO
               move 'ESUS0002' to ws-msg-no
               perform csus-catalogue-message
           end-if
           exit
           .
           perform csus-check-quiesce
           if ws-system-quiesced
               move 'System closing, releases refused' to ESUSMSGO
               move 'ESUS0003' to ws-msg-no
               perform csus-catalogue-message
           else
           perform csus-read-current
           if ws-entry-was-found
               else
                   move SUSPFILE-POST-ACCTNO to ws-release-acctno
               end-if
               perform csus-check-staff-entry
               if ws-stf-is-linked
                   perform csus-staff-refusal
                   move 'STAFF LINK' to ws-aud-status
                   perform csus-write-audit
                   perform csus-show-entry
               else if SUSPFILE-POST-AMOUNT not is numeric
                   move 'Amount not numeric - write off instead'
                       to ESUSMSGO
                   move 'ESUS0004' to ws-msg-no
                   perform csus-catalogue-message
                   move 'BAD AMOUNT' to ws-aud-status
                   perform csus-write-audit
                   perform csus-show-entry
                   end-exec
                   if ws-acctmast-resp not = dfhresp(normal)
                       move 'Account not on file' to ESUSMSGO
                       move 'ESUS0005' to ws-msg-no
                       perform csus-catalogue-message
                       move 'BAD ACCOUNT' to ws-aud-status
                       perform csus-write-audit
                       perform csus-show-entry
                   else if not ACCTMAST-IS-ACTIVE
                       move 'Account not active' to ESUSMSGO
                       move 'ESUS0006' to ws-msg-no
                       perform csus-catalogue-message
                       move 'NOT ACTIVE' to ws-aud-status
                       perform csus-write-audit
                       perform csus-show-entry
                       perform csus-rewrite-current
                       move 'Entry released for reposting'
                           to ESUSMSGO
                       move 'ESUS0007' to ws-msg-no
                       perform csus-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                       perform csus-write-audit
                       perform csus-show-next
                   end-if end-if
               end-if end-if
           end-if
           end-if
           exit
           move 'SUSPWOFF' to ws-aud-event
           perform csus-read-current
           if ws-entry-was-found
               move SUSPFILE-POST-ACCTNO to ws-release-acctno
               perform csus-check-staff-entry
           end-if
           if ws-entry-was-found and ws-stf-is-linked
               perform csus-staff-refusal
               move 'STAFF LINK' to ws-aud-status
               perform csus-write-audit
               perform csus-show-entry
           else if ws-entry-was-found
               move 'W' to SUSPFILE-STATUS
               perform csus-rewrite-current
               move 'Entry written off' to ESUSMSGO
               move 'ESUS0008' to ws-msg-no
               perform csus-catalogue-message
               move 'SUCCESS' to ws-aud-status
               perform csus-write-audit
               perform csus-show-next
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
           move 'N' to ws-entry-found
           if ws-cur-date = 0 and ws-cur-seq = 0
               move 'No entry shown - press ENTER first' to ESUSMSGO
               move 'ESUS0009' to ws-msg-no
               perform csus-catalogue-message
           else
               move ws-cur-date to SUSPFILE-DATE
               move ws-cur-seq to SUSPFILE-SEQ
               end-exec
               if ws-suspfile-resp not = dfhresp(normal)
                   move 'Suspense entry not found' to ESUSMSGO
                   move 'ESUS0010' to ws-msg-no
                   perform csus-catalogue-message
               else if not SUSPFILE-IS-OPEN
                   move 'Entry is no longer open' to ESUSMSGO
                   move 'ESUS0011' to ws-msg-no
                   perform csus-catalogue-message
                   exec cics
                       unlock file(ws-suspfile-fname)
                   end-exec
       csus-emit-journal4-para.
           move SUSPFILE-PAYLOAD to JNLREC-PAYLOAD
           move ws-release-acctno to JNLREC-POST-ACCTNO
      *    an entry that came in untyped, or was parked for a type
      *    the table does not know - alone or as a pair leg - goes
      *    back as a suspense release
           if JNLREC-POST-TXN-TYPE = spaces or low-values
               or SUSPFILE-REASON = 'UNKNOWN TXN TYPE'
               or SUSPFILE-REASON = 'PAIR: BAD TXN TYPE'
               move 'SR' to JNLREC-POST-TXN-TYPE
           end-if
           perform jnl-build-record
           move 'journal4' to ws-jnl-target
           if ws-in-training
               from(ws-aud-msg) flength(80)
               jtypeid('SU') prefix('ETP')
           end-exec
           if ws-aud-status = 'SUCCESS'
               and not ws-in-training
               move 'SUSPFILE' to WQDISP-QUEUE
               move spaces to WQDISP-ITEM-KEY
               string ws-cur-date ws-cur-seq
                   delimited by size into WQDISP-ITEM-KEY
               move ws-aud-event to WQDISP-ACTION
               move SUSPFILE-DATE to WQDISP-ENTERED-DATE
               move 0 to WQDISP-ENTERED-TIME
               perform csus-mirror-disposition
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** mirrors the disposition just journalled into the WQDISP     *
      *** file - journal1 has no batch-readable file behind it, so    *
      *** this mirror is what the ETPBWQT throughput report consumes, *
      *** numbered the way the SECAUDIT mirror is                     *
      ***--------------------------------------------------------------*
       csus-mirror-disposition section.
       csus-mirror-disposition-para.
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
      *** the entry's own account and the account it is being        *
      *** released to, when a correction was keyed                   *
      ***--------------------------------------------------------------*
       csus-check-staff-entry section.
       csus-check-staff-entry-para.
           move 'N' to ws-stf-linked
           move spaces to ws-stf-custno
           move SUSPFILE-POST-ACCTNO to ws-stf-acctno
           perform csus-check-staff-link
           if not ws-stf-is-linked
               and ws-release-acctno not = SUSPFILE-POST-ACCTNO
               move spaces to ws-stf-custno
               move ws-release-acctno to ws-stf-acctno
               perform csus-check-staff-link
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** is the signed-on user tied by STAFFLNK to the customer in    *
      *** ws-stf-custno, or to the account in ws-stf-acctno through    *
      *** any of its ACCTXREF holders?  Only ever sets the switch, so  *
      *** a caller clears it once and checks everything it acts on     *
      ***--------------------------------------------------------------*
       csus-check-staff-link section.
       csus-check-staff-link-para.
           if not ws-stf-is-linked and ws-auth-userid not = spaces
               if ws-stf-custno not = low-values and spaces
                   perform csus-staff-link-read
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
                       perform csus-staff-link-next
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
       csus-staff-link-next section.
       csus-staff-link-next-para.
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
               perform csus-staff-link-read
               if ws-stf-is-linked
                   move 'N' to ws-stf-browse
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       csus-staff-link-read section.
       csus-staff-link-read-para.
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
       csus-staff-refusal section.
       csus-staff-refusal-para.
           move 'Refused - your own or a related customer'
               to ESUSMSGO
           move 'ETP00003' to ws-msg-no
           perform csus-catalogue-message
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
       csus-catalogue-message section.
       csus-catalogue-message-para.
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
               move MSGCAT-TEXT to ESUSMSGO
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
       csus-log-privact section.
       csus-log-privact-para.
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
               move ESUSACTI to PRIVACT-ACTION
               move ESUSKEYI to PRIVACT-RECKEY
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
