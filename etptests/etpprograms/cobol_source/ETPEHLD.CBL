      * ETPEHLD - held-postings supervisor release screen
      * Steps through the HELDPOST entries the nightly posting run
      * parked when an account went over its ACCTLIM daily velocity
      * limits or took its holder past their CUSTLIM aggregate credit
      * limit.  ENTER shows the next held entry; action 'R' releases
      * it back through journal4 for the next run, marked released so
      * the aggregate limit does not hold it again, action 'C' cancels
      * it.  Both actions require the terminal's signed-on user to
      * hold SECROLE 'S' or 'A' - the same role check cefs-check-admin
      * applies to forced signoffs, applied here to money movement.
      * Both dispositions are journalled to journal1, and mirrored on
      * WQDISP for the ETPBWQT throughput report.
      * Cancelling a held standing-order payment marks its STOATMP
      * attempt refused, so ETPBSTO retries it or records it failed
      * instead of taking it as paid.
      * Neither action is allowed on an entry whose account is linked
      * on STAFFLNK to the signed-on user; the refusal is journalled.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

      ***--------------------------------------------------------------*
       copy HELDPOST.
       01  ws-heldpost-resp                  pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** standing-order attempts - a cancelled 'SO' entry is marked  *
      *** refused on its STOATMP row, see chld-refuse-standing-order  *
      ***--------------------------------------------------------------*
       copy STOATMP.
       01  ws-stoatmp-resp                   pic s9(8) comp.
       01  ws-sto-order-id                   pic 9(6).
       01  ws-sto-trace-id                   pic x(12).
       01  ws-sto-found                      pic x(1).
           88  ws-sto-was-found              value 'Y'.
       01  ws-sto-browse                     pic x(1).
           88  ws-sto-browsing               value 'Y'.
       01  ws-entry-found                    pic x(1).
           88  ws-entry-was-found            value 'Y'.

       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see chld-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-is-super                       pic x(1) value 'N'.
           88  ws-caller-is-super            value 'Y'.

      *    here the same way ETPEJNL maintains them
       copy JNLCOUNT.
       01  ws-jnlcount-resp                  pic s9(8) comp.

      *    work-queue disposition mirror for the throughput report -
      *    see chld-mirror-disposition
       copy WQDISP.
       01  ws-wqdisp-resp                    pic s9(8) comp.
       copy JNL4VW.
       01  ws-jnl4vw-resp                    pic s9(8) comp.

       01  ws-quiesced                       pic x(1).
           88  ws-system-quiesced            value 'Y'.

      ***--------------------------------------------------------------*
      *** staff-linked accounts - the signed-on user may not act on a  *
      *** customer STAFFLNK ties them to, nor on an account such a     *
      *** customer holds - see chld-check-staff-link                   *
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
      *    chld-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see chld-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-date                   pic 9(8).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform chld-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       move 0 to ws-cur-seq
                       move 'Display reset by clear key'
                           to EHLDMSGO
                       move 'ETP00001' to ws-msg-no
                       perform chld-catalogue-message
                       perform cics-send-chld
                   when other
                       move 'Unexpected 3270 attention key'
                           to EHLDMSGO
                       move 'ETP00002' to ws-msg-no
                       perform chld-catalogue-message
                       perform chld-log-unsupkey
                       perform cics-send-chld
               end-evaluate
                   and (SECROLE-CODE = 'S' or SECROLE-CODE = 'A')
                   move 'Y' to ws-is-super
               end-if
      *        a break-glass elevation inside its window counts too
               if IDLETRK-ELEV-UNTIL is numeric
                   and IDLETRK-ELEV-UNTIL > current-date(1:14)
                   move 'Y' to ws-is-super
               end-if
           end-if
           exit
           .
               perform chld-show-entry
               move 'R releases, C cancels, ENTER steps on'
                   to EHLDMSGO
               move 'EHLD0001' to ws-msg-no
               perform chld-catalogue-message
           else
               move 0 to ws-cur-date
               move 0 to ws-cur-seq
               move spaces to EHLDRSNO
               move spaces to EHLDPAYO
               move 'No held entries' to EHLDMSGO
               move 'EHLD0002' to ws-msg-no
               perform chld-catalogue-message
           end-if
           exit
           .
           perform chld-check-quiesce
           if ws-system-quiesced
               move 'System closing, releases refused' to EHLDMSGO
               move 'EHLD0003' to ws-msg-no
               perform chld-catalogue-message
           else
           perform chld-check-super
           if not ws-caller-is-super
               move 'Not authorized to release held postings'
                   to EHLDMSGO
               move 'EHLD0004' to ws-msg-no
               perform chld-catalogue-message
               move 'NOT SUPER' to ws-aud-status
               perform chld-write-audit
           else
               perform chld-read-current
               if ws-entry-was-found
                   perform chld-check-staff-entry
               end-if
               if ws-entry-was-found and ws-stf-is-linked
                   perform chld-staff-refusal
                   move 'STAFF LINK' to ws-aud-status
                   perform chld-write-audit
                   perform chld-show-entry
               else if ws-entry-was-found
                   perform chld-emit-journal4
                   move 'R' to HELDPOST-STATUS
                   perform chld-rewrite-current
                   move 'Entry released for reposting' to EHLDMSGO
                   move 'EHLD0005' to ws-msg-no
                   perform chld-catalogue-message
                   move 'SUCCESS' to ws-aud-status
                   perform chld-write-audit
                   perform chld-show-next
               end-if end-if
           end-if
           end-if
           exit
           if not ws-caller-is-super
               move 'Not authorized to cancel held postings'
                   to EHLDMSGO
               move 'EHLD0006' to ws-msg-no
               perform chld-catalogue-message
               move 'NOT SUPER' to ws-aud-status
               perform chld-write-audit
           else
               perform chld-read-current
               if ws-entry-was-found
                   perform chld-check-staff-entry
               end-if
               if ws-entry-was-found and ws-stf-is-linked
                   perform chld-staff-refusal
                   move 'STAFF LINK' to ws-aud-status
                   perform chld-write-audit
                   perform chld-show-entry
               else if ws-entry-was-found
                   move 'C' to HELDPOST-STATUS
                   perform chld-rewrite-current
                   if HELDPOST-POST-TXN-TYPE = 'SO'
                       perform chld-refuse-standing-order
                   end-if
                   move 'Entry cancelled' to EHLDMSGO
                   move 'EHLD0007' to ws-msg-no
                   perform chld-catalogue-message
                   move 'SUCCESS' to ws-aud-status
                   perform chld-write-audit
                   perform chld-show-next
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a cancelled standing-order payment: its pending attempt     *
      *** row, among the order's rows on STOATMP, is the one carrying *
      *** the entry's trace id - marked refused as the posting run    *
      *** marks one refused over the limit                            *
      ***--------------------------------------------------------------*
       chld-refuse-standing-order section.
       chld-refuse-standing-order-para.
           move 'N' to ws-sto-found
           if HELDPOST-POST-TRACE-ID(3:6) is numeric
               move HELDPOST-POST-TRACE-ID(3:6) to ws-sto-order-id
               move HELDPOST-POST-TRACE-ID to ws-sto-trace-id
               move ws-sto-order-id to STOATMP-ORDER-ID
               move 0 to STOATMP-DUE-DATE
               move 0 to STOATMP-TRY-NO
               exec cics
                   startbr file('STOATMP')
                   ridfld(STOATMP-KEY)
                   resp(ws-stoatmp-resp)
               end-exec
               if ws-stoatmp-resp = dfhresp(normal)
                   move 'Y' to ws-sto-browse
                   perform chld-refuse-so-next
                       until not ws-sto-browsing
                   exec cics
                       endbr file('STOATMP')
                   end-exec
               end-if
           end-if
           if ws-sto-was-found
               exec cics
                   read file('STOATMP')
                   into(STOATMP-RECORD)
                   ridfld(STOATMP-KEY)
                   update
                   resp(ws-stoatmp-resp)
               end-exec
               if ws-stoatmp-resp = dfhresp(normal)
                   move 'R' to STOATMP-STATUS
                   move current-date(1:8) to STOATMP-DONE-DATE
                   exec cics
                       rewrite file('STOATMP')
                       from(STOATMP-RECORD)
                       resp(ws-stoatmp-resp)
                   end-exec
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       chld-refuse-so-next section.
       chld-refuse-so-next-para.
           exec cics
               readnext file('STOATMP')
               into(STOATMP-RECORD)
               ridfld(STOATMP-KEY)
               resp(ws-stoatmp-resp)
           end-exec
           if ws-stoatmp-resp not = dfhresp(normal)
               or STOATMP-ORDER-ID not = ws-sto-order-id
               move 'N' to ws-sto-browse
           else
               if STOATMP-IS-PENDING
                   and STOATMP-TRACE-ID = ws-sto-trace-id
                   move 'Y' to ws-sto-found
                   move 'N' to ws-sto-browse
               end-if
           end-if
           exit
           move 'N' to ws-entry-found
           if ws-cur-date = 0 and ws-cur-seq = 0
               move 'No entry shown - press ENTER first' to EHLDMSGO
               move 'EHLD0008' to ws-msg-no
               perform chld-catalogue-message
           else
               move ws-cur-date to HELDPOST-DATE
               move ws-cur-seq to HELDPOST-SEQ
               end-exec
               if ws-heldpost-resp not = dfhresp(normal)
                   move 'Held entry not found' to EHLDMSGO
                   move 'EHLD0009' to ws-msg-no
                   perform chld-catalogue-message
               else if not HELDPOST-IS-HELD
                   move 'Entry is no longer held' to EHLDMSGO
                   move 'EHLD0010' to ws-msg-no
                   perform chld-catalogue-message
                   exec cics
                       unlock file('HELDPOST')
                   end-exec
       chld-emit-journal4 section.
       chld-emit-journal4-para.
           move HELDPOST-PAYLOAD to JNLREC-PAYLOAD
           move 'R' to JNLREC-POST-RELEASED
           perform jnl-build-record
           move 'journal4' to ws-jnl-target
           perform jnl-write-safe
               from(ws-aud-msg) flength(80)
               jtypeid('HL') prefix('ETP')
           end-exec
           if ws-aud-status = 'SUCCESS'
               move 'HELDPOST' to WQDISP-QUEUE
               move spaces to WQDISP-ITEM-KEY
               string ws-cur-date ws-cur-seq
                   delimited by size into WQDISP-ITEM-KEY
               move ws-aud-event to WQDISP-ACTION
               move HELDPOST-DATE to WQDISP-ENTERED-DATE
               move 0 to WQDISP-ENTERED-TIME
               perform chld-mirror-disposition
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** mirrors the disposition just journalled into the WQDISP     *
      *** file - journal1 has no batch-readable file behind it, so    *
      *** this mirror is what the ETPBWQT throughput report consumes, *
      *** numbered the way the SECAUDIT mirror is                     *
      ***--------------------------------------------------------------*
       chld-mirror-disposition section.
       chld-mirror-disposition-para.
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
           exec cics send map(ws-map) from(BMSEHLDO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
       chld-check-staff-entry section.
       chld-check-staff-entry-para.
           move 'N' to ws-stf-linked
           move spaces to ws-stf-custno
           move HELDPOST-POST-ACCTNO to ws-stf-acctno
           perform chld-check-staff-link
           exit
           .
      ***--------------------------------------------------------------*
      *** is the signed-on user tied by STAFFLNK to the customer in    *
      *** ws-stf-custno, or to the account in ws-stf-acctno through    *
      *** any of its ACCTXREF holders?  Only ever sets the switch, so  *
      *** a caller clears it once and checks everything it acts on     *
      ***--------------------------------------------------------------*
       chld-check-staff-link section.
       chld-check-staff-link-para.
           if not ws-stf-is-linked and ws-auth-userid not = spaces
               if ws-stf-custno not = low-values and spaces
                   perform chld-staff-link-read
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
                       perform chld-staff-link-next
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
       chld-staff-link-next section.
       chld-staff-link-next-para.
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
               perform chld-staff-link-read
               if ws-stf-is-linked
                   move 'N' to ws-stf-browse
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       chld-staff-link-read section.
       chld-staff-link-read-para.
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
       chld-staff-refusal section.
       chld-staff-refusal-para.
           move 'Refused - your own or a related customer'
               to EHLDMSGO
           move 'ETP00003' to ws-msg-no
           perform chld-catalogue-message
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
       chld-catalogue-message section.
       chld-catalogue-message-para.
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
               move MSGCAT-TEXT to EHLDMSGO
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
       chld-log-privact section.
       chld-log-privact-para.
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
               move EHLDACTI to PRIVACT-ACTION
               move EHLDKEYI to PRIVACT-RECKEY
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
