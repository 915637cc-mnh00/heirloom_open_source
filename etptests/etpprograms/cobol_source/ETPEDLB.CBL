      * ENTER steps to the next open record; action 'R' (admin only)
      * re-drives the captured payload through the same LINK path
      * ETPELPL uses, action 'D' (admin only) marks it discarded.
      * Both dispositions are journalled, and mirrored on WQDISP for
      * the ETPBWQT throughput report.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cdlb-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-is-admin                       pic x(1) value 'N'.
           88  ws-caller-is-admin            value 'Y'.

       01  ws-link-resp                      pic s9(8) comp.
       01  ws-link-resp-display              pic -(9)9.

      *    the disposition mirror's numbering tally
       copy JNLCOUNT.
       01  ws-jnlcount-resp                  pic s9(8) comp.

      *    work-queue disposition mirror for the throughput report -
      *    see cdlb-mirror-disposition
       copy WQDISP.
       01  ws-wqdisp-resp                    pic s9(8) comp.
       01  ws-dlb-day-int                    pic s9(9) comp.

      *    consolidated cross-program training-gap log - see
      *    cdlb-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cdlb-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-taskn                  pic 9(7).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cdlb-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       move 0 to ws-cur-taskn
                       move 'Display reset by clear key'
                           to EDLBMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cdlb-catalogue-message
                       perform cics-send-cdlb
                   when other
                       move 'Unexpected 3270 attention key'
                           to EDLBMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cdlb-catalogue-message
                       perform cdlb-log-unsupkey
                       perform cics-send-cdlb
               end-evaluate
                   and SECROLE-CODE = 'A'
                   move 'Y' to ws-is-admin
               end-if
      *        a break-glass elevation inside its window counts too
               if IDLETRK-ELEV-UNTIL is numeric
                   and IDLETRK-ELEV-UNTIL > current-date(1:14)
                   move 'Y' to ws-is-admin
               end-if
           end-if
           exit
           .
               perform cdlb-show-entry
               move 'R resubmits, D discards, ENTER steps on'
                   to EDLBMSGO
               move 'EDLB0001' to ws-msg-no
               perform cdlb-catalogue-message
           else
               move 0 to ws-cur-taskn
               move spaces to EDLBTSKO
               move spaces to EDLBCA1O
               move spaces to EDLBCA2O
               move 'No open dead letters' to EDLBMSGO
               move 'EDLB0002' to ws-msg-no
               perform cdlb-catalogue-message
           end-if
           exit
           .
           if not ws-caller-is-admin
               move 'Not authorized to resubmit dead letters'
                   to EDLBMSGO
               move 'EDLB0003' to ws-msg-no
               perform cdlb-catalogue-message
               move 'NOT ADMIN' to ws-aud-status
               perform cdlb-write-audit
           else
                       move 'R' to DEADLTR-DISPOSITION
                       perform cdlb-rewrite-current
                       move 'Dead letter resubmitted' to EDLBMSGO
                       move 'EDLB0004' to ws-msg-no
                       perform cdlb-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                       perform cdlb-write-audit
                       perform cdlb-show-next
           if not ws-caller-is-admin
               move 'Not authorized to discard dead letters'
                   to EDLBMSGO
               move 'EDLB0005' to ws-msg-no
               perform cdlb-catalogue-message
               move 'NOT ADMIN' to ws-aud-status
               perform cdlb-write-audit
           else
                   move 'D' to DEADLTR-DISPOSITION
                   perform cdlb-rewrite-current
                   move 'Dead letter discarded' to EDLBMSGO
                   move 'EDLB0006' to ws-msg-no
                   perform cdlb-catalogue-message
                   move 'SUCCESS' to ws-aud-status
                   perform cdlb-write-audit
                   perform cdlb-show-next
           move 'N' to ws-entry-found
           if ws-cur-taskn = 0
               move 'No record shown - press ENTER first' to EDLBMSGO
               move 'EDLB0007' to ws-msg-no
               perform cdlb-catalogue-message
           else
               move ws-cur-taskn to DEADLTR-TASKN
               exec cics
               end-exec
               if ws-deadltr-resp not = dfhresp(normal)
                   move 'Dead letter not found' to EDLBMSGO
                   move 'EDLB0008' to ws-msg-no
                   perform cdlb-catalogue-message
               else if not DEADLTR-IS-OPEN
                   move 'Record already dispositioned' to EDLBMSGO
                   move 'EDLB0009' to ws-msg-no
                   perform cdlb-catalogue-message
                   exec cics
                       unlock file('DEADLTR')
                   end-exec
               from(ws-aud-msg) flength(80)
               jtypeid('DL') prefix('ETP')
           end-exec
           if ws-aud-status = 'SUCCESS'
               move 'DEADLTR ' to WQDISP-QUEUE
               move ws-cur-taskn to WQDISP-ITEM-KEY
               move ws-aud-event to WQDISP-ACTION
      *        a dead letter keeps only its time of day - one later
      *        than now was captured the day before
               move current-date(1:8) to WQDISP-ENTERED-DATE
               move DEADLTR-TIMESTAMP to WQDISP-ENTERED-TIME
               if DEADLTR-TIMESTAMP > current-date(9:6)
                   compute ws-dlb-day-int =
                       function integer-of-date(WQDISP-ENTERED-DATE)
                       - 1
                   end-compute
                   move function date-of-integer(ws-dlb-day-int)
                       to WQDISP-ENTERED-DATE
               end-if
               perform cdlb-mirror-disposition
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** mirrors the disposition just journalled into the WQDISP     *
      *** file - journal1 has no batch-readable file behind it, so    *
      *** this mirror is what the ETPBWQT throughput report consumes, *
      *** numbered the way the SECAUDIT mirror is                     *
      ***--------------------------------------------------------------*
       cdlb-mirror-disposition section.
       cdlb-mirror-disposition-para.
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
       cdlb-catalogue-message section.
       cdlb-catalogue-message-para.
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
               move MSGCAT-TEXT to EDLBMSGO
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
       cdlb-log-privact section.
       cdlb-log-privact-para.
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
               move EDLBACTI to PRIVACT-ACTION
               move EDLBTSKI to PRIVACT-RECKEY
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
