      * ENTER shows the drain progress: the quiesce state and how
      * many terminals WHOSON still shows signed on.  Both state
      * changes are journalled.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cqsc-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-caller-userid                  pic x(8).
       01  ws-is-admin                       pic x(1) value 'N'.
           88  ws-caller-is-admin            value 'Y'.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cqsc-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cqsc-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       if not ws-caller-is-admin
                           move 'Not authorized to quiesce'
                               to EQSCMSGO
                           move 'EQSC0001' to ws-msg-no
                           perform cqsc-catalogue-message
                       else
                           move 'QUIESCON' to ws-aud-event
                           move 'Y' to QUIESCE-STATE
                           perform cqsc-save-state
                           move 'Quiesce set - system is closing'
                               to EQSCMSGO
                           move 'EQSC0002' to ws-msg-no
                           perform cqsc-catalogue-message
                       end-if
                       perform cqsc-show-state
                       perform cics-send-cqsc
                       if not ws-caller-is-admin
                           move 'Not authorized to quiesce'
                               to EQSCMSGO
                           move 'EQSC0001' to ws-msg-no
                           perform cqsc-catalogue-message
                       else
                           move 'QUIESCOF' to ws-aud-event
                           move 'N' to QUIESCE-STATE
                           perform cqsc-save-state
                           move 'Quiesce cleared - system is open'
                               to EQSCMSGO
                           move 'EQSC0003' to ws-msg-no
                           perform cqsc-catalogue-message
                       end-if
                       perform cqsc-show-state
                       perform cics-send-cqsc
                       perform cqsc-show-state
                       move 'Display reset by clear key'
                           to EQSCMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cqsc-catalogue-message
                       perform cics-send-cqsc
                   when other
                       move 'Unexpected 3270 attention key'
                           to EQSCMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cqsc-catalogue-message
                       perform cqsc-log-unsupkey
                       perform cics-send-cqsc
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
                   and QUIESCE-IS-ON
                   move 'Drain complete - batch may run'
                       to EQSCMSGO
                   move 'EQSC0004' to ws-msg-no
                   perform cqsc-catalogue-message
               else
                   move 'ENTER refreshes the drain progress'
                       to EQSCMSGO
                   move 'EQSC0005' to ws-msg-no
                   perform cqsc-catalogue-message
               end-if
           end-if
           exit
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
       cqsc-catalogue-message section.
       cqsc-catalogue-message-para.
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
               move MSGCAT-TEXT to EQSCMSGO
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
       cqsc-log-privact section.
       cqsc-log-privact-para.
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
               move spaces to PRIVACT-RECKEY
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
