      * flag ETPELPL's SYSID validation honors, so a region can be
      * drained before maintenance.  Changes are journalled, the same
      * pattern ETPEMOT uses for MOTD updates.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see csys-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-caller-userid                  pic x(8).
       01  ws-is-admin                       pic x(1) value 'N'.
           88  ws-caller-is-admin            value 'Y'.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see csys-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform csys-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                   when DFHENTER
                       if ESYSSIDI = low-values or spaces
                           move 'Must supply a SYSID' to ESYSMSGO
                           move 'ESYS0001' to ws-msg-no
                           perform csys-catalogue-message
                       else
                           perform csys-check-admin
                           if not ws-caller-is-admin
                               move
                               'Not authorized to maintain routing'
                                   to ESYSMSGO
                               move 'ESYS0002' to ws-msg-no
                               perform csys-catalogue-message
                           else
                               evaluate ESYSACTI
                                   when 'A'
                                       move
                                     'Action must be A, C, D, E or I'
                                           to ESYSMSGO
                                       move 'ESYS0003' to ws-msg-no
                                       perform csys-catalogue-message
                               end-evaluate
                           end-if
                       end-if
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to ESYSMSGO
                       move 'ETP00001' to ws-msg-no
                       perform csys-catalogue-message
                       perform cics-send-csys
                   when other
                       move 'Unexpected 3270 attention key'
                           to ESYSMSGO
                       move 'ETP00002' to ws-msg-no
                       perform csys-catalogue-message
                       perform csys-log-unsupkey
                       perform cics-send-csys
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
           end-exec
           if ws-sysidtbl-resp = dfhresp(normal)
               move 'Routing entry added' to ESYSMSGO
               move 'ESYS0004' to ws-msg-no
               perform csys-catalogue-message
               move 'ENABLED' to ESYSSTSO
               perform csys-write-audit
               move 'SYSIDTBL' to ws-cfg-table
               perform csys-write-cfgaud
           else if ws-sysidtbl-resp = dfhresp(duprec)
               move 'SYSID already on the table' to ESYSMSGO
               move 'ESYS0005' to ws-msg-no
               perform csys-catalogue-message
           else
               move 'Add failed' to ESYSMSGO
               move 'ESYS0006' to ws-msg-no
               perform csys-catalogue-message
           end-if end-if
           exit
           .
               end-if
               perform csys-rewrite-entry
               move 'Routing entry changed' to ESYSMSGO
               move 'ESYS0007' to ws-msg-no
               perform csys-catalogue-message
               perform csys-show-status
               perform csys-write-audit
           end-if
               perform csys-rewrite-entry
               move 'Region disabled - routing will refuse it'
                   to ESYSMSGO
               move 'ESYS0008' to ws-msg-no
               perform csys-catalogue-message
               perform csys-show-status
               perform csys-write-audit
           end-if
               move 'Y' to SYSIDTBL-ENABLED
               perform csys-rewrite-entry
               move 'Region enabled' to ESYSMSGO
               move 'ESYS0009' to ws-msg-no
               perform csys-catalogue-message
               perform csys-show-status
               perform csys-write-audit
           end-if
               move SYSIDTBL-DESC to ESYSDSCO
               perform csys-show-status
               move 'Routing entry found' to ESYSMSGO
               move 'ESYS0010' to ws-msg-no
               perform csys-catalogue-message
           else
               move spaces to ESYSDSCO
               move spaces to ESYSSTSO
               move 'SYSID is not on the table' to ESYSMSGO
               move 'ESYS0011' to ws-msg-no
               perform csys-catalogue-message
           end-if
           exit
           .
           end-exec
           if ws-sysidtbl-resp not = dfhresp(normal)
               move 'SYSID is not on the table' to ESYSMSGO
               move 'ESYS0011' to ws-msg-no
               perform csys-catalogue-message
           else
               move SYSIDTBL-RECORD to ws-cfg-before
           end-if
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
       csys-catalogue-message section.
       csys-catalogue-message-para.
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
               move MSGCAT-TEXT to ESYSMSGO
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
       csys-log-privact section.
       csys-log-privact-para.
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
               move ESYSACTI to PRIVACT-ACTION
               move ESYSSIDI to PRIVACT-RECKEY
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
