      * every display, so a change takes effect immediately.
      * Changes are journalled, the same pattern ETPEMOT uses for
      * MOTD updates.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cmnt-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-caller-userid                  pic x(8).
       01  ws-is-admin                       pic x(1) value 'N'.
           88  ws-caller-is-admin            value 'Y'.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cmnt-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cmnt-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       if EMNTKEYI = low-values or spaces
                           move 'Must supply a menu key (01-11)'
                               to EMNTMSGO
                           move 'EMNT0001' to ws-msg-no
                           perform cmnt-catalogue-message
                       else
                           perform cmnt-check-admin
                           if not ws-caller-is-admin
                               move
                               'Not authorized to maintain the menu'
                                   to EMNTMSGO
                               move 'EMNT0002' to ws-msg-no
                               perform cmnt-catalogue-message
                           else
                               evaluate EMNTACTI
                                   when 'A'
                                       move
                                     'Action must be A, C, D, E or I'
                                           to EMNTMSGO
                                       move 'EMNT0003' to ws-msg-no
                                       perform cmnt-catalogue-message
                               end-evaluate
                           end-if
                       end-if
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to EMNTMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cmnt-catalogue-message
                       perform cics-send-csys
                   when other
                       move 'Unexpected 3270 attention key'
                           to EMNTMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cmnt-catalogue-message
                       perform cmnt-log-unsupkey
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
           move 'MNUADD' to ws-aud-event
           if EMNTTIDI = low-values or spaces
               move 'Must supply a transaction id' to EMNTMSGO
               move 'EMNT0004' to ws-msg-no
               perform cmnt-catalogue-message
           else
               move EMNTKEYI to MENUTBL-PFKEY
               move EMNTTIDI to MENUTBL-TRANID
               end-exec
               if ws-menutbl-resp = dfhresp(normal)
                   move 'Menu entry added' to EMNTMSGO
                   move 'EMNT0005' to ws-msg-no
                   perform cmnt-catalogue-message
                   move 'ENABLED' to EMNTSTSO
                   perform cmnt-write-audit
                   move 'MENUTBL ' to ws-cfg-table
                   perform cmnt-write-cfgaud
               else if ws-menutbl-resp = dfhresp(duprec)
                   move 'Menu key already on the table' to EMNTMSGO
                   move 'EMNT0006' to ws-msg-no
                   perform cmnt-catalogue-message
               else
                   move 'Add failed' to EMNTMSGO
                   move 'EMNT0007' to ws-msg-no
                   perform cmnt-catalogue-message
               end-if end-if
           end-if
           exit
               end-if
               perform cmnt-rewrite-entry
               move 'Menu entry changed' to EMNTMSGO
               move 'EMNT0008' to ws-msg-no
               perform cmnt-catalogue-message
               perform cmnt-show-status
               perform cmnt-write-audit
           end-if
               perform cmnt-rewrite-entry
               move 'Menu entry disabled, effective now'
                   to EMNTMSGO
               move 'EMNT0009' to ws-msg-no
               perform cmnt-catalogue-message
               perform cmnt-show-status
               perform cmnt-write-audit
           end-if
               move 'Y' to MENUTBL-ENABLED
               perform cmnt-rewrite-entry
               move 'Menu entry enabled, effective now' to EMNTMSGO
               move 'EMNT0010' to ws-msg-no
               perform cmnt-catalogue-message
               perform cmnt-show-status
               perform cmnt-write-audit
           end-if
               move MENUTBL-DESC to EMNTDSCO
               perform cmnt-show-status
               move 'Menu entry found' to EMNTMSGO
               move 'EMNT0011' to ws-msg-no
               perform cmnt-catalogue-message
           else
               move spaces to EMNTTIDO
               move spaces to EMNTDSCO
               move spaces to EMNTSTSO
               move 'Menu key is not on the table' to EMNTMSGO
               move 'EMNT0012' to ws-msg-no
               perform cmnt-catalogue-message
           end-if
           exit
           .
           end-exec
           if ws-menutbl-resp not = dfhresp(normal)
               move 'Menu key is not on the table' to EMNTMSGO
               move 'EMNT0012' to ws-msg-no
               perform cmnt-catalogue-message
           else
               move MENUTBL-RECORD to ws-cfg-before
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
       cmnt-catalogue-message section.
       cmnt-catalogue-message-para.
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
               move MSGCAT-TEXT to EMNTMSGO
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
       cmnt-log-privact section.
       cmnt-log-privact-para.
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
               move EMNTACTI to PRIVACT-ACTION
               move EMNTKEYI to PRIVACT-RECKEY
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
