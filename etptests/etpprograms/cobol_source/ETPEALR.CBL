      * PF7/PF8 page as before.  Reached only by direct TRANSID
      * entry, same as ETPEJBR, ETPEFSO, ETPEHLT and ETPEMOT - not
      * wired into MENUTBL.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see ealr-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EALR session terminated.'.
       01  ws-work.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see ealr-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform ealr-log-privact

                evaluate eibaid

                   when DFHPF12
                           move 'N' to ws-show-all
                           move 'Showing unacknowledged alerts'
                               to EALRMSGO
                           move 'EALR0001' to ws-msg-no
                           perform ealr-catalogue-message
                       else
                           move 'Y' to ws-show-all
                           move 'Showing all alerts' to EALRMSGO
                           move 'EALR0002' to ws-msg-no
                           perform ealr-catalogue-message
                       end-if
                       move 0 to ws-top-line
                       perform ealr-load-page
                           perform ealr-ack-line
                       else
                           move 'Refreshed' to EALRMSGO
                           move 'EALR0003' to ws-msg-no
                           perform ealr-catalogue-message
                       end-if
                       perform ealr-load-page
                       perform cics-send-cics
                       move 0 to ws-top-line
                       move 'Display reset by clear key'
                           to EALRMSGO
                       move 'ETP00001' to ws-msg-no
                       perform ealr-catalogue-message
                       perform ealr-load-page
                       perform cics-send-cics
                   when other
                       move 'Unexpected 3270 attention key'
                           to EALRMSGO
                       move 'ETP00002' to ws-msg-no
                       perform ealr-catalogue-message
                       perform ealr-log-unsupkey
                       perform ealr-load-page
                       perform cics-send-cics
           end-if
           if ws-filled = 0 and not ws-showing-all
               move 'No unacknowledged alerts' to EALRMSGO
               move 'EALR0004' to ws-msg-no
               perform ealr-catalogue-message
           end-if
           exit
           .
           if ws-ack-digits = 0
               move 'Line number to acknowledge must be numeric'
                   to EALRMSGO
               move 'EALR0005' to ws-msg-no
               perform ealr-catalogue-message
           else
               move ws-ack-lineno to ALERTQ-LINENO
               exec cics
               end-exec
               if ws-ack-resp not = dfhresp(normal)
                   move 'Alert line not found' to EALRMSGO
                   move 'EALR0006' to ws-msg-no
                   perform ealr-catalogue-message
               else if ALERTQ-IS-ACKED
                   move 'Line is already acknowledged' to EALRMSGO
                   move 'EALR0007' to ws-msg-no
                   perform ealr-catalogue-message
                   exec cics
                       unlock file('ALERTQ')
                   end-exec
                       resp(ws-ack-resp)
                   end-exec
                   move 'Alert acknowledged' to EALRMSGO
                   move 'EALR0008' to ws-msg-no
                   perform ealr-catalogue-message
               end-if end-if
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
       ealr-catalogue-message section.
       ealr-catalogue-message-para.
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
               move MSGCAT-TEXT to EALRMSGO
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
       ealr-log-privact section.
       ealr-log-privact-para.
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
               move EALRNOI to PRIVACT-RECKEY
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
