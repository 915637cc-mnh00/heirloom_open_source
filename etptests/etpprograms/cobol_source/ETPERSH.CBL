      * or explicitly visible as backlog, never silently lost.  The
      * standby's honesty is proved separately by ETPBRCP against
      * the ETPBEXT balance extract.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see crsh-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ERSH session terminated.'.
       01  ws-work.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see crsh-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform crsh-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

      *            *> Clear Key
                       move 'Display reset by clear key'
                           to RSHMSGO
                       move 'ETP00001' to ws-msg-no
                       perform crsh-catalogue-message
                       perform cics-send-crsh
                   when other
                       move 'Unexpected 3270 attention key'
                           to RSHMSGO
                       move 'ETP00002' to ws-msg-no
                       perform crsh-catalogue-message
                       perform crsh-log-unsupkey
                       perform cics-send-crsh
               end-evaluate
       crsh-ship-batch-para.
           if RSHSIDI = low-values or spaces
               move 'Must key the companion SYSID' to RSHMSGO
               move 'ERSH0001' to ws-msg-no
               perform crsh-catalogue-message
           else
               move RSHSIDI to SYSIDTBL-SYSID
               exec cics
               if ws-sysidtbl-resp not = dfhresp(normal)
                   move 'SYSID is not in the routing table'
                       to RSHMSGO
                   move 'ERSH0002' to ws-msg-no
                   perform crsh-catalogue-message
               else if SYSIDTBL-IS-DISABLED
                   move 'SYSID is disabled for maintenance'
                       to RSHMSGO
                   move 'ERSH0003' to ws-msg-no
                   perform crsh-catalogue-message
               else
                   move RSHSIDI to ws-target-sysid
                   move 0 to ws-shipped
                       into ws-count-line
                   move ws-count-line to RSHCNTO
                   move 'Batch complete' to RSHMSGO
                   move 'ERSH0004' to ws-msg-no
                   perform crsh-catalogue-message
               end-if end-if
           end-if
           exit
           end-if
           if ws-key-count = 0
               move 'Queue is empty' to RSHMSGO
               move 'ERSH0005' to ws-msg-no
               perform crsh-catalogue-message
           else
               perform crsh-ship-one
                   varying ws-key-idx from 1 by 1
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
       crsh-catalogue-message section.
       crsh-catalogue-message-para.
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
               move MSGCAT-TEXT to RSHMSGO
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
       crsh-log-privact section.
       crsh-log-privact-para.
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
               move RSHSIDI to PRIVACT-RECKEY
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
