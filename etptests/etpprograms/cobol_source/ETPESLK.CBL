      * users' lockouts also now expire on their own in ETPESON; this
      * console is for seeing who is locked and for the cases that
      * cannot wait.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cslk-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-caller-userid                  pic x(8).
       01  ws-is-admin                       pic x(1) value 'N'.
           88  ws-caller-is-admin            value 'Y'.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cslk-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-uid                    pic x(8).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cslk-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       move spaces to ws-cur-uid
                       move 'Display reset by clear key'
                           to ESLKMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cslk-catalogue-message
                       perform cics-send-cslk
                   when other
                       move 'Unexpected 3270 attention key'
                           to ESLKMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cslk-catalogue-message
                       perform cslk-log-unsupkey
                       perform cics-send-cslk
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
               move SECLOCK-USERID to ws-cur-uid
               perform cslk-show-entry
               move 'U unlocks, ENTER steps on' to ESLKMSGO
               move 'ESLK0001' to ws-msg-no
               perform cslk-catalogue-message
           else
               move 'No lockout record for that user' to ESLKMSGO
               move 'ESLK0002' to ws-msg-no
               perform cslk-catalogue-message
           end-if
           exit
           .
               move SECLOCK-USERID to ws-cur-uid
               perform cslk-show-entry
               move 'U unlocks, ENTER steps on' to ESLKMSGO
               move 'ESLK0001' to ws-msg-no
               perform cslk-catalogue-message
           else
               move spaces to ws-cur-uid
               move spaces to ESLKUIDO
               move spaces to ESLKTRMO
               move 'No (more) lockout records - ENTER restarts'
                   to ESLKMSGO
               move 'ESLK0003' to ws-msg-no
               perform cslk-catalogue-message
           end-if
           exit
           .
           perform cslk-check-admin
           if not ws-caller-is-admin
               move 'Not authorized to unlock accounts' to ESLKMSGO
               move 'ESLK0004' to ws-msg-no
               perform cslk-catalogue-message
           else
               if ws-cur-uid = spaces
                   move 'No record shown - press ENTER first'
                       to ESLKMSGO
                   move 'ESLK0005' to ws-msg-no
                   perform cslk-catalogue-message
               else
                   move ws-cur-uid to SECLOCK-USERID
                   exec cics
                   end-exec
                   if ws-seclock-resp not = dfhresp(normal)
                       move 'Lockout record not found' to ESLKMSGO
                       move 'ESLK0006' to ws-msg-no
                       perform cslk-catalogue-message
                   else
                       move 0 to SECLOCK-FAIL-COUNT
                       move 'N' to SECLOCK-STATUS
                           resp(ws-seclock-resp)
                       end-exec
                       move 'Account unlocked' to ESLKMSGO
                       move 'ESLK0007' to ws-msg-no
                       perform cslk-catalogue-message
                       perform cslk-write-audit
                       perform cslk-show-entry
                   end-if
           perform cslk-check-admin
           if not ws-caller-is-admin
               move 'Not authorized to grant overrides' to ESLKMSGO
               move 'ESLK0008' to ws-msg-no
               perform cslk-catalogue-message
           else
               if ws-cur-uid = spaces
                   move 'No record shown - press ENTER first'
                       to ESLKMSGO
                   move 'ESLK0005' to ws-msg-no
                   perform cslk-catalogue-message
               else
                   move ws-cur-uid to SECSCHED-USERID
                   exec cics
                   if ws-secsched-resp not = dfhresp(normal)
                       move 'User has no schedule restrictions'
                           to ESLKMSGO
                       move 'ESLK0009' to ws-msg-no
                       perform cslk-catalogue-message
                   else
                       move 'Y' to SECSCHED-OVERRIDE
                       exec cics
                       end-exec
                       move 'One-shot schedule override granted'
                           to ESLKMSGO
                       move 'ESLK0010' to ws-msg-no
                       perform cslk-catalogue-message
                       string 'SCHOVRD '
                           'BY=' ws-caller-userid ' '
                           'TARGET=' ws-cur-uid ' '
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
       cslk-catalogue-message section.
       cslk-catalogue-message-para.
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
               move MSGCAT-TEXT to ESLKMSGO
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
       cslk-log-privact section.
       cslk-log-privact-para.
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
               move ESLKACTI to PRIVACT-ACTION
               move ESLKUIDI to PRIVACT-RECKEY
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
