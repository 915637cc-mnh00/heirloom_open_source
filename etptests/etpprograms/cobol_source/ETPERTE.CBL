      * for an audit with the rate that applied.  A blank rate
      * inquires, showing the rate in force on the keyed date.  Every
      * change is journalled.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see crte-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-caller-userid                  pic x(8).
       01  ws-is-senior                      pic x(1) value 'N'.
           88  ws-caller-is-senior           value 'Y'.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see crte-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform crte-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       if ERTECURI = low-values or spaces
                           move 'Must supply a currency code'
                               to ERTEMSGO
                           move 'ERTE0001' to ws-msg-no
                           perform crte-catalogue-message
                       else if ERTEDATI not is numeric
                           move
                           'Must supply a numeric effective date'
                               to ERTEMSGO
                           move 'ERTE0002' to ws-msg-no
                           perform crte-catalogue-message
                       else
                           if ERTERATI = low-values or spaces
                               perform crte-inquire-rate
                                   move
                                 'Not authorized to maintain rates'
                                       to ERTEMSGO
                                   move 'ERTE0003' to ws-msg-no
                                   perform crte-catalogue-message
                               else
                                   perform crte-save-rate
                               end-if
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to ERTEMSGO
                       move 'ETP00001' to ws-msg-no
                       perform crte-catalogue-message
                       perform cics-send-crte
                   when other
                       move 'Unexpected 3270 attention key'
                           to ERTEMSGO
                       move 'ETP00002' to ws-msg-no
                       perform crte-catalogue-message
                       perform crte-log-unsupkey
                       perform cics-send-crte
               end-evaluate
                   and (SECROLE-CODE = 'S' or SECROLE-CODE = 'A')
                   move 'Y' to ws-is-senior
               end-if
      *        a break-glass elevation inside its window counts too
               if IDLETRK-ELEV-UNTIL is numeric
                   and IDLETRK-ELEV-UNTIL > current-date(1:14)
                   move 'Y' to ws-is-senior
               end-if
           end-if
           exit
           .
           if ERTERATI not is numeric
               move 'Rate must be ten digits (six decimals)'
                   to ERTEMSGO
               move 'ERTE0004' to ws-msg-no
               perform crte-catalogue-message
           else
               move ERTERATI to ws-rate-text
               move ws-rate-text-n to ws-rate-in
               if ws-rate-in = 0
                   move 'Rate must not be zero' to ERTEMSGO
                   move 'ERTE0005' to ws-msg-no
                   perform crte-catalogue-message
               else
      *            the old rate, if the row exists, for the audit
                   move spaces to ws-cfg-before
                       move EXRATE-RATE to ws-rate-disp
                       move ws-rate-disp to ERTEOLDO
                       move 'Rate saved' to ERTEMSGO
                       move 'ERTE0006' to ws-msg-no
                       perform crte-catalogue-message
                       perform crte-write-audit
                   else
                       move 'Save failed' to ERTEMSGO
                       move 'ERTE0007' to ws-msg-no
                       perform crte-catalogue-message
                   end-if
               end-if
           end-if
           else
               move spaces to ERTEOLDO
               move 'No rate in force on that date' to ERTEMSGO
               move 'ERTE0008' to ws-msg-no
               perform crte-catalogue-message
           end-if
           exit
           .
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
       crte-catalogue-message section.
       crte-catalogue-message-para.
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
               move MSGCAT-TEXT to ERTEMSGO
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
       crte-log-privact section.
       crte-log-privact-para.
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
               move ERTECURI to PRIVACT-RECKEY
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
