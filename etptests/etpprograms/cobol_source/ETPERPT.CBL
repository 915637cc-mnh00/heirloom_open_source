      * same paging convention as ETPEJBR.  The morning checker
      * finally reads the posting and reconciliation results from a
      * terminal.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see crpt-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ERPT session terminated.'.
       01  ws-work.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see crpt-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-name                   pic x(8).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform crpt-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       if ERPTRPTI = low-values or spaces
                           move 'Must supply a report name'
                               to ERPTMSGO
                           move 'ERPT0001' to ws-msg-no
                           perform crpt-catalogue-message
                       else if ERPTDATI not is numeric
                           move 'Must supply a numeric run date'
                               to ERPTMSGO
                           move 'ERPT0002' to ws-msg-no
                           perform crpt-catalogue-message
                       else
                           move ERPTRPTI to ws-cur-name
                           move ERPTDATI to ws-cur-date
                       move 0 to ws-top-line
                       move 'Display reset by clear key'
                           to ERPTMSGO
                       move 'ETP00001' to ws-msg-no
                       perform crpt-catalogue-message
                       perform cics-send-crpt
                   when other
                       move 'Unexpected 3270 attention key'
                           to ERPTMSGO
                       move 'ETP00002' to ws-msg-no
                       perform crpt-catalogue-message
                       perform crpt-log-unsupkey
                       perform cics-send-crpt
               end-evaluate
           move 0 to ws-filled
           if ws-cur-name = spaces
               move 'No report selected' to ERPTMSGO
               move 'ERPT0003' to ws-msg-no
               perform crpt-catalogue-message
           else
               move ws-cur-name to RPTSPOOL-NAME
               move ws-cur-date to RPTSPOOL-DATE
               if ws-filled = 0
                   move 'No spool lines for that report/date'
                       to ERPTMSGO
                   move 'ERPT0004' to ws-msg-no
                   perform crpt-catalogue-message
               else
                   move 'PF7 pages up, PF8 pages down' to ERPTMSGO
                   move 'ERPT0005' to ws-msg-no
                   perform crpt-catalogue-message
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
       crpt-catalogue-message section.
       crpt-catalogue-message-para.
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
               move MSGCAT-TEXT to ERPTMSGO
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
       crpt-log-privact section.
       crpt-log-privact-para.
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
               move ERPTRPTI to PRIVACT-RECKEY
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
       crpt-sign-off-para.
           if ws-cur-name = spaces
               move 'Open a report before signing off' to ERPTMSGO
               move 'ERPT0006' to ws-msg-no
               perform crpt-catalogue-message
           else
               move ws-cur-name to RPTSIGN-NAME
               move ws-cur-date to RPTSIGN-DATE
               if ws-rptsign-resp = dfhresp(normal)
                   move 'Report signed off as reviewed'
                       to ERPTMSGO
                   move 'ERPT0007' to ws-msg-no
                   perform crpt-catalogue-message
                   string 'RPTSIGN  '
                       'RPT=' ws-cur-name ' '
                       'DATE=' ws-cur-date ' '
                   end-exec
               else
                   move 'Sign-off failed' to ERPTMSGO
                   move 'ERPT0008' to ws-msg-no
                   perform crpt-catalogue-message
               end-if
           end-if
           exit
