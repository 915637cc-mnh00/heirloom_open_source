      * SUSPFILE, HELDPOST or FUTRWHS entry it sits in with status
      * and reason.  Tracing one GL query stops being an evening of
      * matching amounts by eye across four files.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see ctrc-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ETRC session terminated.'.
       01  ws-work.
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see ctrc-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform ctrc-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

      *            *> Clear Key
                       move 'Display reset by clear key'
                           to TRCMSGO
                       move 'ETP00001' to ws-msg-no
                       perform ctrc-catalogue-message
                       perform cics-send-ctrc
                   when other
                       move 'Unexpected 3270 attention key'
                           to TRCMSGO
                       move 'ETP00002' to ws-msg-no
                       perform ctrc-catalogue-message
                       perform ctrc-log-unsupkey
                       perform cics-send-ctrc
               end-evaluate
           move 0 to ws-filled
           if TRCIDFI = low-values or spaces
               move 'Must supply a trace id' to TRCMSGO
               move 'ETRC0001' to ws-msg-no
               perform ctrc-catalogue-message
           else
               move TRCIDFI to ws-trace-arg
               perform ctrc-scan-journal
               if ws-filled = 0
                   move 'Nothing on file for that trace id'
                       to TRCMSGO
                   move 'ETRC0002' to ws-msg-no
                   perform ctrc-catalogue-message
               else
                   move 'Journey assembled' to TRCMSGO
                   move 'ETRC0003' to ws-msg-no
                   perform ctrc-catalogue-message
               end-if
           end-if
           move ws-line-disp(1) to TRCL01O
                           ' ' ws-amt-disp
                           ' BAL ' ws-bal-disp
                           into ws-line
                   else if POSTHIST-WAS-RETURNED
                       string 'POSTED/RTN ' POSTHIST-DATE
                           ' W' POSTHIST-WINDOW
                           ' ' POSTHIST-ACCTNO
                           ' ' ws-amt-disp
                           ' BAL ' ws-bal-disp
                           into ws-line
                   else
                       string 'POSTED    ' POSTHIST-DATE
                           ' W' POSTHIST-WINDOW
                           ' ' ws-amt-disp
                           ' BAL ' ws-bal-disp
                           into ws-line
                   end-if end-if
               end-if
               perform ctrc-add-line
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
       ctrc-catalogue-message section.
       ctrc-catalogue-message-para.
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
               move MSGCAT-TEXT to TRCMSGO
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
       ctrc-log-privact section.
       ctrc-log-privact-para.
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
               move TRCIDFI to PRIVACT-RECKEY
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
