      * 5) ELPLLENI, if entered, caps how much of ELPLPRMI is actually
      *    sent on the PF6 LINK's COMMAREA and the PF7 START's payload;
      *    blank, non-numeric, or over the field size sends all of it
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well
 
       environment division.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see elpl-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
       01  ws-alt-candidate                  pic x(4).
       01  ws-failover-msg                   pic x(50).

      *    decoding an 'ACCT' or 'AUTH' reply after a successful
      *    LINK - the remote region's balance and status (APPROVED /
      *    DECLINED for an authorisation) shown on this screen
       copy LNKRQST.
       01  ws-remote-bal-disp                pic -zzzzzzzz9.99.

       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see elpl-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       linkage section.
       01  dfhcommarea.
           03                                pic x
                if eibaid not = DFHCLEAR  
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform elpl-log-privact
                
      *         carry out requested operation based on AID key
                evaluate eibaid
                           end-if
                           if ws-link-resp = dfhresp(normal)
                               if ELPLPRMI(1:4) = 'ACCT'
                                   or ELPLPRMI(1:4) = 'AUTH'
                                   perform elpl-show-acct-reply
                               else
                               if ws-failover-was-used
                                       into ELPLMSGO
                               else
                                   move 'Link completed' to ELPLMSGO
                                   move 'ELPL0001' to ws-msg-no
                                   perform elpl-catalogue-message
                               end-if
                               end-if
                               end-if
                           if ws-start-resp = dfhresp(normal)
                               move 'Start issued - work queued'
                                   to ELPLMSGO
                               move 'ELPL0002' to ws-msg-no
                               perform elpl-catalogue-message
                           else
                               move ws-start-resp
                                   to ws-start-resp-display
                       if ELPLXIDI = low-values
                           move 'Must supply a transaction ID' 
                               to ELPLMSGO
                           move 'ELPL0003' to ws-msg-no
                           perform elpl-catalogue-message
                           perform cics-send-cics
                       else
                           move ELPLXIDI to ws-next-tran
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to ELPLMSGO
                       move 'ETP00001' to ws-msg-no
                       perform elpl-catalogue-message
                       move ELPLMSGO(1:30) to ws-info-msg
                       move ws-info-msg to JNLREC-PAYLOAD
                       perform jnl-build-record
                   when other
                       move 'Unexpected 3270 attention key'
                           to ELPLMSGO
                       move 'ETP00002' to ws-msg-no
                       perform elpl-catalogue-message
                       move ELPLMSGO(1:30) to ws-info-msg
                       move ws-info-msg to JNLREC-PAYLOAD
                       perform jnl-build-record
      ***--------------------------------------------------------------*
      *** shows the remote region's answer to an 'ACCT' request -     *
      *** the cross-region account inquiry the LINK plumbing was      *
      *** always supposed to carry - or to an 'AUTH' authorisation,   *
      *** whose status says APPROVED and balance the funds left       *
      ***--------------------------------------------------------------*
       elpl-show-acct-reply section.
       elpl-show-acct-reply-para.
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
       elpl-catalogue-message section.
       elpl-catalogue-message-para.
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
               move MSGCAT-TEXT to ELPLMSGO
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
       elpl-log-privact section.
       elpl-log-privact-para.
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
               move ELPLXIDI to PRIVACT-RECKEY
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
