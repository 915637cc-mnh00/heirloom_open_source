      ***--------------------------------------------------------------*
       copy IDLETRK.
       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cesf-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-msg-lang-loaded                pic x(1) value 'N'.
           88  ws-msg-lang-is-loaded         value 'Y'.
       01  ws-msg-role-save                  pic x(19).

      ***--------------------------------------------------------------*
      *** who's-currently-signed-on roster, added by ETPESON on signon;*
                       if ESOFCFMI = low-values
                           move 'Must confirm to sign off' 
                               to ESOFMSGO
                           move 'ESOF0001' to ws-msg-no
                           perform cesf-catalogue-message
                       else
                           exec cics 
                               signoff
                           if eibresp = dfhresp(normal)
                               move 'Signoff Successful'
                                   to ESOFMSGO
                               move 'ESOF0002' to ws-msg-no
                               perform cesf-catalogue-message
                               perform cesf-clear-idle
                               perform cesf-clear-whoson
                               perform cesf-write-audit
                       if ESOFCFMI = low-values
                           move 'Must confirm to sign off' 
                               to ESOFMSGO
                           move 'ESOF0001' to ws-msg-no
                           perform cesf-catalogue-message
                       else
                           exec cics 
                               signoff
                           if eibresp = dfhresp(normal)
                               move 'Signoff Successful'
                                   to ESOFMSGO
                               move 'ESOF0002' to ws-msg-no
                               perform cesf-catalogue-message
                               perform cesf-clear-idle
                               perform cesf-clear-whoson
                               perform cesf-write-audit
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to ESOFMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cesf-catalogue-message
                       perform cics-send-cesf
                   when other
                       move 'Unexpected 3270 attention key'
                           to ESOFMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cesf-catalogue-message
                       perform cesf-log-unsupkey
                       perform cics-send-cesf
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       cesf-catalogue-message section.
       cesf-catalogue-message-para.
           if not ws-msg-lang-is-loaded
               move 'Y' to ws-msg-lang-loaded
               perform cesf-load-msg-lang
           end-if
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
               move MSGCAT-TEXT to ESOFMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the language of the user signed on at this terminal - read  *
      *** before the signoff clears the IDLETRK row                   *
      ***--------------------------------------------------------------*
       cesf-load-msg-lang section.
       cesf-load-msg-lang-para.
           move spaces to ws-msg-lang
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal)
               move IDLETRK-USERID to SECROLE-USERID
               exec cics
                   read file('SECROLE')
                   into(SECROLE-RECORD)
                   ridfld(SECROLE-USERID)
                   resp(ws-role-resp)
               end-exec
               if ws-role-resp = dfhresp(normal)
                   move SECROLE-LANGUAGE to ws-msg-lang
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           end-exec
           if ws-idle-resp = dfhresp(normal)
               move 'N' to IDLETRK-STATUS
               move spaces to IDLETRK-CTX-ACCTNO
               move spaces to IDLETRK-CTX-CUSTNO
               move spaces to IDLETRK-CTX-JUMP-TO
               move spaces to IDLETRK-CTX-JUMP-FROM
               exec cics
                   rewrite file('IDLETRK')
                   from(IDLETRK-RECORD)
