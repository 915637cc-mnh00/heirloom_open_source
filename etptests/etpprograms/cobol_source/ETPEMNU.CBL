      
      * ETPEMNU - CICS send/receive map functionality
      * Displays a menu, allows PF key or 'X' to select other transactions
      * A break-glass elevation claimed on ETPESON is dropped here on
      * the first pass after its window closes or the session idles
      * out, and its BRKGLASS review row stamped with the moment
      * Menu messages and the PF13 help panel are shown in the
      * signed-on user's SECROLE language off the MSGCAT catalogue
      * An idle timeout clears the session's account and customer
      * context, and any selection ends a jump between screens

       environment division.

               value 'PF14        Usage stats for this session'.
           03  filler pic x(60)
               value 'PF15        Message of the day'.
      *    the panel as sent - each line in the signed-on user's
      *    language off MSGCAT rows EMNUH001 on, see emnu-send-help
       01  ws-help-panel.
           03  ws-help-line                  pic x(60) occurs 15 times.
       01  ws-help-sub                       pic 9(2).
       01  ws-help-no                        pic 9(3).

      *    drives emnu-lookup-pfkey and emnu-lookup-checkbox below -
      *    MENUTBL supplies the transid and enabled flag for each PF
      ***--------------------------------------------------------------*
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see emnu-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-msg-lang-loaded                pic x(1) value 'N'.
           88  ws-msg-lang-is-loaded         value 'Y'.
       01  ws-msg-role-save                  pic x(19).
       01  ws-role-code                      pic x(1) value 'J'.
           88  ws-role-is-junior             value 'J'.
           88  ws-role-is-senior             value 'S'.
           88  ws-role-is-admin              value 'A'.

      ***--------------------------------------------------------------*
      *** break-glass - the elevation ETPESON put on this terminal's  *
      *** IDLETRK row stops counting the moment its window closes;    *
      *** emnu-drop-elevation clears it and closes the review row     *
      ***--------------------------------------------------------------*
       copy BRKGLASS.
       01  ws-brkglass-resp                  pic s9(8) comp.
       01  ws-glass-aud-msg                  pic x(80).

      ***--------------------------------------------------------------*
      *** data-load utility hand-off - ws-dbms/ws-siz/ws-rem/ws-lod/    *
      *** ws-dbg ride in on the incoming commarea; ETPELOD picks them   *
                       else if ws-next-tran = low-values
                           move 'No menu item selected'
                             to MNUMSGO
                           move 'EMNU0001' to ws-msg-no
                           perform emnu-catalogue-message
                           perform cics-send-approprate
                       end-if
                       end-if
      *            *> Clear Key
                       move 'Display reset by clear key'
                         to MNUMSGO
                       move 'ETP00001' to ws-msg-no
                       perform emnu-catalogue-message
                       perform cics-send-approprate
                   when other
                       perform emnu-lookup-pfkey
                       if not ws-pfkey-was-found
                           move 'Unexpected 3270 attention key'
                             to MNUMSGO
                           move 'ETP00002' to ws-msg-no
                           perform emnu-catalogue-message
                           perform emnu-log-unsupkey
                           perform cics-send-approprate
                       end-if
                   move low-values to ws-next-tran
                   move 'System closing - only signoff is available'
                       to MNUMSGO
                   move 'EMNU0002' to ws-msg-no
                   perform emnu-catalogue-message
                   perform cics-send-emnu
               end-if
           end-if
               if ws-idle-elapsed > ws-idle-limit-secs
                   move 'Y' to ws-idle-timed-out
                   move 'N' to IDLETRK-STATUS
                   move spaces to IDLETRK-CTX-ACCTNO
                   move spaces to IDLETRK-CTX-CUSTNO
                   move eibtrmid to WHOSON-TERMID
                   exec cics
                       delete file('WHOSON')
                   move current-date(11:2) to IDLETRK-LA-MM
                   move current-date(13:2) to IDLETRK-LA-SS
               end-if
      *        a menu selection ends any jump between screens
               move spaces to IDLETRK-CTX-JUMP-TO
               move spaces to IDLETRK-CTX-JUMP-FROM
               if IDLETRK-ELEV-UNTIL is numeric
                   and IDLETRK-ELEV-UNTIL not = 0
                   if ws-idle-is-timed-out
                       or IDLETRK-ELEV-UNTIL not > current-date(1:14)
                       perform emnu-drop-elevation
                   end-if
               end-if
               exec cics
                   rewrite file('IDLETRK')
                   from(IDLETRK-RECORD)
               if ws-role-resp = dfhresp(normal)
                   move SECROLE-CODE to ws-role-code
               end-if
      *        a break-glass elevation inside its window counts as admin
               if IDLETRK-ELEV-UNTIL is numeric
                   and IDLETRK-ELEV-UNTIL > current-date(1:14)
                   move 'A' to ws-role-code
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the break-glass window has closed (or the session idled     *
      *** out inside it): the review row is stamped with the moment   *
      *** the rights were dropped, the drop is journalled, and the    *
      *** terminal's elevation is cleared for the IDLETRK rewrite     *
      ***--------------------------------------------------------------*
       emnu-drop-elevation section.
       emnu-drop-elevation-para.
           move IDLETRK-USERID to BRKGLASS-USERID
           move IDLETRK-ELEV-STAMP to BRKGLASS-STAMP
           exec cics
               read file('BRKGLASS')
               into(BRKGLASS-RECORD)
               ridfld(BRKGLASS-KEY)
               update
               resp(ws-brkglass-resp)
           end-exec
           if ws-brkglass-resp = dfhresp(normal)
               move current-date(1:14) to BRKGLASS-DROPPED
               exec cics
                   rewrite file('BRKGLASS')
                   from(BRKGLASS-RECORD)
                   resp(ws-brkglass-resp)
               end-exec
           end-if
           move spaces to ws-glass-aud-msg
           string 'BRKGLASS END '
               'UID=' IDLETRK-USERID ' '
               'TERM=' eibtrmid ' '
               'FROM=' IDLETRK-ELEV-STAMP
               into ws-glass-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-glass-aud-msg) flength(80)
               jtypeid('SO') prefix('ETP')
           end-exec
           move 0 to IDLETRK-ELEV-UNTIL
           move 0 to IDLETRK-ELEV-STAMP
           exit
           .
      ***--------------------------------------------------------------*
      *** builds ws-pfkey-value(1) thru (11) from the DFHPFn constants *
      *** in the same PF1-PF11 order MENUTBL-PFKEY is keyed by         *
      ***--------------------------------------------------------------*
           add 1 to ws-ckbox-idx
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       emnu-catalogue-message section.
       emnu-catalogue-message-para.
           if not ws-msg-lang-is-loaded
               move 'Y' to ws-msg-lang-loaded
               perform emnu-load-msg-lang
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
               move MSGCAT-TEXT to MNUMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the language of the user signed on at this terminal, off    *
      *** the IDLETRK row emnu-check-idle read; the SECROLE row in    *
      *** hand is put back for the role check that follows            *
      ***--------------------------------------------------------------*
       emnu-load-msg-lang section.
       emnu-load-msg-lang-para.
           move spaces to ws-msg-lang
           if ws-idle-resp = dfhresp(normal) and IDLETRK-IS-SIGNED-ON
               move SECROLE-RECORD to ws-msg-role-save
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
               move ws-msg-role-save to SECROLE-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
      ***--------------------------------------------------------------*
       emnu-send-help section.
       emnu-send-help-para.
           move ws-help-text to ws-help-panel
           perform emnu-catalogue-help-line
               varying ws-help-sub from 1 by 1
               until ws-help-sub > 15
           exec cics send text
               from(ws-help-panel)
               erase
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** one help-panel line in the signed-on user's language, or in *
      *** English, off the catalogue; the line as compiled stands     *
      *** when the catalogue has neither                              *
      ***--------------------------------------------------------------*
       emnu-catalogue-help-line section.
       emnu-catalogue-help-line-para.
           if not ws-msg-lang-is-loaded
               move 'Y' to ws-msg-lang-loaded
               perform emnu-load-msg-lang
           end-if
           move ws-help-sub to ws-help-no
           move spaces to MSGCAT-MSGNO
           string 'EMNUH' ws-help-no
               delimited by size into MSGCAT-MSGNO
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
               move MSGCAT-TEXT(1:60) to ws-help-line(ws-help-sub)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** displays how many times each transaction has been selected   *
      *** during this logon session (ws-sess-stats); CLEAR redisplays  *
      *** the menu itself, same as the help panel above                *
