      * When started with JAAS security manager (-Djavax.security.manager
      * and other settings) will invoke JAAS sign-on (verify) or
      * change-password operation
      * PF9 is break-glass: a signed-on user without an admin grant
      * keys their userid and a reason and holds admin rights for the
      * SYSPARM 'BRKGMINS' minutes (ETPEMNU drops them after); each
      * use raises a high-severity ALERTQ line at once and waits on
      * the BRKGLASS queue until a second admin signs it off on
      * ETPEBGR, and what was done meanwhile is on the PRIVACT trail

       environment division.

      ***--------------------------------------------------------------*
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cesn-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-msg-lang-loaded                pic x(1) value 'N'.
           88  ws-msg-lang-is-loaded         value 'Y'.
       01  ws-msg-role-save                  pic x(19).
       01  ws-is-admin                       pic x(1) value 'N'.
           88  ws-caller-is-admin            value 'Y'.

       copy SYSPARM.
       01  ws-sysparm-resp                   pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** break-glass - PF9 elevates the user signed on here to        *
      *** admin for ws-bg-minutes, records the claim on BRKGLASS       *
      *** for review and raises a high-severity ALERTQ line - see      *
      *** cesn-break-glass                                             *
      ***--------------------------------------------------------------*
       77  ws-bg-minutes                     pic 9(4) value 60.
       copy BRKGLASS.
       01  ws-brkglass-resp                  pic s9(8) comp.
       copy ALERTQ.
       01  ws-alertq-resp                    pic s9(8) comp.
       01  ws-bg-role                        pic x(1).
       01  ws-bg-stamp.
           03  ws-bg-date                    pic 9(8).
           03  ws-bg-hh                      pic 9(2).
           03  ws-bg-mm                      pic 9(2).
           03  ws-bg-ss                      pic 9(2).
       01  ws-bg-stamp-n redefines ws-bg-stamp
                                             pic 9(14).
       01  ws-bg-until.
           03  ws-bg-until-date              pic 9(8).
           03  ws-bg-until-hh                pic 9(2).
           03  ws-bg-until-mm                pic 9(2).
           03  ws-bg-until-ss                pic 9(2).
       01  ws-bg-until-n redefines ws-bg-until
                                             pic 9(14).
       01  ws-bg-secs                        pic 9(9).
       01  ws-bg-rem                         pic 9(9).
       01  ws-bg-days                        pic 9(5).
       01  ws-bg-locked                      pic x(1).
           88  ws-bg-is-locked               value 'Y'.

      *    consolidated cross-program training-gap log - see
      *    cesn-log-unsupkey below
       copy UNSUPKEY.
                       move 'PWCHANGE' to ws-aud-event
                       if ESONUIDI = low-values
                           move 'Must supply a user ID' to ESONMSGO
                           move 'ESON0001' to ws-msg-no
                           perform cesn-catalogue-message
                           move 'NO USERID' to ws-aud-status
                           perform cesn-write-audit
                       else if ESONPWDI = low-values
              move 'Must supply existing password to change a password'
                           to ESONMSGO
                       move 'ESON0002' to ws-msg-no
                       perform cesn-catalogue-message
                           move 'NO OLD PWD' to ws-aud-status
                           perform cesn-write-audit
                       else if ESONNPWI = low-values
                            move 'Must supply a new password'
                                to ESONMSGO
                            move 'ESON0003' to ws-msg-no
                            perform cesn-catalogue-message
                           move 'NO NEW PWD' to ws-aud-status
                           perform cesn-write-audit
                       else
                           if ws-is-locked-out
                               move 'Account locked, contact security'
                                   to ESONMSGO
                               move 'ESON0004' to ws-msg-no
                               perform cesn-catalogue-message
                               move 'LOCKED' to ws-aud-status
                               perform cesn-write-audit
                           else
                               if eibresp = dfhresp(normal)
                                   move 'Password Changed'
                                       to ESONMSGO
                                   move 'ESON0005' to ws-msg-no
                                   perform cesn-catalogue-message
                                   move 'SUCCESS' to ws-aud-status
                                   move current-date(1:8)
                                       to SECLOCK-PWD-CHANGED
                                   move
                                   'Account locked, contact security'
                                       to ESONMSGO
                                   move 'ESON0004' to ws-msg-no
                                   perform cesn-catalogue-message
                               end-if
                               perform cesn-write-audit
                           end-if
                       if ESONUIDI = low-values
                           move 'Must supply the user ID to reset'
                               to ESONMSGO
                           move 'ESON0006' to ws-msg-no
                           perform cesn-catalogue-message
                           move 'NO USERID' to ws-aud-status
                           perform cesn-write-audit
                       else if ESONNPWI = low-values
                           move 'Must supply a new password'
                               to ESONMSGO
                           move 'ESON0003' to ws-msg-no
                           perform cesn-catalogue-message
                           move 'NO NEW PWD' to ws-aud-status
                           perform cesn-write-audit
                       else
                               move
                               'Not authorized to reset passwords'
                                   to ESONMSGO
                               move 'ESON0007' to ws-msg-no
                               perform cesn-catalogue-message
                               move 'NOT ADMIN' to ws-aud-status
                               perform cesn-write-audit
                           else
                       end-if end-if
                       perform cics-send-cesn

      *            PF9 breaks the glass - emergency admin rights for
      *            the user signed on here, with a reason, for review
                   when DFHPF9
                       move 'BRKGLASS' to ws-aud-event
                       if ESONUIDI = low-values
                           move 'Must supply your user ID'
                               to ESONMSGO
                           move 'ESON0008' to ws-msg-no
                           perform cesn-catalogue-message
                           move 'NO USERID' to ws-aud-status
                           perform cesn-write-audit
                       else if ESONRSNI = low-values or spaces
                           move 'Break-glass needs a reason'
                               to ESONMSGO
                           move 'ESON0009' to ws-msg-no
                           perform cesn-catalogue-message
                           move 'NO REASON' to ws-aud-status
                           perform cesn-write-audit
                       else
                           perform cesn-break-glass
                           perform cesn-write-audit
                       end-if end-if
                       perform cics-send-cesn

      *            ENTER attempts a sign on
                   when DFHENTER
      *            *> Enter Key - see which menu item is selected
                       if ESONUIDI = low-values
                           move 'Must supply a user ID'
                               to ESONMSGO
                           move 'ESON0001' to ws-msg-no
                           perform cesn-catalogue-message
                           move 'NO USERID' to ws-aud-status
                           perform cesn-write-audit
                       else if ESONPWDI = low-values
                           move 'Must supply password'
                               to ESONMSGO
                           move 'ESON0010' to ws-msg-no
                           perform cesn-catalogue-message
                           move 'NO PASSWORD' to ws-aud-status
                           perform cesn-write-audit
                       else
                           if ws-is-locked-out
                               move 'Account locked, contact security'
                                   to ESONMSGO
                               move 'ESON0004' to ws-msg-no
                               perform cesn-catalogue-message
                               move 'LOCKED' to ws-aud-status
                               perform cesn-write-audit
                           else
                                   end-if
                                   move 'Signon Successful'
                                       to ESONMSGO
                                   move 'ESON0011' to ws-msg-no
                                   perform cesn-catalogue-message
                                   move 'SUCCESS' to ws-aud-status
                                   perform cesn-check-pwd-expired
                                   if ws-pwd-is-expired
                                       move
                              'Password expired, use PF2 to change it'
                                           to ESONMSGO
                                       move 'ESON0012' to ws-msg-no
                                       perform cesn-catalogue-message
                                   end-if
                                   perform cesn-init-idle
                                   perform cesn-add-whoson
                                   move
                                   'Account locked, contact security'
                                       to ESONMSGO
                                   move 'ESON0004' to ws-msg-no
                                   perform cesn-catalogue-message
                               end-if
                               perform cesn-write-audit
                               end-if
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to ESONMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cesn-catalogue-message
                       perform cics-send-cesn
                   when other
                       move 'Unexpected 3270 attention key'
                           to ESONMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cesn-catalogue-message
                       perform cesn-log-unsupkey
                       perform cics-send-cesn
               end-evaluate
               and SYSPARM-VALUE > 0
               move SYSPARM-VALUE to ws-lockout-expire-mins
           end-if
           move 'BRKGMINS' to SYSPARM-KEY
           exec cics
               read file('SYSPARM')
               into(SYSPARM-RECORD)
               ridfld(SYSPARM-KEY)
               resp(ws-sysparm-resp)
           end-exec
           if ws-sysparm-resp = dfhresp(normal)
               and SYSPARM-VALUE > 0
               and SYSPARM-VALUE < 10000
               move SYSPARM-VALUE to ws-bg-minutes
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           if eibresp = dfhresp(normal)
               move 'Password reset by supervisor'
                   to ESONMSGO
               move 'ESON0013' to ws-msg-no
               perform cesn-catalogue-message
               move 'SUCCESS' to ws-aud-status
               move current-date(1:8) to SECLOCK-PWD-CHANGED
               move ESONUIDI to SECLOCK-USERID
               end-if
           else
               move 'Password reset failed' to ESONMSGO
               move 'ESON0014' to ws-msg-no
               perform cesn-catalogue-message
               move 'FAILED' to ws-aud-status
           end-if
           perform cesn-write-audit
           move current-date(9:2) to IDLETRK-LA-HH
           move current-date(11:2) to IDLETRK-LA-MM
           move current-date(13:2) to IDLETRK-LA-SS
           move 0 to IDLETRK-ELEV-UNTIL
           move 0 to IDLETRK-ELEV-STAMP
      *    a new session starts with no account or customer in hand
           move spaces to IDLETRK-CTX-ACCTNO
           move spaces to IDLETRK-CTX-CUSTNO
           move spaces to IDLETRK-CTX-JUMP-TO
           move spaces to IDLETRK-CTX-JUMP-FROM
           exec cics
               write file('IDLETRK')
               from(IDLETRK-RECORD)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** break-glass: only the user signed on at this terminal, not  *
      *** in training, not already an admin (a lapsed grant does not  *
      *** count) and not already elevated.  The terminal's IDLETRK    *
      *** row carries the window every screen's authorization check   *
      *** honours, read for update so nothing changes it between the  *
      *** read and the rewrite that grants the rights; only once that *
      *** rewrite has gone through is the BRKGLASS row written for a  *
      *** second admin's review and the alert raised                  *
      ***--------------------------------------------------------------*
       cesn-break-glass section.
       cesn-break-glass-para.
           move 'N' to ws-bg-locked
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               update
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal)
               move 'Y' to ws-bg-locked
           end-if
           if ws-idle-resp not = dfhresp(normal)
               or not IDLETRK-IS-SIGNED-ON
               or IDLETRK-USERID not = ESONUIDI
               move 'Sign on here first, then PF9 for break-glass'
                   to ESONMSGO
               move 'ESON0015' to ws-msg-no
               perform cesn-catalogue-message
               move 'NOT SIGNED' to ws-aud-status
           else if IDLETRK-IS-TRAINING
               move 'No break-glass in a training session'
                   to ESONMSGO
               move 'ESON0016' to ws-msg-no
               perform cesn-catalogue-message
               move 'TRAINING' to ws-aud-status
           else if IDLETRK-ELEV-UNTIL is numeric
               and IDLETRK-ELEV-UNTIL > current-date(1:14)
               move 'Break-glass is already in force on this session'
                   to ESONMSGO
               move 'ESON0017' to ws-msg-no
               perform cesn-catalogue-message
               move 'ACTIVE' to ws-aud-status
           else
               move 'J' to ws-bg-role
               move ESONUIDI to SECROLE-USERID
               exec cics
                   read file('SECROLE')
                   into(SECROLE-RECORD)
                   ridfld(SECROLE-USERID)
                   resp(ws-role-resp)
               end-exec
               if ws-role-resp = dfhresp(normal)
                   if SECROLE-REVIEW-DATE is numeric
                       and SECROLE-REVIEW-DATE not = 0
                       and SECROLE-REVIEW-DATE < current-date(1:8)
                       continue
                   else
                       move SECROLE-CODE to ws-bg-role
                   end-if
               end-if
               if ws-bg-role = 'A'
                   move 'Already an admin - no break-glass needed'
                       to ESONMSGO
                   move 'ESON0018' to ws-msg-no
                   perform cesn-catalogue-message
                   move 'ADMIN' to ws-aud-status
               else
                   perform cesn-glass-until
                   move ws-bg-until-n to IDLETRK-ELEV-UNTIL
                   move ws-bg-stamp-n to IDLETRK-ELEV-STAMP
                   exec cics
                       rewrite file('IDLETRK')
                       from(IDLETRK-RECORD)
                       resp(ws-idle-resp)
                   end-exec
                   move 'N' to ws-bg-locked
                   if ws-idle-resp not = dfhresp(normal)
                       move 'Break-glass refused - session not updated'
                           to ESONMSGO
                       move 'ESON0019' to ws-msg-no
                       perform cesn-catalogue-message
                       move 'ELEV FAILED' to ws-aud-status
                   else
                       perform cesn-glass-record
                       perform cesn-glass-alert
                       move spaces to ESONMSGO
                       string 'Break-glass admin rights until '
                           ws-bg-until-hh ':' ws-bg-until-mm
                           ' - a second admin will review this use'
                           delimited by size
                           into ESONMSGO
                       move 'SUCCESS' to ws-aud-status
                   end-if
               end-if
           end-if end-if end-if
      *    a refused claim leaves the session row as it was
           if ws-bg-is-locked
               exec cics
                   unlock file('IDLETRK')
                   resp(ws-idle-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the window: now plus ws-bg-minutes, carried into the next   *
      *** day(s) when it runs past midnight                           *
      ***--------------------------------------------------------------*
       cesn-glass-until section.
       cesn-glass-until-para.
           move current-date(1:14) to ws-bg-stamp
           compute ws-bg-secs =
               ws-bg-hh * 3600 + ws-bg-mm * 60 + ws-bg-ss
             + ws-bg-minutes * 60
           end-compute
           divide ws-bg-secs by 86400
               giving ws-bg-days remainder ws-bg-rem
           end-divide
           if ws-bg-days = 0
               move ws-bg-date to ws-bg-until-date
           else
               compute ws-bg-until-date =
                   function date-of-integer(
                       function integer-of-date(ws-bg-date)
                     + ws-bg-days)
               end-compute
           end-if
           divide ws-bg-rem by 3600
               giving ws-bg-until-hh remainder ws-bg-secs
           end-divide
           divide ws-bg-secs by 60
               giving ws-bg-until-mm remainder ws-bg-until-ss
           end-divide
           exit
           .
      ***--------------------------------------------------------------*
      *** the review-queue row, pending until a second admin signs    *
      *** it off on ETPEBGR                                           *
      ***--------------------------------------------------------------*
       cesn-glass-record section.
       cesn-glass-record-para.
           move ESONUIDI to BRKGLASS-USERID
           move ws-bg-stamp-n to BRKGLASS-STAMP
           move eibtrmid to BRKGLASS-TERMID
           move ws-bg-role to BRKGLASS-ROLE
           move ESONRSNI to BRKGLASS-REASON
           move ws-bg-minutes to BRKGLASS-MINUTES
           move ws-bg-until-n to BRKGLASS-UNTIL
           move 0 to BRKGLASS-DROPPED
           move 'P' to BRKGLASS-STATUS
           move spaces to BRKGLASS-REVIEWER
           move 0 to BRKGLASS-REVIEW-DATE
           move spaces to BRKGLASS-REVIEW-NOTE
           exec cics
               write file('BRKGLASS')
               from(BRKGLASS-RECORD)
               ridfld(BRKGLASS-KEY)
               resp(ws-brkglass-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** a high-severity ALERTQ line the moment the glass is broken, *
      *** numbered off the journal2 tally like every other writer     *
      ***--------------------------------------------------------------*
       cesn-glass-alert section.
       cesn-glass-alert-para.
           move 'journal2' to JNLCOUNT-JNAME
           exec cics
               read file('JNLCOUNT')
               into(JNLCOUNT-RECORD)
               ridfld(JNLCOUNT-JNAME)
               resp(ws-jnlcount-resp)
           end-exec
           if ws-jnlcount-resp = dfhresp(normal)
               add 1 to JNLCOUNT-COUNT
           else
               move 'journal2' to JNLCOUNT-JNAME
               move 1 to JNLCOUNT-COUNT
           end-if
           exec cics
               write file('JNLCOUNT')
               from(JNLCOUNT-RECORD)
               ridfld(JNLCOUNT-JNAME)
               resp(ws-jnlcount-resp)
           end-exec
           if ws-jnlcount-resp = dfhresp(duprec)
               exec cics
                   rewrite file('JNLCOUNT')
                   from(JNLCOUNT-RECORD)
                   resp(ws-jnlcount-resp)
               end-exec
           end-if
           move JNLCOUNT-COUNT to ALERTQ-LINENO
           move spaces to ALERTQ-TEXT
           string 'BREAK-GLASS ' ESONUIDI
               ' TERM ' eibtrmid
               ' UNTIL ' ws-bg-until-hh ':' ws-bg-until-mm
               ' ' ESONRSNI
               delimited by size
               into ALERTQ-TEXT
           move 'H' to ALERTQ-SEVERITY
           move 'BRKGLASS' to ALERTQ-CATEGORY
           move current-date(1:8) to ALERTQ-RAISED-DATE
           move current-date(9:6) to ALERTQ-RAISED-TIME
           move 'N' to ALERTQ-ESCALATED
           move 'N' to ALERTQ-ACK
           move spaces to ALERTQ-ACK-USERID
           move 0 to ALERTQ-ACK-TIME
           exec cics
               write file('ALERTQ')
               from(ALERTQ-RECORD)
               ridfld(ALERTQ-LINENO)
               resp(ws-alertq-resp)
           end-exec
           if ws-alertq-resp = dfhresp(duprec)
               exec cics
                   rewrite file('ALERTQ')
                   from(ALERTQ-RECORD)
                   resp(ws-alertq-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       cesn-catalogue-message section.
       cesn-catalogue-message-para.
           if not ws-msg-lang-is-loaded
               move 'Y' to ws-msg-lang-loaded
               perform cesn-load-msg-lang
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
               move MSGCAT-TEXT to ESONMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the language of the user ID keyed for signon - nobody is    *
      *** signed on yet; the SECROLE row in hand is put back for the  *
      *** checks that read it                                         *
      ***--------------------------------------------------------------*
       cesn-load-msg-lang section.
       cesn-load-msg-lang-para.
           move spaces to ws-msg-lang
           if ESONUIDI not = low-values and not = spaces
               move SECROLE-RECORD to ws-msg-role-save
               move ESONUIDI to SECROLE-USERID
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
           move low-values to ESONPWDO.
           move low-values to ESONNPWO.
           move low-values to ESONOTPO.
           move low-values to ESONRSNO.

           move 'BMSESON' to ws-map

