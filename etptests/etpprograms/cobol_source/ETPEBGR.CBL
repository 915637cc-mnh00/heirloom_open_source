       identification division.

       program-id. ETPEBGR.

       author.    Heirloom Computing Inc.

      ******************************************************************
      *        Copyright (C) 2010-2013 Heirloom Computing Inc          *
      *                                                                *
      *                        ALL RIGHTS RESERVED                     *
      ******************************************************************
      *                                                                *
      * Property of Heirloom Computing Inc.  This software contains    *
      * confidential and proprietary information of Heirloom Computing *
      * Inc. and is made available solely pursuant to the terms of a   *
      * software license agreement, which governs its use.             *
      *                                                                *
      * No disclosure, reproduction or use of any portion of these     *
      * materials may be made without the express written consent of   *
      * Heirloom Computing Inc.                                        *
      *                                                                *
      ******************************************************************

      * ETPEBGR - break-glass review
      * ENTER with the userid left blank lists the break-glass uses
      * still awaiting review, six at a time with PF8 paging forward -
      * who, when (the stamp that keys the use), from which terminal,
      * the role they held, the window granted and the reason given.
      * Key a listed userid and stamp with J (justified) or U (not
      * justified, with a note) to sign the use off.  The reviewer
      * must hold an admin grant of their own - a break-glass
      * elevation does not qualify - and may not review their own
      * use, nor one whose window is still open.  Every sign-off is
      * journalled, and an unjustified use raises a high-severity
      * ALERTQ line.  What was done under the elevation is replayed
      * on ETPEPAL.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEBGR'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEBGR.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cbgr-check-auth      *
      ***--------------------------------------------------------------*
       copy TXAUTH.
       01  ws-txauth-resp                    pic s9(8) comp.
       01  ws-tx-auth                        pic x(1).
           88  ws-tx-authorized              value 'Y'.
       01  ws-auth-role                      pic x(1).
       01  ws-auth-userid                    pic x(8).
       01  ws-auth-msg                       pic x(80).
       01  ws-auth-deny-text                 pic x(40)
           value 'Not authorized for this transaction.'.
       copy IDLETRK.
       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cbgr-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EBGR session terminated.'.
       01  ws-work.
           03  ws-next-tran                  pic x(4).

      ***--------------------------------------------------------------*
      *** the break-glass review queue being worked                    *
      ***--------------------------------------------------------------*
       copy BRKGLASS.
       01  ws-brkglass-resp                  pic s9(8) comp.
       01  ws-filled                         pic 9(2) comp.
       01  ws-page-line                      pic x(78).
       01  ws-page-lines.
           03  ws-page-disp                  pic x(78) occurs 6 times.
       01  ws-until-disp.
           03  ws-until-date                 pic 9(8).
           03  ws-until-hhmm                 pic 9(4).
           03                                pic 9(2).
       01  ws-reviewer                       pic x(1).
           88  ws-reviewer-ok                value 'Y'.
       01  ws-aud-msg                        pic x(80).

      *    unjustified uses raise an ALERTQ line numbered off the
      *    journal2 tally - see cbgr-raise-alert
       copy ALERTQ.
       01  ws-alertq-resp                    pic s9(8) comp.
       copy JNLCOUNT.
       01  ws-jnlcount-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cbgr-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

      *    consolidated cross-program training-gap log - see
      *    cbgr-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-listing                pic x(1).
               88  ws-cur-is-listing         value 'Y'.
           03  ws-cur-userid                 pic x(8).
           03  ws-cur-stamp                  pic 9(14).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

       linkage section.
       01  dfhcommarea.
           03                                pic x
               occurs 0 to 32700 times depending on eibcalen.

      ***--------------------------------------------------------------*
      *** CICS Stuff                                                   *
      ***--------------------------------------------------------------*
       procedure division.
       main-para.
           move low-values to ws-next-tran.

      *    enter this main due to (1) CICS transfer from another
      *        transaction or (2) return map from this transaction
           perform cbgr-mainline

      *    return to CICS because we're (1) waiting to receive our map
      *        or (2) we want to transfer to a different transaction
           if ws-next-tran = low-values
               exec cics return
                   transid(eibtrnid)
                   commarea(ws-commarea)
               end-exec
           else
               move ws-next-tran to eibtrnid
               exec cics return immediate
                   transid(eibtrnid)
               end-exec
           end-if.
           stop run
           .
      ***--------------------------------------------------------------*
       cbgr-mainline section.
       cbgr-mainline-para.
           perform cbgr-check-auth
           if not ws-tx-authorized
               perform cbgr-refuse-entry
           end-if
      *    determine if we are receiving our own map
           if eibcalen = length of ws-commarea
                move dfhcommarea to ws-commarea

      *         receive the map of our screen (if not CLEAR)
                if eibaid not = DFHCLEAR
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cbgr-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

      *            PF12 Exits the CICS-supported Transactions
                   when DFHPF12
      *                *> PF 12 Key
                       exec cics syncpoint end-exec
                       move eibtrnid to ws-end-msg(1:4)
                       exec cics send text | added text
                           from(ws-end-msg)
                           erase
                       end-exec
                       exec cics return end-exec

      *            PF3 transfers to EMNU menu
                   WHEN DFHPF3
                       move 'EMNU' to ws-next-tran

      *            ENTER lists the queue, or signs off the keyed use
                   when DFHENTER
                       if BGRUIDI = low-values or spaces
                           perform cbgr-start-browse
                       else
                           perform cbgr-sign-off
                       end-if
                       perform cics-send-cbgr

      *            PF8 pages forward from the saved position
                   when DFHPF8
                       perform cbgr-load-page
                       perform cics-send-cbgr

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to BGRMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cbgr-catalogue-message
                       perform cics-send-cbgr
                   when other
                       move 'Unexpected 3270 attention key'
                           to BGRMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cbgr-catalogue-message
                       perform cbgr-log-unsupkey
                       perform cics-send-cbgr
               end-evaluate
           else
               perform cics-send-cbgr
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the queue from the top                                       *
      ***--------------------------------------------------------------*
       cbgr-start-browse section.
       cbgr-start-browse-para.
           move 'Y' to ws-cur-listing
           move spaces to ws-cur-userid
           move 0 to ws-cur-stamp
           perform cbgr-load-page
           exit
           .
      ***--------------------------------------------------------------*
      *** six uses still awaiting review from the saved position on,  *
      *** remembering where the page ended so PF8 carries straight on *
      ***--------------------------------------------------------------*
       cbgr-load-page section.
       cbgr-load-page-para.
           move spaces to ws-page-lines
           move 0 to ws-filled
           if not ws-cur-is-listing
               move 'ENTER with the userid blank lists the queue'
                   to BGRMSGO
               move 'EBGR0001' to ws-msg-no
               perform cbgr-catalogue-message
           else
               move ws-cur-userid to BRKGLASS-USERID
               move ws-cur-stamp to BRKGLASS-STAMP
               exec cics
                   startbr file('BRKGLASS')
                   ridfld(BRKGLASS-KEY)
                   resp(ws-brkglass-resp)
               end-exec
               if ws-brkglass-resp = dfhresp(normal)
                   perform cbgr-load-one-row
                       until ws-filled >= 6
                          or ws-brkglass-resp not = dfhresp(normal)
                   exec cics
                       endbr file('BRKGLASS')
                   end-exec
               end-if
               if ws-filled = 0
                   move 'No break-glass use awaiting review past here'
                       to BGRMSGO
                   move 'EBGR0002' to ws-msg-no
                   perform cbgr-catalogue-message
               else
                   move 'PF8 pages forward' to BGRMSGO
                   move 'EBGR0003' to ws-msg-no
                   perform cbgr-catalogue-message
               end-if
           end-if
           move ws-page-disp(1) to BGRL01O
           move ws-page-disp(2) to BGRL02O
           move ws-page-disp(3) to BGRL03O
           move ws-page-disp(4) to BGRL04O
           move ws-page-disp(5) to BGRL05O
           move ws-page-disp(6) to BGRL06O
           exit
           .
      ***--------------------------------------------------------------*
       cbgr-load-one-row section.
       cbgr-load-one-row-para.
           exec cics
               readnext file('BRKGLASS')
               into(BRKGLASS-RECORD)
               ridfld(BRKGLASS-KEY)
               resp(ws-brkglass-resp)
           end-exec
           if ws-brkglass-resp = dfhresp(normal)
               if BRKGLASS-USERID not = ws-cur-userid
                   or BRKGLASS-STAMP not = ws-cur-stamp
                   move BRKGLASS-USERID to ws-cur-userid
                   move BRKGLASS-STAMP to ws-cur-stamp
                   if BRKGLASS-IS-PENDING
                       add 1 to ws-filled
                       move BRKGLASS-UNTIL to ws-until-disp
                       move spaces to ws-page-line
                       string BRKGLASS-USERID ' '
                           BRKGLASS-STAMP ' '
                           BRKGLASS-TERMID ' '
                           BRKGLASS-ROLE ' '
                           BRKGLASS-MINUTES 'm to '
                           ws-until-hhmm ' '
                           BRKGLASS-REASON
                           delimited by size
                           into ws-page-line
                       move ws-page-line
                           to ws-page-disp(ws-filled)
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** signs one use off - the reviewer's own grant, the row, its  *
      *** state and its window are all checked before it is touched  *
      ***--------------------------------------------------------------*
       cbgr-sign-off section.
       cbgr-sign-off-para.
           if BGRSTPI is not numeric
               move 'Key the stamp exactly as listed' to BGRMSGO
               move 'EBGR0004' to ws-msg-no
               perform cbgr-catalogue-message
           else if BGRACTI not = 'J' and BGRACTI not = 'U'
               move 'Action must be J (justified) or U (unjustified)'
                   to BGRMSGO
               move 'EBGR0005' to ws-msg-no
               perform cbgr-catalogue-message
           else if BGRACTI = 'U'
               and (BGRNOTI = low-values or BGRNOTI = spaces)
               move 'An unjustified use needs a note' to BGRMSGO
               move 'EBGR0006' to ws-msg-no
               perform cbgr-catalogue-message
           else
               perform cbgr-check-reviewer
               if not ws-reviewer-ok
                   move 'Only an admin by grant may review break-glass'
                       to BGRMSGO
                   move 'EBGR0007' to ws-msg-no
                   perform cbgr-catalogue-message
               else if BGRUIDI = ws-auth-userid
                   move 'No one reviews their own break-glass use'
                       to BGRMSGO
                   move 'EBGR0008' to ws-msg-no
                   perform cbgr-catalogue-message
               else
                   perform cbgr-record-review
               end-if end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an admin by SECROLE grant, still inside its recertification *
      *** date - a break-glass elevation never qualifies a reviewer   *
      ***--------------------------------------------------------------*
       cbgr-check-reviewer section.
       cbgr-check-reviewer-para.
           move 'N' to ws-reviewer
           if ws-auth-userid not = spaces
               move ws-auth-userid to SECROLE-USERID
               exec cics
                   read file('SECROLE')
                   into(SECROLE-RECORD)
                   ridfld(SECROLE-USERID)
                   resp(ws-role-resp)
               end-exec
               if ws-role-resp = dfhresp(normal)
                   and SECROLE-IS-ADMIN
                   if SECROLE-REVIEW-DATE is numeric
                       and SECROLE-REVIEW-DATE not = 0
                       and SECROLE-REVIEW-DATE < current-date(1:8)
                       continue
                   else
                       move 'Y' to ws-reviewer
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cbgr-record-review section.
       cbgr-record-review-para.
           move BGRUIDI to BRKGLASS-USERID
           move BGRSTPI to BRKGLASS-STAMP
           exec cics
               read file('BRKGLASS')
               into(BRKGLASS-RECORD)
               ridfld(BRKGLASS-KEY)
               update
               resp(ws-brkglass-resp)
           end-exec
           if ws-brkglass-resp not = dfhresp(normal)
               move 'No such break-glass use on file' to BGRMSGO
               move 'EBGR0009' to ws-msg-no
               perform cbgr-catalogue-message
           else if not BRKGLASS-IS-PENDING
               exec cics
                   unlock file('BRKGLASS')
               end-exec
               move spaces to BGRMSGO
               string 'Already reviewed by ' BRKGLASS-REVIEWER
                   delimited by size
                   into BGRMSGO
           else if BRKGLASS-UNTIL > current-date(1:14)
               exec cics
                   unlock file('BRKGLASS')
               end-exec
               move 'Still in force - review it once the window closes'
                   to BGRMSGO
               move 'EBGR0010' to ws-msg-no
               perform cbgr-catalogue-message
           else
               move BGRACTI to BRKGLASS-STATUS
               move ws-auth-userid to BRKGLASS-REVIEWER
               move current-date(1:8) to BRKGLASS-REVIEW-DATE
               move BGRNOTI to BRKGLASS-REVIEW-NOTE
               inspect BRKGLASS-REVIEW-NOTE
                   replacing all low-values by spaces
               exec cics
                   rewrite file('BRKGLASS')
                   from(BRKGLASS-RECORD)
                   resp(ws-brkglass-resp)
               end-exec
               move spaces to ws-aud-msg
               string 'BRKGLASS REVIEW '
                   'UID=' BRKGLASS-USERID ' '
                   'AT=' BRKGLASS-STAMP ' '
                   'BY=' ws-auth-userid ' '
                   'AS=' BRKGLASS-STATUS
                   delimited by size
                   into ws-aud-msg
               exec cics
                   write journalname('journal1')
                   from(ws-aud-msg) flength(80)
                   jtypeid('BG') prefix('ETP')
               end-exec
               if BRKGLASS-IS-UNJUSTIFIED
                   perform cbgr-raise-alert
                   move 'Recorded as unjustified - security alerted'
                       to BGRMSGO
                   move 'EBGR0011' to ws-msg-no
                   perform cbgr-catalogue-message
               else
                   move 'Signed off as justified' to BGRMSGO
                   move 'EBGR0012' to ws-msg-no
                   perform cbgr-catalogue-message
               end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an unjustified use is a security matter - a high-severity   *
      *** ALERTQ line, numbered off the journal2 tally like every     *
      *** other writer                                                *
      ***--------------------------------------------------------------*
       cbgr-raise-alert section.
       cbgr-raise-alert-para.
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
           string 'BREAK-GLASS UNJUSTIFIED ' BRKGLASS-USERID
               ' AT ' BRKGLASS-STAMP
               ' BY ' ws-auth-userid
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
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEBGR'
                   exec cics
                       receive map(ws-map)
                       into(BMSEBGRI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cbgr section.
       cics-send-cbgr-para.
           move 'BMSEBGR' to ws-map

           exec cics send map(ws-map) from(BMSEBGRO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cbgr-check-auth section.
       cbgr-check-auth-para.
           move 'N' to ws-tx-auth
           move 'J' to ws-auth-role
           move spaces to ws-auth-userid
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal) and IDLETRK-IS-SIGNED-ON
               move IDLETRK-USERID to ws-auth-userid
               move IDLETRK-USERID to SECROLE-USERID
               exec cics
                   read file('SECROLE')
                   into(SECROLE-RECORD)
                   ridfld(SECROLE-USERID)
                   resp(ws-role-resp)
               end-exec
               if ws-role-resp = dfhresp(normal)
                   move SECROLE-LANGUAGE to ws-msg-lang
      *            a grant past its recertification date has lapsed
      *            and reads as junior until it is re-reviewed
                   if SECROLE-REVIEW-DATE is numeric
                       and SECROLE-REVIEW-DATE not = 0
                       and SECROLE-REVIEW-DATE < current-date(1:8)
                       move 'J' to ws-auth-role
                   else
                       move SECROLE-CODE to ws-auth-role
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
               move ws-auth-role to TXAUTH-ROLE
               move eibtrnid to TXAUTH-TRANID
               exec cics
                   read file('TXAUTH')
                   into(TXAUTH-RECORD)
                   ridfld(TXAUTH-KEY)
                   resp(ws-txauth-resp)
               end-exec
               if ws-txauth-resp = dfhresp(normal)
                   move 'Y' to ws-tx-auth
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       cbgr-catalogue-message section.
       cbgr-catalogue-message-para.
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
               move MSGCAT-TEXT to BGRMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cbgr-refuse-entry section.
       cbgr-refuse-entry-para.
           string 'AUTHVIOL '
               'UID=' ws-auth-userid ' '
               'ROLE=' ws-auth-role ' '
               'TRAN=' eibtrnid ' '
               'TERM=' eibtrmid
               into ws-auth-msg
           exec cics
               write journalname('journal1')
               from(ws-auth-msg) flength(80)
               jtypeid('AV') prefix('ETP')
           end-exec
           exec cics send text
               from(ws-auth-deny-text)
               erase
           end-exec
           exec cics return end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** bumps this transaction's count in the consolidated            *
      *** unsupported-attention-key training-gap log                    *
      ***--------------------------------------------------------------*
       cbgr-log-unsupkey section.
       cbgr-log-unsupkey-para.
           move eibtrnid to UNSUPKEY-TRANID
           exec cics
               read file('UNSUPKEY')
               into(UNSUPKEY-RECORD)
               ridfld(UNSUPKEY-TRANID)
               resp(ws-unsupkey-resp)
           end-exec
           if ws-unsupkey-resp = dfhresp(normal)
               add 1 to UNSUPKEY-COUNT
           else
               move 1 to UNSUPKEY-COUNT
           end-if
           exec cics
               write file('UNSUPKEY')
               from(UNSUPKEY-RECORD)
               ridfld(UNSUPKEY-TRANID)
               resp(ws-unsupkey-resp)
           end-exec
           if ws-unsupkey-resp = dfhresp(duprec)
               exec cics
                   rewrite file('UNSUPKEY')
                   from(UNSUPKEY-RECORD)
                   resp(ws-unsupkey-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** privileged-activity trail - an admin or senior user's        *
      *** interaction is recorded on PRIVACT with the key of the       *
      *** record it was about, apart from the operational journals     *
      ***--------------------------------------------------------------*
       cbgr-log-privact section.
       cbgr-log-privact-para.
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
               move BGRACTI to PRIVACT-ACTION
               move BGRUIDI to PRIVACT-RECKEY
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
