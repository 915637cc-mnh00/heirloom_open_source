       identification division.

       program-id. ETPEPAL.

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

      * ETPEPAL - privileged-activity session replay
      * Key a userid and a from-date, press ENTER, and the PRIVACT
      * trail that user's screens wrote while the user held the admin
      * or senior role plays back in the order it happened, eight
      * interactions at a time - when, from which terminal, on which
      * transaction, the key pressed, the action code and the record
      * touched - with PF8 paging forward from the commarea's saved
      * position, the same paged-audit convention as ETPECFH.  No one
      * replays their own session; the daily listing of the trail is
      * ETPBPAL's.  This screen's own use is recorded on the trail
      * like any other.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEPAL'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEPAL.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cpal-check-auth      *
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
      *    the MSGCAT catalogue - see cpal-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EPAL session terminated.'.
       01  ws-work.
           03  ws-next-tran                  pic x(4).

      ***--------------------------------------------------------------*
      *** the privileged-activity trail being replayed                 *
      ***--------------------------------------------------------------*
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.
       01  ws-aid-name                       pic x(5).
       01  ws-filled                         pic 9(2) comp.
       01  ws-page-line                      pic x(78).
       01  ws-page-lines.
           03  ws-page-disp                  pic x(78) occurs 8 times.

      *    consolidated cross-program training-gap log - see
      *    cpal-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-userid                 pic x(8).
           03  ws-cur-date                   pic 9(8).
           03  ws-cur-time                   pic 9(6).
           03  ws-cur-taskno                 pic 9(7).

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
           perform cpal-mainline

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
       cpal-mainline section.
       cpal-mainline-para.
           perform cpal-check-auth
           if not ws-tx-authorized
               perform cpal-refuse-entry
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
                perform cpal-log-privact

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

      *            ENTER starts the replay at the keyed user/date
                   when DFHENTER
                       perform cpal-start-browse
                       perform cics-send-cpal

      *            PF8 pages forward from the saved position
                   when DFHPF8
                       perform cpal-load-page
                       perform cics-send-cpal

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to PALMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cpal-catalogue-message
                       perform cics-send-cpal
                   when other
                       move 'Unexpected 3270 attention key'
                           to PALMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cpal-catalogue-message
                       perform cpal-log-unsupkey
                       perform cics-send-cpal
               end-evaluate
           else
               perform cics-send-cpal
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** positions at the keyed user and from-date and shows the     *
      *** first page; a blank date starts at the user's oldest row    *
      ***--------------------------------------------------------------*
       cpal-start-browse section.
       cpal-start-browse-para.
           if PALUIDI = low-values or spaces
               move 'Must supply the userid' to PALMSGO
               move 'EPAL0001' to ws-msg-no
               perform cpal-catalogue-message
           else
           if PALUIDI = ws-auth-userid
               move spaces to ws-cur-userid
               move 'Your own activity is replayed by another officer'
                   to PALMSGO
               move 'EPAL0002' to ws-msg-no
               perform cpal-catalogue-message
           else
               move PALUIDI to ws-cur-userid
               if PALDATI not = low-values and spaces
                   and PALDATI is numeric
                   move PALDATI to ws-cur-date
               else
                   move 0 to ws-cur-date
               end-if
               move 0 to ws-cur-time
               move 0 to ws-cur-taskno
               perform cpal-load-page
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** eight trail rows from the saved position on, remembering    *
      *** where the page ended so PF8 carries straight on             *
      ***--------------------------------------------------------------*
       cpal-load-page section.
       cpal-load-page-para.
           move spaces to ws-page-lines
           move 0 to ws-filled
           if ws-cur-userid = spaces or low-values
               move 'Key a userid and press ENTER first' to PALMSGO
               move 'EPAL0003' to ws-msg-no
               perform cpal-catalogue-message
           else
               move ws-cur-userid to PRIVACT-USERID
               move ws-cur-date to PRIVACT-DATE
               move ws-cur-time to PRIVACT-TIME
               move ws-cur-taskno to PRIVACT-TASKNO
               exec cics
                   startbr file('PRIVACT')
                   ridfld(PRIVACT-KEY)
                   resp(ws-privact-resp)
               end-exec
               if ws-privact-resp = dfhresp(normal)
                   perform cpal-load-one-row
                       until ws-filled >= 8
                          or ws-privact-resp not = dfhresp(normal)
                   exec cics
                       endbr file('PRIVACT')
                   end-exec
               end-if
               if ws-filled = 0
                   move 'No activity on file past this point'
                       to PALMSGO
                   move 'EPAL0004' to ws-msg-no
                   perform cpal-catalogue-message
               else
                   move 'PF8 pages forward' to PALMSGO
                   move 'EPAL0005' to ws-msg-no
                   perform cpal-catalogue-message
               end-if
           end-if
           move ws-page-disp(1) to PALL01O
           move ws-page-disp(2) to PALL02O
           move ws-page-disp(3) to PALL03O
           move ws-page-disp(4) to PALL04O
           move ws-page-disp(5) to PALL05O
           move ws-page-disp(6) to PALL06O
           move ws-page-disp(7) to PALL07O
           move ws-page-disp(8) to PALL08O
           exit
           .
      ***--------------------------------------------------------------*
       cpal-load-one-row section.
       cpal-load-one-row-para.
           exec cics
               readnext file('PRIVACT')
               into(PRIVACT-RECORD)
               ridfld(PRIVACT-KEY)
               resp(ws-privact-resp)
           end-exec
           if ws-privact-resp = dfhresp(normal)
               if PRIVACT-USERID not = ws-cur-userid
                   move dfhresp(endfile) to ws-privact-resp
               else
                   if PRIVACT-DATE not = ws-cur-date
                       or PRIVACT-TIME not = ws-cur-time
                       or PRIVACT-TASKNO not = ws-cur-taskno
                       add 1 to ws-filled
                       perform cpal-name-aid
                       move spaces to ws-page-line
                       string PRIVACT-DATE ' '
                           PRIVACT-TIME ' '
                           PRIVACT-TERMID ' '
                           PRIVACT-TRANID ' '
                           PRIVACT-PROGRAM ' '
                           PRIVACT-ROLE ' '
                           ws-aid-name ' '
                           PRIVACT-ACTION ' '
                           PRIVACT-RECKEY
                           into ws-page-line
                       move ws-page-line
                           to ws-page-disp(ws-filled)
                       move PRIVACT-DATE to ws-cur-date
                       move PRIVACT-TIME to ws-cur-time
                       move PRIVACT-TASKNO to ws-cur-taskno
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the attention key the trail row carries, by name            *
      ***--------------------------------------------------------------*
       cpal-name-aid section.
       cpal-name-aid-para.
           evaluate PRIVACT-AID
               when DFHENTER
                   move 'ENTER' to ws-aid-name
               when DFHCLEAR
                   move 'CLEAR' to ws-aid-name
               when DFHPA1
                   move 'PA1' to ws-aid-name
               when DFHPA2
                   move 'PA2' to ws-aid-name
               when DFHPF1
                   move 'PF1' to ws-aid-name
               when DFHPF2
                   move 'PF2' to ws-aid-name
               when DFHPF3
                   move 'PF3' to ws-aid-name
               when DFHPF4
                   move 'PF4' to ws-aid-name
               when DFHPF5
                   move 'PF5' to ws-aid-name
               when DFHPF6
                   move 'PF6' to ws-aid-name
               when DFHPF7
                   move 'PF7' to ws-aid-name
               when DFHPF8
                   move 'PF8' to ws-aid-name
               when DFHPF9
                   move 'PF9' to ws-aid-name
               when DFHPF10
                   move 'PF10' to ws-aid-name
               when DFHPF11
                   move 'PF11' to ws-aid-name
               when DFHPF12
                   move 'PF12' to ws-aid-name
               when other
                   move 'OTHER' to ws-aid-name
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEPAL'
                   exec cics
                       receive map(ws-map)
                       into(BMSEPALI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cpal section.
       cics-send-cpal-para.
           move 'BMSEPAL' to ws-map

           exec cics send map(ws-map) from(BMSEPALO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cpal-check-auth section.
       cpal-check-auth-para.
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
       cpal-catalogue-message section.
       cpal-catalogue-message-para.
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
               move MSGCAT-TEXT to PALMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cpal-refuse-entry section.
       cpal-refuse-entry-para.
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
       cpal-log-unsupkey section.
       cpal-log-unsupkey-para.
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
       cpal-log-privact section.
       cpal-log-privact-para.
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
               move PALUIDI to PRIVACT-RECKEY
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
