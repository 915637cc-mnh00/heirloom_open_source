       identification division.

       program-id. ETPEMCT.

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

      * ETPEMCT - screen message catalogue maintenance
      * Operations' view and upkeep of the MSGCAT catalogue the
      * screens take their messages from.  Key a message number and
      * a language (EN when left blank) with action I to see the
      * text, the English text beside it and who last changed it;
      * A adds a row, C changes its text and D deletes it.  Changes
      * are admin only, journalled and audited on CFGAUD under table
      * MSGCAT, so ETPECFH shows them beside the other control-table
      * changes.  ETPBMCT lists the message numbers that still want
      * a translation.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEMCT'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEMCT.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cmct-check-auth      *
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

       01  ws-end-msg                        pic x(30)
           value '     EMCT session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).

      ***--------------------------------------------------------------*
      *** the catalogue itself - the row maintained here, and the     *
      *** screen's own messages off it, see cmct-catalogue-message    *
      ***--------------------------------------------------------------*
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-mct-save                       pic x(105).
       01  ws-mct-key.
           03  ws-mct-msgno                  pic x(8).
           03  ws-mct-lang                   pic x(2).
       01  ws-mct-text                       pic x(79).
       01  ws-mct-old-text                   pic x(79).
       01  ws-mct-ok                         pic x(1).
           88  ws-mct-key-is-ok              value 'Y'.

      ***--------------------------------------------------------------*
      *** structured config-audit - every change this screen makes    *
      *** lands on CFGAUD with before and after values, the CUSTAUD   *
      *** pattern applied to the control tables; browsed by ETPECFH   *
      ***--------------------------------------------------------------*
       copy CFGAUD.
       01  ws-cfgaud-resp                    pic s9(8) comp.
       01  ws-cfg-table                      pic x(8).
       01  ws-cfg-rowkey                     pic x(12).
       01  ws-cfg-action                     pic x(1).
       01  ws-cfg-before                     pic x(40).
       01  ws-cfg-after                      pic x(40).
       01  ws-cfg-userid                     pic x(8).
       01  ws-cfg-written                    pic x(1).
           88  ws-cfg-was-written            value 'Y'.

      ***--------------------------------------------------------------*
      *** only a SECROLE admin may change the catalogue               *
      ***--------------------------------------------------------------*
       copy IDLETRK.
       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.
       01  ws-caller-userid                  pic x(8).
       01  ws-is-admin                       pic x(1) value 'N'.
           88  ws-caller-is-admin            value 'Y'.

      *    consolidated cross-program training-gap log - see
      *    cmct-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cmct-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see cmct-capture-timing            *
      ***--------------------------------------------------------------*
       copy TXTIMTRK.
       01  ws-txtimtrk-resp                  pic s9(8) comp.
       copy TXTIME.
       01  ws-txtime-resp                    pic s9(8) comp.
       01  ws-ttk-now-secs                   pic s9(9).
       01  ws-ttk-start-secs                 pic s9(9).
       01  ws-ttk-elapsed                    pic s9(9).
       01  ws-ttk-hh                         pic 9(2).
       01  ws-ttk-mm                         pic 9(2).
       01  ws-ttk-ss                         pic 9(2).
       01  ws-ttk-written                    pic x(1).
           88  ws-ttk-was-written            value 'Y'.

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
           perform cmct-mainline

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
       cmct-mainline section.
       cmct-mainline-para.
           perform cmct-check-auth
           if not ws-tx-authorized
               perform cmct-refuse-entry
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
                perform cmct-log-privact

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

      *            ENTER carries out the keyed action on the keyed
      *            message number and language
                   when DFHENTER
                       perform cmct-edit-key
                       if not ws-mct-key-is-ok
                           continue
                       else if EMCTACTI = 'I'
                           perform cmct-inquire-message
                       else if EMCTACTI not = 'A' and not = 'C'
                           and not = 'D'
                           move 'Action must be A, C, D or I'
                               to EMCTMSGO
                           move 'EMCT0003' to ws-msg-no
                           perform cmct-catalogue-message
                       else
                           perform cmct-check-admin
                           if not ws-caller-is-admin
                               move
                               'Not authorized to change the catalogue'
                                   to EMCTMSGO
                               move 'EMCT0004' to ws-msg-no
                               perform cmct-catalogue-message
                           else
                               evaluate EMCTACTI
                                   when 'A'
                                       perform cmct-add-message
                                   when 'C'
                                       perform cmct-change-message
                                   when 'D'
                                       perform cmct-delete-message
                               end-evaluate
                           end-if
                       end-if end-if end-if
                       perform cics-send-cmct

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to EMCTMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cmct-catalogue-message
                       perform cics-send-cmct
                   when other
                       move 'Unexpected 3270 attention key'
                           to EMCTMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cmct-catalogue-message
                       perform cmct-log-unsupkey
                       perform cics-send-cmct
               end-evaluate
           else
               perform cmct-capture-timing
               perform cics-send-cmct
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the message number is required; a blank language is English *
      ***--------------------------------------------------------------*
       cmct-edit-key section.
       cmct-edit-key-para.
           move 'Y' to ws-mct-ok
           move EMCTNUMI to ws-mct-msgno
           move EMCTLNGI to ws-mct-lang
           inspect ws-mct-key replacing all low-values by spaces
           if ws-mct-lang = spaces
               move 'EN' to ws-mct-lang
           end-if
           if ws-mct-msgno = spaces
               move 'N' to ws-mct-ok
               move 'Must supply a message number' to EMCTMSGO
               move 'EMCT0001' to ws-msg-no
               perform cmct-catalogue-message
           else if ws-mct-lang(1:1) not alphabetic
               or ws-mct-lang(2:1) not alphabetic
               or ws-mct-lang(2:1) = space
               move 'N' to ws-mct-ok
               move 'Language must be a two-letter code' to EMCTMSGO
               move 'EMCT0002' to ws-msg-no
               perform cmct-catalogue-message
           else
               move ws-mct-lang to EMCTLNGO
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row for the number and language, with the English text  *
      *** beside it for the translator                                *
      ***--------------------------------------------------------------*
       cmct-inquire-message section.
       cmct-inquire-message-para.
           perform cmct-show-english
           move ws-mct-key to MSGCAT-KEY
           exec cics
               read file('MSGCAT')
               into(MSGCAT-RECORD)
               ridfld(MSGCAT-KEY)
               resp(ws-msgcat-resp)
           end-exec
           if ws-msgcat-resp = dfhresp(normal)
               perform cmct-show-row
               move 'Message shown' to EMCTMSGO
               move 'EMCT0005' to ws-msg-no
               perform cmct-catalogue-message
           else
               move spaces to EMCTTXTO
               move spaces to EMCTUPDO
               move 'No row for this number and language'
                   to EMCTMSGO
               move 'EMCT0006' to ws-msg-no
               perform cmct-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmct-add-message section.
       cmct-add-message-para.
           move 'MSGADD' to ws-aud-event
           move EMCTTXTI to ws-mct-text
           inspect ws-mct-text replacing all low-values by spaces
           if ws-mct-text = spaces
               move 'Must supply the message text' to EMCTMSGO
               move 'EMCT0007' to ws-msg-no
               perform cmct-catalogue-message
           else
               move ws-mct-key to MSGCAT-KEY
               move ws-mct-text to MSGCAT-TEXT
               move ws-caller-userid to MSGCAT-UPD-BY
               move current-date(1:8) to MSGCAT-UPD-DATE
               exec cics
                   write file('MSGCAT')
                   from(MSGCAT-RECORD)
                   ridfld(MSGCAT-KEY)
                   resp(ws-msgcat-resp)
               end-exec
               if ws-msgcat-resp = dfhresp(normal)
                   move spaces to ws-mct-old-text
                   perform cmct-write-audit
                   move 'A' to ws-cfg-action
                   perform cmct-audit-change
                   perform cmct-show-row
                   perform cmct-show-english
                   move 'Message added' to EMCTMSGO
                   move 'EMCT0008' to ws-msg-no
                   perform cmct-catalogue-message
               else if ws-msgcat-resp = dfhresp(duprec)
                   move 'Row already on file - use C' to EMCTMSGO
                   move 'EMCT0009' to ws-msg-no
                   perform cmct-catalogue-message
               else
                   move 'Add failed' to EMCTMSGO
                   move 'EMCT0010' to ws-msg-no
                   perform cmct-catalogue-message
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmct-change-message section.
       cmct-change-message-para.
           move 'MSGCHG' to ws-aud-event
           move EMCTTXTI to ws-mct-text
           inspect ws-mct-text replacing all low-values by spaces
           if ws-mct-text = spaces
               move 'Must supply the message text' to EMCTMSGO
               move 'EMCT0007' to ws-msg-no
               perform cmct-catalogue-message
           else
               move ws-mct-key to MSGCAT-KEY
               exec cics
                   read file('MSGCAT')
                   into(MSGCAT-RECORD)
                   ridfld(MSGCAT-KEY)
                   update
                   resp(ws-msgcat-resp)
               end-exec
               if ws-msgcat-resp not = dfhresp(normal)
                   move 'No row for this number and language - use A'
                       to EMCTMSGO
                   move 'EMCT0011' to ws-msg-no
                   perform cmct-catalogue-message
               else
                   move MSGCAT-TEXT to ws-mct-old-text
                   move ws-mct-text to MSGCAT-TEXT
                   move ws-caller-userid to MSGCAT-UPD-BY
                   move current-date(1:8) to MSGCAT-UPD-DATE
                   exec cics
                       rewrite file('MSGCAT')
                       from(MSGCAT-RECORD)
                       resp(ws-msgcat-resp)
                   end-exec
                   if ws-msgcat-resp = dfhresp(normal)
                       perform cmct-write-audit
                       move 'C' to ws-cfg-action
                       perform cmct-audit-change
                       perform cmct-show-row
                       perform cmct-show-english
                       move 'Message changed' to EMCTMSGO
                       move 'EMCT0012' to ws-msg-no
                       perform cmct-catalogue-message
                   else
                       move 'Change failed' to EMCTMSGO
                       move 'EMCT0013' to ws-msg-no
                       perform cmct-catalogue-message
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a deleted English row leaves the screens on their own text; *
      *** a deleted translation leaves them on the English row        *
      ***--------------------------------------------------------------*
       cmct-delete-message section.
       cmct-delete-message-para.
           move 'MSGDEL' to ws-aud-event
           move ws-mct-key to MSGCAT-KEY
           exec cics
               read file('MSGCAT')
               into(MSGCAT-RECORD)
               ridfld(MSGCAT-KEY)
               resp(ws-msgcat-resp)
           end-exec
           if ws-msgcat-resp not = dfhresp(normal)
               move 'No row for this number and language'
                   to EMCTMSGO
               move 'EMCT0006' to ws-msg-no
               perform cmct-catalogue-message
           else
               move MSGCAT-TEXT to ws-mct-old-text
               exec cics
                   delete file('MSGCAT')
                   ridfld(MSGCAT-KEY)
                   resp(ws-msgcat-resp)
               end-exec
               if ws-msgcat-resp = dfhresp(normal)
                   move spaces to ws-mct-text
                   perform cmct-write-audit
                   move 'D' to ws-cfg-action
                   perform cmct-audit-change
                   move spaces to EMCTTXTO
                   move spaces to EMCTUPDO
                   perform cmct-show-english
                   move 'Message deleted' to EMCTMSGO
                   move 'EMCT0014' to ws-msg-no
                   perform cmct-catalogue-message
               else
                   move 'Delete failed' to EMCTMSGO
                   move 'EMCT0015' to ws-msg-no
                   perform cmct-catalogue-message
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmct-show-row section.
       cmct-show-row-para.
           move MSGCAT-TEXT to EMCTTXTO
           move spaces to EMCTUPDO
           string MSGCAT-UPD-BY ' ' MSGCAT-UPD-DATE
               delimited by size into EMCTUPDO
           exit
           .
      ***--------------------------------------------------------------*
      *** the English row for the keyed number, for comparison        *
      ***--------------------------------------------------------------*
       cmct-show-english section.
       cmct-show-english-para.
           move MSGCAT-RECORD to ws-mct-save
           move ws-mct-msgno to MSGCAT-MSGNO
           move 'EN' to MSGCAT-LANG
           exec cics
               read file('MSGCAT')
               into(MSGCAT-RECORD)
               ridfld(MSGCAT-KEY)
               resp(ws-msgcat-resp)
           end-exec
           if ws-msgcat-resp = dfhresp(normal)
               move MSGCAT-TEXT to EMCTENGO
           else
               move spaces to EMCTENGO
           end-if
           move ws-mct-save to MSGCAT-RECORD
           exit
           .
      ***--------------------------------------------------------------*
      *** who changed which message in which language                 *
      ***--------------------------------------------------------------*
       cmct-write-audit section.
       cmct-write-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'BY=' ws-caller-userid ' '
               'MSG=' ws-mct-msgno ' '
               'LANG=' ws-mct-lang ' '
               'TERM=' eibtrmid
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('MC') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cmct-audit-change section.
       cmct-audit-change-para.
           move 'MSGCAT  ' to ws-cfg-table
           move ws-mct-key to ws-cfg-rowkey
           move ws-mct-old-text to ws-cfg-before
           move ws-mct-text to ws-cfg-after
           perform cmct-write-cfgaud
           exit
           .
      ***--------------------------------------------------------------*
      *** looks up the SECROLE entry for the userid IDLETRK has on     *
      *** file for the terminal running this transaction               *
      ***--------------------------------------------------------------*
       cmct-check-admin section.
       cmct-check-admin-para.
           move 'N' to ws-is-admin
           move spaces to ws-caller-userid
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal) and IDLETRK-IS-SIGNED-ON
               move IDLETRK-USERID to ws-caller-userid
               move IDLETRK-USERID to SECROLE-USERID
               exec cics
                   read file('SECROLE')
                   into(SECROLE-RECORD)
                   ridfld(SECROLE-USERID)
                   resp(ws-role-resp)
               end-exec
               if ws-role-resp = dfhresp(normal)
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
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cmct-check-auth section.
       cmct-check-auth-para.
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
       cmct-catalogue-message section.
       cmct-catalogue-message-para.
      *    the row being maintained is put back once the message has
      *    been looked up
           move MSGCAT-RECORD to ws-mct-save
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
               move MSGCAT-TEXT to EMCTMSGO
           end-if
           move ws-mct-save to MSGCAT-RECORD
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cmct-refuse-entry section.
       cmct-refuse-entry-para.
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
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEMCT'
                   exec cics
                       receive map(ws-map)
                       into(BMSEMCTI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cmct section.
       cics-send-cmct-para.
           move 'BMSEMCT' to ws-map

           exec cics send map(ws-map) from(BMSEMCTO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** bumps this transaction's count in the consolidated          *
      *** unsupported-attention-key training-gap log                  *
      ***--------------------------------------------------------------*
       cmct-log-unsupkey section.
       cmct-log-unsupkey-para.
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
       cmct-log-privact section.
       cmct-log-privact-para.
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
               move EMCTACTI to PRIVACT-ACTION
               move spaces to PRIVACT-RECKEY
               move EMCTNUMI to PRIVACT-RECKEY(1:8)
               move EMCTLNGI to PRIVACT-RECKEY(9:2)
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
      ***--------------------------------------------------------------*
       cmct-capture-timing section.
       cmct-capture-timing-para.
           move eibtrmid to TXTIMTRK-TERMID
           exec cics
               read file('TXTIMTRK')
               into(TXTIMTRK-RECORD)
               ridfld(TXTIMTRK-TERMID)
               update
               resp(ws-txtimtrk-resp)
           end-exec
           if ws-txtimtrk-resp = dfhresp(normal)
               if TXTIMTRK-IS-PENDING
                   and TXTIMTRK-TRANID = eibtrnid
                   move TXTIMTRK-START-TIME(1:2) to ws-ttk-hh
                   move TXTIMTRK-START-TIME(3:2) to ws-ttk-mm
                   move TXTIMTRK-START-TIME(5:2) to ws-ttk-ss
                   compute ws-ttk-start-secs =
                       ws-ttk-hh * 3600 + ws-ttk-mm * 60
                     + ws-ttk-ss
                   end-compute
                   move current-date(9:2) to ws-ttk-hh
                   move current-date(11:2) to ws-ttk-mm
                   move current-date(13:2) to ws-ttk-ss
                   compute ws-ttk-now-secs =
                       ws-ttk-hh * 3600 + ws-ttk-mm * 60
                     + ws-ttk-ss
                   end-compute
                   compute ws-ttk-elapsed =
                       ws-ttk-now-secs - ws-ttk-start-secs
                   end-compute
                   if ws-ttk-elapsed < 0
                       add 86400 to ws-ttk-elapsed
                   end-if
                   if ws-ttk-elapsed > 9999
                       move 9999 to ws-ttk-elapsed
                   end-if
                   move eibtrnid to TXTIME-TRANID
                   move current-date(1:8) to TXTIME-DATE
                   move 1 to TXTIME-SEQ
                   move ws-ttk-elapsed to TXTIME-ELAPSED-SECS
                   move 'N' to ws-ttk-written
                   perform cmct-capture-timing-write
                       until ws-ttk-was-written
                   move 'N' to TXTIMTRK-PENDING
                   exec cics
                       rewrite file('TXTIMTRK')
                       from(TXTIMTRK-RECORD)
                       resp(ws-txtimtrk-resp)
                   end-exec
               else
                   exec cics
                       unlock file('TXTIMTRK')
                   end-exec
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmct-capture-timing-write section.
       cmct-capture-timing-write-para.
           exec cics
               write file('TXTIME')
               from(TXTIME-RECORD)
               ridfld(TXTIME-KEY)
               resp(ws-txtime-resp)
           end-exec
           if ws-txtime-resp = dfhresp(duprec)
               add 1 to TXTIME-SEQ
           else
               move 'Y' to ws-ttk-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one structured audit row for the change just applied - who  *
      *** (IDLETRK's userid for this terminal), when, which row, and  *
      *** the before and after values; the sequence walks forward     *
      *** should two changes land on the same second                  *
      ***--------------------------------------------------------------*
       cmct-write-cfgaud section.
       cmct-write-cfgaud-para.
           move spaces to ws-cfg-userid
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal)
               and IDLETRK-IS-SIGNED-ON
               move IDLETRK-USERID to ws-cfg-userid
           end-if
           move ws-cfg-table to CFGAUD-TABLE
           move current-date(1:14) to CFGAUD-STAMP
           move 1 to CFGAUD-SEQ
           move ws-cfg-userid to CFGAUD-USERID
           move ws-cfg-rowkey to CFGAUD-ROW-KEY
           move ws-cfg-action to CFGAUD-ACTION
           move ws-cfg-before to CFGAUD-BEFORE-IMAGE
           move ws-cfg-after to CFGAUD-AFTER-IMAGE
           move 'N' to ws-cfg-written
           perform cmct-write-cfgaud-once
               until ws-cfg-was-written
           exit
           .
      ***--------------------------------------------------------------*
       cmct-write-cfgaud-once section.
       cmct-write-cfgaud-once-para.
           exec cics
               write file('CFGAUD')
               from(CFGAUD-RECORD)
               ridfld(CFGAUD-KEY)
               resp(ws-cfgaud-resp)
           end-exec
           if ws-cfgaud-resp = dfhresp(duprec)
               add 1 to CFGAUD-SEQ
           else
               move 'Y' to ws-cfg-written
           end-if
           exit
           .
       end-program.
