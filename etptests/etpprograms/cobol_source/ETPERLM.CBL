      * system.  Guarded by the same cesn-check-admin style check,
      * and every change is journalled showing who changed whose role
      * from what to what.
      * Action L links the user to a customer they own or are related
      * to (relation S self, F family, O other), U removes the link -
      * the STAFFLNK rows the money-moving and maintenance screens
      * test before they act on an account or customer.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.
      * The language the user's screen messages are shown in (EN
      * English, ES Spanish) is set on add or change and shown on
      * inquiry; left blank on a change it stays as it was.

       environment division.

           value 'Not authorized for this transaction.'.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see crlm-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ERLM session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-secrole-resp                   pic s9(8) comp.
       01  ws-old-role                       pic x(1).
       01  ws-new-role                       pic x(1).
       01  ws-old-lang                       pic x(2).
       01  ws-new-lang                       pic x(2).
       01  ws-lang-ok                        pic x(1).
           88  ws-lang-is-ok                 value 'Y'.

       copy IDLETRK.
       01  ws-idle-resp                      pic s9(8) comp.
       01  ws-is-admin                       pic x(1) value 'N'.
           88  ws-caller-is-admin            value 'Y'.

      ***--------------------------------------------------------------*
      *** staff-linked customers - the customer must be on file and   *
      *** the user must hold a role before the link is written        *
      ***--------------------------------------------------------------*
       copy STAFFLNK.
       01  ws-stafflnk-resp                  pic s9(8) comp.
       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.

      *    consolidated cross-program training-gap log - see
      *    crlm-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see crlm-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform crlm-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                   when DFHENTER
                       if ERLMUIDI = low-values or spaces
                           move 'Must supply a user ID' to ERLMMSGO
                           move 'ERLM0001' to ws-msg-no
                           perform crlm-catalogue-message
                       else
                           perform crlm-check-admin
                           if not ws-caller-is-admin
                               move 'Not authorized to maintain roles'
                                   to ERLMMSGO
                               move 'ERLM0002' to ws-msg-no
                               perform crlm-catalogue-message
                           else
                               evaluate ERLMACTI
                                   when 'A'
                                       perform crlm-delete-role
                                   when 'I'
                                       perform crlm-inquire-role
                                   when 'L'
                                       perform crlm-link-customer
                                   when 'U'
                                       perform crlm-unlink-customer
                                   when other
                                       move
                                     'Action must be A, C, D, I, L or U'
                                           to ERLMMSGO
                                       move 'ERLM0003' to ws-msg-no
                                       perform crlm-catalogue-message
                               end-evaluate
                           end-if
                       end-if
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to ERLMMSGO
                       move 'ETP00001' to ws-msg-no
                       perform crlm-catalogue-message
                       perform cics-send-crlm
                   when other
                       move 'Unexpected 3270 attention key'
                           to ERLMMSGO
                       move 'ETP00002' to ws-msg-no
                       perform crlm-catalogue-message
                       perform crlm-log-unsupkey
                       perform cics-send-crlm
               end-evaluate
       crlm-add-role section.
       crlm-add-role-para.
           move 'ROLEADD' to ws-aud-event
           perform crlm-edit-language
           if ERLMROLI not = 'J' and not = 'S' and not = 'A'
               move 'Role must be J, S or A' to ERLMMSGO
               move 'ERLM0004' to ws-msg-no
               perform crlm-catalogue-message
           else if not ws-lang-is-ok
               move 'Language must be EN (English) or ES (Spanish)'
                   to ERLMMSGO
               move 'ERLM0027' to ws-msg-no
               perform crlm-catalogue-message
           else
               move ERLMUIDI to SECROLE-USERID
               move ERLMROLI to SECROLE-CODE
               move ws-new-lang to SECROLE-LANGUAGE
               perform crlm-set-review-date
               exec cics
                   write file('SECROLE')
                   move spaces to ws-cfg-before
                   move spaces to ws-cfg-after
                   move ws-new-role to ws-cfg-after(1:1)
                   move SECROLE-LANGUAGE to ws-cfg-after(2:2)
                   perform crlm-write-cfgaud
                   perform crlm-check-sod
                   if ws-sod-has-conflict
                       move 'Role added - WARNING: conflicting tx'
                           to ERLMMSGO
                       move 'ERLM0005' to ws-msg-no
                       perform crlm-catalogue-message
                   else
                       move 'Role added' to ERLMMSGO
                       move 'ERLM0006' to ws-msg-no
                       perform crlm-catalogue-message
                   end-if
                   move SECROLE-CODE to ERLMCURO
                   move SECROLE-LANGUAGE to ERLMLNGO
               else if ws-secrole-resp = dfhresp(duprec)
                   move 'User already has a role - use C' to ERLMMSGO
                   move 'ERLM0007' to ws-msg-no
                   perform crlm-catalogue-message
               else
                   move 'Add failed' to ERLMMSGO
                   move 'ERLM0008' to ws-msg-no
                   perform crlm-catalogue-message
               end-if end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       crlm-change-role section.
       crlm-change-role-para.
           move 'ROLECHG' to ws-aud-event
           perform crlm-edit-language
           if ERLMROLI not = 'J' and not = 'S' and not = 'A'
               move 'Role must be J, S or A' to ERLMMSGO
               move 'ERLM0004' to ws-msg-no
               perform crlm-catalogue-message
           else if not ws-lang-is-ok
               move 'Language must be EN (English) or ES (Spanish)'
                   to ERLMMSGO
               move 'ERLM0027' to ws-msg-no
               perform crlm-catalogue-message
           else
               move ERLMUIDI to SECROLE-USERID
               exec cics
               end-exec
               if ws-secrole-resp not = dfhresp(normal)
                   move 'User has no role on file - use A' to ERLMMSGO
                   move 'ERLM0009' to ws-msg-no
                   perform crlm-catalogue-message
               else
                   move SECROLE-CODE to ws-old-role
                   move ERLMROLI to SECROLE-CODE
                   move SECROLE-LANGUAGE to ws-old-lang
                   if ws-new-lang not = spaces
                       move ws-new-lang to SECROLE-LANGUAGE
                   end-if
      *            a change is itself a recertification - the clock
      *            restarts
                   perform crlm-set-review-date
                       move 'C' to ws-cfg-action
                       move spaces to ws-cfg-before
                       move ws-old-role to ws-cfg-before(1:1)
                       move ws-old-lang to ws-cfg-before(2:2)
                       move spaces to ws-cfg-after
                       move ws-new-role to ws-cfg-after(1:1)
                       move SECROLE-LANGUAGE to ws-cfg-after(2:2)
                       perform crlm-write-cfgaud
                       perform crlm-check-sod
                       if ws-sod-has-conflict
                           move 'Role changed - conflicting tx'
                               to ERLMMSGO
                           move 'ERLM0010' to ws-msg-no
                           perform crlm-catalogue-message
                       else
                           move 'Role changed' to ERLMMSGO
                           move 'ERLM0011' to ws-msg-no
                           perform crlm-catalogue-message
                       end-if
                       move SECROLE-CODE to ERLMCURO
                       move SECROLE-LANGUAGE to ERLMLNGO
                   else
                       move 'Change failed' to ERLMMSGO
                       move 'ERLM0012' to ws-msg-no
                       perform crlm-catalogue-message
                   end-if
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the language keyed for the user - blank leaves English on an *
      *** add and the language as it was on a change                  *
      ***--------------------------------------------------------------*
       crlm-edit-language section.
       crlm-edit-language-para.
           move ERLMLNGI to ws-new-lang
           inspect ws-new-lang replacing all low-values by spaces
           move 'Y' to ws-lang-ok
           if ws-new-lang not = 'EN' and not = 'ES'
               and not = spaces
               move 'N' to ws-lang-ok
           end-if
           exit
           .
           end-exec
           if ws-secrole-resp not = dfhresp(normal)
               move 'User has no role on file' to ERLMMSGO
               move 'ERLM0013' to ws-msg-no
               perform crlm-catalogue-message
           else
               move SECROLE-CODE to ws-old-role
               exec cics
                   move spaces to ws-cfg-after
                   perform crlm-write-cfgaud
                   move 'Role deleted' to ERLMMSGO
                   move 'ERLM0014' to ws-msg-no
                   perform crlm-catalogue-message
                   move space to ERLMCURO
               else
                   move 'Delete failed' to ERLMMSGO
                   move 'ERLM0015' to ws-msg-no
                   perform crlm-catalogue-message
               end-if
           end-if
           exit
           end-exec
           if ws-secrole-resp = dfhresp(normal)
               move SECROLE-CODE to ERLMCURO
               move SECROLE-LANGUAGE to ERLMLNGO
               move 'Role found' to ERLMMSGO
               move 'ERLM0016' to ws-msg-no
               perform crlm-catalogue-message
           else
               move space to ERLMCURO
               move 'User has no role on file' to ERLMMSGO
               move 'ERLM0013' to ws-msg-no
               perform crlm-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** ties the user to a customer they own or are related to -   *
      *** from then on the money-moving and maintenance screens      *
      *** refuse that customer and its accounts to them               *
      ***--------------------------------------------------------------*
       crlm-link-customer section.
       crlm-link-customer-para.
           move 'STAFFLNK' to ws-aud-event
           if ERLMCNOI = low-values or spaces
               move 'Must supply the customer number to link'
                   to ERLMMSGO
               move 'ERLM0017' to ws-msg-no
               perform crlm-catalogue-message
           else if ERLMRELI not = 'S' and not = 'F' and not = 'O'
               move 'Relation must be S (self), F (family) or O'
                   to ERLMMSGO
               move 'ERLM0018' to ws-msg-no
               perform crlm-catalogue-message
           else
               move ERLMUIDI to SECROLE-USERID
               exec cics
                   read file('SECROLE')
                   into(SECROLE-RECORD)
                   ridfld(SECROLE-USERID)
                   resp(ws-secrole-resp)
               end-exec
               move ERLMCNOI to CUSTMAST-CUSTNO
               exec cics
                   read file('CUSTMAST')
                   into(CUSTMAST-RECORD)
                   ridfld(CUSTMAST-CUSTNO)
                   resp(ws-custmast-resp)
               end-exec
               if ws-secrole-resp not = dfhresp(normal)
                   move 'User has no role on file' to ERLMMSGO
                   move 'ERLM0013' to ws-msg-no
                   perform crlm-catalogue-message
               else if ws-custmast-resp not = dfhresp(normal)
                   move 'Customer not on file' to ERLMMSGO
                   move 'ERLM0019' to ws-msg-no
                   perform crlm-catalogue-message
               else
                   move ERLMUIDI to STAFFLNK-USERID
                   move ERLMCNOI to STAFFLNK-CUSTNO
                   move ERLMRELI to STAFFLNK-RELATION
                   move ws-caller-userid to STAFFLNK-ADDED-BY
                   move current-date(1:8) to STAFFLNK-ADDED-DATE
                   exec cics
                       write file('STAFFLNK')
                       from(STAFFLNK-RECORD)
                       ridfld(STAFFLNK-KEY)
                       resp(ws-stafflnk-resp)
                   end-exec
                   if ws-stafflnk-resp = dfhresp(normal)
                       perform crlm-write-link-audit
                       move 'A' to ws-cfg-action
                       move spaces to ws-cfg-before
                       move spaces to ws-cfg-after
                       move STAFFLNK-CUSTNO to ws-cfg-after(1:10)
                       move STAFFLNK-RELATION to ws-cfg-after(12:1)
                       perform crlm-link-cfgaud
                       move 'Customer linked to user' to ERLMMSGO
                       move 'ERLM0020' to ws-msg-no
                       perform crlm-catalogue-message
                   else if ws-stafflnk-resp = dfhresp(duprec)
                       move 'User already linked to that customer'
                           to ERLMMSGO
                       move 'ERLM0021' to ws-msg-no
                       perform crlm-catalogue-message
                   else
                       move 'Link failed' to ERLMMSGO
                       move 'ERLM0022' to ws-msg-no
                       perform crlm-catalogue-message
                   end-if end-if
               end-if end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       crlm-unlink-customer section.
       crlm-unlink-customer-para.
           move 'STAFFUNL' to ws-aud-event
           if ERLMCNOI = low-values or spaces
               move 'Must supply the customer number to unlink'
                   to ERLMMSGO
               move 'ERLM0023' to ws-msg-no
               perform crlm-catalogue-message
           else
               move ERLMUIDI to STAFFLNK-USERID
               move ERLMCNOI to STAFFLNK-CUSTNO
               exec cics
                   read file('STAFFLNK')
                   into(STAFFLNK-RECORD)
                   ridfld(STAFFLNK-KEY)
                   resp(ws-stafflnk-resp)
               end-exec
               if ws-stafflnk-resp not = dfhresp(normal)
                   move 'User is not linked to that customer'
                       to ERLMMSGO
                   move 'ERLM0024' to ws-msg-no
                   perform crlm-catalogue-message
               else
                   exec cics
                       delete file('STAFFLNK')
                       ridfld(STAFFLNK-KEY)
                       resp(ws-stafflnk-resp)
                   end-exec
                   if ws-stafflnk-resp = dfhresp(normal)
                       perform crlm-write-link-audit
                       move 'D' to ws-cfg-action
                       move spaces to ws-cfg-before
                       move STAFFLNK-CUSTNO to ws-cfg-before(1:10)
                       move STAFFLNK-RELATION to ws-cfg-before(12:1)
                       move spaces to ws-cfg-after
                       perform crlm-link-cfgaud
                       move 'Customer unlinked from user' to ERLMMSGO
                       move 'ERLM0025' to ws-msg-no
                       perform crlm-catalogue-message
                   else
                       move 'Unlink failed' to ERLMMSGO
                       move 'ERLM0026' to ws-msg-no
                       perform crlm-catalogue-message
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** who linked or unlinked which user and customer - journalled *
      *** beside the role changes                                      *
      ***--------------------------------------------------------------*
       crlm-write-link-audit section.
       crlm-write-link-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'BY=' ws-caller-userid ' '
               'TARGET=' STAFFLNK-USERID ' '
               'CUST=' STAFFLNK-CUSTNO ' '
               'REL=' STAFFLNK-RELATION ' '
               'TERM=' eibtrmid
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('RL') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       crlm-link-cfgaud section.
       crlm-link-cfgaud-para.
           move 'STAFFLNK' to ws-cfg-table
           move STAFFLNK-USERID to ws-cfg-rowkey
           perform crlm-write-cfgaud
           exit
           .
      ***--------------------------------------------------------------*
      *** who changed whose role from what to what - journalled the   *
      *** same way the signon audit is                                 *
      ***--------------------------------------------------------------*
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
       crlm-catalogue-message section.
       crlm-catalogue-message-para.
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
               move MSGCAT-TEXT to ERLMMSGO
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
       crlm-log-privact section.
       crlm-log-privact-para.
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
               move ERLMACTI to PRIVACT-ACTION
               move ERLMUIDI to PRIVACT-RECKEY
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
