      *       fat-fingered extra zero cannot disable the control),
      *   'R' the RATECFG rate/fee values (key name, value checked
      *       against each name's legal window, as ETPEPRM checks
      *       SYSPARM),
      *   'E' the CUSTLIM customer aggregate credit limits (key
      *       customer, limit in the second value field, under the
      *       same ceiling as the velocity amount).
      * Actions A add, C change, D delete, I inquire.  Only a
      * SECROLE admin may change anything; every change lands on the
      * CFGAUD structured audit with before and after values and is
      * journalled to journal1.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see cpcf-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EPCF session terminated.'.
       01  ws-aud-msg                        pic x(80).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the control files                                            *
      ***--------------------------------------------------------------*
       copy WATCHLST.
       01  ws-watchlst-resp                  pic s9(8) comp.
       01  ws-acctlim-resp                   pic s9(8) comp.
       copy RATECFG.
       01  ws-ratecfg-resp                   pic s9(8) comp.
       copy CUSTLIM.
       01  ws-custlim-resp                   pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** structured config-audit, the CUSTAUD pattern for control    *
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cpcf-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cpcf-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

      *            *> Clear Key
                       move 'Display reset by clear key'
                           to PCFMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cpcf-catalogue-message
                       perform cics-send-cpcf
                   when other
                       move 'Unexpected 3270 attention key'
                           to PCFMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cpcf-catalogue-message
                       perform cpcf-log-unsupkey
                       perform cics-send-cpcf
               end-evaluate
       cpcf-dispatch-para.
           if PCFKEYI = low-values or spaces
               move 'Must supply the row key' to PCFMSGO
               move 'EPCF0001' to ws-msg-no
               perform cpcf-catalogue-message
           else
           if PCFACTI not = 'I' and ws-auth-role not = 'A'
               move 'Changes here need an admin' to PCFMSGO
               move 'EPCF0002' to ws-msg-no
               perform cpcf-catalogue-message
           else
               evaluate PCFTBLI
                   when 'W'
                       perform cpcf-maint-acctlim
                   when 'R'
                       perform cpcf-maint-ratecfg
                   when 'E'
                       perform cpcf-maint-custlim
                   when other
                       move 'Table must be W, L, R or E' to PCFMSGO
                       move 'EPCF0003' to ws-msg-no
                       perform cpcf-catalogue-message
               end-evaluate
           end-if
           end-if
                   if ws-watchlst-resp = dfhresp(normal)
                       move WATCHLST-REASON to PCFSTSO
                       move 'Watch-list entry shown' to PCFMSGO
                       move 'EPCF0004' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move spaces to PCFSTSO
                       move 'Account is not watched' to PCFMSGO
                       move 'EPCF0005' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when 'D'
                   if ws-watchlst-resp not = dfhresp(normal)
                       move 'Account is not watched' to PCFMSGO
                       move 'EPCF0005' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move PCFKEYI to WATCHLST-ACCTNO
                       exec cics
                       move 'D' to ws-cfg-action
                       perform cpcf-record-change
                       move 'Watch removed' to PCFMSGO
                       move 'EPCF0006' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when 'A'
               when 'C'
                   if PCFV1I = low-values or spaces
                       move 'Must supply the watch reason'
                           to PCFMSGO
                       move 'EPCF0007' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move PCFKEYI to WATCHLST-ACCTNO
                       move PCFV1I to WATCHLST-REASON
                       move WATCHLST-REASON to ws-cfg-after
                       perform cpcf-record-change
                       move 'Watch recorded' to PCFMSGO
                       move 'EPCF0008' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when other
                   move 'Action must be A, C, D or I' to PCFMSGO
                   move 'EPCF0009' to ws-msg-no
                   perform cpcf-catalogue-message
           end-evaluate
           exit
           .
                   if ws-acctlim-resp = dfhresp(normal)
                       move ws-cfg-before to PCFSTSO
                       move 'Limit row shown' to PCFMSGO
                       move 'EPCF0010' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move spaces to PCFSTSO
                       move 'Account has no limits' to PCFMSGO
                       move 'EPCF0011' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when 'D'
                   if ws-acctlim-resp not = dfhresp(normal)
                       move 'Account has no limits' to PCFMSGO
                       move 'EPCF0011' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move PCFKEYI to ACCTLIM-ACCTNO
                       exec cics
                       move 'D' to ws-cfg-action
                       perform cpcf-record-change
                       move 'Limit row removed' to PCFMSGO
                       move 'EPCF0012' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when 'A'
               when 'C'
                           into ws-cfg-after
                       perform cpcf-record-change
                       move 'Limits recorded' to PCFMSGO
                       move 'EPCF0013' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when other
                   move 'Action must be A, C, D or I' to PCFMSGO
                   move 'EPCF0009' to ws-msg-no
                   perform cpcf-catalogue-message
           end-evaluate
           exit
           .
           move PCFV2I(1:11) to ws-amount-text
           if ws-count-text not is numeric
               move 'Max count must be four digits' to PCFMSGO
               move 'EPCF0014' to ws-msg-no
               perform cpcf-catalogue-message
               move 'N' to ws-edits-ok
           else if ws-amount-text not is numeric
               move 'Max amount is eleven digits (two decimals)'
                   to PCFMSGO
               move 'EPCF0015' to ws-msg-no
               perform cpcf-catalogue-message
               move 'N' to ws-edits-ok
           else if ws-count-text-n > ws-max-limit-count
               move 'Max count is outside the legal window'
                   to PCFMSGO
               move 'EPCF0016' to ws-msg-no
               perform cpcf-catalogue-message
               move 'N' to ws-edits-ok
           else if ws-amount-text-n > ws-max-limit-amount
               move 'Max amount is outside the legal window'
                   to PCFMSGO
               move 'EPCF0017' to ws-msg-no
               perform cpcf-catalogue-message
               move 'N' to ws-edits-ok
           end-if end-if end-if end-if
           exit
                   if ws-ratecfg-resp = dfhresp(normal)
                       move ws-cfg-before to PCFSTSO
                       move 'Rate value shown' to PCFMSGO
                       move 'EPCF0018' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move spaces to PCFSTSO
                       move 'No row on file - default applies'
                           to PCFMSGO
                       move 'EPCF0019' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when 'D'
                   if ws-ratecfg-resp not = dfhresp(normal)
                       move 'No row on file' to PCFMSGO
                       move 'EPCF0020' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move PCFKEYI(1:8) to RATECFG-KEY
                       exec cics
                       move 'D' to ws-cfg-action
                       perform cpcf-record-change
                       move 'Rate row removed' to PCFMSGO
                       move 'EPCF0021' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when 'A'
               when 'C'
                   if PCFV2I not is numeric
                       move 'Value is 13 digits, six decimals'
                           to PCFMSGO
                       move 'EPCF0022' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move PCFV2I to ws-value-text
                       perform cpcf-check-rate-window
                               to ws-cfg-after(1:14)
                           perform cpcf-record-change
                           move 'Rate value recorded' to PCFMSGO
                           move 'EPCF0023' to ws-msg-no
                           perform cpcf-catalogue-message
                       else
                           move 'Value is outside the legal window'
                               to PCFMSGO
                           move 'EPCF0024' to ws-msg-no
                           perform cpcf-catalogue-message
                       end-if
                   end-if
               when other
                   move 'Action must be A, C, D or I' to PCFMSGO
                   move 'EPCF0009' to ws-msg-no
                   perform cpcf-catalogue-message
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer aggregate credit limits: the limit in the      *
      *** second value field, inside the velocity amount's ceiling    *
      ***--------------------------------------------------------------*
       cpcf-maint-custlim section.
       cpcf-maint-custlim-para.
           move 'CLIMMNT ' to ws-aud-event
           move 'CUSTLIM ' to ws-cfg-table
           move PCFKEYI to ws-cfg-rowkey
           move spaces to ws-cfg-before
           move spaces to ws-cfg-after
           move PCFKEYI to CUSTLIM-CUSTNO
           exec cics
               read file('CUSTLIM')
               into(CUSTLIM-RECORD)
               ridfld(CUSTLIM-CUSTNO)
               resp(ws-custlim-resp)
           end-exec
           if ws-custlim-resp = dfhresp(normal)
               move CUSTLIM-CREDIT-LIMIT to ws-amt-disp
               move ws-amt-disp to ws-cfg-before(1:12)
           end-if
           evaluate PCFACTI
               when 'I'
                   if ws-custlim-resp = dfhresp(normal)
                       move ws-cfg-before to PCFSTSO
                       move 'Customer limit shown' to PCFMSGO
                       move 'EPCF0025' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move spaces to PCFSTSO
                       move 'Customer has no aggregate limit'
                           to PCFMSGO
                       move 'EPCF0026' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when 'D'
                   if ws-custlim-resp not = dfhresp(normal)
                       move 'Customer has no aggregate limit'
                           to PCFMSGO
                       move 'EPCF0026' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move PCFKEYI to CUSTLIM-CUSTNO
                       exec cics
                           delete file('CUSTLIM')
                           ridfld(CUSTLIM-CUSTNO)
                           resp(ws-custlim-resp)
                       end-exec
                       move 'D' to ws-cfg-action
                       perform cpcf-record-change
                       move 'Customer limit removed' to PCFMSGO
                       move 'EPCF0027' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if
               when 'A'
               when 'C'
                   move PCFV2I(1:11) to ws-amount-text
                   if ws-amount-text not is numeric
                       move 'Limit is eleven digits (two decimals)'
                           to PCFMSGO
                       move 'EPCF0028' to ws-msg-no
                       perform cpcf-catalogue-message
                   else if ws-amount-text-n > ws-max-limit-amount
                       move 'Limit is outside the legal window'
                           to PCFMSGO
                       move 'EPCF0029' to ws-msg-no
                       perform cpcf-catalogue-message
                   else
                       move PCFKEYI to CUSTLIM-CUSTNO
                       move ws-amount-text-n to CUSTLIM-CREDIT-LIMIT
                       exec cics
                           write file('CUSTLIM')
                           from(CUSTLIM-RECORD)
                           ridfld(CUSTLIM-CUSTNO)
                           resp(ws-custlim-resp)
                       end-exec
                       if ws-custlim-resp = dfhresp(duprec)
                           exec cics
                               rewrite file('CUSTLIM')
                               from(CUSTLIM-RECORD)
                               resp(ws-custlim-resp)
                           end-exec
                           move 'C' to ws-cfg-action
                       else
                           move 'A' to ws-cfg-action
                       end-if
                       move CUSTLIM-CREDIT-LIMIT to ws-amt-disp
                       move ws-amt-disp to ws-cfg-after(1:12)
                       perform cpcf-record-change
                       move 'Customer limit recorded' to PCFMSGO
                       move 'EPCF0030' to ws-msg-no
                       perform cpcf-catalogue-message
                   end-if end-if
               when other
                   move 'Action must be A, C, D or I' to PCFMSGO
                   move 'EPCF0009' to ws-msg-no
                   perform cpcf-catalogue-message
           end-evaluate
           exit
           .
                       and ws-value-text-n <= 28
                       move 'Y' to ws-rate-ok
                   end-if
               when 'RTNFEE  '
                   if ws-value-text-n <= 1000
                       move 'Y' to ws-rate-ok
                   end-if
               when 'WHTRATE '
                   if ws-value-text-n <= 100
                       move 'Y' to ws-rate-ok
                   end-if
               when 'EXPOPCT '
                   if ws-value-text-n >= 1
                       and ws-value-text-n <= 100
                       move 'Y' to ws-rate-ok
                   end-if
               when other
                   continue
           end-evaluate
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
       cpcf-catalogue-message section.
       cpcf-catalogue-message-para.
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
               move MSGCAT-TEXT to PCFMSGO
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
       cpcf-log-privact section.
       cpcf-log-privact-para.
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
               move PCFACTI to PRIVACT-ACTION
               move PCFKEYI to PRIVACT-RECKEY
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
