      * add/change: who made the change, when, and the before and
      * after images.  Key a customer number and press ENTER for the
      * oldest entry; each further ENTER steps to the next.  CLEAR
      * restarts from the oldest.  An estate step ETPEDCD wrote after
      * a customer's death shows the step - the account, what was done
      * and the reference and amount - in place of the after image.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.
      * A first display starts with the session's customer - the one
      * last displayed on ETPEACT, ETPEINV or ETPECST - filled in,
      * and PF3 goes back to the screen a PF key jumped here from.

       environment division.

           value 'Not authorized for this transaction.'.
       copy IDLETRK.
       01  ws-idle-resp                      pic s9(8) comp.

      *    session context - the account and customer last displayed
      *    ride on the terminal's IDLETRK row from screen to screen;
      *    a field filled in from it is sent modified so ENTER takes it
       01  ws-attr-mdt                       pic x value 'A'.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see ccah-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ECAH session terminated.'.
       01  ws-work.
           03  ws-img-address                pic x(30).
           03  ws-img-status                 pic x(1).
       01  ws-image-line                     pic x(70).
       01  ws-est-amt-disp                   pic -zzzzzzzz9.99.

      *    consolidated cross-program training-gap log - see
      *    ccah-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see ccah-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-cust                   pic x(10).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform ccah-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       end-exec
                       exec cics return end-exec

      *            PF3 goes back to the screen a PF key jumped here
      *            from, otherwise transfers to EMNU menu
                   WHEN DFHPF3
                       perform ccah-go-back

      *            ENTER shows the next audit entry for the customer
                   when DFHENTER
                       if ECAHCNOI = low-values or spaces
                           move 'Must supply a customer number'
                               to ECAHMSGO
                           move 'ECAH0001' to ws-msg-no
                           perform ccah-catalogue-message
                       else
                           if ECAHCNOI not = ws-cur-cust
                               move ECAHCNOI to ws-cur-cust
                       move 0 to ws-cur-seq
                       move 'Display reset by clear key'
                           to ECAHMSGO
                       move 'ETP00001' to ws-msg-no
                       perform ccah-catalogue-message
                       perform cics-send-ccah
                   when other
                       move 'Unexpected 3270 attention key'
                           to ECAHMSGO
                       move 'ETP00002' to ws-msg-no
                       perform ccah-catalogue-message
                       perform ccah-log-unsupkey
                       perform cics-send-ccah
               end-evaluate
           else
               perform ccah-capture-timing
               perform ccah-load-context
               perform cics-send-ccah
           end-if
           exit
               move CUSTAUD-SEQ to ws-cur-seq
               perform ccah-show-entry
               move 'ENTER steps to the next change' to ECAHMSGO
               move 'ECAH0002' to ws-msg-no
               perform ccah-catalogue-message
           else
               move 0 to ws-cur-stamp
               move 0 to ws-cur-seq
               move spaces to ECAHAFTO
               move 'No (more) changes on file - ENTER restarts'
                   to ECAHMSGO
               move 'ECAH0003' to ws-msg-no
               perform ccah-catalogue-message
           end-if
           exit
           .
               perform ccah-format-image
               move ws-image-line to ECAHBEFO
           end-if
           if CUSTAUD-IS-ESTATE
               perform ccah-format-estate
           else
               move CUSTAUD-AFTER-IMAGE to ws-image-work
               perform ccah-format-image
           end-if
           move ws-image-line to ECAHAFTO
           exit
           .
               into ws-image-line
           exit
           .
      ***--------------------------------------------------------------*
      *** an estate step: its letter, the account, the text, the      *
      *** reference it touched and the amount                          *
      ***--------------------------------------------------------------*
       ccah-format-estate section.
       ccah-format-estate-para.
           move spaces to ws-image-line
           move CUSTAUD-EST-AMOUNT to ws-est-amt-disp
           string CUSTAUD-EST-STEP ' ' CUSTAUD-EST-ACCTNO ' '
               CUSTAUD-EST-TEXT(1:25) ' ' CUSTAUD-EST-REF(1:14) ' '
               ws-est-amt-disp
               into ws-image-line
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
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
      *** a first display starts filled in with the session's         *
      *** customer - the one last displayed, or the one a PF key      *
      *** jumped here with                                            *
      ***--------------------------------------------------------------*
       ccah-load-context section.
       ccah-load-context-para.
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal)
               and IDLETRK-IS-SIGNED-ON
               and IDLETRK-CTX-CUSTNO not = spaces and not = low-values
               move IDLETRK-CTX-CUSTNO to ECAHCNOO
               move ws-attr-mdt to ECAHCNOA
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** PF3 goes back to the screen a PF key jumped here from,      *
      *** or to the menu; either way the jump is over                 *
      ***--------------------------------------------------------------*
       ccah-go-back section.
       ccah-go-back-para.
           move 'EMNU' to ws-next-tran
           move eibtrmid to IDLETRK-TERMID
           exec cics
               read file('IDLETRK')
               into(IDLETRK-RECORD)
               ridfld(IDLETRK-TERMID)
               update
               resp(ws-idle-resp)
           end-exec
           if ws-idle-resp = dfhresp(normal)
               if IDLETRK-IS-SIGNED-ON
                   and IDLETRK-CTX-JUMP-TO = eibtrnid
                   and IDLETRK-CTX-JUMP-FROM not = spaces
                   move IDLETRK-CTX-JUMP-FROM to ws-next-tran
               end-if
               move spaces to IDLETRK-CTX-JUMP-TO
               move spaces to IDLETRK-CTX-JUMP-FROM
               exec cics
                   rewrite file('IDLETRK')
                   from(IDLETRK-RECORD)
                   resp(ws-idle-resp)
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
       ccah-catalogue-message section.
       ccah-catalogue-message-para.
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
               move MSGCAT-TEXT to ECAHMSGO
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
       ccah-log-privact section.
       ccah-log-privact-para.
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
               move ECAHCNOI to PRIVACT-RECKEY
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
