      *                  or /tmp/journal4.txt
      *    - journal5 -- long-retention compliance journal, kept apart
      *                  from journal1-4's routine rotation/cleanup
      * A journal4 POST carries a transaction type code, checked against
      * TXNCODE at capture or defaulted to deposit/withdrawal by sign
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well

       environment division.

       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see ejnl-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.

      *    a POST carries a transaction type code - a keyed code must
      *    be on the TXNCODE table, still active, and suit the sign of
      *    the amount; a blank one is filled in as a deposit or a
      *    withdrawal by the sign, so every capture leaves typed
       copy TXNCODE.
       01  ws-txncode-resp                   pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** future-dated POST capture - a validated posting whose value *
      *** date falls after the business day goes to the FUTRWHS       *
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see ejnl-log-privact below
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
                perform ejnl-log-privact
                
      *         carry out requested operation based on AID key
                evaluate eibaid
                       if ws-system-quiesced
                           move 'System closing, writes refused'
                               to EJNLMSGO
                           move 'EJNL0001' to ws-msg-no
                           perform ejnl-catalogue-message
                           perform cics-send-cics
                       else
                       if EJNL1I NOT = low-values
                                   move
                          'Future-dated POST not in training'
                                       to EJNLMSGO
                                   move 'EJNL0002' to ws-msg-no
                                   perform ejnl-catalogue-message
                               else
                               if ws-post-is-future
                                   perform jnl-warehouse-post
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to EJNLMSGO
                       move 'ETP00001' to ws-msg-no
                       perform ejnl-catalogue-message
                       perform cics-send-cics
                   when other
                       move 'Unexpected 3270 attention key'
                           to EJNLMSGO
                       move 'ETP00002' to ws-msg-no
                       perform ejnl-catalogue-message
                       perform ejnl-log-unsupkey
                       perform cics-send-cics
               end-evaluate
                   move 'N' to ws-post-payload-ok
                   move 'POST account number fails check digit'
                       to EJNLMSGO
                   move 'EJNL0003' to ws-msg-no
                   perform ejnl-catalogue-message
               else if JNLREC-POST-AMOUNT not is numeric
                   move 'N' to ws-post-payload-ok
                   move 'POST amount is not numeric'
                       to EJNLMSGO
                   move 'EJNL0004' to ws-msg-no
                   perform ejnl-catalogue-message
               else
                   move JNLREC-POST-ACCTNO to ACCTMAST-ACCTNO
                   exec cics
                       move 'N' to ws-post-payload-ok
                       move 'POST account not on Account Master'
                           to EJNLMSGO
                       move 'EJNL0005' to ws-msg-no
                       perform ejnl-catalogue-message
      *            a charged-off account takes a credit - a
      *            recovery - and nothing else
                   else if ACCTMAST-IS-CHARGED-OFF
                       if JNLREC-POST-AMOUNT not > 0
                           move 'N' to ws-post-payload-ok
                           move 'Charged off - recovery credits only'
                               to EJNLMSGO
                           move 'EJNL0006' to ws-msg-no
                           perform ejnl-catalogue-message
                       end-if
                   else if not ACCTMAST-IS-ACTIVE
                       move 'N' to ws-post-payload-ok
                       move 'POST account is not active'
                           to EJNLMSGO
                       move 'EJNL0007' to ws-msg-no
                       perform ejnl-catalogue-message
                   end-if end-if end-if
               end-if end-if
               if ws-post-payload-passes
                   perform jnl-check-txn-type
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the POST's transaction type - blank defaults by the sign of *
      *** the amount, anything keyed is looked up on TXNCODE          *
      ***--------------------------------------------------------------*
       jnl-check-txn-type section.
       jnl-check-txn-type-para.
           if JNLREC-POST-TXN-TYPE = spaces or low-values
               if JNLREC-POST-AMOUNT < 0
                   move 'WD' to JNLREC-POST-TXN-TYPE
               else
                   move 'DP' to JNLREC-POST-TXN-TYPE
               end-if
           else
               move JNLREC-POST-TXN-TYPE to TXNCODE-CODE
               exec cics
                   read file('TXNCODE')
                   into(TXNCODE-RECORD)
                   ridfld(TXNCODE-CODE)
                   resp(ws-txncode-resp)
               end-exec
               if ws-txncode-resp not = dfhresp(normal)
                   move 'N' to ws-post-payload-ok
                   move 'POST transaction type is not known'
                       to EJNLMSGO
                   move 'EJNL0008' to ws-msg-no
                   perform ejnl-catalogue-message
               else if TXNCODE-IS-WITHDRAWN
                   move 'N' to ws-post-payload-ok
                   move 'POST transaction type is withdrawn'
                       to EJNLMSGO
                   move 'EJNL0009' to ws-msg-no
                   perform ejnl-catalogue-message
               else if (TXNCODE-IS-CREDIT and JNLREC-POST-AMOUNT < 0)
                   or (TXNCODE-IS-DEBIT and JNLREC-POST-AMOUNT > 0)
                   move 'N' to ws-post-payload-ok
                   move 'POST amount sign does not suit its type'
                       to EJNLMSGO
                   move 'EJNL0010' to ws-msg-no
                   perform ejnl-catalogue-message
               end-if end-if end-if
           end-if
           exit
           .
               until ws-whs-was-written
           move 'POST entry warehoused for future release'
               to EJNLMSGO
           move 'EJNL0011' to ws-msg-no
           perform ejnl-catalogue-message
           exit
           .
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
       ejnl-catalogue-message section.
       ejnl-catalogue-message-para.
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
               move MSGCAT-TEXT to EJNLMSGO
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
       ejnl-log-privact section.
       ejnl-log-privact-para.
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
               move EJNL1I to PRIVACT-RECKEY
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
      *** points this session's data access at the practice copies    *
      ***--------------------------------------------------------------*
       ejnl-set-training-files section.
