       identification division.

       program-id. ETPESGN.

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

      * ETPESGN - account signing mandate maintenance
      * Key an account and ENTER to see who may instruct on it: the
      * signing rule on SIGNRULE - 'A' any one, 'T' any two together,
      * 'N' named signatories only - and, eight to the screen, the
      * holders off ACCTXREF and the signatories named on SIGNATRY
      * with their individual limits.  A supervisor - SECROLE 'S' or
      * 'A' - sets the rule ('M'), adds a signatory with an optional
      * limit and title ('A'), including a customer who does not own
      * the account such as a company officer, changes one ('C') or
      * removes one ('D').  A signatory must be a customer on file
      * and not closed.  Every change is journalled to journal1.
      * ETPEXFR, ETPEAMT and ETPESTO refuse instructions the mandate
      * does not cover.  SIGNRULE and SIGNATRY are live files with no
      * practice copy - a training session may look but not change.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPESGN'.

      ***--------------------------------------------------------------*
      *** training mode - SIGNRULE and SIGNATRY have no practice copy,*
      *** so a training session inquires on the live mandates only,   *
      *** and every screen carries a TRAINING banner                  *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSESGN.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see csgn-check-auth      *
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
      *    the MSGCAT catalogue - see csgn-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ESGN session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the account, its rule, its holders and named signatories,   *
      *** and the customers behind them                               *
      ***--------------------------------------------------------------*
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       copy SIGNRULE.
       01  ws-signrule-resp                  pic s9(8) comp.
       copy SIGNATRY.
       01  ws-signatry-resp                  pic s9(8) comp.
       copy ACCTXREF.
       01  ws-acctxref-resp                  pic s9(8) comp.
       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.
       01  ws-more-xref                      pic x(1).
           88  ws-more-xref-recs             value 'Y'.
       01  ws-more-signers                   pic x(1).
           88  ws-more-signer-recs           value 'Y'.

      *    the limit is keyed as nine digits with two implied
      *    decimals, the way ETPEAMT takes amounts; blank is no limit
       01  ws-limit-digits                   pic x(9).
       01  ws-limit-digits-n redefines ws-limit-digits
                                             pic 9(7)v99.
       01  ws-new-limit                      pic 9(7)v99.
       01  ws-edits-ok                       pic x(1).
           88  ws-edits-pass                 value 'Y'.

      *    one screen of the list for L01-L08
       01  ws-page-lines.
           03  ws-page-disp                  pic x(70) occurs 8 times.
       77  ws-page-max                       pic 9(2) comp value 8.
       01  ws-page-count                     pic 9(2) comp.
       01  ws-page-over                      pic x(1).
           88  ws-page-overflowed            value 'Y'.
       01  ws-page-line.
           03  ws-pln-custno                 pic x(10).
           03  filler                        pic x(1).
           03  ws-pln-name                   pic x(20).
           03  filler                        pic x(1).
           03  ws-pln-kind                   pic x(10).
           03  filler                        pic x(1).
           03  ws-pln-limit                  pic x(11).
           03  filler                        pic x(1).
           03  ws-pln-title                  pic x(15).
       01  ws-pln-limit-disp                 pic zzzzzzz9.99.

      *    consolidated cross-program training-gap log - see
      *    csgn-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see csgn-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see csgn-capture-timing            *
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
           perform csgn-mainline

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
       csgn-mainline section.
       csgn-mainline-para.
           perform csgn-check-auth
           if not ws-tx-authorized
               perform csgn-refuse-entry
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
                perform csgn-log-privact

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

      *            ENTER lists the account's mandate or changes it
                   when DFHENTER
                       evaluate true
                           when SGNACNI = low-values or spaces
                               move 'Key an account number and ENTER'
                                   to SGNMSGO
                               move 'ESGN0001' to ws-msg-no
                               perform csgn-catalogue-message
                           when SGNACTI = 'I' or space or low-value
                               perform csgn-show-account
                               if ws-page-overflowed
                                   move
                          'More signers than fit - first eight shown'
                                       to SGNMSGO
                                   move 'ESGN0002' to ws-msg-no
                                   perform csgn-catalogue-message
                               else
                                   move
                          'Mandate shown - M rule, A/C/D signatories'
                                       to SGNMSGO
                                   move 'ESGN0003' to ws-msg-no
                                   perform csgn-catalogue-message
                               end-if
                           when SGNACTI = 'M' or 'A' or 'C' or 'D'
                               perform csgn-maintain
                           when other
                               move 'Action must be M, A, C, D or I'
                                   to SGNMSGO
                               move 'ESGN0004' to ws-msg-no
                               perform csgn-catalogue-message
                       end-evaluate
                       perform cics-send-csgn

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move spaces to ws-page-lines
                       perform csgn-show-page
                       move 'Display reset by clear key'
                           to SGNMSGO
                       move 'ETP00001' to ws-msg-no
                       perform csgn-catalogue-message
                       perform cics-send-csgn
                   when other
                       move 'Unexpected 3270 attention key'
                           to SGNMSGO
                       move 'ETP00002' to ws-msg-no
                       perform csgn-catalogue-message
                       perform csgn-log-unsupkey
                       perform cics-send-csgn
               end-evaluate
           else
               perform csgn-capture-timing
               move 'Key an account number and ENTER' to SGNMSGO
               move 'ESGN0001' to ws-msg-no
               perform csgn-catalogue-message
               perform cics-send-csgn
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a change to the mandate: a supervisor only, never in        *
      *** training, and only on an account on file and not closed     *
      ***--------------------------------------------------------------*
       csgn-maintain section.
       csgn-maintain-para.
           evaluate SGNACTI
               when 'M'
                   move 'SGNRULE ' to ws-aud-event
               when 'A'
                   move 'SGNADD  ' to ws-aud-event
               when 'C'
                   move 'SGNCHG  ' to ws-aud-event
               when other
                   move 'SGNDEL  ' to ws-aud-event
           end-evaluate
           move SGNACNI to ACCTMAST-ACCTNO
           exec cics
               read file('ACCTMAST')
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           if ws-in-training
               move 'Mandates cannot be changed in training'
                   to SGNMSGO
               move 'ESGN0005' to ws-msg-no
               perform csgn-catalogue-message
               move 'TRAINING' to ws-aud-status
           else if ws-auth-role not = 'S' and not = 'A'
               move 'Changing a mandate needs a supervisor'
                   to SGNMSGO
               move 'ESGN0006' to ws-msg-no
               perform csgn-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else if ws-acctmast-resp not = dfhresp(normal)
               move 'Account not on the master' to SGNMSGO
               move 'ESGN0007' to ws-msg-no
               perform csgn-catalogue-message
               move 'NO ACCOUNT' to ws-aud-status
           else if ACCTMAST-IS-CLOSED
               move 'Account is closed' to SGNMSGO
               move 'ESGN0008' to ws-msg-no
               perform csgn-catalogue-message
               move 'CLOSED' to ws-aud-status
           else
               evaluate SGNACTI
                   when 'M'
                       perform csgn-set-rule
                   when 'A'
                       perform csgn-add-signatory
                   when 'C'
                       perform csgn-change-signatory
                   when other
                       perform csgn-delete-signatory
               end-evaluate
           end-if end-if end-if end-if
           perform csgn-write-audit
           perform csgn-show-account
           exit
           .
      ***--------------------------------------------------------------*
       csgn-set-rule section.
       csgn-set-rule-para.
           move SGNMODI to SIGNRULE-MODE
           if not SIGNRULE-MODE-VALID
               move 'Rule must be A any one, T any two, N named'
                   to SGNMSGO
               move 'ESGN0009' to ws-msg-no
               perform csgn-catalogue-message
               move 'BAD RULE' to ws-aud-status
           else
               move SGNACNI to SIGNRULE-ACCTNO
               exec cics
                   read file('SIGNRULE')
                   into(SIGNRULE-RECORD)
                   ridfld(SIGNRULE-ACCTNO)
                   update
                   resp(ws-signrule-resp)
               end-exec
               move SGNACNI to SIGNRULE-ACCTNO
               move SGNMODI to SIGNRULE-MODE
               move current-date(1:8) to SIGNRULE-CHANGED-DATE
               move ws-auth-userid to SIGNRULE-USERID
               if ws-signrule-resp = dfhresp(normal)
                   exec cics
                       rewrite file('SIGNRULE')
                       from(SIGNRULE-RECORD)
                       resp(ws-signrule-resp)
                   end-exec
               else
                   exec cics
                       write file('SIGNRULE')
                       from(SIGNRULE-RECORD)
                       ridfld(SIGNRULE-ACCTNO)
                       resp(ws-signrule-resp)
                   end-exec
               end-if
               if ws-signrule-resp = dfhresp(normal)
                   move 'Signing rule set' to SGNMSGO
                   move 'ESGN0010' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               else
                   move 'Signing rule could not be written'
                       to SGNMSGO
                   move 'ESGN0011' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'WRITE FAIL' to ws-aud-status
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a new signatory - any customer on file and not closed, the  *
      *** account's holders included, with an optional limit          *
      ***--------------------------------------------------------------*
       csgn-add-signatory section.
       csgn-add-signatory-para.
           perform csgn-edit-signatory
           if ws-edits-pass
               move SGNACNI to SIGNATRY-ACCTNO
               move SGNCUSI to SIGNATRY-CUSTNO
               move ws-new-limit to SIGNATRY-LIMIT
               if SGNTTLI = low-values
                   move spaces to SIGNATRY-TITLE
               else
                   move SGNTTLI to SIGNATRY-TITLE
               end-if
               move current-date(1:8) to SIGNATRY-ADDED-DATE
               move ws-auth-userid to SIGNATRY-USERID
               exec cics
                   write file('SIGNATRY')
                   from(SIGNATRY-RECORD)
                   ridfld(SIGNATRY-KEY)
                   resp(ws-signatry-resp)
               end-exec
               if ws-signatry-resp = dfhresp(duprec)
                   move 'Already a signatory - C changes the limit'
                       to SGNMSGO
                   move 'ESGN0012' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'DUPLICATE' to ws-aud-status
               else if ws-signatry-resp not = dfhresp(normal)
                   move 'Signatory could not be written' to SGNMSGO
                   move 'ESGN0013' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'WRITE FAIL' to ws-aud-status
               else
                   move 'Signatory added' to SGNMSGO
                   move 'ESGN0014' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       csgn-change-signatory section.
       csgn-change-signatory-para.
           perform csgn-edit-signatory
           if ws-edits-pass
               move SGNACNI to SIGNATRY-ACCTNO
               move SGNCUSI to SIGNATRY-CUSTNO
               exec cics
                   read file('SIGNATRY')
                   into(SIGNATRY-RECORD)
                   ridfld(SIGNATRY-KEY)
                   update
                   resp(ws-signatry-resp)
               end-exec
               if ws-signatry-resp not = dfhresp(normal)
                   move 'Not a signatory on this account' to SGNMSGO
                   move 'ESGN0015' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'NOT FOUND' to ws-aud-status
               else
                   move ws-new-limit to SIGNATRY-LIMIT
                   if SGNTTLI not = low-values and not = spaces
                       move SGNTTLI to SIGNATRY-TITLE
                   end-if
                   move ws-auth-userid to SIGNATRY-USERID
                   exec cics
                       rewrite file('SIGNATRY')
                       from(SIGNATRY-RECORD)
                       resp(ws-signatry-resp)
                   end-exec
                   if ws-signatry-resp = dfhresp(normal)
                       move 'Signatory changed' to SGNMSGO
                       move 'ESGN0016' to ws-msg-no
                       perform csgn-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                   else
                       move 'Signatory could not be changed'
                           to SGNMSGO
                       move 'ESGN0017' to ws-msg-no
                       perform csgn-catalogue-message
                       move 'REWRITE FAIL' to ws-aud-status
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       csgn-delete-signatory section.
       csgn-delete-signatory-para.
           if SGNCUSI = low-values or spaces
               move 'Key the signatory customer number' to SGNMSGO
               move 'ESGN0018' to ws-msg-no
               perform csgn-catalogue-message
               move 'NO CUSTOMER' to ws-aud-status
           else
               move SGNACNI to SIGNATRY-ACCTNO
               move SGNCUSI to SIGNATRY-CUSTNO
               exec cics
                   delete file('SIGNATRY')
                   ridfld(SIGNATRY-KEY)
                   resp(ws-signatry-resp)
               end-exec
               if ws-signatry-resp = dfhresp(normal)
                   move 'Signatory removed' to SGNMSGO
                   move 'ESGN0019' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               else
                   move 'Not a signatory on this account' to SGNMSGO
                   move 'ESGN0015' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'NOT FOUND' to ws-aud-status
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer must be on file and not closed; the limit is   *
      *** nine digits with two decimals, blank for no limit           *
      ***--------------------------------------------------------------*
       csgn-edit-signatory section.
       csgn-edit-signatory-para.
           move 'N' to ws-edits-ok
           move 0 to ws-new-limit
           if SGNCUSI = low-values or spaces
               move 'Key the signatory customer number' to SGNMSGO
               move 'ESGN0018' to ws-msg-no
               perform csgn-catalogue-message
               move 'NO CUSTOMER' to ws-aud-status
           else
               move SGNCUSI to CUSTMAST-CUSTNO
               exec cics
                   read file('CUSTMAST')
                   into(CUSTMAST-RECORD)
                   ridfld(CUSTMAST-CUSTNO)
                   resp(ws-custmast-resp)
               end-exec
               if ws-custmast-resp not = dfhresp(normal)
                   move 'Customer not on file' to SGNMSGO
                   move 'ESGN0020' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'NO CUSTOMER' to ws-aud-status
               else if CUSTMAST-IS-CLOSED
                   move 'Customer is closed' to SGNMSGO
                   move 'ESGN0021' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'CUST CLOSED' to ws-aud-status
               else if CUSTMAST-IS-DECEASED
                   move 'Customer is deceased' to SGNMSGO
                   move 'ESGN0022' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'CUST DECEASED' to ws-aud-status
               else if SGNLIMI = low-values or spaces
                   move 'Y' to ws-edits-ok
               else if SGNLIMI not is numeric
                   move 'Limit must be nine digits (two decimals)'
                       to SGNMSGO
                   move 'ESGN0023' to ws-msg-no
                   perform csgn-catalogue-message
                   move 'BAD LIMIT' to ws-aud-status
               else
                   move SGNLIMI to ws-limit-digits
                   move ws-limit-digits-n to ws-new-limit
                   move 'Y' to ws-edits-ok
               end-if end-if end-if end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the rule, then the holders and the named signatories, eight *
      *** to the screen                                                *
      ***--------------------------------------------------------------*
       csgn-show-account section.
       csgn-show-account-para.
           move SGNACNI to SIGNRULE-ACCTNO
           exec cics
               read file('SIGNRULE')
               into(SIGNRULE-RECORD)
               ridfld(SIGNRULE-ACCTNO)
               resp(ws-signrule-resp)
           end-exec
           if ws-signrule-resp = dfhresp(normal)
               move SIGNRULE-MODE to SGNMODO
           else
               move 'A' to SIGNRULE-MODE
               move 'A' to SGNMODO
           end-if
           move spaces to ws-page-lines
           move 0 to ws-page-count
           move 'N' to ws-page-over

           move SGNACNI to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           exec cics
               startbr file('ACCTXREF')
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp = dfhresp(normal)
               move 'Y' to ws-more-xref
               perform csgn-list-holder
                   until not ws-more-xref-recs
               exec cics
                   endbr file('ACCTXREF')
               end-exec
           end-if

           move SGNACNI to SIGNATRY-ACCTNO
           move low-values to SIGNATRY-CUSTNO
           exec cics
               startbr file('SIGNATRY')
               ridfld(SIGNATRY-KEY)
               resp(ws-signatry-resp)
           end-exec
           if ws-signatry-resp = dfhresp(normal)
               move 'Y' to ws-more-signers
               perform csgn-list-signatory
                   until not ws-more-signer-recs
               exec cics
                   endbr file('SIGNATRY')
               end-exec
           end-if
           perform csgn-show-page
           exit
           .
      ***--------------------------------------------------------------*
      *** a holder signs without limit - unless the rule names its    *
      *** signatories only, when a holder must be named to sign       *
      ***--------------------------------------------------------------*
       csgn-list-holder section.
       csgn-list-holder-para.
           exec cics
               readnext file('ACCTXREF')
               into(ACCTXREF-RECORD)
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp not = dfhresp(normal)
               or ACCTXREF-ACCTNO not = SGNACNI
               move 'N' to ws-more-xref
           else
               move spaces to ws-page-line
               move ACCTXREF-CUSTNO to ws-pln-custno
               if ACCTXREF-IS-PRIMARY
                   move 'HOLDER P' to ws-pln-kind
               else
                   move 'HOLDER J' to ws-pln-kind
               end-if
               if SIGNRULE-NAMED
                   move 'IF NAMED' to ws-pln-limit
               else
                   move 'NO LIMIT' to ws-pln-limit
               end-if
               perform csgn-add-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       csgn-list-signatory section.
       csgn-list-signatory-para.
           exec cics
               readnext file('SIGNATRY')
               into(SIGNATRY-RECORD)
               ridfld(SIGNATRY-KEY)
               resp(ws-signatry-resp)
           end-exec
           if ws-signatry-resp not = dfhresp(normal)
               or SIGNATRY-ACCTNO not = SGNACNI
               move 'N' to ws-more-signers
           else
               move spaces to ws-page-line
               move SIGNATRY-CUSTNO to ws-pln-custno
               move 'SIGNATORY' to ws-pln-kind
               if SIGNATRY-LIMIT = 0
                   move 'NO LIMIT' to ws-pln-limit
               else
                   move SIGNATRY-LIMIT to ws-pln-limit-disp
                   move ws-pln-limit-disp to ws-pln-limit
               end-if
               move SIGNATRY-TITLE to ws-pln-title
               perform csgn-add-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's name on the line - a closed customer, who    *
      *** can no longer sign, is marked as such                       *
      ***--------------------------------------------------------------*
       csgn-add-line section.
       csgn-add-line-para.
           move ws-pln-custno to CUSTMAST-CUSTNO
           exec cics
               read file('CUSTMAST')
               into(CUSTMAST-RECORD)
               ridfld(CUSTMAST-CUSTNO)
               resp(ws-custmast-resp)
           end-exec
           if ws-custmast-resp = dfhresp(normal)
               move CUSTMAST-NAME to ws-pln-name
               if CUSTMAST-IS-CLOSED
                   move 'CUST CLOSED' to ws-pln-title
               end-if
               if CUSTMAST-IS-DECEASED
                   move 'CUST DECEASED' to ws-pln-title
               end-if
           else
               move 'NOT ON FILE' to ws-pln-name
           end-if
           if ws-page-count < ws-page-max
               add 1 to ws-page-count
               move ws-page-line to ws-page-disp(ws-page-count)
           else
               move 'Y' to ws-page-over
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       csgn-show-page section.
       csgn-show-page-para.
           move ws-page-disp(1) to SGNL01O
           move ws-page-disp(2) to SGNL02O
           move ws-page-disp(3) to SGNL03O
           move ws-page-disp(4) to SGNL04O
           move ws-page-disp(5) to SGNL05O
           move ws-page-disp(6) to SGNL06O
           move ws-page-disp(7) to SGNL07O
           move ws-page-disp(8) to SGNL08O
           exit
           .
      ***--------------------------------------------------------------*
      *** every change is journalled for audit, same layout as        *
      *** ETPESON's signon audit                                       *
      ***--------------------------------------------------------------*
       csgn-write-audit section.
       csgn-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'ACCT=' SGNACNI ' '
               'CUST=' SGNCUSI ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('SG') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSESGN'
                   exec cics
                       receive map(ws-map)
                       into(BMSESGNI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-csgn section.
       cics-send-csgn-para.
           move low-values to SGNCUSO.
           move low-values to SGNACTO.
           move low-values to SGNLIMO.
           move low-values to SGNTTLO.

           move 'BMSESGN' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to SGNMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSESGNO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       csgn-check-auth section.
       csgn-check-auth-para.
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
               if IDLETRK-IS-TRAINING
                   move 'Y' to ws-training
               end-if
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
       csgn-catalogue-message section.
       csgn-catalogue-message-para.
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
               move MSGCAT-TEXT to SGNMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       csgn-refuse-entry section.
       csgn-refuse-entry-para.
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
       csgn-log-unsupkey section.
       csgn-log-unsupkey-para.
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
       csgn-log-privact section.
       csgn-log-privact-para.
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
               move SGNACTI to PRIVACT-ACTION
               move SGNACNI to PRIVACT-RECKEY
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
       csgn-capture-timing section.
       csgn-capture-timing-para.
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
                   perform csgn-capture-timing-write
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
       csgn-capture-timing-write section.
       csgn-capture-timing-write-para.
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
       end-program.
