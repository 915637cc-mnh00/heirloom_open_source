       identification division.

       program-id. ETPEDSP.

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

      * ETPEDSP - customer dispute case management
      * A customer's challenge to a posting is opened here as a
      * DISPCASE case keyed by the disputed posting's POSTHIST trace
      * id - key the trace id (and the account, where one trace id
      * carries both legs of a pair) and ENTER to see the posting or
      * its case.  'O' opens the case with the customer's reason and
      * the amount disputed, due for decision SYSPARM 'DISPDAYS' days
      * after the business date; 'W' records the investigator's
      * notes.  A supervisor - SECROLE 'S' or 'A' - may give the
      * customer a provisional credit ('P') while the case is
      * investigated: the credit goes to journal4 as a balanced pair
      * against the dispute suspense account (INTACCT 'DISPUTE '),
      * the way ETPETLR writes its legs.  Closing the case ('C') with
      * its outcome settles the credit: upheld confirms it, clearing
      * the suspense to the dispute write-off account (INTACCT
      * 'DISPLOSS') - or refunds the customer from it when no credit
      * was given - while rejected or withdrawn reverses it.  ETPBDSP
      * alerts cases nearing their deadline and ETPBDSM reports the
      * month.  Every action is journalled to journal1.  DISPCASE is
      * a live file with no practice copy - a training session may
      * look but not act.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEDSP'.

      ***--------------------------------------------------------------*
      *** training mode - DISPCASE has no practice copy, so a training*
      *** session inquires on the live cases only, and every screen   *
      *** carries a TRAINING banner                                   *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.
       01  ws-jnl4-name                      pic x(8) value 'journal4'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEDSP.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cdsp-check-auth      *
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
      *    the MSGCAT catalogue - see cdsp-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EDSP session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the case, the disputed posting on POSTHIST, its account and *
      *** the account's primary holder                                 *
      ***--------------------------------------------------------------*
       copy DISPCASE.
       01  ws-dispcase-resp                  pic s9(8) comp.
       01  ws-case-found                     pic x(1).
           88  ws-case-was-found             value 'Y'.
       copy POSTHIST.
       01  ws-posthist-resp                  pic s9(8) comp.
       01  ws-hist-found                     pic x(1).
           88  ws-hist-was-found             value 'Y'.
       01  ws-hist-more                      pic x(1).
           88  ws-hist-more-recs             value 'Y'.
       01  ws-want-trace                     pic x(12).
       01  ws-want-acctno                    pic x(10).
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       copy ACCTXREF.
       01  ws-acctxref-resp                  pic s9(8) comp.
       01  ws-xref-more                      pic x(1).
           88  ws-xref-more-recs             value 'Y'.
       01  ws-holder-custno                  pic x(10).

      ***--------------------------------------------------------------*
      *** the suspense and write-off accounts the credits post against*
      ***--------------------------------------------------------------*
       copy INTACCT.
       01  ws-intacct-resp                   pic s9(8) comp.
       01  ws-int-role                       pic x(8).
       01  ws-dispute-acctno                 pic x(10).
       01  ws-loss-acctno                    pic x(10).
       01  ws-int-acctno-hold                pic x(10).

      ***--------------------------------------------------------------*
      *** the decision deadline - SYSPARM 'DISPDAYS' calendar days    *
      *** after the business date the case is opened                   *
      ***--------------------------------------------------------------*
       copy SYSPARM.
       01  ws-sysparm-resp                   pic s9(8) comp.
       77  ws-dispdays-default               pic 9(5) comp value 45.
       01  ws-disp-days                      pic 9(7).

      ***--------------------------------------------------------------*
      *** system quiesce - while the EQSC console has the state set,  *
      *** no credit moves - see cdsp-check-quiesce                     *
      ***--------------------------------------------------------------*
       copy QUIESCE.
       01  ws-quiesce-resp                   pic s9(8) comp.
       01  ws-quiesced                       pic x(1).
           88  ws-system-quiesced            value 'Y'.

       copy BUSCTRL.
       01  ws-busctrl-resp                   pic s9(8) comp.
       01  ws-busdate                        pic 9(8).

      *    the disputed amount is keyed as nine digits with two
      *    implied decimals, the way ETPEAMT takes amounts
       01  ws-amt-digits                     pic x(9).
       01  ws-amt-digits-n redefines ws-amt-digits
                                             pic 9(7)v99.
       01  ws-disp-amount                    pic 9(7)v99.
       01  ws-posting-abs                    pic 9(7)v99.
       01  ws-outcome                        pic x(1).
           88  ws-outcome-upheld             value 'U'.
           88  ws-outcome-valid              value 'U' 'R' 'W'.
       01  ws-amt-disp                       pic -zzzzzzzz9.99.

       01  ws-edits-ok                       pic x(1).
           88  ws-edits-pass                 value 'Y'.

      *    the balanced pair each credit, confirmation or reversal
      *    writes, with the same journal plumbing ETPEXFR uses -
      *    structured JNLREC, retry queue, line tally and JNL4VW mirror
       copy JNLREC.
       01  ws-jnlrec-sequence                pic 9(6) value 0.
       01  ws-jnl-write-resp                 pic s9(8) comp.
       copy JNLRETRY.
       01  ws-jnlretry-resp                  pic s9(8) comp.
       01  ws-jnlretry-subseq                pic 9(2) value 0.
       01  ws-jnl-target                     pic x(8).
       copy JNLCOUNT.
       01  ws-jnlcount-resp                  pic s9(8) comp.
       copy JNL4VW.
       01  ws-jnl4vw-resp                    pic s9(8) comp.
       01  ws-pair-id.
           03  filler                        pic x(2) value 'XF'.
           03  ws-pair-id-term               pic x(4).
           03  ws-pair-id-task               pic 9(7).
       01  ws-trace-id.
           03  filler                        pic x(2) value 'DS'.
           03  ws-trace-term                 pic x(4).
           03  ws-trace-task                 pic 9(6).
       01  ws-pair-written                   pic x(1).
           88  ws-pair-was-written           value 'Y'.
       01  ws-leg1-acctno                    pic x(10).
       01  ws-leg1-amount                    pic s9(7)v99.
       01  ws-leg2-acctno                    pic x(10).
       01  ws-leg2-amount                    pic s9(7)v99.
       01  ws-leg-narrative                  pic x(20).

      *    consolidated cross-program training-gap log - see
      *    cdsp-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cdsp-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
      *    the case on screen, for the W/P/C actions
           03  ws-cur-trace                  pic x(12).

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
           perform cdsp-mainline

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
       cdsp-mainline section.
       cdsp-mainline-para.
           perform cdsp-check-auth
           if not ws-tx-authorized
               perform cdsp-refuse-entry
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
                perform cdsp-log-privact

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

      *            ENTER carries out the requested action
                   when DFHENTER
                       evaluate true
                           when ws-auth-userid = spaces
                               move 'Sign on before working disputes'
                                   to DSPMSGO
                               move 'EDSP0001' to ws-msg-no
                               perform cdsp-catalogue-message
                           when DSPACTI = 'I' or space or low-value
                               perform cdsp-inquire
                           when ws-in-training
                               and (DSPACTI = 'O' or 'W' or 'P' or 'C')
                               move
                          'Dispute cases are not available in training'
                                   to DSPMSGO
                               move 'EDSP0002' to ws-msg-no
                               perform cdsp-catalogue-message
                           when DSPACTI = 'O'
                               perform cdsp-open-case
                           when DSPACTI = 'W'
                               perform cdsp-work-case
                           when DSPACTI = 'P'
                               perform cdsp-provisional-credit
                           when DSPACTI = 'C'
                               perform cdsp-close-case
                           when other
                               move 'Action must be O, W, P, C or I'
                                   to DSPMSGO
                               move 'EDSP0003' to ws-msg-no
                               perform cdsp-catalogue-message
                       end-evaluate
                       perform cics-send-cdsp

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move spaces to ws-cur-trace
                       move 'Display reset by clear key'
                           to DSPMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cdsp-catalogue-message
                       perform cics-send-cdsp
                   when other
                       move 'Unexpected 3270 attention key'
                           to DSPMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cdsp-catalogue-message
                       perform cdsp-log-unsupkey
                       perform cics-send-cdsp
               end-evaluate
           else
               move spaces to ws-cur-trace
               move 'Key a trace id and ENTER' to DSPMSGO
               move 'EDSP0004' to ws-msg-no
               perform cdsp-catalogue-message
               perform cics-send-cdsp
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** shows the keyed trace id's case, or with no case yet the    *
      *** posting it would be opened against                          *
      ***--------------------------------------------------------------*
       cdsp-inquire section.
       cdsp-inquire-para.
           if DSPTRCI = low-values or spaces
               move 'Key the trace id of the disputed posting'
                   to DSPMSGO
               move 'EDSP0005' to ws-msg-no
               perform cdsp-catalogue-message
           else
               move DSPTRCI to DISPCASE-TRACE-ID
               exec cics
                   read file('DISPCASE')
                   into(DISPCASE-RECORD)
                   ridfld(DISPCASE-TRACE-ID)
                   resp(ws-dispcase-resp)
               end-exec
               if ws-dispcase-resp = dfhresp(normal)
                   move DISPCASE-TRACE-ID to ws-cur-trace
                   perform cdsp-show-case
                   move 'Case shown - W notes, P credits, C decides'
                       to DSPMSGO
                   move 'EDSP0006' to ws-msg-no
                   perform cdsp-catalogue-message
               else
                   move spaces to ws-cur-trace
                   perform cdsp-find-posting
                   if ws-hist-was-found
                       perform cdsp-show-posting
                       move 'No case for this posting - O opens one'
                           to DSPMSGO
                       move 'EDSP0007' to ws-msg-no
                       perform cdsp-catalogue-message
                   else
                       perform cdsp-clear-case
                       move 'Trace id not on the posting history'
                           to DSPMSGO
                       move 'EDSP0008' to ws-msg-no
                       perform cdsp-catalogue-message
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer-side POSTHIST row carrying the keyed trace id -*
      *** under the keyed account when one is given, otherwise the    *
      *** first one on file; the internal leg of a pair is passed by   *
      ***--------------------------------------------------------------*
       cdsp-find-posting section.
       cdsp-find-posting-para.
           move 'N' to ws-hist-found
           move DSPTRCI to ws-want-trace
           if DSPACNI = low-values or spaces
               move spaces to ws-want-acctno
               move low-values to POSTHIST-KEY
           else
               move DSPACNI to ws-want-acctno
               move ws-want-acctno to POSTHIST-ACCTNO
               move 0 to POSTHIST-DATE
               move 0 to POSTHIST-SEQ
           end-if
           exec cics
               startbr file('POSTHIST')
               ridfld(POSTHIST-KEY)
               resp(ws-posthist-resp)
           end-exec
           if ws-posthist-resp = dfhresp(normal)
               move 'Y' to ws-hist-more
               perform cdsp-find-posting-next
                   until ws-hist-was-found
                      or not ws-hist-more-recs
               exec cics
                   endbr file('POSTHIST')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-find-posting-next section.
       cdsp-find-posting-next-para.
           exec cics
               readnext file('POSTHIST')
               into(POSTHIST-RECORD)
               ridfld(POSTHIST-KEY)
               resp(ws-posthist-resp)
           end-exec
           if ws-posthist-resp not = dfhresp(normal)
               move 'N' to ws-hist-more
           else if ws-want-acctno not = spaces
               and POSTHIST-ACCTNO not = ws-want-acctno
               move 'N' to ws-hist-more
           else if POSTHIST-TRACE-ID = ws-want-trace
               and POSTHIST-IS-POSTING
               move POSTHIST-ACCTNO to ACCTMAST-ACCTNO
               exec cics
                   read file('ACCTMAST')
                   into(ACCTMAST-RECORD)
                   ridfld(ACCTMAST-ACCTNO)
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp = dfhresp(normal)
                   and not ACCTMAST-IS-INTERNAL
                   move 'Y' to ws-hist-found
               end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the case against the posting: a reason is required,   *
      *** the amount defaults to the whole posting and may not exceed *
      *** it, and the deadline runs from the business date            *
      ***--------------------------------------------------------------*
       cdsp-open-case section.
       cdsp-open-case-para.
           move 'DISPOPEN' to ws-aud-event
           move 'N' to ws-edits-ok
           move spaces to ws-cur-trace
           if DSPTRCI = low-values or spaces
               move 'Key the trace id of the disputed posting'
                   to DSPMSGO
               move 'EDSP0005' to ws-msg-no
               perform cdsp-catalogue-message
               move 'NO TRACE' to ws-aud-status
           else
               move DSPTRCI to DISPCASE-TRACE-ID
               exec cics
                   read file('DISPCASE')
                   into(DISPCASE-RECORD)
                   ridfld(DISPCASE-TRACE-ID)
                   resp(ws-dispcase-resp)
               end-exec
               if ws-dispcase-resp = dfhresp(normal)
                   move DISPCASE-TRACE-ID to ws-cur-trace
                   perform cdsp-show-case
                   move 'This posting already has a dispute case'
                       to DSPMSGO
                   move 'EDSP0009' to ws-msg-no
                   perform cdsp-catalogue-message
                   move 'DUPLICATE' to ws-aud-status
               else
                   perform cdsp-edit-open
               end-if
           end-if
           if ws-edits-pass
               perform cdsp-load-busdate
               perform cdsp-load-dispdays
               perform cdsp-find-holder
               initialize DISPCASE-RECORD
               move DSPTRCI to DISPCASE-TRACE-ID
               move POSTHIST-ACCTNO to DISPCASE-ACCTNO
               move ws-holder-custno to DISPCASE-CUSTNO
               move POSTHIST-DATE to DISPCASE-POST-DATE
               move POSTHIST-AMOUNT to DISPCASE-POST-AMOUNT
               move ws-disp-amount to DISPCASE-AMOUNT
               move DSPRSNI to DISPCASE-REASON
               move 'O' to DISPCASE-STATUS
               move ws-busdate to DISPCASE-OPEN-DATE
               compute DISPCASE-DEADLINE =
                   function date-of-integer(
                       function integer-of-date(ws-busdate)
                       + ws-disp-days)
               end-compute
               move ws-auth-userid to DISPCASE-OPEN-USERID
               move ws-auth-userid to DISPCASE-USERID
               if DSPNOTI not = low-values and not = spaces
                   move DSPNOTI to DISPCASE-NOTE
               end-if
               move space to DISPCASE-PROV-STATE
               move space to DISPCASE-OUTCOME
               exec cics
                   write file('DISPCASE')
                   from(DISPCASE-RECORD)
                   ridfld(DISPCASE-TRACE-ID)
                   resp(ws-dispcase-resp)
               end-exec
               if ws-dispcase-resp = dfhresp(normal)
                   move DISPCASE-TRACE-ID to ws-cur-trace
                   perform cdsp-show-case
                   move spaces to DSPMSGO
                   string 'Dispute case opened - decide by '
                       DISPCASE-DEADLINE
                       delimited by size into DSPMSGO
                   move 'SUCCESS' to ws-aud-status
               else
                   move 'Dispute case could not be written'
                       to DSPMSGO
                   move 'EDSP0010' to ws-msg-no
                   perform cdsp-catalogue-message
                   move 'WRITE FAILED' to ws-aud-status
               end-if
           end-if
           perform cdsp-write-audit
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-edit-open section.
       cdsp-edit-open-para.
           move DSPRSNI to DISPCASE-REASON
           if not DISPCASE-REASON-VALID
               move 'Reason must be U, D, N, A or O' to DSPMSGO
               move 'EDSP0011' to ws-msg-no
               perform cdsp-catalogue-message
               move 'BAD REASON' to ws-aud-status
           else
               perform cdsp-find-posting
               if not ws-hist-was-found
                   perform cdsp-clear-case
                   move 'Trace id not on the posting history'
                       to DSPMSGO
                   move 'EDSP0008' to ws-msg-no
                   perform cdsp-catalogue-message
                   move 'NO POSTING' to ws-aud-status
               else
                   if POSTHIST-AMOUNT < 0
                       compute ws-posting-abs = 0 - POSTHIST-AMOUNT
                       end-compute
                   else
                       move POSTHIST-AMOUNT to ws-posting-abs
                   end-if
                   if DSPAMTI = low-values or spaces
                       move ws-posting-abs to ws-disp-amount
                       move 'Y' to ws-edits-ok
                   else if DSPAMTI not is numeric
                       move 'Disputed amount must be nine digits'
                           to DSPMSGO
                       move 'EDSP0012' to ws-msg-no
                       perform cdsp-catalogue-message
                       move 'BAD AMOUNT' to ws-aud-status
                   else
                       move DSPAMTI to ws-amt-digits
                       move ws-amt-digits-n to ws-disp-amount
                       if ws-disp-amount = 0
                           or ws-disp-amount > ws-posting-abs
                           move 'Amount must be 0.01 up to the posting'
                               to DSPMSGO
                           move 'EDSP0013' to ws-msg-no
                           perform cdsp-catalogue-message
                           move 'BAD AMOUNT' to ws-aud-status
                       else
                           move 'Y' to ws-edits-ok
                       end-if
                   end-if end-if
                   if not ws-edits-pass
                       perform cdsp-show-posting
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** records the investigator's note against the case shown      *
      ***--------------------------------------------------------------*
       cdsp-work-case section.
       cdsp-work-case-para.
           move 'DISPWORK' to ws-aud-event
           if DSPNOTI = low-values or spaces
               move 'Key a note describing the work done' to DSPMSGO
               move 'EDSP0014' to ws-msg-no
               perform cdsp-catalogue-message
               move 'NO NOTE' to ws-aud-status
           else
               perform cdsp-read-current
               if ws-case-was-found
                   move DSPNOTI to DISPCASE-NOTE
                   move ws-auth-userid to DISPCASE-USERID
                   perform cdsp-rewrite-current
                   perform cdsp-show-case
                   move 'Case note recorded' to DSPMSGO
                   move 'EDSP0015' to ws-msg-no
                   perform cdsp-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if
           end-if
           perform cdsp-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** a supervisor credits the customer the disputed amount while *
      *** the case is investigated - once per case, from the dispute  *
      *** suspense account                                             *
      ***--------------------------------------------------------------*
       cdsp-provisional-credit section.
       cdsp-provisional-credit-para.
           move 'DISPPROV' to ws-aud-event
           perform cdsp-check-quiesce
           if ws-auth-role not = 'S' and not = 'A'
               move 'Provisional credit needs a supervisor' to DSPMSGO
               move 'EDSP0016' to ws-msg-no
               perform cdsp-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else if ws-system-quiesced
               move 'System closing, credits refused' to DSPMSGO
               move 'EDSP0017' to ws-msg-no
               perform cdsp-catalogue-message
               move 'QUIESCED' to ws-aud-status
           else
               perform cdsp-read-current
               if ws-case-was-found
                   move 'DISPUTE ' to ws-int-role
                   perform cdsp-find-intacct
                   move ws-int-acctno-hold to ws-dispute-acctno
                   if not DISPCASE-PROV-NONE
                       perform cdsp-unlock-current
                       move 'Provisional credit already given'
                           to DSPMSGO
                       move 'EDSP0018' to ws-msg-no
                       perform cdsp-catalogue-message
                       move 'ALREADY' to ws-aud-status
                   else if ws-dispute-acctno = spaces
                       perform cdsp-unlock-current
                       move 'No dispute suspense account on INTACCT'
                           to DSPMSGO
                       move 'EDSP0019' to ws-msg-no
                       perform cdsp-catalogue-message
                       move 'NO SUSPENSE' to ws-aud-status
                   else
                       perform cdsp-load-busdate
                       move DISPCASE-ACCTNO to ws-leg1-acctno
                       move DISPCASE-AMOUNT to ws-leg1-amount
                       move ws-dispute-acctno to ws-leg2-acctno
                       compute ws-leg2-amount = 0 - DISPCASE-AMOUNT
                       end-compute
                       move 'DISPUTE PROV CREDIT' to ws-leg-narrative
                       perform cdsp-write-pair
                       move DISPCASE-AMOUNT to DISPCASE-PROV-AMOUNT
                       move ws-busdate to DISPCASE-PROV-DATE
                       move ws-trace-id to DISPCASE-PROV-TRACE-ID
                       move 'P' to DISPCASE-PROV-STATE
                       move 'P' to DISPCASE-STATUS
                       move ws-auth-userid to DISPCASE-USERID
                       perform cdsp-rewrite-current
                       exec cics syncpoint end-exec
                       perform cdsp-show-case
                       move DISPCASE-AMOUNT to ws-amt-disp
                       move spaces to DSPMSGO
                       string 'Provisional credit of' ws-amt-disp
                           ' queued for posting'
                           delimited by size into DSPMSGO
                       move 'SUCCESS' to ws-aud-status
                   end-if end-if
               end-if
           end-if end-if
           perform cdsp-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** a supervisor decides the case.  Upheld: a provisional       *
      *** credit is confirmed and the suspense cleared to the write-  *
      *** off account, or with none given the customer is refunded    *
      *** from it now.  Rejected or withdrawn: a provisional credit is*
      *** reversed back to the suspense account                        *
      ***--------------------------------------------------------------*
       cdsp-close-case section.
       cdsp-close-case-para.
           move 'DISPCLOS' to ws-aud-event
           move DSPOUTI to ws-outcome
           perform cdsp-check-quiesce
           if ws-auth-role not = 'S' and not = 'A'
               move 'Deciding a dispute needs a supervisor' to DSPMSGO
               move 'EDSP0020' to ws-msg-no
               perform cdsp-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else if not ws-outcome-valid
               move 'Outcome must be U upheld, R rejected, W withdrawn'
                   to DSPMSGO
               move 'EDSP0021' to ws-msg-no
               perform cdsp-catalogue-message
               move 'BAD OUTCOME' to ws-aud-status
           else if ws-system-quiesced
               move 'System closing, decisions refused' to DSPMSGO
               move 'EDSP0022' to ws-msg-no
               perform cdsp-catalogue-message
               move 'QUIESCED' to ws-aud-status
           else
               perform cdsp-read-current
               if ws-case-was-found
                   move 'DISPUTE ' to ws-int-role
                   perform cdsp-find-intacct
                   move ws-int-acctno-hold to ws-dispute-acctno
                   move 'DISPLOSS' to ws-int-role
                   perform cdsp-find-intacct
                   move ws-int-acctno-hold to ws-loss-acctno
                   if DISPCASE-PROV-POSTED
                       and ws-dispute-acctno = spaces
                       perform cdsp-unlock-current
                       move 'No dispute suspense account on INTACCT'
                           to DSPMSGO
                       move 'EDSP0019' to ws-msg-no
                       perform cdsp-catalogue-message
                       move 'NO SUSPENSE' to ws-aud-status
                   else if ws-outcome-upheld
                       and ws-loss-acctno = spaces
                       perform cdsp-unlock-current
                       move 'No dispute write-off account on INTACCT'
                           to DSPMSGO
                       move 'EDSP0023' to ws-msg-no
                       perform cdsp-catalogue-message
                       move 'NO WRITEOFF' to ws-aud-status
                   else
                       perform cdsp-load-busdate
                       perform cdsp-settle-credit
                       move ws-outcome to DISPCASE-OUTCOME
                       move 'C' to DISPCASE-STATUS
                       move ws-busdate to DISPCASE-CLOSED-DATE
                       move ws-auth-userid to DISPCASE-USERID
                       if DSPNOTI not = low-values and not = spaces
                           move DSPNOTI to DISPCASE-NOTE
                       end-if
                       perform cdsp-rewrite-current
                       exec cics syncpoint end-exec
                       perform cdsp-show-case
                       move 'Dispute case decided and closed'
                           to DSPMSGO
                       move 'EDSP0024' to ws-msg-no
                       perform cdsp-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                   end-if end-if
               end-if
           end-if end-if end-if
           perform cdsp-write-audit
           exit
           .
      ***--------------------------------------------------------------*
      *** the money side of the decision, as a balanced pair          *
      ***--------------------------------------------------------------*
       cdsp-settle-credit section.
       cdsp-settle-credit-para.
           evaluate true
               when DISPCASE-PROV-POSTED and ws-outcome-upheld
                   move ws-dispute-acctno to ws-leg1-acctno
                   move DISPCASE-PROV-AMOUNT to ws-leg1-amount
                   move ws-loss-acctno to ws-leg2-acctno
                   compute ws-leg2-amount = 0 - DISPCASE-PROV-AMOUNT
                   end-compute
                   move 'DISPUTE UPHELD' to ws-leg-narrative
                   perform cdsp-write-pair
                   move 'C' to DISPCASE-PROV-STATE
               when DISPCASE-PROV-POSTED
                   move DISPCASE-ACCTNO to ws-leg1-acctno
                   compute ws-leg1-amount = 0 - DISPCASE-PROV-AMOUNT
                   end-compute
                   move ws-dispute-acctno to ws-leg2-acctno
                   move DISPCASE-PROV-AMOUNT to ws-leg2-amount
                   move 'DISPUTE CREDIT REV' to ws-leg-narrative
                   perform cdsp-write-pair
                   move 'R' to DISPCASE-PROV-STATE
               when ws-outcome-upheld
                   move DISPCASE-ACCTNO to ws-leg1-acctno
                   move DISPCASE-AMOUNT to ws-leg1-amount
                   move ws-loss-acctno to ws-leg2-acctno
                   compute ws-leg2-amount = 0 - DISPCASE-AMOUNT
                   end-compute
                   move 'DISPUTE UPHELD' to ws-leg-narrative
                   perform cdsp-write-pair
               when other
                   continue
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** re-reads the case on screen for update - the keyed trace id *
      *** when one is keyed; a closed case is refused                 *
      ***--------------------------------------------------------------*
       cdsp-read-current section.
       cdsp-read-current-para.
           move 'N' to ws-case-found
           if DSPTRCI not = low-values and not = spaces
               move DSPTRCI to ws-cur-trace
           end-if
           if ws-cur-trace = spaces or low-values
               move 'No case shown - key a trace id first' to DSPMSGO
               move 'EDSP0025' to ws-msg-no
               perform cdsp-catalogue-message
               move 'NO CASE' to ws-aud-status
           else
               move ws-cur-trace to DISPCASE-TRACE-ID
               exec cics
                   read file('DISPCASE')
                   into(DISPCASE-RECORD)
                   ridfld(DISPCASE-TRACE-ID)
                   update
                   resp(ws-dispcase-resp)
               end-exec
               if ws-dispcase-resp not = dfhresp(normal)
                   perform cdsp-clear-case
                   move 'No dispute case for that trace id'
                       to DSPMSGO
                   move 'EDSP0026' to ws-msg-no
                   perform cdsp-catalogue-message
                   move 'NO CASE' to ws-aud-status
               else if DISPCASE-IS-CLOSED
                   perform cdsp-unlock-current
                   perform cdsp-show-case
                   move 'Case is closed' to DSPMSGO
                   move 'EDSP0027' to ws-msg-no
                   perform cdsp-catalogue-message
                   move 'CLOSED' to ws-aud-status
               else
                   move 'Y' to ws-case-found
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-rewrite-current section.
       cdsp-rewrite-current-para.
           exec cics
               rewrite file('DISPCASE')
               from(DISPCASE-RECORD)
               resp(ws-dispcase-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-unlock-current section.
       cdsp-unlock-current-para.
           exec cics
               unlock file('DISPCASE')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-show-case section.
       cdsp-show-case-para.
           move DISPCASE-TRACE-ID to DSPTRCO
           move DISPCASE-ACCTNO to DSPACNO
           move DISPCASE-CUSTNO to DSPCUSO
           move DISPCASE-POST-DATE to DSPPDTO
           move DISPCASE-POST-AMOUNT to ws-amt-disp
           move ws-amt-disp to DSPPAMO
           move DISPCASE-AMOUNT to ws-amt-digits-n
           move ws-amt-digits to DSPAMTO
           move DISPCASE-REASON to DSPRSNO
           move DISPCASE-NOTE to DSPNOTO
           evaluate true
               when DISPCASE-IS-OPEN
                   move 'OPEN' to DSPSTSO
               when DISPCASE-IS-PROVISIONAL
                   move 'PROV CREDIT' to DSPSTSO
               when DISPCASE-UPHELD
                   move 'UPHELD' to DSPSTSO
               when DISPCASE-REJECTED
                   move 'REJECTED' to DSPSTSO
               when DISPCASE-WITHDRAWN
                   move 'WITHDRAWN' to DSPSTSO
               when other
                   move DISPCASE-STATUS to DSPSTSO
           end-evaluate
           move DISPCASE-DEADLINE to DSPDDLO
           if DISPCASE-PROV-NONE
               move spaces to DSPPRVO
           else
               move DISPCASE-PROV-AMOUNT to ws-amt-disp
               move ws-amt-disp to DSPPRVO
           end-if
           move DISPCASE-OUTCOME to DSPOUTO
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-show-posting section.
       cdsp-show-posting-para.
           perform cdsp-clear-case
           move POSTHIST-TRACE-ID to DSPTRCO
           move POSTHIST-ACCTNO to DSPACNO
           move POSTHIST-DATE to DSPPDTO
           move POSTHIST-AMOUNT to ws-amt-disp
           move ws-amt-disp to DSPPAMO
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-clear-case section.
       cdsp-clear-case-para.
           move spaces to DSPACNO
           move spaces to DSPCUSO
           move spaces to DSPPDTO
           move spaces to DSPPAMO
           move spaces to DSPAMTO
           move spaces to DSPRSNO
           move spaces to DSPNOTO
           move spaces to DSPSTSO
           move spaces to DSPDDLO
           move spaces to DSPPRVO
           move spaces to DSPOUTO
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's primary holder off ACCTXREF - spaces when it  *
      *** has none on record                                          *
      ***--------------------------------------------------------------*
       cdsp-find-holder section.
       cdsp-find-holder-para.
           move spaces to ws-holder-custno
           move POSTHIST-ACCTNO to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           exec cics
               startbr file('ACCTXREF')
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp = dfhresp(normal)
               move 'Y' to ws-xref-more
               perform cdsp-find-holder-next
                   until not ws-xref-more-recs
               exec cics
                   endbr file('ACCTXREF')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-find-holder-next section.
       cdsp-find-holder-next-para.
           exec cics
               readnext file('ACCTXREF')
               into(ACCTXREF-RECORD)
               ridfld(ACCTXREF-KEY)
               resp(ws-acctxref-resp)
           end-exec
           if ws-acctxref-resp not = dfhresp(normal)
               or ACCTXREF-ACCTNO not = POSTHIST-ACCTNO
               move 'N' to ws-xref-more
           else if ACCTXREF-IS-PRIMARY
               move ACCTXREF-CUSTNO to ws-holder-custno
               move 'N' to ws-xref-more
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the internal account playing ws-int-role on INTACCT, into   *
      *** ws-int-acctno-hold - spaces when the role is not configured *
      ***--------------------------------------------------------------*
       cdsp-find-intacct section.
       cdsp-find-intacct-para.
           move spaces to ws-int-acctno-hold
           move ws-int-role to INTACCT-ROLE
           exec cics
               read file('INTACCT')
               into(INTACCT-RECORD)
               ridfld(INTACCT-ROLE)
               resp(ws-intacct-resp)
           end-exec
           if ws-intacct-resp = dfhresp(normal)
               move INTACCT-ACCTNO to ws-int-acctno-hold
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-load-dispdays section.
       cdsp-load-dispdays-para.
           move ws-dispdays-default to ws-disp-days
           move 'DISPDAYS' to SYSPARM-KEY
           exec cics
               read file('SYSPARM')
               into(SYSPARM-RECORD)
               ridfld(SYSPARM-KEY)
               resp(ws-sysparm-resp)
           end-exec
           if ws-sysparm-resp = dfhresp(normal)
               and SYSPARM-VALUE > 0
               move SYSPARM-VALUE to ws-disp-days
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-load-busdate section.
       cdsp-load-busdate-para.
           move current-date(1:8) to ws-busdate
           move 'BUSDATE ' to BUSCTRL-CNAME
           exec cics
               read file('BUSCTRL')
               into(BUSCTRL-RECORD)
               ridfld(BUSCTRL-CNAME)
               resp(ws-busctrl-resp)
           end-exec
           if ws-busctrl-resp = dfhresp(normal)
               and BUSCTRL-DATE not = 0
               move BUSCTRL-DATE to ws-busdate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-check-quiesce section.
       cdsp-check-quiesce-para.
           move 'N' to ws-quiesced
           move 'QUIESCE ' to QUIESCE-CNAME
           exec cics
               read file('QUIESCE')
               into(QUIESCE-RECORD)
               ridfld(QUIESCE-CNAME)
               resp(ws-quiesce-resp)
           end-exec
           if ws-quiesce-resp = dfhresp(normal)
               and QUIESCE-IS-ON
               move 'Y' to ws-quiesced
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the two legs in ws-leg1/ws-leg2 under one pair id and one   *
      *** trace id, so the posting run applies or refuses them as one *
      ***--------------------------------------------------------------*
       cdsp-write-pair section.
       cdsp-write-pair-para.
           move eibtrmid to ws-pair-id-term
           move eibtaskn to ws-pair-id-task
           move eibtrmid to ws-trace-term
           move eibtaskn to ws-trace-task

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ws-leg1-acctno to JNLREC-POST-ACCTNO
           move ws-leg1-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move ws-leg-narrative to JNLREC-POST-NARRATIVE
           move 'DS' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cdsp-write-one-leg

           move spaces to JNLREC-PAYLOAD
           move 'POST' to JNLREC-POST-TAG
           move ws-leg2-acctno to JNLREC-POST-ACCTNO
           move ws-leg2-amount to JNLREC-POST-AMOUNT
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move ws-leg-narrative to JNLREC-POST-NARRATIVE
           move 'DS' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           perform cdsp-write-one-leg
           exit
           .
      ***--------------------------------------------------------------*
      *** one leg: structured JNLREC to journal4 with the line tally  *
      *** and JNL4VW mirror kept in step, exactly as ETPEXFR writes;  *
      *** a non-normal response queues the leg for replay             *
      ***--------------------------------------------------------------*
       cdsp-write-one-leg section.
       cdsp-write-one-leg-para.
           move ws-program-name to JNLREC-PROGRAM
           move current-date(9:2) to JNLREC-TS-HH
           move current-date(11:2) to JNLREC-TS-MM
           move current-date(13:2) to JNLREC-TS-SS
           add 1 to ws-jnlrec-sequence
           move ws-jnlrec-sequence to JNLREC-SEQUENCE
           exec cics
               write journalname(ws-jnl4-name)
               from(JNLREC-RECORD)
               flength(length of JNLREC-RECORD)
               jtypeid('RC') prefix('ETP')
               resp(ws-jnl-write-resp)
           end-exec
           if ws-jnl-write-resp not = dfhresp(normal)
               move JNLREC-RECORD to JNLRETRY-PAYLOAD(1:102)
               move length of JNLREC-RECORD to JNLRETRY-FLENGTH
               perform cdsp-queue-retry
           end-if
           perform cdsp-bump-count
           perform cdsp-mirror-journal4
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-queue-retry section.
       cdsp-queue-retry-para.
           move 'journal4' to ws-jnl-target
           move eibtaskn to JNLRETRY-TASKN
           add 1 to ws-jnlretry-subseq
           move ws-jnlretry-subseq to JNLRETRY-SUBSEQ
           move ws-jnl-target to JNLRETRY-JNAME
           move current-date(9:2) to JNLRETRY-TS-HH
           move current-date(11:2) to JNLRETRY-TS-MM
           move current-date(13:2) to JNLRETRY-TS-SS
           move 0 to JNLRETRY-ATTEMPTS
           move 'Q' to JNLRETRY-STATUS
           exec cics
               write file('JNLRETRY')
               from(JNLRETRY-RECORD)
               ridfld(JNLRETRY-KEY)
               resp(ws-jnlretry-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-bump-count section.
       cdsp-bump-count-para.
           move ws-jnl4-name to JNLCOUNT-JNAME
           exec cics
               read file('JNLCOUNT')
               into(JNLCOUNT-RECORD)
               ridfld(JNLCOUNT-JNAME)
               resp(ws-jnlcount-resp)
           end-exec
           if ws-jnlcount-resp = dfhresp(normal)
               add 1 to JNLCOUNT-COUNT
           else
               move ws-jnl4-name to JNLCOUNT-JNAME
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
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-mirror-journal4 section.
       cdsp-mirror-journal4-para.
           move JNLCOUNT-COUNT to JNL4VW-LINENO
           move JNLREC-RECORD to JNL4VW-TEXT
           exec cics
               write file('JNL4VW')
               from(JNL4VW-RECORD)
               ridfld(JNL4VW-LINENO)
               resp(ws-jnl4vw-resp)
           end-exec
           if ws-jnl4vw-resp = dfhresp(duprec)
               exec cics
                   rewrite file('JNL4VW')
                   from(JNL4VW-RECORD)
                   resp(ws-jnl4vw-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cdsp-write-audit section.
       cdsp-write-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'TRACE=' ws-cur-trace ' '
               'UID=' ws-auth-userid ' '
               'TERM=' eibtrmid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('DS') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEDSP'
                   exec cics
                       receive map(ws-map)
                       into(BMSEDSPI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cdsp section.
       cics-send-cdsp-para.
           move 'BMSEDSP' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to DSPMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEDSPO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cdsp-check-auth section.
       cdsp-check-auth-para.
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
       cdsp-catalogue-message section.
       cdsp-catalogue-message-para.
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
               move MSGCAT-TEXT to DSPMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cdsp-refuse-entry section.
       cdsp-refuse-entry-para.
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
       cdsp-log-unsupkey section.
       cdsp-log-unsupkey-para.
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
       cdsp-log-privact section.
       cdsp-log-privact-para.
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
               move DSPACTI to PRIVACT-ACTION
               move DSPTRCI to PRIVACT-RECKEY
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
