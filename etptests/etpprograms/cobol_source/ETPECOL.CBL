       identification division.

       program-id. ETPECOL.

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


      * ETPECOL - collections work-queue screen
      * Steps a collector through the open COLLCASE cases the daily
      * ETPBODR run opens for accounts over their overdraft limit or
      * overdrawn too long.  ENTER shows the next open case (or the
      * case for an account number keyed with no action); action 'L'
      * logs a contact attempt with its note; 'P' records a promise
      * to pay - amount and date - which ETPBODR later judges against
      * the credits on POSTHIST; 'C' closes the case, allowed only
      * once the Account Master shows the balance back inside its
      * limit.  Every action is journalled to journal1.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPECOL'.

      ***--------------------------------------------------------------*
      *** training-mode routing - a training session reads and        *
      *** writes the TRN* practice copies instead of the live files   *
      *** (populated on demand through the ETPBTKO take-on), and      *
      *** every screen carries a TRAINING banner                      *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.
       01  ws-collcase-fname                 pic x(8) value 'COLLCASE'.
       01  ws-acctmast-fname                 pic x(8) value 'ACCTMAST'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSECOL.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see ccol-check-auth      *
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
      *    the MSGCAT catalogue - see ccol-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ECOL session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the collections queue itself, opened by ETPBODR             *
      ***--------------------------------------------------------------*
       copy COLLCASE.
       01  ws-collcase-resp                  pic s9(8) comp.
       01  ws-case-found                     pic x(1).
           88  ws-case-was-found             value 'Y'.

      *    a case closes only when the master shows the account back
      *    inside its limit
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.

      *    promise-to-pay edits; the amount is keyed as nine digits
      *    with two implied decimals, the way ETPEAMT takes amounts
       01  ws-edit-today                     pic 9(8).
       01  ws-promise-amount-text            pic x(9).
       01  ws-promise-amount-n redefines ws-promise-amount-text
                                             pic 9(7)v99.
       01  ws-promise-date                   pic 9(8).
       01  filler redefines ws-promise-date.
           03  ws-promise-yyyy               pic 9(4).
           03  ws-promise-mm                 pic 9(2).
           03  ws-promise-dd                 pic 9(2).

       01  ws-bal-disp                       pic -zzzzzzzz9.99.
       01  ws-lim-disp                       pic zzzzzz9.99.
       01  ws-days-disp                      pic zzzz9.
       01  ws-cnt-disp                       pic zz9.

      *    consolidated cross-program training-gap log - see
      *    ccol-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see ccol-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-acctno                 pic x(10).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see ccol-capture-timing            *
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
           perform ccol-mainline

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
       ccol-mainline section.
       ccol-mainline-para.
           perform ccol-check-auth
           if not ws-tx-authorized
               perform ccol-refuse-entry
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
                perform ccol-log-privact

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

      *            ENTER actions the shown case, looks up a keyed
      *            account, or steps to the next open case
                   when DFHENTER
                       evaluate ECOLACTI
                           when 'L'
                               perform ccol-log-contact
                           when 'P'
                               perform ccol-take-promise
                           when 'C'
                               perform ccol-close-case
                           when other
                               if ECOLACNI not = low-values and spaces
                                   and ECOLACNI not = ws-cur-acctno
                                   perform ccol-show-account
                               else
                                   perform ccol-show-next
                               end-if
                       end-evaluate
                       perform cics-send-ccol

      *            CLEAR key restarts the queue from the top
                   when DFHCLEAR
      *            *> Clear Key
                       move spaces to ws-cur-acctno
                       move 'Display reset by clear key'
                           to ECOLMSGO
                       move 'ETP00001' to ws-msg-no
                       perform ccol-catalogue-message
                       perform cics-send-ccol
                   when other
                       move 'Unexpected 3270 attention key'
                           to ECOLMSGO
                       move 'ETP00002' to ws-msg-no
                       perform ccol-catalogue-message
                       perform ccol-log-unsupkey
                       perform cics-send-ccol
               end-evaluate
           else
               move spaces to ws-cur-acctno
               perform ccol-capture-timing
               perform ccol-show-next
               perform cics-send-ccol
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** browses forward from the last case shown and displays the   *
      *** next one still open, remembering its account in the         *
      *** commarea so the L/P/C actions know which case they act on    *
      ***--------------------------------------------------------------*
       ccol-show-next section.
       ccol-show-next-para.
           move 'N' to ws-case-found
           move ws-cur-acctno to COLLCASE-ACCTNO
           exec cics
               startbr file(ws-collcase-fname)
               ridfld(COLLCASE-ACCTNO)
               resp(ws-collcase-resp)
           end-exec
           if ws-collcase-resp = dfhresp(normal)
               perform ccol-show-next-read
                   until ws-case-was-found
                      or ws-collcase-resp not = dfhresp(normal)
               exec cics
                   endbr file(ws-collcase-fname)
               end-exec
           end-if
           if ws-case-was-found
               move COLLCASE-ACCTNO to ws-cur-acctno
               perform ccol-show-case
               move 'L logs contact, P promise, C closes, ENTER next'
                   to ECOLMSGO
               move 'ECOL0001' to ws-msg-no
               perform ccol-catalogue-message
           else
               move spaces to ws-cur-acctno
               perform ccol-clear-case
               move 'No open collections cases' to ECOLMSGO
               move 'ECOL0002' to ws-msg-no
               perform ccol-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccol-show-next-read section.
       ccol-show-next-read-para.
           exec cics
               readnext file(ws-collcase-fname)
               into(COLLCASE-RECORD)
               ridfld(COLLCASE-ACCTNO)
               resp(ws-collcase-resp)
           end-exec
           if ws-collcase-resp = dfhresp(normal)
               and not COLLCASE-IS-CLOSED
               and COLLCASE-ACCTNO not = ws-cur-acctno
               move 'Y' to ws-case-found
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a keyed account number jumps straight to its case, closed   *
      *** or not, so a collector can answer a call about any account  *
      ***--------------------------------------------------------------*
       ccol-show-account section.
       ccol-show-account-para.
           move ECOLACNI to COLLCASE-ACCTNO
           exec cics
               read file(ws-collcase-fname)
               into(COLLCASE-RECORD)
               ridfld(COLLCASE-ACCTNO)
               resp(ws-collcase-resp)
           end-exec
           if ws-collcase-resp = dfhresp(normal)
               move COLLCASE-ACCTNO to ws-cur-acctno
               perform ccol-show-case
               move 'Case shown - L, P or C to act on it'
                   to ECOLMSGO
               move 'ECOL0003' to ws-msg-no
               perform ccol-catalogue-message
           else
               move spaces to ws-cur-acctno
               perform ccol-clear-case
               move 'No collections case for that account'
                   to ECOLMSGO
               move 'ECOL0004' to ws-msg-no
               perform ccol-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccol-show-case section.
       ccol-show-case-para.
           move COLLCASE-ACCTNO to ECOLACNO
           evaluate true
               when COLLCASE-IS-OPEN
                   move 'OPEN' to ECOLSTSO
               when COLLCASE-IS-PROMISED
                   move 'PROMISED' to ECOLSTSO
               when COLLCASE-IS-CLOSED
                   move 'CLOSED' to ECOLSTSO
               when other
                   move COLLCASE-STATUS to ECOLSTSO
           end-evaluate
           evaluate true
               when COLLCASE-OVER-LIMIT
                   move 'OVER LIM' to ECOLRSNO
               when COLLCASE-OVERDRAWN-LONG
                   move 'OD DAYS' to ECOLRSNO
               when COLLCASE-PROMISE-BROKEN
                   move 'BROKEN' to ECOLRSNO
               when other
                   move spaces to ECOLRSNO
           end-evaluate
           move COLLCASE-BALANCE to ws-bal-disp
           move ws-bal-disp to ECOLBALO
           move COLLCASE-ODLIMIT to ws-lim-disp
           move ws-lim-disp to ECOLLIMO
           move COLLCASE-OD-DAYS to ws-days-disp
           move ws-days-disp to ECOLDAYO
           move COLLCASE-CONTACTS to ws-cnt-disp
           move ws-cnt-disp to ECOLCNTO
           move COLLCASE-CONTACT-NOTE to ECOLNOTO
           if COLLCASE-PROMISE-DATE = 0
               move spaces to ECOLPAMO
               move spaces to ECOLPDTO
           else
               move COLLCASE-PROMISE-AMOUNT to ws-promise-amount-n
               move ws-promise-amount-text to ECOLPAMO
               move COLLCASE-PROMISE-DATE to ECOLPDTO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccol-clear-case section.
       ccol-clear-case-para.
           move spaces to ECOLACNO
           move spaces to ECOLSTSO
           move spaces to ECOLRSNO
           move spaces to ECOLBALO
           move spaces to ECOLLIMO
           move spaces to ECOLDAYO
           move spaces to ECOLCNTO
           move spaces to ECOLNOTO
           move spaces to ECOLPAMO
           move spaces to ECOLPDTO
           exit
           .
      ***--------------------------------------------------------------*
      *** logs a contact attempt against the case shown - the note    *
      *** says what happened (no answer, left message, spoke to...)   *
      ***--------------------------------------------------------------*
       ccol-log-contact section.
       ccol-log-contact-para.
           move 'COLLCONT' to ws-aud-event
           if ECOLNOTI = low-values or spaces
               move 'Key a note describing the contact' to ECOLMSGO
               move 'ECOL0005' to ws-msg-no
               perform ccol-catalogue-message
               perform ccol-redisplay-current
           else
               perform ccol-read-current
               if ws-case-was-found
                   perform ccol-record-contact
                   move ECOLNOTI to COLLCASE-CONTACT-NOTE
                   perform ccol-rewrite-current
                   move 'Contact logged' to ECOLMSGO
                   move 'ECOL0006' to ws-msg-no
                   perform ccol-catalogue-message
                   move 'SUCCESS' to ws-aud-status
                   perform ccol-write-audit
                   perform ccol-show-case
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** records a promise to pay: an amount above zero and a date   *
      *** no earlier than today; taking the promise is itself a       *
      *** contact, noted as such when no note is keyed                *
      ***--------------------------------------------------------------*
       ccol-take-promise section.
       ccol-take-promise-para.
           move 'COLLPTP' to ws-aud-event
           move current-date(1:8) to ws-edit-today
           if ECOLPAMI not is numeric
               move 'Promise amount must be nine digits (two decimals)'
                   to ECOLMSGO
               move 'ECOL0007' to ws-msg-no
               perform ccol-catalogue-message
               perform ccol-redisplay-current
           else if ECOLPDTI not is numeric
               move 'Promise date must be YYYYMMDD' to ECOLMSGO
               move 'ECOL0008' to ws-msg-no
               perform ccol-catalogue-message
               perform ccol-redisplay-current
           else
               move ECOLPAMI to ws-promise-amount-text
               move ECOLPDTI to ws-promise-date
               if ws-promise-amount-n = 0
                   move 'Promise amount must be above zero'
                       to ECOLMSGO
                   move 'ECOL0009' to ws-msg-no
                   perform ccol-catalogue-message
                   perform ccol-redisplay-current
               else if ws-promise-mm < 1 or ws-promise-mm > 12
                   or ws-promise-dd < 1 or ws-promise-dd > 31
                   or ws-promise-date < ws-edit-today
                   move 'Promise date must be today or later'
                       to ECOLMSGO
                   move 'ECOL0010' to ws-msg-no
                   perform ccol-catalogue-message
                   perform ccol-redisplay-current
               else
                   perform ccol-read-current
                   if ws-case-was-found
                       perform ccol-record-contact
                       if ECOLNOTI = low-values or spaces
                           move 'PROMISE TO PAY'
                               to COLLCASE-CONTACT-NOTE
                       else
                           move ECOLNOTI to COLLCASE-CONTACT-NOTE
                       end-if
                       move ws-promise-amount-n
                           to COLLCASE-PROMISE-AMOUNT
                       move ws-promise-date to COLLCASE-PROMISE-DATE
                       move ws-edit-today to COLLCASE-PROMISE-TAKEN
                       move 'P' to COLLCASE-PROMISE-STATE
                       move 'P' to COLLCASE-STATUS
                       perform ccol-rewrite-current
                       move 'Promise to pay recorded' to ECOLMSGO
                       move 'ECOL0011' to ws-msg-no
                       perform ccol-catalogue-message
                       move 'SUCCESS' to ws-aud-status
                       perform ccol-write-audit
                       perform ccol-show-case
                   end-if
               end-if end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccol-record-contact section.
       ccol-record-contact-para.
           if COLLCASE-CONTACTS < 999
               add 1 to COLLCASE-CONTACTS
           end-if
           move current-date(1:8) to COLLCASE-LAST-CONTACT
           move ws-auth-userid to COLLCASE-USERID
           exit
           .
      ***--------------------------------------------------------------*
      *** closes the case shown, but only once the master balance is  *
      *** back inside the limit ETPBODR last judged it against        *
      ***--------------------------------------------------------------*
       ccol-close-case section.
       ccol-close-case-para.
           move 'COLLCLOS' to ws-aud-event
           perform ccol-read-current
           if ws-case-was-found
               move COLLCASE-ACCTNO to ACCTMAST-ACCTNO
               exec cics
                   read file(ws-acctmast-fname)
                   into(ACCTMAST-RECORD)
                   ridfld(ACCTMAST-ACCTNO)
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp not = dfhresp(normal)
                   exec cics
                       unlock file(ws-collcase-fname)
                   end-exec
                   move 'Account not on file' to ECOLMSGO
                   move 'ECOL0012' to ws-msg-no
                   perform ccol-catalogue-message
                   move 'BAD ACCOUNT' to ws-aud-status
                   perform ccol-write-audit
                   perform ccol-show-case
               else if ACCTMAST-BALANCE + COLLCASE-ODLIMIT < 0
                   exec cics
                       unlock file(ws-collcase-fname)
                   end-exec
                   move 'Account still outside its limit - case stays'
                       to ECOLMSGO
                   move 'ECOL0013' to ws-msg-no
                   perform ccol-catalogue-message
                   move 'OVER LIMIT' to ws-aud-status
                   perform ccol-write-audit
                   perform ccol-show-case
               else
                   move ACCTMAST-BALANCE to COLLCASE-BALANCE
                   move 'C' to COLLCASE-STATUS
                   move current-date(1:8) to COLLCASE-CLOSED-DATE
                   move ws-auth-userid to COLLCASE-USERID
                   perform ccol-rewrite-current
                   move 'Case closed' to ECOLMSGO
                   move 'ECOL0014' to ws-msg-no
                   perform ccol-catalogue-message
                   move 'SUCCESS' to ws-aud-status
                   perform ccol-write-audit
                   perform ccol-show-next
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** re-reads the case the commarea says is on screen, for       *
      *** update; a closed case is refused                            *
      ***--------------------------------------------------------------*
       ccol-read-current section.
       ccol-read-current-para.
           move 'N' to ws-case-found
           if ws-cur-acctno = spaces or low-values
               move 'No case shown - press ENTER first' to ECOLMSGO
               move 'ECOL0015' to ws-msg-no
               perform ccol-catalogue-message
           else
               move ws-cur-acctno to COLLCASE-ACCTNO
               exec cics
                   read file(ws-collcase-fname)
                   into(COLLCASE-RECORD)
                   ridfld(COLLCASE-ACCTNO)
                   update
                   resp(ws-collcase-resp)
               end-exec
               if ws-collcase-resp not = dfhresp(normal)
                   move 'Collections case not found' to ECOLMSGO
                   move 'ECOL0016' to ws-msg-no
                   perform ccol-catalogue-message
               else if COLLCASE-IS-CLOSED
                   move 'Case is closed' to ECOLMSGO
                   move 'ECOL0017' to ws-msg-no
                   perform ccol-catalogue-message
                   exec cics
                       unlock file(ws-collcase-fname)
                   end-exec
                   perform ccol-show-case
               else
                   move 'Y' to ws-case-found
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an edit failure leaves the case on screen as it stands      *
      ***--------------------------------------------------------------*
       ccol-redisplay-current section.
       ccol-redisplay-current-para.
           if ws-cur-acctno not = spaces and low-values
               move ws-cur-acctno to COLLCASE-ACCTNO
               exec cics
                   read file(ws-collcase-fname)
                   into(COLLCASE-RECORD)
                   ridfld(COLLCASE-ACCTNO)
                   resp(ws-collcase-resp)
               end-exec
               if ws-collcase-resp = dfhresp(normal)
                   perform ccol-show-case
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccol-rewrite-current section.
       ccol-rewrite-current-para.
           exec cics
               rewrite file(ws-collcase-fname)
               from(COLLCASE-RECORD)
               resp(ws-collcase-resp)
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** every action is journalled for audit, same layout as         *
      *** ETPESON's signon audit                                       *
      ***--------------------------------------------------------------*
       ccol-write-audit section.
       ccol-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'ACCT=' ws-cur-acctno ' '
               'UID=' ws-auth-userid ' '
               'TERM=' eibtrmid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('CO') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSECOL'
                   exec cics
                       receive map(ws-map)
                       into(BMSECOLI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-ccol section.
       cics-send-ccol-para.
           move low-values to ECOLACTO.

           move 'BMSECOL' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to ECOLMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSECOLO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       ccol-check-auth section.
       ccol-check-auth-para.
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
                   perform ccol-set-training-files
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
       ccol-catalogue-message section.
       ccol-catalogue-message-para.
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
               move MSGCAT-TEXT to ECOLMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       ccol-refuse-entry section.
       ccol-refuse-entry-para.
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
       ccol-log-unsupkey section.
       ccol-log-unsupkey-para.
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
       ccol-log-privact section.
       ccol-log-privact-para.
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
               move ECOLACTI to PRIVACT-ACTION
               move ECOLACNI to PRIVACT-RECKEY
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
       ccol-capture-timing section.
       ccol-capture-timing-para.
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
                   perform ccol-capture-timing-write
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
       ccol-capture-timing-write section.
       ccol-capture-timing-write-para.
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
      *** points this session's data access at the practice copies    *
      ***--------------------------------------------------------------*
       ccol-set-training-files section.
       ccol-set-training-files-para.
           move 'TRNCCASE' to ws-collcase-fname
           move 'TRNAMAST' to ws-acctmast-fname
           exit
           .
       end-program.
