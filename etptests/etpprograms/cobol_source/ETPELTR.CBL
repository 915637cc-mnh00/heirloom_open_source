       identification division.

       program-id. ETPELTR.

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


      * ETPELTR - customer correspondence history
      * Key a customer number and ENTER to list every letter queued
      * for the customer on LTRQUE, eight to a page, oldest first -
      * the date asked for, letter type, account, the program that
      * asked, and whether ETPBLTR has printed it, suppressed it (and
      * why) or still holds it queued; ENTER again pages on, wrapping
      * at the end.  The customer's name and returned-mail standing
      * head the list.  Action 'R', with a note, flags the customer's
      * mail as returned on RTNMAIL so the print run holds back every
      * letter; 'C' clears the flag once a good address is on file.
      * Either is journalled to journal1.  LTRQUE and RTNMAIL are
      * live files with no practice copy - a training session may
      * look but not flag.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPELTR'.

      ***--------------------------------------------------------------*
      *** training mode - LTRQUE and RTNMAIL have no practice copy,   *
      *** so a training session browses the live history read-only,  *
      *** and every screen carries a TRAINING banner                  *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSELTR.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cltr-check-auth      *
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
      *    the MSGCAT catalogue - see cltr-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ELTR session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the customer, the letters queued for them and the returned- *
      *** mail flag                                                    *
      ***--------------------------------------------------------------*
       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.
       copy LTRQUE.
       01  ws-ltrque-resp                    pic s9(8) comp.
       copy RTNMAIL.
       01  ws-rtnmail-resp                   pic s9(8) comp.
       01  ws-ltr-status-text                pic x(9).
       01  ws-ltr-reason-text                pic x(8).

      *    one page of the list for L01-L08
       01  ws-page-lines.
           03  ws-page-disp                  pic x(70) occurs 8 times.
       77  ws-page-max                       pic 9(2) comp value 8.
       01  ws-page-count                     pic 9(2) comp.
       01  ws-page-line                      pic x(70).
       01  ws-page-wrapped                   pic x(1).
           88  ws-page-has-wrapped           value 'Y'.
       01  ws-more-ltrs                      pic x(1).
           88  ws-more-ltr-recs              value 'Y'.

      *    consolidated cross-program training-gap log - see
      *    cltr-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cltr-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-mode                       pic x(1).
               88  ws-mode-empty             value 'E'.
               88  ws-mode-customer          value 'C'.
      *    the customer listed, the key the page on screen started
      *    from and the last key on it
           03  ws-cur-cust                   pic x(10).
           03  ws-list-key                   pic x(26).
           03  ws-last-key                   pic x(26).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see cltr-capture-timing            *
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
           perform cltr-mainline

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
       cltr-mainline section.
       cltr-mainline-para.
           perform cltr-check-auth
           if not ws-tx-authorized
               perform cltr-refuse-entry
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
                perform cltr-log-privact

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

      *            ENTER flags or clears returned mail, lists a newly
      *            keyed customer, or pages the customer's letters on
                   when DFHENTER
                       evaluate true
                           when ELTRACTI = 'R' or 'C'
                               perform cltr-set-mail-flag
                           when ELTRACTI not = low-values
                               and ELTRACTI not = spaces
                               move 'Action must be R or C'
                                   to ELTRMSGO
                               move 'ELTR0001' to ws-msg-no
                               perform cltr-catalogue-message
                               perform cltr-redisplay
                           when ELTRCNOI not = low-values
                               and ELTRCNOI not = spaces
                               and ELTRCNOI not = ws-cur-cust
                               move ELTRCNOI to ws-cur-cust
                               perform cltr-first-page
                           when ws-mode-customer
                               move ws-last-key to ws-list-key
                               perform cltr-show-customer
                           when other
                               perform cltr-show-empty
                       end-evaluate
                       perform cics-send-cltr

      *            CLEAR key empties the screen for a new customer
                   when DFHCLEAR
      *            *> Clear Key
                       perform cltr-show-empty
                       move 'Display reset by clear key'
                           to ELTRMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cltr-catalogue-message
                       perform cics-send-cltr
                   when other
                       move 'Unexpected 3270 attention key'
                           to ELTRMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cltr-catalogue-message
                       perform cltr-log-unsupkey
                       perform cics-send-cltr
               end-evaluate
           else
               perform cltr-capture-timing
               perform cltr-show-empty
               perform cics-send-cltr
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cltr-show-empty section.
       cltr-show-empty-para.
           move 'E' to ws-mode
           move spaces to ws-cur-cust
           move spaces to ws-page-lines
           perform cltr-show-page
           move spaces to ELTRCNOO
           move spaces to ELTRNAMO
           move spaces to ELTRRMLO
           move spaces to ELTRNOTO
           move 'Key a customer number and press ENTER' to ELTRMSGO
           move 'ELTR0002' to ws-msg-no
           perform cltr-catalogue-message
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's letters from the first one on                *
      ***--------------------------------------------------------------*
       cltr-first-page section.
       cltr-first-page-para.
           move low-values to ws-list-key
           move ws-cur-cust to ws-list-key(1:10)
           perform cltr-show-customer
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's name and returned-mail standing, then one    *
      *** page of letters from the list key on; an empty page past    *
      *** the last letter wraps back to the first                      *
      ***--------------------------------------------------------------*
       cltr-show-customer section.
       cltr-show-customer-para.
           move ws-cur-cust to CUSTMAST-CUSTNO
           exec cics
               read file('CUSTMAST')
               into(CUSTMAST-RECORD)
               ridfld(CUSTMAST-CUSTNO)
               resp(ws-custmast-resp)
           end-exec
           if ws-custmast-resp not = dfhresp(normal)
               perform cltr-show-empty
               move 'Customer not on Customer Master' to ELTRMSGO
               move 'ELTR0003' to ws-msg-no
               perform cltr-catalogue-message
           else
               move 'C' to ws-mode
               move ws-cur-cust to ELTRCNOO
               move CUSTMAST-NAME to ELTRNAMO
               perform cltr-show-mail-flag
               move 'N' to ws-page-wrapped
               perform cltr-load-page
               if ws-page-count = 0
                   and ws-list-key(11:16) not = low-values
                   move low-values to ws-list-key
                   move ws-cur-cust to ws-list-key(1:10)
                   move 'Y' to ws-page-wrapped
                   perform cltr-load-page
               end-if
               perform cltr-show-page
               evaluate true
                   when ws-page-count = 0
                       move 'No letters on record for this customer'
                           to ELTRMSGO
                       move 'ELTR0004' to ws-msg-no
                       perform cltr-catalogue-message
                   when ws-page-has-wrapped
                       move 'Back to the first page of letters'
                           to ELTRMSGO
                       move 'ELTR0005' to ws-msg-no
                       perform cltr-catalogue-message
                   when other
                       move 'ENTER next page, R flags mail returned'
                           to ELTRMSGO
                       move 'ELTR0006' to ws-msg-no
                       perform cltr-catalogue-message
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cltr-show-mail-flag section.
       cltr-show-mail-flag-para.
           move ws-cur-cust to RTNMAIL-CUSTNO
           exec cics
               read file('RTNMAIL')
               into(RTNMAIL-RECORD)
               ridfld(RTNMAIL-CUSTNO)
               resp(ws-rtnmail-resp)
           end-exec
           if ws-rtnmail-resp = dfhresp(normal)
               and RTNMAIL-IS-RETURNED
               move 'RETURNED' to ELTRRMLO
           else
               move 'OK' to ELTRRMLO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cltr-load-page section.
       cltr-load-page-para.
           move spaces to ws-page-lines
           move 0 to ws-page-count
           move ws-list-key to ws-last-key
           move ws-list-key to LTRQUE-KEY
           exec cics
               startbr file('LTRQUE')
               ridfld(LTRQUE-KEY)
               resp(ws-ltrque-resp)
           end-exec
           if ws-ltrque-resp = dfhresp(normal)
               move 'Y' to ws-more-ltrs
               perform cltr-load-page-next
                   until ws-page-count not < ws-page-max
                      or not ws-more-ltr-recs
               exec cics
                   endbr file('LTRQUE')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the page's start key is itself the last letter of the page  *
      *** before, so it is passed over                                *
      ***--------------------------------------------------------------*
       cltr-load-page-next section.
       cltr-load-page-next-para.
           exec cics
               readnext file('LTRQUE')
               into(LTRQUE-RECORD)
               ridfld(LTRQUE-KEY)
               resp(ws-ltrque-resp)
           end-exec
           if ws-ltrque-resp not = dfhresp(normal)
               or LTRQUE-CUSTNO not = ws-cur-cust
               move 'N' to ws-more-ltrs
           else if LTRQUE-KEY not = ws-list-key
               add 1 to ws-page-count
               move LTRQUE-KEY to ws-last-key
               evaluate true
                   when LTRQUE-IS-QUEUED
                       move 'QUEUED' to ws-ltr-status-text
                   when LTRQUE-IS-PRINTED
                       move 'PRINTED' to ws-ltr-status-text
                   when LTRQUE-IS-SUPPRESSED
                       move 'SUPPRESSD' to ws-ltr-status-text
                   when other
                       move LTRQUE-STATUS to ws-ltr-status-text
               end-evaluate
               evaluate true
                   when LTRQUE-CUST-CLOSED
                       move 'CLOSED' to ws-ltr-reason-text
                   when LTRQUE-MAIL-RETURNED
                       move 'RETURNED' to ws-ltr-reason-text
                   when LTRQUE-NO-CUSTOMER
                       move 'NO CUST' to ws-ltr-reason-text
                   when other
                       move spaces to ws-ltr-reason-text
               end-evaluate
               move spaces to ws-page-line
               string LTRQUE-REQ-DATE ' ' LTRQUE-TYPE ' '
                   LTRQUE-ACCTNO ' ' LTRQUE-SOURCE ' '
                   ws-ltr-status-text ' ' LTRQUE-DONE-DATE ' '
                   ws-ltr-reason-text
                   delimited by size
                   into ws-page-line
               move ws-page-line to ws-page-disp(ws-page-count)
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       cltr-show-page section.
       cltr-show-page-para.
           move ws-page-disp(1) to ELTRL01O
           move ws-page-disp(2) to ELTRL02O
           move ws-page-disp(3) to ELTRL03O
           move ws-page-disp(4) to ELTRL04O
           move ws-page-disp(5) to ELTRL05O
           move ws-page-disp(6) to ELTRL06O
           move ws-page-disp(7) to ELTRL07O
           move ws-page-disp(8) to ELTRL08O
           exit
           .
      ***--------------------------------------------------------------*
      *** an edit failure leaves the same page on screen              *
      ***--------------------------------------------------------------*
       cltr-redisplay section.
       cltr-redisplay-para.
           move ELTRMSGO to m-err
           if ws-mode-customer
               perform cltr-show-customer
           else
               perform cltr-show-empty
           end-if
           move m-err to ELTRMSGO
           exit
           .
      ***--------------------------------------------------------------*
      *** flags the customer's mail returned ('R', with a note saying *
      *** how it came back) or clears the flag ('C'); a practice      *
      *** session may not touch the live flag                          *
      ***--------------------------------------------------------------*
       cltr-set-mail-flag section.
       cltr-set-mail-flag-para.
           if ELTRACTI = 'R'
               move 'MAILRTN' to ws-aud-event
           else
               move 'MAILOK' to ws-aud-event
           end-if
           if not ws-mode-customer
               move 'List a customer first' to ELTRMSGO
               move 'ELTR0007' to ws-msg-no
               perform cltr-catalogue-message
               perform cltr-redisplay
           else if ELTRCNOI not = low-values
               and ELTRCNOI not = spaces
               and ELTRCNOI not = ws-cur-cust
               move 'Customer changed - ENTER to list it first'
                   to ELTRMSGO
               move 'ELTR0008' to ws-msg-no
               perform cltr-catalogue-message
               perform cltr-redisplay
           else if ws-in-training
               move 'Mail flags are not available in training'
                   to ELTRMSGO
               move 'ELTR0009' to ws-msg-no
               perform cltr-catalogue-message
               perform cltr-redisplay
           else if ELTRACTI = 'R'
               and (ELTRNOTI = low-values or spaces)
               move 'Key a note saying how the mail came back'
                   to ELTRMSGO
               move 'ELTR0010' to ws-msg-no
               perform cltr-catalogue-message
               perform cltr-redisplay
           else
               move ws-cur-cust to RTNMAIL-CUSTNO
               exec cics
                   read file('RTNMAIL')
                   into(RTNMAIL-RECORD)
                   ridfld(RTNMAIL-CUSTNO)
                   update
                   resp(ws-rtnmail-resp)
               end-exec
               if ELTRACTI = 'R'
                   perform cltr-flag-returned
               else
                   perform cltr-clear-returned
               end-if
               perform cltr-write-audit
               perform cltr-redisplay
           end-if end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       cltr-flag-returned section.
       cltr-flag-returned-para.
           if ws-rtnmail-resp = dfhresp(normal)
               and RTNMAIL-IS-RETURNED
               exec cics
                   unlock file('RTNMAIL')
               end-exec
               move 'ALREADY' to ws-aud-status
               move 'Mail is already flagged returned' to ELTRMSGO
               move 'ELTR0011' to ws-msg-no
               perform cltr-catalogue-message
           else
               move ws-cur-cust to RTNMAIL-CUSTNO
               move 'R' to RTNMAIL-STATUS
               move current-date(1:8) to RTNMAIL-FLAG-DATE
               move ws-auth-userid to RTNMAIL-FLAG-USERID
               move ELTRNOTI to RTNMAIL-NOTE
               move 0 to RTNMAIL-CLEAR-DATE
               move spaces to RTNMAIL-CLEAR-USERID
               if ws-rtnmail-resp = dfhresp(normal)
                   exec cics
                       rewrite file('RTNMAIL')
                       from(RTNMAIL-RECORD)
                       resp(ws-rtnmail-resp)
                   end-exec
               else
                   exec cics
                       write file('RTNMAIL')
                       from(RTNMAIL-RECORD)
                       ridfld(RTNMAIL-CUSTNO)
                       resp(ws-rtnmail-resp)
                   end-exec
               end-if
               if ws-rtnmail-resp = dfhresp(normal)
                   move 'SUCCESS' to ws-aud-status
                   move 'Mail flagged returned - letters held back'
                       to ELTRMSGO
                   move 'ELTR0012' to ws-msg-no
                   perform cltr-catalogue-message
               else
                   move 'WRITE FAIL' to ws-aud-status
                   move 'Returned-mail flag could not be set'
                       to ELTRMSGO
                   move 'ELTR0013' to ws-msg-no
                   perform cltr-catalogue-message
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cltr-clear-returned section.
       cltr-clear-returned-para.
           if ws-rtnmail-resp not = dfhresp(normal)
               move 'NOT FLAGGED' to ws-aud-status
               move 'Mail is not flagged returned' to ELTRMSGO
               move 'ELTR0014' to ws-msg-no
               perform cltr-catalogue-message
           else if not RTNMAIL-IS-RETURNED
               exec cics
                   unlock file('RTNMAIL')
               end-exec
               move 'NOT FLAGGED' to ws-aud-status
               move 'Mail is not flagged returned' to ELTRMSGO
               move 'ELTR0014' to ws-msg-no
               perform cltr-catalogue-message
           else
               move 'C' to RTNMAIL-STATUS
               move current-date(1:8) to RTNMAIL-CLEAR-DATE
               move ws-auth-userid to RTNMAIL-CLEAR-USERID
               exec cics
                   rewrite file('RTNMAIL')
                   from(RTNMAIL-RECORD)
                   resp(ws-rtnmail-resp)
               end-exec
               if ws-rtnmail-resp = dfhresp(normal)
                   move 'SUCCESS' to ws-aud-status
                   move 'Returned-mail flag cleared' to ELTRMSGO
                   move 'ELTR0015' to ws-msg-no
                   perform cltr-catalogue-message
               else
                   move 'REWRITE FAIL' to ws-aud-status
                   move 'Returned-mail flag could not be cleared'
                       to ELTRMSGO
                   move 'ELTR0016' to ws-msg-no
                   perform cltr-catalogue-message
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every flag change is journalled for audit, same layout as   *
      *** ETPESON's signon audit                                       *
      ***--------------------------------------------------------------*
       cltr-write-audit section.
       cltr-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'CUST=' ws-cur-cust ' '
               'UID=' ws-auth-userid ' '
               'TERM=' eibtrmid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('LT') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSELTR'
                   exec cics
                       receive map(ws-map)
                       into(BMSELTRI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cltr section.
       cics-send-cltr-para.
           move low-values to ELTRNOTO.
           move low-values to ELTRACTO.

           move 'BMSELTR' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to ELTRMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSELTRO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cltr-check-auth section.
       cltr-check-auth-para.
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
       cltr-catalogue-message section.
       cltr-catalogue-message-para.
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
               move MSGCAT-TEXT to ELTRMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cltr-refuse-entry section.
       cltr-refuse-entry-para.
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
       cltr-log-unsupkey section.
       cltr-log-unsupkey-para.
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
       cltr-log-privact section.
       cltr-log-privact-para.
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
               move ELTRACTI to PRIVACT-ACTION
               move ELTRCNOI to PRIVACT-RECKEY
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
       cltr-capture-timing section.
       cltr-capture-timing-para.
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
                   perform cltr-capture-timing-write
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
       cltr-capture-timing-write section.
       cltr-capture-timing-write-para.
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
