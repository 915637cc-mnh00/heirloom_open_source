       identification division.

       program-id. ETPEWDN.

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

      * ETPEWDN - withdrawal notices on a notice savings account
      * Key an account and ENTER to list, eight to the screen, the
      * withdrawal notices on WDNOTICE - number, amount, the part
      * already drawn, the day notice was given, the earliest day the
      * money may be drawn and where the notice stands - with the
      * account's notice period; a number with action 'I' shows one
      * notice in full.  'A' records a notice the customer has given:
      * the amount and the day it was given (blank for today); the
      * earliest withdrawal date is that day plus the account's
      * ACCTMAST-NOTICE-DAYS.  'X' cancels a notice nothing has been
      * drawn against.  'E' releases a notice early so ETPBPST pays
      * against it at once: a supervisor only - SECROLE 'S' or 'A' -
      * and never the user who recorded the notice, nor one linked on
      * STAFFLNK to a holder of the account.  The days of notice cut
      * short are kept on the notice and ETPBFEE charges the penalty
      * on its next run.  Every change is journalled to journal1.
      * WDNOTICE is a live file with no practice copy - a training
      * session may look but not change.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEWDN'.

      ***--------------------------------------------------------------*
      *** training mode - WDNOTICE has no practice copy, so a         *
      *** training session inquires on the live notices only, and     *
      *** every screen carries a TRAINING banner                      *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEWDN.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cwdn-check-auth      *
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
      *    the MSGCAT catalogue - see cwdn-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EWDN session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).
           03  ws-aud-seq                    pic x(3).

      ***--------------------------------------------------------------*
      *** the account and the notices given on it                     *
      ***--------------------------------------------------------------*
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       copy WDNOTICE.
       01  ws-wdnotice-resp                  pic s9(8) comp.
       01  ws-more-notices                   pic x(1).
           88  ws-more-notice-recs           value 'Y'.

      *    the notice number keyed on the screen and whether the
      *    browse found it; the highest number on the account, so a
      *    new notice takes the next
       01  ws-want-seq                       pic 9(3).
       01  ws-notice-found                   pic x(1).
           88  ws-notice-was-found           value 'Y'.
       01  ws-max-seq                        pic 9(3).

      *    the amount is keyed as nine digits with two implied
      *    decimals, the way ETPEAMT takes amounts
       01  ws-amount-digits                  pic x(9).
       01  ws-amount-digits-n redefines ws-amount-digits
                                             pic 9(7)v99.
       01  ws-new-amount                     pic 9(7)v99.
       01  ws-amt-disp                       pic zzzzzz9.99.
       01  ws-edits-ok                       pic x(1).
           88  ws-edits-pass                 value 'Y'.

      *    the day notice was given, today, and the earliest day the
      *    money may be drawn, with the day counts between them
       01  ws-given-date                     pic 9(8).
       01  filler redefines ws-given-date.
           03  ws-given-ccyy                 pic 9(4).
           03  ws-given-mm                   pic 9(2).
           03  ws-given-dd                   pic 9(2).
       01  ws-today                          pic 9(8).
       01  ws-earliest-date                  pic 9(8).
       01  ws-date-int                       pic s9(9) comp.
       01  ws-days-short                     pic s9(9) comp.
       01  ws-ntc-disp                       pic zz9.

      *    one screen of the list for L01-L08
       01  ws-page-lines.
           03  ws-page-disp                  pic x(70) occurs 8 times.
       77  ws-page-max                       pic 9(2) comp value 8.
       01  ws-page-count                     pic 9(2) comp.
       01  ws-page-over                      pic x(1).
           88  ws-page-overflowed            value 'Y'.
       01  ws-page-line.
           03  ws-pln-seq                    pic 9(3).
           03  filler                        pic x(1).
           03  ws-pln-amount                 pic zzzzzz9.99.
           03  filler                        pic x(1).
           03  ws-pln-used                   pic zzzzzz9.99.
           03  filler                        pic x(1).
           03  ws-pln-given                  pic 9(8).
           03  filler                        pic x(1).
           03  ws-pln-earliest               pic 9(8).
           03  filler                        pic x(1).
           03  ws-pln-status                 pic x(9).
           03  filler                        pic x(1).
           03  ws-pln-penalty                pic x(14).

      ***--------------------------------------------------------------*
      *** staff-linked accounts - the signed-on user may not release  *
      *** a notice early on an account a customer STAFFLNK ties them  *
      *** to holds - see cwdn-check-staff-link                        *
      ***--------------------------------------------------------------*
       copy STAFFLNK.
       01  ws-stafflnk-resp                  pic s9(8) comp.
       01  ws-stf-xref-resp                  pic s9(8) comp.
       01  ws-stf-acctno                     pic x(10).
       01  ws-stf-custno                     pic x(10).
       01  ws-stf-linked                     pic x(1).
           88  ws-stf-is-linked              value 'Y'.
       01  ws-stf-browse                     pic x(1).
           88  ws-stf-browsing               value 'Y'.
       01  ws-stf-xref-key.
           03  ws-stf-key-acctno             pic x(10).
           03  ws-stf-key-custno             pic x(10).
       01  ws-stf-xref-rec.
           03  ws-stf-xref-acctno            pic x(10).
           03  ws-stf-xref-custno            pic x(10).
           03                                pic x(1).
       01  ws-stf-aud-msg                    pic x(80).

      *    consolidated cross-program training-gap log - see
      *    cwdn-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cwdn-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see cwdn-capture-timing            *
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
           perform cwdn-mainline

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
       cwdn-mainline section.
       cwdn-mainline-para.
           perform cwdn-check-auth
           if not ws-tx-authorized
               perform cwdn-refuse-entry
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
                perform cwdn-log-privact

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

      *            ENTER lists the account's notices or changes them
                   when DFHENTER
                       evaluate true
                           when WDNACNI = low-values or spaces
                               move 'Key an account number and ENTER'
                                   to WDNMSGO
                               move 'EWDN0001' to ws-msg-no
                               perform cwdn-catalogue-message
                           when WDNACTI = 'I' or space or low-value
                               perform cwdn-inquire
                           when WDNACTI = 'A' or 'X' or 'E'
                               perform cwdn-maintain
                           when other
                               move 'Action must be A, X, E or I'
                                   to WDNMSGO
                               move 'EWDN0002' to ws-msg-no
                               perform cwdn-catalogue-message
                       end-evaluate
                       perform cics-send-cwdn

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move spaces to ws-page-lines
                       perform cwdn-show-page
                       move 'Display reset by clear key'
                           to WDNMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cwdn-catalogue-message
                       perform cics-send-cwdn
                   when other
                       move 'Unexpected 3270 attention key'
                           to WDNMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cwdn-catalogue-message
                       perform cwdn-log-unsupkey
                       perform cics-send-cwdn
               end-evaluate
           else
               perform cwdn-capture-timing
               move 'Key an account number and ENTER' to WDNMSGO
               move 'EWDN0001' to ws-msg-no
               perform cwdn-catalogue-message
               perform cics-send-cwdn
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's notices, and one of them in full when its     *
      *** number is keyed                                             *
      ***--------------------------------------------------------------*
       cwdn-inquire section.
       cwdn-inquire-para.
           perform cwdn-read-account
           if ws-acctmast-resp not = dfhresp(normal)
               move 'Account not on the master' to WDNMSGO
               move 'EWDN0003' to ws-msg-no
               perform cwdn-catalogue-message
           else if WDNSEQI = low-values or spaces
               perform cwdn-clear-notice
               move ACCTMAST-NOTICE-DAYS to ws-ntc-disp
               move spaces to WDNMSGO
               string 'Notices shown - ' ws-ntc-disp
                   ' days notice - A records, X cancels, E releases'
                   into WDNMSGO
           else if WDNSEQI not is numeric
               move 'Notice number must be three digits' to WDNMSGO
               move 'EWDN0004' to ws-msg-no
               perform cwdn-catalogue-message
           else
               move WDNSEQI to ws-want-seq
               perform cwdn-read-notice
               if ws-notice-was-found
                   perform cwdn-show-notice
                   move 'Notice shown' to WDNMSGO
                   move 'EWDN0005' to ws-msg-no
                   perform cwdn-catalogue-message
               else
                   move 'No such notice on this account' to WDNMSGO
                   move 'EWDN0006' to ws-msg-no
                   perform cwdn-catalogue-message
               end-if
           end-if end-if end-if
           perform cwdn-list-notices
           if ws-page-overflowed
               move 'More notices than fit - first eight shown'
                   to WDNMSGO
               move 'EWDN0007' to ws-msg-no
               perform cwdn-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a change to the notices: never in training, and only on an  *
      *** account on file                                             *
      ***--------------------------------------------------------------*
       cwdn-maintain section.
       cwdn-maintain-para.
           evaluate WDNACTI
               when 'A'
                   move 'WDNGIVE' to ws-aud-event
               when 'X'
                   move 'WDNCANCL' to ws-aud-event
               when other
                   move 'WDNEARLY' to ws-aud-event
           end-evaluate
           move spaces to ws-aud-seq
           move spaces to ws-aud-status
           perform cwdn-read-account
           if ws-in-training
               move 'Notices cannot be changed in training'
                   to WDNMSGO
               move 'EWDN0008' to ws-msg-no
               perform cwdn-catalogue-message
               move 'TRAINING' to ws-aud-status
           else if ws-acctmast-resp not = dfhresp(normal)
               move 'Account not on the master' to WDNMSGO
               move 'EWDN0003' to ws-msg-no
               perform cwdn-catalogue-message
               move 'NO ACCOUNT' to ws-aud-status
           else
               evaluate WDNACTI
                   when 'A'
                       perform cwdn-give-notice
                   when 'X'
                       perform cwdn-cancel-notice
                   when other
                       perform cwdn-early-release
               end-evaluate
           end-if end-if
           perform cwdn-write-audit
           perform cwdn-list-notices
           exit
           .
      ***--------------------------------------------------------------*
      *** a new notice: only on an open account that needs notice -   *
      *** the next number on the account, and the earliest day the    *
      *** money may be drawn from the account's notice period         *
      ***--------------------------------------------------------------*
       cwdn-give-notice section.
       cwdn-give-notice-para.
           perform cwdn-edit-notice
           if ws-edits-pass
               move 0 to ws-want-seq
               perform cwdn-find-notice
               if ws-max-seq = 999
                   move 'No notice numbers left on this account'
                       to WDNMSGO
                   move 'EWDN0009' to ws-msg-no
                   perform cwdn-catalogue-message
                   move 'FULL' to ws-aud-status
               else
                   compute ws-date-int =
                       function integer-of-date(ws-given-date)
                     + ACCTMAST-NOTICE-DAYS
                   end-compute
                   compute ws-earliest-date =
                       function date-of-integer(ws-date-int)
                   end-compute
                   move spaces to WDNOTICE-RECORD
                   move WDNACNI to WDNOTICE-ACCTNO
                   compute WDNOTICE-SEQ = ws-max-seq + 1
                   end-compute
                   move WDNOTICE-SEQ to ws-aud-seq
                   move ws-new-amount to WDNOTICE-AMOUNT
                   move 0 to WDNOTICE-USED
                   move ws-given-date to WDNOTICE-NOTICE-DATE
                   move ws-earliest-date to WDNOTICE-EARLIEST-DATE
                   move 'O' to WDNOTICE-STATUS
                   move ws-auth-userid to WDNOTICE-GIVEN-BY
                   move 'N' to WDNOTICE-EARLY
                   move 0 to WDNOTICE-EARLY-DATE
                   move spaces to WDNOTICE-EARLY-BY
                   move 0 to WDNOTICE-DAYS-SHORT
                   move space to WDNOTICE-PENALTY-STATUS
                   move 0 to WDNOTICE-PENALTY
                   move 0 to WDNOTICE-CLOSED-DATE
                   exec cics
                       write file('WDNOTICE')
                       from(WDNOTICE-RECORD)
                       ridfld(WDNOTICE-KEY)
                       resp(ws-wdnotice-resp)
                   end-exec
                   if ws-wdnotice-resp = dfhresp(normal)
                       perform cwdn-show-notice
                       move spaces to WDNMSGO
                       string 'Notice ' ws-aud-seq ' recorded - '
                           'may be drawn from ' ws-earliest-date
                           into WDNMSGO
                       move 'SUCCESS' to ws-aud-status
                   else
                       move 'Notice could not be written' to WDNMSGO
                       move 'EWDN0010' to ws-msg-no
                       perform cwdn-catalogue-message
                       move 'WRITE FAIL' to ws-aud-status
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the notice as keyed: an account that takes notice and can   *
      *** still pay out, an amount, and a real day given no later     *
      *** than today - blank for today                                *
      ***--------------------------------------------------------------*
       cwdn-edit-notice section.
       cwdn-edit-notice-para.
           move 'N' to ws-edits-ok
           move 0 to ws-new-amount
           move current-date(1:8) to ws-today
           if WDNGVNI = low-values or spaces
               move ws-today to ws-given-date
           else if WDNGVNI is numeric
               move WDNGVNI to ws-given-date
           else
               move 0 to ws-given-date
           end-if end-if
           if ACCTMAST-IS-CLOSED
               or ACCTMAST-IS-CLOSE-PEND
               or ACCTMAST-IS-CHARGED-OFF
               or ACCTMAST-IS-ESCHEATED
               or ACCTMAST-IS-DECEASED
               move 'Account cannot take a notice' to WDNMSGO
               move 'EWDN0011' to ws-msg-no
               perform cwdn-catalogue-message
               move 'CLOSED' to ws-aud-status
           else if ACCTMAST-NOTICE-DAYS not is numeric
               or ACCTMAST-NOTICE-DAYS = 0
               move 'Account needs no notice to withdraw' to WDNMSGO
               move 'EWDN0012' to ws-msg-no
               perform cwdn-catalogue-message
               move 'NO NOTICE' to ws-aud-status
           else if WDNAMTI not is numeric
               move 'Amount must be nine digits (two decimals)'
                   to WDNMSGO
               move 'EWDN0013' to ws-msg-no
               perform cwdn-catalogue-message
               move 'BAD AMOUNT' to ws-aud-status
           else if WDNAMTI = '000000000'
               move 'Amount must be more than zero' to WDNMSGO
               move 'EWDN0014' to ws-msg-no
               perform cwdn-catalogue-message
               move 'BAD AMOUNT' to ws-aud-status
           else if ws-given-ccyy < 1601
               or ws-given-mm < 1 or ws-given-mm > 12
               or ws-given-dd < 1 or ws-given-dd > 31
               move 'Date given must be YYYYMMDD or blank' to WDNMSGO
               move 'EWDN0015' to ws-msg-no
               perform cwdn-catalogue-message
               move 'BAD DATE' to ws-aud-status
           else if ws-given-date > ws-today
               move 'Date given cannot be in the future' to WDNMSGO
               move 'EWDN0016' to ws-msg-no
               perform cwdn-catalogue-message
               move 'BAD DATE' to ws-aud-status
           else
               move WDNAMTI to ws-amount-digits
               move ws-amount-digits-n to ws-new-amount
               move 'Y' to ws-edits-ok
           end-if end-if end-if end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a notice the customer takes back - only while nothing has   *
      *** been drawn against it                                       *
      ***--------------------------------------------------------------*
       cwdn-cancel-notice section.
       cwdn-cancel-notice-para.
           perform cwdn-read-notice-upd
           if ws-notice-was-found
               if not WDNOTICE-IS-OPEN
                   exec cics
                       unlock file('WDNOTICE')
                   end-exec
                   move 'Notice is no longer open' to WDNMSGO
                   move 'EWDN0017' to ws-msg-no
                   perform cwdn-catalogue-message
                   move 'NOT OPEN' to ws-aud-status
               else if WDNOTICE-USED > 0
                   exec cics
                       unlock file('WDNOTICE')
                   end-exec
                   move 'Money already drawn on this notice'
                       to WDNMSGO
                   move 'EWDN0018' to ws-msg-no
                   perform cwdn-catalogue-message
                   move 'PART USED' to ws-aud-status
               else
                   move 'X' to WDNOTICE-STATUS
                   move current-date(1:8) to WDNOTICE-CLOSED-DATE
      *            released early but never drawn on - nothing was
      *            taken before its time, so no penalty falls due
                   if WDNOTICE-PENALTY-DUE
                       move space to WDNOTICE-PENALTY-STATUS
                   end-if
                   exec cics
                       rewrite file('WDNOTICE')
                       from(WDNOTICE-RECORD)
                       resp(ws-wdnotice-resp)
                   end-exec
                   if ws-wdnotice-resp = dfhresp(normal)
                       perform cwdn-show-notice
                       move spaces to WDNMSGO
                       string 'Notice ' ws-aud-seq ' cancelled'
                           into WDNMSGO
                       move 'SUCCESS' to ws-aud-status
                   else
                       move 'Notice could not be cancelled'
                           to WDNMSGO
                       move 'EWDN0019' to ws-msg-no
                       perform cwdn-catalogue-message
                       move 'REWRITE FAIL' to ws-aud-status
                   end-if
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a supervisor lets the money go before the notice has run:   *
      *** not the user who took the notice, nor one linked to the     *
      *** account's holders.  The days cut short stay on the notice   *
      *** and ETPBFEE charges the penalty for them                    *
      ***--------------------------------------------------------------*
       cwdn-early-release section.
       cwdn-early-release-para.
           move 'N' to ws-notice-found
           move 'N' to ws-stf-linked
           move spaces to ws-stf-custno
           move WDNACNI to ws-stf-acctno
           if ws-auth-role not = 'S' and not = 'A'
               move 'Early release needs a supervisor' to WDNMSGO
               move 'EWDN0020' to ws-msg-no
               perform cwdn-catalogue-message
               move 'NOT SUPER' to ws-aud-status
           else
               perform cwdn-check-staff-link
               if ws-stf-is-linked
                   perform cwdn-staff-refusal
                   move 'STAFF LINK' to ws-aud-status
               else
                   perform cwdn-read-notice-upd
               end-if
           end-if
           if ws-notice-was-found and ws-aud-status = spaces
               move current-date(1:8) to ws-today
               if not WDNOTICE-IS-OPEN
                   exec cics
                       unlock file('WDNOTICE')
                   end-exec
                   move 'Notice is no longer open' to WDNMSGO
                   move 'EWDN0017' to ws-msg-no
                   perform cwdn-catalogue-message
                   move 'NOT OPEN' to ws-aud-status
               else if WDNOTICE-IS-EARLY
                   exec cics
                       unlock file('WDNOTICE')
                   end-exec
                   move 'Notice already released early' to WDNMSGO
                   move 'EWDN0021' to ws-msg-no
                   perform cwdn-catalogue-message
                   move 'ALREADY' to ws-aud-status
               else if WDNOTICE-EARLIEST-DATE <= ws-today
                   exec cics
                       unlock file('WDNOTICE')
                   end-exec
                   move 'Notice has run - nothing to release'
                       to WDNMSGO
                   move 'EWDN0022' to ws-msg-no
                   perform cwdn-catalogue-message
                   move 'MATURED' to ws-aud-status
               else if WDNOTICE-GIVEN-BY = ws-auth-userid
                   exec cics
                       unlock file('WDNOTICE')
                   end-exec
                   move 'Another supervisor must release your notice'
                       to WDNMSGO
                   move 'EWDN0023' to ws-msg-no
                   perform cwdn-catalogue-message
                   move 'SAME USER' to ws-aud-status
               else
                   perform cwdn-release-notice
               end-if end-if end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cwdn-release-notice section.
       cwdn-release-notice-para.
           compute ws-days-short =
               function integer-of-date(WDNOTICE-EARLIEST-DATE)
             - function integer-of-date(ws-today)
           end-compute
           if ws-days-short > 999
               move 999 to ws-days-short
           end-if
           move 'Y' to WDNOTICE-EARLY
           move ws-today to WDNOTICE-EARLY-DATE
           move ws-auth-userid to WDNOTICE-EARLY-BY
           move ws-days-short to WDNOTICE-DAYS-SHORT
           move 'D' to WDNOTICE-PENALTY-STATUS
           move 0 to WDNOTICE-PENALTY
           exec cics
               rewrite file('WDNOTICE')
               from(WDNOTICE-RECORD)
               resp(ws-wdnotice-resp)
           end-exec
           if ws-wdnotice-resp = dfhresp(normal)
               perform cwdn-show-notice
               move WDNOTICE-DAYS-SHORT to ws-ntc-disp
               move spaces to WDNMSGO
               string 'Notice ' ws-aud-seq ' released - penalty for '
                   ws-ntc-disp ' days to be charged'
                   into WDNMSGO
               move 'SUCCESS' to ws-aud-status
           else
               move 'Notice could not be released' to WDNMSGO
               move 'EWDN0024' to ws-msg-no
               perform cwdn-catalogue-message
               move 'REWRITE FAIL' to ws-aud-status
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the notice numbered on the screen, read for inquiry         *
      ***--------------------------------------------------------------*
       cwdn-read-notice section.
       cwdn-read-notice-para.
           move 'N' to ws-notice-found
           move WDNACNI to WDNOTICE-ACCTNO
           move ws-want-seq to WDNOTICE-SEQ
           exec cics
               read file('WDNOTICE')
               into(WDNOTICE-RECORD)
               ridfld(WDNOTICE-KEY)
               resp(ws-wdnotice-resp)
           end-exec
           if ws-wdnotice-resp = dfhresp(normal)
               move 'Y' to ws-notice-found
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the notice numbered on the screen, read for update by a     *
      *** cancel or an early release                                  *
      ***--------------------------------------------------------------*
       cwdn-read-notice-upd section.
       cwdn-read-notice-upd-para.
           move 'N' to ws-notice-found
           if WDNSEQI = low-values or spaces
               or WDNSEQI not is numeric
               move 'Key the three-digit number of the notice'
                   to WDNMSGO
               move 'EWDN0025' to ws-msg-no
               perform cwdn-catalogue-message
               move 'NO NOTICE' to ws-aud-status
           else
               move WDNSEQI to ws-aud-seq
               move WDNACNI to WDNOTICE-ACCTNO
               move WDNSEQI to WDNOTICE-SEQ
               exec cics
                   read file('WDNOTICE')
                   into(WDNOTICE-RECORD)
                   ridfld(WDNOTICE-KEY)
                   update
                   resp(ws-wdnotice-resp)
               end-exec
               if ws-wdnotice-resp = dfhresp(normal)
                   move 'Y' to ws-notice-found
               else
                   move 'No such notice on this account' to WDNMSGO
                   move 'EWDN0006' to ws-msg-no
                   perform cwdn-catalogue-message
                   move 'NOT FOUND' to ws-aud-status
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** browses every notice on the account for the highest number  *
      ***--------------------------------------------------------------*
       cwdn-find-notice section.
       cwdn-find-notice-para.
           move 0 to ws-max-seq
           move WDNACNI to WDNOTICE-ACCTNO
           move 0 to WDNOTICE-SEQ
           exec cics
               startbr file('WDNOTICE')
               ridfld(WDNOTICE-KEY)
               resp(ws-wdnotice-resp)
           end-exec
           if ws-wdnotice-resp = dfhresp(normal)
               move 'Y' to ws-more-notices
               perform cwdn-find-notice-next
                   until not ws-more-notice-recs
               exec cics
                   endbr file('WDNOTICE')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cwdn-find-notice-next section.
       cwdn-find-notice-next-para.
           exec cics
               readnext file('WDNOTICE')
               into(WDNOTICE-RECORD)
               ridfld(WDNOTICE-KEY)
               resp(ws-wdnotice-resp)
           end-exec
           if ws-wdnotice-resp not = dfhresp(normal)
               or WDNOTICE-ACCTNO not = WDNACNI
               move 'N' to ws-more-notices
           else
               if WDNOTICE-SEQ > ws-max-seq
                   move WDNOTICE-SEQ to ws-max-seq
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account keyed, with its status and notice period for    *
      *** the heading                                                 *
      ***--------------------------------------------------------------*
       cwdn-read-account section.
       cwdn-read-account-para.
           move WDNACNI to ACCTMAST-ACCTNO
           exec cics
               read file('ACCTMAST')
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp = dfhresp(normal)
               evaluate true
                   when ACCTMAST-IS-ACTIVE
                       move 'ACTIVE' to WDNSTSO
                   when ACCTMAST-IS-CLOSED
                       move 'CLOSED' to WDNSTSO
                   when ACCTMAST-IS-HOLD
                       move 'HOLD' to WDNSTSO
                   when ACCTMAST-IS-DORMANT
                       move 'DORMANT' to WDNSTSO
                   when ACCTMAST-IS-CLOSE-PEND
                       move 'CLOSING' to WDNSTSO
                   when ACCTMAST-IS-CHARGED-OFF
                       move 'CHGDOFF' to WDNSTSO
                   when ACCTMAST-IS-ESCHEATED
                       move 'ESCHEAT' to WDNSTSO
                   when ACCTMAST-IS-DECEASED
                       move 'DECEASD' to WDNSTSO
                   when other
                       move 'UNKNOWN' to WDNSTSO
               end-evaluate
               if ACCTMAST-NOTICE-DAYS is numeric
                   move ACCTMAST-NOTICE-DAYS to WDNNTCO
               else
                   move '000' to WDNNTCO
               end-if
           else
               move spaces to WDNSTSO
               move spaces to WDNNTCO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cwdn-show-notice section.
       cwdn-show-notice-para.
           move WDNOTICE-SEQ to WDNSEQO
           move WDNOTICE-AMOUNT to ws-amount-digits-n
           move ws-amount-digits to WDNAMTO
           move WDNOTICE-NOTICE-DATE to WDNGVNO
           move WDNOTICE-EARLIEST-DATE to WDNERLO
           exit
           .
      ***--------------------------------------------------------------*
       cwdn-clear-notice section.
       cwdn-clear-notice-para.
           move low-values to WDNSEQO
           move low-values to WDNAMTO
           move low-values to WDNGVNO
           move low-values to WDNERLO
           exit
           .
      ***--------------------------------------------------------------*
      *** every notice on the account, eight to the screen in the     *
      *** order they were given                                       *
      ***--------------------------------------------------------------*
       cwdn-list-notices section.
       cwdn-list-notices-para.
           move spaces to ws-page-lines
           move 0 to ws-page-count
           move 'N' to ws-page-over
           move WDNACNI to WDNOTICE-ACCTNO
           move 0 to WDNOTICE-SEQ
           exec cics
               startbr file('WDNOTICE')
               ridfld(WDNOTICE-KEY)
               resp(ws-wdnotice-resp)
           end-exec
           if ws-wdnotice-resp = dfhresp(normal)
               move 'Y' to ws-more-notices
               perform cwdn-list-notice
                   until not ws-more-notice-recs
               exec cics
                   endbr file('WDNOTICE')
               end-exec
           end-if
           if ws-page-count = 0
               move 'No withdrawal notices on this account'
                   to ws-page-disp(1)
           end-if
           perform cwdn-show-page
           exit
           .
      ***--------------------------------------------------------------*
       cwdn-list-notice section.
       cwdn-list-notice-para.
           exec cics
               readnext file('WDNOTICE')
               into(WDNOTICE-RECORD)
               ridfld(WDNOTICE-KEY)
               resp(ws-wdnotice-resp)
           end-exec
           if ws-wdnotice-resp not = dfhresp(normal)
               or WDNOTICE-ACCTNO not = WDNACNI
               move 'N' to ws-more-notices
           else
               move spaces to ws-page-line
               move WDNOTICE-SEQ to ws-pln-seq
               move WDNOTICE-AMOUNT to ws-pln-amount
               move WDNOTICE-USED to ws-pln-used
               move WDNOTICE-NOTICE-DATE to ws-pln-given
               move WDNOTICE-EARLIEST-DATE to ws-pln-earliest
               evaluate true
                   when WDNOTICE-IS-OPEN and WDNOTICE-IS-EARLY
                       move 'RELEASED' to ws-pln-status
                   when WDNOTICE-IS-OPEN
                       move 'OPEN' to ws-pln-status
                   when WDNOTICE-IS-USED
                       move 'USED' to ws-pln-status
                   when WDNOTICE-IS-LAPSED
                       move 'LAPSED' to ws-pln-status
                   when WDNOTICE-IS-CANCELLED
                       move 'CANCELLED' to ws-pln-status
                   when other
                       move 'UNKNOWN' to ws-pln-status
               end-evaluate
               if WDNOTICE-PENALTY-DUE
                   move 'PENALTY DUE' to ws-pln-penalty
               else if WDNOTICE-PENALTY-CHARGED
                   move 'PENALTY CHGD' to ws-pln-penalty
               end-if end-if
               if ws-page-count < ws-page-max
                   add 1 to ws-page-count
                   move ws-page-line to ws-page-disp(ws-page-count)
               else
                   move 'Y' to ws-page-over
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cwdn-show-page section.
       cwdn-show-page-para.
           move ws-page-disp(1) to WDNL01O
           move ws-page-disp(2) to WDNL02O
           move ws-page-disp(3) to WDNL03O
           move ws-page-disp(4) to WDNL04O
           move ws-page-disp(5) to WDNL05O
           move ws-page-disp(6) to WDNL06O
           move ws-page-disp(7) to WDNL07O
           move ws-page-disp(8) to WDNL08O
           exit
           .
      ***--------------------------------------------------------------*
      *** every change is journalled for audit, same layout as        *
      *** ETPESON's signon audit                                       *
      ***--------------------------------------------------------------*
       cwdn-write-audit section.
       cwdn-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'ACCT=' WDNACNI ' '
               'NOTICE=' ws-aud-seq ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('WN') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** is the signed-on user tied by STAFFLNK to the customer in    *
      *** ws-stf-custno, or to the account in ws-stf-acctno through    *
      *** any of its ACCTXREF holders?  Only ever sets the switch, so  *
      *** a caller clears it once and checks everything it acts on     *
      ***--------------------------------------------------------------*
       cwdn-check-staff-link section.
       cwdn-check-staff-link-para.
           if not ws-stf-is-linked and ws-auth-userid not = spaces
               if ws-stf-custno not = low-values and spaces
                   perform cwdn-staff-link-read
               end-if
               if not ws-stf-is-linked
                   and ws-stf-acctno not = low-values and spaces
                   move ws-stf-acctno to ws-stf-key-acctno
                   move low-values to ws-stf-key-custno
                   exec cics
                       startbr file('ACCTXREF')
                       ridfld(ws-stf-xref-key)
                       resp(ws-stf-xref-resp)
                   end-exec
                   if ws-stf-xref-resp = dfhresp(normal)
                       move 'Y' to ws-stf-browse
                       perform cwdn-staff-link-next
                           until not ws-stf-browsing
                       exec cics
                           endbr file('ACCTXREF')
                       end-exec
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cwdn-staff-link-next section.
       cwdn-staff-link-next-para.
           exec cics
               readnext file('ACCTXREF')
               into(ws-stf-xref-rec)
               ridfld(ws-stf-xref-key)
               resp(ws-stf-xref-resp)
           end-exec
           if ws-stf-xref-resp not = dfhresp(normal)
               or ws-stf-xref-acctno not = ws-stf-acctno
               move 'N' to ws-stf-browse
           else
               move ws-stf-xref-custno to ws-stf-custno
               perform cwdn-staff-link-read
               if ws-stf-is-linked
                   move 'N' to ws-stf-browse
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cwdn-staff-link-read section.
       cwdn-staff-link-read-para.
           move ws-auth-userid to STAFFLNK-USERID
           move ws-stf-custno to STAFFLNK-CUSTNO
           exec cics
               read file('STAFFLNK')
               into(STAFFLNK-RECORD)
               ridfld(STAFFLNK-KEY)
               resp(ws-stafflnk-resp)
           end-exec
           if ws-stafflnk-resp = dfhresp(normal)
               move 'Y' to ws-stf-linked
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the refusal goes on the message line and to journal1, so     *
      *** compliance sees every attempt on a staff-linked account      *
      ***--------------------------------------------------------------*
       cwdn-staff-refusal section.
       cwdn-staff-refusal-para.
           move 'Refused - your own or a related customer'
               to WDNMSGO
           move 'ETP00003' to ws-msg-no
           perform cwdn-catalogue-message
           move spaces to ws-stf-aud-msg
           string 'STAFFLNK '
               'UID=' ws-auth-userid ' '
               'TRAN=' eibtrnid ' '
               'ACCT=' ws-stf-acctno ' '
               'CUST=' ws-stf-custno
               delimited by size
               into ws-stf-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-stf-aud-msg) flength(80)
               jtypeid('SF') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEWDN'
                   exec cics
                       receive map(ws-map)
                       into(BMSEWDNI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cwdn section.
       cics-send-cwdn-para.
           move low-values to WDNACTO.

           move 'BMSEWDN' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to WDNMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEWDNO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cwdn-check-auth section.
       cwdn-check-auth-para.
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
       cwdn-catalogue-message section.
       cwdn-catalogue-message-para.
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
               move MSGCAT-TEXT to WDNMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cwdn-refuse-entry section.
       cwdn-refuse-entry-para.
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
      *** bumps this transaction's count in the consolidated          *
      *** unsupported-attention-key training-gap log                  *
      ***--------------------------------------------------------------*
       cwdn-log-unsupkey section.
       cwdn-log-unsupkey-para.
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
       cwdn-log-privact section.
       cwdn-log-privact-para.
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
               move WDNACTI to PRIVACT-ACTION
               move WDNACNI to PRIVACT-RECKEY
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
       cwdn-capture-timing section.
       cwdn-capture-timing-para.
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
                   perform cwdn-capture-timing-write
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
       cwdn-capture-timing-write section.
       cwdn-capture-timing-write-para.
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
