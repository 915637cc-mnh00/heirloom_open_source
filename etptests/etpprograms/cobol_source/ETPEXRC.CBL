       identification division.

       program-id. ETPEXRC.

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

      * ETPEXRC - inter-region settlement position exchange
      * Key a companion region's SYSID (and a business date, today
      * when left blank) and press ENTER: the credits that region
      * captured from this one on that date are pulled over the
      * ETPELPL/ETPETRN link, one 'XPOS' request at a time, onto
      * this region's XREGPOS register as its side of the position,
      * ready for the ETPBXRC reconciliation to match against what
      * this region sent.  The screen then shows both positions for
      * the date - sent, received, in flight on PENDREQ and applied
      * by the companion.  A row already pulled is left as it is,
      * so ENTER may be pressed again after a link failure.  The
      * pull is journalled to journal1.  XREGPOS is a live file with
      * no practice copy - a training session may look but not pull.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEXRC'.

      ***--------------------------------------------------------------*
      *** training mode - XREGPOS has no practice copy, so a training *
      *** session sees the positions already held but pulls nothing,  *
      *** and every screen carries a TRAINING banner                  *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEXRC.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cxrc-check-auth      *
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
      *    the MSGCAT catalogue - see cxrc-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EXRC session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the companion region, the link request the pull is made     *
      *** with, and the settlement register it lands on               *
      ***--------------------------------------------------------------*
       copy SYSIDTBL.
       01  ws-sysidtbl-resp                  pic s9(8) comp.
       copy LNKRQST.
       01  ws-link-resp                      pic s9(8) comp.
       01  ws-lnk-length                     pic s9(4) comp.
       copy XREGPOS.
       01  ws-xregpos-resp                   pic s9(8) comp.
       copy PENDREQ.
       01  ws-pendreq-resp                   pic s9(8) comp.
       01  ws-own-sysid                      pic x(4).
       01  ws-partner-sysid                  pic x(4).
       01  ws-pos-date                       pic 9(8).
       01  ws-pull-after                     pic x(12).
       01  ws-pull-done                      pic x(1).
           88  ws-pull-is-done               value 'Y'.
       01  ws-pull-failed                    pic x(1).
           88  ws-pull-has-failed            value 'Y'.
       77  ws-pull-max                       pic 9(5) comp value 500.
       01  ws-pull-count                     pic 9(5) comp.
       01  ws-pull-new                       pic 9(5) comp.
       01  ws-more-rows                      pic x(1).
           88  ws-more-row-recs              value 'Y'.

      *    the two positions for the date, as shown
       01  ws-pos-totals.
           03  ws-pos-sent-count             pic 9(5) comp.
           03  ws-pos-sent-amount            pic 9(9)v99.
           03  ws-pos-recd-count             pic 9(5) comp.
           03  ws-pos-recd-amount            pic 9(9)v99.
           03  ws-pos-flight-count           pic 9(5) comp.
           03  ws-pos-flight-amount          pic 9(9)v99.
           03  ws-pos-ptnr-count             pic 9(5) comp.
           03  ws-pos-ptnr-amount            pic 9(9)v99.
       01  ws-count-display                  pic zzzz9.
       01  ws-amount-display                 pic zzzzzzzz9.99.

      *    consolidated cross-program training-gap log - see
      *    cxrc-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cxrc-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).

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
           perform cxrc-mainline

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
       cxrc-mainline section.
       cxrc-mainline-para.
           perform cxrc-check-auth
           if not ws-tx-authorized
               perform cxrc-refuse-entry
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
                perform cxrc-log-privact

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
                       perform cxrc-exchange
                       perform cics-send-cxrc

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to XRCMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cxrc-catalogue-message
                       perform cics-send-cxrc
                   when other
                       move 'Unexpected 3270 attention key'
                           to XRCMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cxrc-catalogue-message
                       perform cxrc-log-unsupkey
                       perform cics-send-cxrc
               end-evaluate
           else
               perform cics-send-cxrc
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the companion and date are proved, the companion's side is  *
      *** pulled (outside training), and both positions are shown     *
      ***--------------------------------------------------------------*
       cxrc-exchange section.
       cxrc-exchange-para.
           if XRCSIDI = low-values or spaces
               move 'Must supply the companion SYSID' to XRCMSGO
               move 'EXRC0001' to ws-msg-no
               perform cxrc-catalogue-message
           else
               move XRCSIDI to SYSIDTBL-SYSID
               exec cics
                   read file('SYSIDTBL')
                   into(SYSIDTBL-RECORD)
                   ridfld(SYSIDTBL-SYSID)
                   resp(ws-sysidtbl-resp)
               end-exec
               if ws-sysidtbl-resp not = dfhresp(normal)
                   move 'SYSID is not in the routing table' to XRCMSGO
                   move 'EXRC0002' to ws-msg-no
                   perform cxrc-catalogue-message
               else
               if XRCDATI not = low-values and spaces
                   and XRCDATI not is numeric
                   move 'Date must be eight digits, CCYYMMDD'
                       to XRCMSGO
                   move 'EXRC0003' to ws-msg-no
                   perform cxrc-catalogue-message
               else
                   move XRCSIDI to ws-partner-sysid
                   if XRCDATI = low-values or spaces
                       move current-date(1:8) to ws-pos-date
                   else
                       move XRCDATI to ws-pos-date
                   end-if
                   move ws-pos-date to XRCDATO
                   move 0 to ws-pull-new
                   if ws-in-training
                       move 'Pulling is not available in training'
                           to XRCMSGO
                       move 'EXRC0004' to ws-msg-no
                       perform cxrc-catalogue-message
                   else
                   if SYSIDTBL-IS-DISABLED
                       move 'SYSID is disabled - position not pulled'
                           to XRCMSGO
                       move 'EXRC0005' to ws-msg-no
                       perform cxrc-catalogue-message
                   else
                       perform cxrc-pull-position
                   end-if
                   end-if
                   move ws-pull-new to ws-count-display
                   move ws-count-display to XRCPULO
                   perform cxrc-show-position
               end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one 'XPOS' request after another, each naming the last      *
      *** trace id received, until the companion has no more rows,    *
      *** the link fails or the per-screen limit is reached           *
      ***--------------------------------------------------------------*
       cxrc-pull-position section.
       cxrc-pull-position-para.
           exec cics
               assign sysid(ws-own-sysid)
           end-exec
           move spaces to ws-pull-after
           move 'N' to ws-pull-done
           move 'N' to ws-pull-failed
           move 0 to ws-pull-count
           perform cxrc-pull-one
               until ws-pull-is-done
           move ws-pull-new to ws-count-display
           move spaces to XRCMSGO
           evaluate true
               when ws-pull-has-failed
                   string 'Companion did not answer - '
                       ws-count-display ' new rows pulled'
                       into XRCMSGO
                   move 'LINKFAIL' to ws-aud-status
               when ws-pull-count >= ws-pull-max
                   string ws-count-display ' new rows pulled - '
                       'press ENTER for more'
                       into XRCMSGO
                   move 'PARTIAL' to ws-aud-status
               when other
                   string 'Position exchanged - ' ws-count-display
                       ' new rows pulled'
                       into XRCMSGO
                   move 'PULLED' to ws-aud-status
           end-evaluate
           move 'XRCPULL ' to ws-aud-event
           perform cxrc-write-audit
           exit
           .
      ***--------------------------------------------------------------*
       cxrc-pull-one section.
       cxrc-pull-one-para.
           move spaces to LNKRQST-AREA
           move 'XPOS' to LNKRQST-FUNCTION
           move ws-pos-date to LNKRQST-XPOS-DATE
           move ws-pull-after to LNKRQST-RQ-XREG-TRACE-ID
           move ws-own-sysid to LNKRQST-RQ-XREG-ORIGIN
           move length of LNKRQST-AREA to ws-lnk-length
           exec cics link
               transid('ETRN')
               sysid(ws-partner-sysid)
               commarea(LNKRQST-AREA)
               length(ws-lnk-length)
               resp(ws-link-resp)
           end-exec
           if ws-link-resp not = dfhresp(normal)
               move 'Y' to ws-pull-failed
               move 'Y' to ws-pull-done
           else
           if not LNKRQST-REPLY-OK
               move 'Y' to ws-pull-done
           else
               add 1 to ws-pull-count
               move LNKRQST-XPOS-TRACE-ID to ws-pull-after
               perform cxrc-store-row
               if ws-pull-count >= ws-pull-max
                   move 'Y' to ws-pull-done
               end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the companion's row lands as a 'P' row under its SYSID; one *
      *** already held keeps its match and settlement marks           *
      ***--------------------------------------------------------------*
       cxrc-store-row section.
       cxrc-store-row-para.
           move ws-partner-sysid to XREGPOS-SYSID
           move 'P' to XREGPOS-DIRECTION
           move LNKRQST-XPOS-TRACE-ID to XREGPOS-TRACE-ID
           move LNKRQST-XPOS-DATE to XREGPOS-DATE
           move current-date(9:6) to XREGPOS-TIME
           move LNKRQST-ACCTNO to XREGPOS-ACCTNO
           move LNKRQST-REPLY-BALANCE to XREGPOS-AMOUNT
           move 'A' to XREGPOS-STATUS
           move 0 to XREGPOS-PEND-SEQ
           move space to XREGPOS-MATCH
           move 0 to XREGPOS-SETTLED-DATE
           exec cics
               write file('XREGPOS')
               from(XREGPOS-RECORD)
               ridfld(XREGPOS-KEY)
               resp(ws-xregpos-resp)
           end-exec
           if ws-xregpos-resp = dfhresp(normal)
               add 1 to ws-pull-new
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** both positions for the date off this region's register -    *
      *** the companion's rows sort first ('P'), then what this       *
      *** region received ('R'), then what it sent ('S')              *
      ***--------------------------------------------------------------*
       cxrc-show-position section.
       cxrc-show-position-para.
           initialize ws-pos-totals
           move spaces to XRCSNTO XRCRCVO XRCFLTO XRCPTNO
           move ws-partner-sysid to XREGPOS-SYSID
           move low-values to XREGPOS-DIRECTION
           move low-values to XREGPOS-TRACE-ID
           exec cics
               startbr file('XREGPOS')
               ridfld(XREGPOS-KEY)
               gteq
               resp(ws-xregpos-resp)
           end-exec
           if ws-xregpos-resp = dfhresp(normal)
               move 'Y' to ws-more-rows
               perform cxrc-tally-row
                   until not ws-more-row-recs
               exec cics
                   endbr file('XREGPOS')
               end-exec
           end-if
           move ws-pos-sent-count to ws-count-display
           move ws-pos-sent-amount to ws-amount-display
           string 'Sent      ' ws-count-display '  ' ws-amount-display
               into XRCSNTO
           move ws-pos-recd-count to ws-count-display
           move ws-pos-recd-amount to ws-amount-display
           string 'Received  ' ws-count-display '  ' ws-amount-display
               into XRCRCVO
           move ws-pos-flight-count to ws-count-display
           move ws-pos-flight-amount to ws-amount-display
           string 'In flight ' ws-count-display '  ' ws-amount-display
               into XRCFLTO
           move ws-pos-ptnr-count to ws-count-display
           move ws-pos-ptnr-amount to ws-amount-display
           string 'Applied   ' ws-count-display '  ' ws-amount-display
               ' by ' ws-partner-sysid
               into XRCPTNO
           exit
           .
      ***--------------------------------------------------------------*
      *** a sent leg counts on its date unless the companion refused  *
      *** it or the drainer gave it up; a queued one still pending on *
      *** PENDREQ is in flight whatever its date                      *
      ***--------------------------------------------------------------*
       cxrc-tally-row section.
       cxrc-tally-row-para.
           exec cics
               readnext file('XREGPOS')
               into(XREGPOS-RECORD)
               ridfld(XREGPOS-KEY)
               resp(ws-xregpos-resp)
           end-exec
           if ws-xregpos-resp not = dfhresp(normal)
               or XREGPOS-SYSID not = ws-partner-sysid
               move 'N' to ws-more-rows
           else
               evaluate true
                   when XREGPOS-IS-PARTNER
                       if XREGPOS-DATE = ws-pos-date
                           add 1 to ws-pos-ptnr-count
                           add XREGPOS-AMOUNT to ws-pos-ptnr-amount
                       end-if
                   when XREGPOS-IS-RECEIVED
                       if XREGPOS-DATE = ws-pos-date
                           add 1 to ws-pos-recd-count
                           add XREGPOS-AMOUNT to ws-pos-recd-amount
                       end-if
                   when XREGPOS-IS-SENT
                       if XREGPOS-DATE = ws-pos-date
                           and (XREGPOS-IS-APPLIED
                              or XREGPOS-IS-QUEUED)
                           add 1 to ws-pos-sent-count
                           add XREGPOS-AMOUNT to ws-pos-sent-amount
                       end-if
                       if XREGPOS-IS-QUEUED
                           move XREGPOS-PEND-SEQ to PENDREQ-SEQ
                           exec cics
                               read file('PENDREQ')
                               into(PENDREQ-RECORD)
                               ridfld(PENDREQ-SEQ)
                               resp(ws-pendreq-resp)
                           end-exec
                           if ws-pendreq-resp = dfhresp(normal)
                               and PENDREQ-IS-PENDING
                               add 1 to ws-pos-flight-count
                               add XREGPOS-AMOUNT
                                   to ws-pos-flight-amount
                           end-if
                       end-if
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every pull is journalled for audit                          *
      ***--------------------------------------------------------------*
       cxrc-write-audit section.
       cxrc-write-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'SYSID=' ws-partner-sysid ' '
               'DATE=' ws-pos-date ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('XP') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEXRC'
                   exec cics
                       receive map(ws-map)
                       into(BMSEXRCI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cxrc section.
       cics-send-cxrc-para.
           move 'BMSEXRC' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to XRCMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEXRCO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cxrc-check-auth section.
       cxrc-check-auth-para.
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
       cxrc-catalogue-message section.
       cxrc-catalogue-message-para.
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
               move MSGCAT-TEXT to XRCMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cxrc-refuse-entry section.
       cxrc-refuse-entry-para.
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
       cxrc-log-unsupkey section.
       cxrc-log-unsupkey-para.
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
       cxrc-log-privact section.
       cxrc-log-privact-para.
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
               move XRCSIDI to PRIVACT-RECKEY
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
