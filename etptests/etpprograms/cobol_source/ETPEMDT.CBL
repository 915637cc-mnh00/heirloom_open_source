       identification division.

       program-id. ETPEMDT.

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

      * ETPEMDT - direct-debit mandate maintenance transaction
      * Add ('A'), change ('C'), cancel ('X') and inquire ('I') on a
      * customer's direct-debit mandate, in the ETPESWP mold.  A
      * mandate is keyed by account, the creditor partner's registry
      * id and the partner's own mandate reference; the account is
      * proved against the check digit and the Account Master and
      * the partner against the PARTNER registry, and the maximum
      * amount, start date and any cancel date keyed ahead are
      * edited.  A change may alter the maximum and the dates of a
      * running mandate.  Cancelling stamps today as the cancel date,
      * so the customer's cancel is honoured by ETPBINT from the very
      * next partner file.  Inquiry shows the mandate's standing and
      * its use.  Every change is journalled to journal1.  MANDATE is
      * a live file with no practice copy - a training session may
      * look but not change.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEMDT'.

      ***--------------------------------------------------------------*
      *** training mode - MANDATE has no practice copy, so a          *
      *** training session inquires on the live mandates only, and   *
      *** every screen carries a TRAINING banner                      *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEMDT.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cmdt-check-auth      *
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
      *    the MSGCAT catalogue - see cmdt-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EMDT session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the mandate register, the master the account is proved      *
      *** against and the partner registry the creditor must be on    *
      ***--------------------------------------------------------------*
       copy MANDATE.
       01  ws-mandate-resp                   pic s9(8) comp.
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       copy PARTNER.
       01  ws-partner-resp                   pic s9(8) comp.

       01  ws-today-date                     pic 9(8).
       01  ws-max-digits                     pic x(9).
       01  ws-max-digits-n redefines ws-max-digits
                                             pic 9(7)v99.
       01  ws-start-digits                   pic x(8).
       01  ws-start-digits-n redefines ws-start-digits
                                             pic 9(8).
       01  ws-cancel-digits                  pic x(8).
       01  ws-cancel-digits-n redefines ws-cancel-digits
                                             pic 9(8).
       01  ws-mandate-max                    pic 9(7)v99.
       01  ws-mandate-start                  pic 9(8).
       01  ws-mandate-cancel                 pic 9(8).
       01  ws-amount-display                 pic zzzzzz9.99.
       01  ws-count-display                  pic zzzzzz9.
       01  ws-refused-display                pic zzzz9.
       01  ws-last-line                      pic x(60).

      ***--------------------------------------------------------------*
      *** account-number check digit - ten numeric digits, the tenth  *
      *** a Luhn check over the first nine                            *
      ***--------------------------------------------------------------*
       01  ws-ckd-acctno                     pic x(10).
       01  ws-ckd-digits redefines ws-ckd-acctno.
           03  ws-ckd-digit                  pic 9 occurs 10 times.
       01  ws-ckd-sum                        pic 9(3) comp.
       01  ws-ckd-double                     pic 9(2).
       01  ws-ckd-idx                        pic 9(2) comp.
       01  ws-ckd-quot                       pic 9(3) comp.
       01  ws-ckd-rem                        pic 9(2).
       01  ws-ckd-check                      pic 9(2).
       01  ws-ckd-ok                         pic x(1).
           88  ws-ckd-passes                 value 'Y'.

       01  ws-edits-ok                       pic x(1).
           88  ws-edits-pass                 value 'Y'.

      *    consolidated cross-program training-gap log - see
      *    cmdt-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cmdt-log-privact below
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
           perform cmdt-mainline

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
       cmdt-mainline section.
       cmdt-mainline-para.
           perform cmdt-check-auth
           if not ws-tx-authorized
               perform cmdt-refuse-entry
           end-if
           move current-date(1:8) to ws-today-date
      *    determine if we are receiving our own map
           if eibcalen = length of ws-commarea
                move dfhcommarea to ws-commarea

      *         receive the map of our screen (if not CLEAR)
                if eibaid not = DFHCLEAR
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform cmdt-log-privact

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
                       if MDTACCI = low-values or spaces
                           or MDTPTNI = low-values or spaces
                           or MDTREFI = low-values or spaces
                           move
                          'Account, partner and mandate ref are needed'
                               to MDTMSGO
                           move 'EMDT0001' to ws-msg-no
                           perform cmdt-catalogue-message
                       else
                           evaluate true
                               when MDTACTI = 'I'
                                   perform cmdt-inquire-mandate
                               when ws-in-training
                                   and (MDTACTI = 'A' or 'C' or 'X')
                                   move
                        'Mandate changes are not available in training'
                                       to MDTMSGO
                                   move 'EMDT0002' to ws-msg-no
                                   perform cmdt-catalogue-message
                               when MDTACTI = 'A'
                                   perform cmdt-add-mandate
                               when MDTACTI = 'C'
                                   perform cmdt-change-mandate
                               when MDTACTI = 'X'
                                   perform cmdt-cancel-mandate
                               when other
                                   move
                                  'Action must be A, C, X or I'
                                       to MDTMSGO
                                   move 'EMDT0003' to ws-msg-no
                                   perform cmdt-catalogue-message
                           end-evaluate
                       end-if
                       perform cics-send-cmdt

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to MDTMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cmdt-catalogue-message
                       perform cics-send-cmdt
                   when other
                       move 'Unexpected 3270 attention key'
                           to MDTMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cmdt-catalogue-message
                       perform cmdt-log-unsupkey
                       perform cics-send-cmdt
               end-evaluate
           else
               perform cics-send-cmdt
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmdt-add-mandate section.
       cmdt-add-mandate-para.
           move 'MDTADD  ' to ws-aud-event
           perform cmdt-edit-fields
           if ws-edits-pass
               perform cmdt-move-key
               move ws-mandate-max to MANDATE-MAX-AMOUNT
               move ws-mandate-start to MANDATE-START-DATE
               move ws-mandate-cancel to MANDATE-CANCEL-DATE
               move 'A' to MANDATE-STATUS
               move ws-today-date to MANDATE-CREATED-DATE
               move ws-auth-userid to MANDATE-CREATED-BY
               move spaces to MANDATE-CANCELLED-BY
               move 0 to MANDATE-LAST-USED-DATE
               move 0 to MANDATE-DEBITS-TAKEN
               move 0 to MANDATE-DEBITS-REFUSED
               exec cics
                   write file('MANDATE')
                   from(MANDATE-RECORD)
                   ridfld(MANDATE-KEY)
                   resp(ws-mandate-resp)
               end-exec
               if ws-mandate-resp = dfhresp(duprec)
                   move 'Mandate already on file' to MDTMSGO
                   move 'EMDT0004' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'DUPLICATE' to ws-aud-status
               else if ws-mandate-resp not = dfhresp(normal)
                   move 'Add failed' to MDTMSGO
                   move 'EMDT0005' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'FAILED' to ws-aud-status
               else
                   perform cmdt-show-mandate
                   move 'Mandate added' to MDTMSGO
                   move 'EMDT0006' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if end-if
               perform cmdt-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a change replaces the maximum and dates of a running        *
      *** mandate; a cancelled mandate must be re-added, not quietly  *
      *** revived                                                     *
      ***--------------------------------------------------------------*
       cmdt-change-mandate section.
       cmdt-change-mandate-para.
           move 'MDTCHG  ' to ws-aud-event
           perform cmdt-read-mandate
           if ws-mandate-resp = dfhresp(normal)
               if MANDATE-IS-CANCELLED
                   move 'Mandate is cancelled - add a new one'
                       to MDTMSGO
                   move 'EMDT0007' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'CANCELLED' to ws-aud-status
                   exec cics
                       unlock file('MANDATE')
                   end-exec
                   perform cmdt-write-audit
               else
                   move MANDATE-START-DATE to ws-mandate-start
                   perform cmdt-edit-values
                   if ws-edits-pass
                       move ws-mandate-max to MANDATE-MAX-AMOUNT
                       move ws-mandate-start to MANDATE-START-DATE
                       move ws-mandate-cancel to MANDATE-CANCEL-DATE
                       exec cics
                           rewrite file('MANDATE')
                           from(MANDATE-RECORD)
                           resp(ws-mandate-resp)
                       end-exec
                       if ws-mandate-resp = dfhresp(normal)
                           perform cmdt-show-mandate
                           move 'Mandate changed' to MDTMSGO
                           move 'EMDT0008' to ws-msg-no
                           perform cmdt-catalogue-message
                           move 'SUCCESS' to ws-aud-status
                       else
                           move 'Change failed' to MDTMSGO
                           move 'EMDT0009' to ws-msg-no
                           perform cmdt-catalogue-message
                           move 'FAILED' to ws-aud-status
                       end-if
                       perform cmdt-write-audit
                   else
                       exec cics
                           unlock file('MANDATE')
                       end-exec
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's cancel - stamped with today, so the next     *
      *** partner file ETPBINT loads already finds it stopped         *
      ***--------------------------------------------------------------*
       cmdt-cancel-mandate section.
       cmdt-cancel-mandate-para.
           move 'MDTCAN  ' to ws-aud-event
           perform cmdt-read-mandate
           if ws-mandate-resp = dfhresp(normal)
               if MANDATE-IS-CANCELLED
                   move 'Mandate is already cancelled' to MDTMSGO
                   move 'EMDT0010' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'ALREADY' to ws-aud-status
                   exec cics
                       unlock file('MANDATE')
                   end-exec
               else
                   move 'C' to MANDATE-STATUS
                   move ws-today-date to MANDATE-CANCEL-DATE
                   move ws-auth-userid to MANDATE-CANCELLED-BY
                   exec cics
                       rewrite file('MANDATE')
                       from(MANDATE-RECORD)
                       resp(ws-mandate-resp)
                   end-exec
                   perform cmdt-show-mandate
                   move 'Mandate cancelled' to MDTMSGO
                   move 'EMDT0011' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if
               perform cmdt-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmdt-inquire-mandate section.
       cmdt-inquire-mandate-para.
           perform cmdt-move-key
           exec cics
               read file('MANDATE')
               into(MANDATE-RECORD)
               ridfld(MANDATE-KEY)
               resp(ws-mandate-resp)
           end-exec
           if ws-mandate-resp = dfhresp(normal)
               perform cmdt-show-mandate
               move 'Mandate shown' to MDTMSGO
               move 'EMDT0012' to ws-msg-no
               perform cmdt-catalogue-message
           else
               move spaces to MDTMAXO
               move spaces to MDTSTDO
               move spaces to MDTCNDO
               move spaces to MDTSTSO
               move spaces to MDTLSTO
               move 'Mandate not found' to MDTMSGO
               move 'EMDT0013' to ws-msg-no
               perform cmdt-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmdt-read-mandate section.
       cmdt-read-mandate-para.
           perform cmdt-move-key
           exec cics
               read file('MANDATE')
               into(MANDATE-RECORD)
               ridfld(MANDATE-KEY)
               update
               resp(ws-mandate-resp)
           end-exec
           if ws-mandate-resp not = dfhresp(normal)
               move 'Mandate not found' to MDTMSGO
               move 'EMDT0013' to ws-msg-no
               perform cmdt-catalogue-message
               move 'NOT FOUND' to ws-aud-status
               perform cmdt-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmdt-move-key section.
       cmdt-move-key-para.
           move MDTACCI to MANDATE-ACCTNO
           move MDTPTNI to MANDATE-PARTNER-ID
           move MDTREFI to MANDATE-REF
           exit
           .
      ***--------------------------------------------------------------*
      *** the key, edited hard on an add: check digit and master for  *
      *** the account, which must still be open, and the creditor on  *
      *** the partner registry; then the maximum and the dates        *
      ***--------------------------------------------------------------*
       cmdt-edit-fields section.
       cmdt-edit-fields-para.
           move 'Y' to ws-edits-ok
           move MDTACCI to ws-ckd-acctno
           perform cmdt-check-acctno
           if not ws-ckd-passes
               move 'Account fails check digit' to MDTMSGO
               move 'EMDT0014' to ws-msg-no
               perform cmdt-catalogue-message
               move 'BAD CHECKDGT' to ws-aud-status
               move 'N' to ws-edits-ok
           else
               move MDTACCI to ACCTMAST-ACCTNO
               exec cics
                   read file('ACCTMAST')
                   into(ACCTMAST-RECORD)
                   ridfld(ACCTMAST-ACCTNO)
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp not = dfhresp(normal)
                   move 'Account not on the master' to MDTMSGO
                   move 'EMDT0015' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'BAD ACCOUNT' to ws-aud-status
                   move 'N' to ws-edits-ok
               else if ACCTMAST-IS-CLOSED
                   or ACCTMAST-IS-CLOSE-PEND
                   or ACCTMAST-IS-CHARGED-OFF
                   or ACCTMAST-IS-ESCHEATED
                   or ACCTMAST-IS-DECEASED
                   move 'Account is not open' to MDTMSGO
                   move 'EMDT0016' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'NOT OPEN' to ws-aud-status
                   move 'N' to ws-edits-ok
               end-if end-if
           end-if
           if ws-edits-pass
               move MDTPTNI to PARTNER-ID
               exec cics
                   read file('PARTNER')
                   into(PARTNER-RECORD)
                   ridfld(PARTNER-ID)
                   resp(ws-partner-resp)
               end-exec
               if ws-partner-resp not = dfhresp(normal)
                   move 'Partner is not registered' to MDTMSGO
                   move 'EMDT0017' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'BAD PARTNER' to ws-aud-status
                   move 'N' to ws-edits-ok
               end-if
           end-if
           if ws-edits-pass
               move ws-today-date to ws-mandate-start
               perform cmdt-edit-values
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the maximum as nine digits with two implied decimals, blank *
      *** for a variable-amount mandate; the start date, left as the  *
      *** caller set it when blank - today on an add, the mandate's   *
      *** own on a change; and a cancel date keyed ahead, which must  *
      *** fall after both the start and today - a cancel from today   *
      *** is action X                                                  *
      ***--------------------------------------------------------------*
       cmdt-edit-values section.
       cmdt-edit-values-para.
           move 'Y' to ws-edits-ok
           move MDTMAXI to ws-max-digits
           move MDTSTDI to ws-start-digits
           move MDTCNDI to ws-cancel-digits
           if ws-max-digits = low-values or spaces
               move 0 to ws-mandate-max
           else if ws-max-digits not is numeric
               move 'Maximum is nine digits or blank' to MDTMSGO
               move 'EMDT0018' to ws-msg-no
               perform cmdt-catalogue-message
               move 'BAD MAXIMUM' to ws-aud-status
               move 'N' to ws-edits-ok
           else
               move ws-max-digits-n to ws-mandate-max
           end-if end-if
           if ws-edits-pass
               if ws-start-digits = low-values or spaces
                   continue
               else if ws-start-digits not is numeric
                   move 'Start must be YYYYMMDD or blank' to MDTMSGO
                   move 'EMDT0019' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'BAD START' to ws-aud-status
                   move 'N' to ws-edits-ok
               else
                   move ws-start-digits-n to ws-mandate-start
               end-if end-if
           end-if
           if ws-edits-pass
               if ws-cancel-digits = low-values or spaces
                   move 0 to ws-mandate-cancel
               else if ws-cancel-digits not is numeric
                   move 'Cancel date must be YYYYMMDD or blank'
                       to MDTMSGO
                   move 'EMDT0020' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'BAD CANCEL' to ws-aud-status
                   move 'N' to ws-edits-ok
               else if ws-cancel-digits-n not > ws-mandate-start
                   or ws-cancel-digits-n not > ws-today-date
                   move 'Cancel date must be ahead - use X to cancel'
                       to MDTMSGO
                   move 'EMDT0021' to ws-msg-no
                   perform cmdt-catalogue-message
                   move 'BAD CANCEL' to ws-aud-status
                   move 'N' to ws-edits-ok
               else
                   move ws-cancel-digits-n to ws-mandate-cancel
               end-if end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** echoes the mandate with its standing and its use             *
      ***--------------------------------------------------------------*
       cmdt-show-mandate section.
       cmdt-show-mandate-para.
           move MANDATE-MAX-AMOUNT to ws-max-digits-n
           move ws-max-digits to MDTMAXO
           move MANDATE-START-DATE to MDTSTDO
           if MANDATE-CANCEL-DATE = 0
               move spaces to MDTCNDO
           else
               move MANDATE-CANCEL-DATE to MDTCNDO
           end-if
           if MANDATE-IS-CANCELLED
               move 'CANCELLED' to MDTSTSO
           else if MANDATE-CANCEL-DATE not = 0
               and MANDATE-CANCEL-DATE not > ws-today-date
               move 'ENDED' to MDTSTSO
           else
               move 'ACTIVE' to MDTSTSO
           end-if end-if
           move spaces to ws-last-line
           move MANDATE-DEBITS-TAKEN to ws-count-display
           move MANDATE-DEBITS-REFUSED to ws-refused-display
           if MANDATE-LAST-USED-DATE = 0
               string 'never used, refused ' ws-refused-display
                   delimited by size
                   into ws-last-line
           else
               string 'last used ' MANDATE-LAST-USED-DATE
                   ' debits ' ws-count-display
                   ' refused ' ws-refused-display
                   delimited by size
                   into ws-last-line
           end-if
           move ws-last-line to MDTLSTO
           exit
           .
      ***--------------------------------------------------------------*
      *** every maintenance action is journalled for audit            *
      ***--------------------------------------------------------------*
       cmdt-write-audit section.
       cmdt-write-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'ACCT=' MDTACCI ' '
               'PTNR=' MDTPTNI ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('MD') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** verifies the ten-digit account number in ws-ckd-acctno -    *
      *** all numeric, with the tenth digit a Luhn check over the     *
      *** first nine                                                  *
      ***--------------------------------------------------------------*
       cmdt-check-acctno section.
       cmdt-check-acctno-para.
           move 'N' to ws-ckd-ok
           if ws-ckd-acctno is numeric
               move 0 to ws-ckd-sum
               perform varying ws-ckd-idx from 1 by 1
                   until ws-ckd-idx > 9
                   move ws-ckd-digit(ws-ckd-idx) to ws-ckd-double
                   if ws-ckd-idx = 1 or 3 or 5 or 7 or 9
                       compute ws-ckd-double = ws-ckd-double * 2
                       end-compute
                       if ws-ckd-double > 9
                           subtract 9 from ws-ckd-double
                       end-if
                   end-if
                   add ws-ckd-double to ws-ckd-sum
               end-perform
               divide ws-ckd-sum by 10
                   giving ws-ckd-quot
                   remainder ws-ckd-rem
               compute ws-ckd-check = 10 - ws-ckd-rem
               end-compute
               if ws-ckd-check = 10
                   move 0 to ws-ckd-check
               end-if
               if ws-ckd-digit(10) = ws-ckd-check
                   move 'Y' to ws-ckd-ok
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEMDT'
                   exec cics
                       receive map(ws-map)
                       into(BMSEMDTI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cmdt section.
       cics-send-cmdt-para.
           move 'BMSEMDT' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to MDTMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEMDTO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cmdt-check-auth section.
       cmdt-check-auth-para.
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
       cmdt-catalogue-message section.
       cmdt-catalogue-message-para.
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
               move MSGCAT-TEXT to MDTMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cmdt-refuse-entry section.
       cmdt-refuse-entry-para.
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
       cmdt-log-unsupkey section.
       cmdt-log-unsupkey-para.
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
       cmdt-log-privact section.
       cmdt-log-privact-para.
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
               move MDTACTI to PRIVACT-ACTION
               move MDTACCI to PRIVACT-RECKEY
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
