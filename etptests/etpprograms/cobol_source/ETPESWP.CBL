       identification division.

       program-id. ETPESWP.

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

      * ETPESWP - sweep instruction maintenance transaction
      * Add ('A'), change ('C'), cancel ('X') and inquire ('I') on a
      * balance-driven sweep instruction, in the ETPESTO mold.  Both
      * accounts are proved against the check digit and the Account
      * Master - the source must be active, the target open, the two
      * different and in the same currency - and the rule, level and
      * minimum are edited.  Inquiry shows the instruction's standing
      * and how last night's ETPBSWP run judged it.  Every change is
      * journalled to journal1.  SWEEPINS is a live file with no
      * practice copy - a training session may look but not change.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPESWP'.

      ***--------------------------------------------------------------*
      *** training mode - SWEEPINS has no practice copy, so a         *
      *** training session inquires on the live instructions only,   *
      *** and every screen carries a TRAINING banner                  *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSESWP.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cswp-check-auth      *
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
      *    the MSGCAT catalogue - see cswp-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ESWP session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the sweep instruction file and the master both accounts     *
      *** are proved against                                           *
      ***--------------------------------------------------------------*
       copy SWEEPINS.
       01  ws-sweepins-resp                  pic s9(8) comp.
       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.
       01  ws-src-ccy                        pic x(3).

       01  ws-level-digits                   pic x(9).
       01  ws-level-digits-n redefines ws-level-digits
                                             pic 9(7)v99.
       01  ws-min-digits                     pic x(9).
       01  ws-min-digits-n redefines ws-min-digits
                                             pic 9(7)v99.
       01  ws-sweep-level                    pic 9(7)v99.
       01  ws-sweep-min                      pic 9(7)v99.
       01  ws-amount-display                 pic zzzzzz9.99.
       01  ws-last-line                      pic x(40).

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
      *    cswp-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cswp-log-privact below
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
           perform cswp-mainline

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
       cswp-mainline section.
       cswp-mainline-para.
           perform cswp-check-auth
           if not ws-tx-authorized
               perform cswp-refuse-entry
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
                perform cswp-log-privact

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
                       if SWPIDFI = low-values or spaces
                           or SWPIDFI not is numeric
                           move 'Sweep id must be six digits'
                               to SWPMSGO
                           move 'ESWP0001' to ws-msg-no
                           perform cswp-catalogue-message
                       else
                           evaluate true
                               when SWPACTI = 'I'
                                   perform cswp-inquire-sweep
                               when ws-in-training
                                   and (SWPACTI = 'A' or 'C' or 'X')
                                   move
                          'Sweep changes are not available in training'
                                       to SWPMSGO
                                   move 'ESWP0002' to ws-msg-no
                                   perform cswp-catalogue-message
                               when SWPACTI = 'A'
                                   perform cswp-add-sweep
                               when SWPACTI = 'C'
                                   perform cswp-change-sweep
                               when SWPACTI = 'X'
                                   perform cswp-cancel-sweep
                               when other
                                   move
                                  'Action must be A, C, X or I'
                                       to SWPMSGO
                                   move 'ESWP0003' to ws-msg-no
                                   perform cswp-catalogue-message
                           end-evaluate
                       end-if
                       perform cics-send-cswp

      *            CLEAR key refreshes the screen
                   when DFHCLEAR
      *            *> Clear Key
                       move 'Display reset by clear key'
                           to SWPMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cswp-catalogue-message
                       perform cics-send-cswp
                   when other
                       move 'Unexpected 3270 attention key'
                           to SWPMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cswp-catalogue-message
                       perform cswp-log-unsupkey
                       perform cics-send-cswp
               end-evaluate
           else
               perform cics-send-cswp
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cswp-add-sweep section.
       cswp-add-sweep-para.
           move 'SWPADD  ' to ws-aud-event
           perform cswp-edit-fields
           if ws-edits-pass
               move SWPIDFI to SWEEPINS-ID
               perform cswp-move-fields
               move 'A' to SWEEPINS-STATUS
               move 0 to SWEEPINS-LAST-DATE
               move 0 to SWEEPINS-LAST-AMOUNT
               move spaces to SWEEPINS-LAST-RESULT
               exec cics
                   write file('SWEEPINS')
                   from(SWEEPINS-RECORD)
                   ridfld(SWEEPINS-ID)
                   resp(ws-sweepins-resp)
               end-exec
               if ws-sweepins-resp = dfhresp(duprec)
                   move 'Sweep id already on file' to SWPMSGO
                   move 'ESWP0004' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'DUPLICATE' to ws-aud-status
               else if ws-sweepins-resp not = dfhresp(normal)
                   move 'Add failed' to SWPMSGO
                   move 'ESWP0005' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'FAILED' to ws-aud-status
               else
                   perform cswp-show-sweep
                   move 'Sweep instruction added' to SWPMSGO
                   move 'ESWP0006' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if end-if
               perform cswp-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a change replaces the business fields of an existing sweep; *
      *** a cancelled sweep must be re-added, not quietly revived      *
      ***--------------------------------------------------------------*
       cswp-change-sweep section.
       cswp-change-sweep-para.
           move 'SWPCHG  ' to ws-aud-event
           perform cswp-read-sweep
           if ws-sweepins-resp = dfhresp(normal)
               if SWEEPINS-IS-CANCELLED
                   move 'Sweep is cancelled - add a new one'
                       to SWPMSGO
                   move 'ESWP0007' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'CANCELLED' to ws-aud-status
                   exec cics
                       unlock file('SWEEPINS')
                   end-exec
                   perform cswp-write-audit
               else
                   perform cswp-edit-fields
                   if ws-edits-pass
                       perform cswp-move-fields
                       exec cics
                           rewrite file('SWEEPINS')
                           from(SWEEPINS-RECORD)
                           resp(ws-sweepins-resp)
                       end-exec
                       if ws-sweepins-resp = dfhresp(normal)
                           perform cswp-show-sweep
                           move 'Sweep instruction changed'
                               to SWPMSGO
                           move 'ESWP0008' to ws-msg-no
                           perform cswp-catalogue-message
                           move 'SUCCESS' to ws-aud-status
                       else
                           move 'Change failed' to SWPMSGO
                           move 'ESWP0009' to ws-msg-no
                           perform cswp-catalogue-message
                           move 'FAILED' to ws-aud-status
                       end-if
                       perform cswp-write-audit
                   else
                       exec cics
                           unlock file('SWEEPINS')
                       end-exec
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cswp-cancel-sweep section.
       cswp-cancel-sweep-para.
           move 'SWPCAN  ' to ws-aud-event
           perform cswp-read-sweep
           if ws-sweepins-resp = dfhresp(normal)
               if SWEEPINS-IS-CANCELLED
                   move 'Sweep is already cancelled' to SWPMSGO
                   move 'ESWP0010' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'ALREADY' to ws-aud-status
                   exec cics
                       unlock file('SWEEPINS')
                   end-exec
               else
                   move 'C' to SWEEPINS-STATUS
                   exec cics
                       rewrite file('SWEEPINS')
                       from(SWEEPINS-RECORD)
                       resp(ws-sweepins-resp)
                   end-exec
                   perform cswp-show-sweep
                   move 'Sweep instruction cancelled' to SWPMSGO
                   move 'ESWP0011' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'SUCCESS' to ws-aud-status
               end-if
               perform cswp-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cswp-inquire-sweep section.
       cswp-inquire-sweep-para.
           move SWPIDFI to SWEEPINS-ID
           exec cics
               read file('SWEEPINS')
               into(SWEEPINS-RECORD)
               ridfld(SWEEPINS-ID)
               resp(ws-sweepins-resp)
           end-exec
           if ws-sweepins-resp = dfhresp(normal)
               perform cswp-show-sweep
               move 'Sweep instruction shown' to SWPMSGO
               move 'ESWP0012' to ws-msg-no
               perform cswp-catalogue-message
           else
               move spaces to SWPSRCO
               move spaces to SWPTGTO
               move spaces to SWPRULO
               move spaces to SWPSTSO
               move spaces to SWPLSTO
               move 'Sweep instruction not found' to SWPMSGO
               move 'ESWP0013' to ws-msg-no
               perform cswp-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cswp-read-sweep section.
       cswp-read-sweep-para.
           move SWPIDFI to SWEEPINS-ID
           exec cics
               read file('SWEEPINS')
               into(SWEEPINS-RECORD)
               ridfld(SWEEPINS-ID)
               update
               resp(ws-sweepins-resp)
           end-exec
           if ws-sweepins-resp not = dfhresp(normal)
               move 'Sweep instruction not found' to SWPMSGO
               move 'ESWP0013' to ws-msg-no
               perform cswp-catalogue-message
               move 'NOT FOUND' to ws-aud-status
               perform cswp-write-audit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cswp-move-fields section.
       cswp-move-fields-para.
           move SWPSRCI to SWEEPINS-SOURCE-ACCT
           move SWPTGTI to SWEEPINS-TARGET-ACCT
           move SWPRULI to SWEEPINS-RULE
           move ws-sweep-level to SWEEPINS-LEVEL
           move ws-sweep-min to SWEEPINS-MIN-AMOUNT
           if SWPTXTI = low-values
               move spaces to SWEEPINS-TEXT
           else
               move SWPTXTI to SWEEPINS-TEXT
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the keyed fields, edited hard: check digit and master for   *
      *** both accounts, the pair distinct and in one currency, a     *
      *** real rule, and level and minimum as nine digits with two    *
      *** implied decimals                                            *
      ***--------------------------------------------------------------*
       cswp-edit-fields section.
       cswp-edit-fields-para.
           move 'Y' to ws-edits-ok
           move SWPSRCI to ws-ckd-acctno
           perform cswp-check-acctno
           if not ws-ckd-passes
               move 'Source fails check digit' to SWPMSGO
               move 'ESWP0014' to ws-msg-no
               perform cswp-catalogue-message
               move 'BAD CHECKDGT' to ws-aud-status
               move 'N' to ws-edits-ok
           else
               move SWPSRCI to ACCTMAST-ACCTNO
               exec cics
                   read file('ACCTMAST')
                   into(ACCTMAST-RECORD)
                   ridfld(ACCTMAST-ACCTNO)
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp not = dfhresp(normal)
                   move 'Source not on the master' to SWPMSGO
                   move 'ESWP0015' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'BAD SOURCE' to ws-aud-status
                   move 'N' to ws-edits-ok
               else if not ACCTMAST-IS-ACTIVE
                   move 'Source account is not active' to SWPMSGO
                   move 'ESWP0016' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'NOT ACTIVE' to ws-aud-status
                   move 'N' to ws-edits-ok
               else
                   move ACCTMAST-CURRENCY to ws-src-ccy
               end-if end-if
           end-if
           if ws-edits-pass
               move SWPTGTI to ws-ckd-acctno
               perform cswp-check-acctno
               if not ws-ckd-passes
                   move 'Target fails check digit' to SWPMSGO
                   move 'ESWP0017' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'BAD CHECKDGT' to ws-aud-status
                   move 'N' to ws-edits-ok
               else if SWPTGTI = SWPSRCI
                   move 'Source and target must differ' to SWPMSGO
                   move 'ESWP0018' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'SAME ACCOUNT' to ws-aud-status
                   move 'N' to ws-edits-ok
               else
                   move SWPTGTI to ACCTMAST-ACCTNO
                   exec cics
                       read file('ACCTMAST')
                       into(ACCTMAST-RECORD)
                       ridfld(ACCTMAST-ACCTNO)
                       resp(ws-acctmast-resp)
                   end-exec
                   if ws-acctmast-resp not = dfhresp(normal)
                       move 'Target not on the master' to SWPMSGO
                       move 'ESWP0019' to ws-msg-no
                       perform cswp-catalogue-message
                       move 'BAD TARGET' to ws-aud-status
                       move 'N' to ws-edits-ok
                   else if ACCTMAST-IS-CLOSED
                       or ACCTMAST-IS-CLOSE-PEND
                       or ACCTMAST-IS-CHARGED-OFF
                       or ACCTMAST-IS-ESCHEATED
                       move 'Target account is not open' to SWPMSGO
                       move 'ESWP0020' to ws-msg-no
                       perform cswp-catalogue-message
                       move 'NOT OPEN' to ws-aud-status
                       move 'N' to ws-edits-ok
                   else if ACCTMAST-CURRENCY not = ws-src-ccy
                       move 'Accounts are in different currencies'
                           to SWPMSGO
                       move 'ESWP0021' to ws-msg-no
                       perform cswp-catalogue-message
                       move 'CCY DIFF' to ws-aud-status
                       move 'N' to ws-edits-ok
                   end-if end-if end-if
               end-if end-if
           end-if
           if ws-edits-pass
               move SWPLVLI to ws-level-digits
               move SWPMINI to ws-min-digits
               if SWPRULI not = 'E' and not = 'T' and not = 'O'
                   move 'Rule must be E, T or O' to SWPMSGO
                   move 'ESWP0022' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'BAD RULE' to ws-aud-status
                   move 'N' to ws-edits-ok
               else if SWPRULI = 'O'
                   and (ws-level-digits = low-values or spaces)
                   move 0 to ws-sweep-level
               else if ws-level-digits not is numeric
                   move 'Level is nine digits, two decimals'
                       to SWPMSGO
                   move 'ESWP0023' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'BAD LEVEL' to ws-aud-status
                   move 'N' to ws-edits-ok
               else
                   move ws-level-digits-n to ws-sweep-level
               end-if end-if end-if
           end-if
           if ws-edits-pass
               if ws-min-digits = low-values or spaces
                   move 0 to ws-sweep-min
               else if ws-min-digits not is numeric
                   move 'Minimum is nine digits or blank'
                       to SWPMSGO
                   move 'ESWP0024' to ws-msg-no
                   perform cswp-catalogue-message
                   move 'BAD MINIMUM' to ws-aud-status
                   move 'N' to ws-edits-ok
               else
                   move ws-min-digits-n to ws-sweep-min
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** echoes the instruction with its standing and the outcome of *
      *** the last ETPBSWP run                                         *
      ***--------------------------------------------------------------*
       cswp-show-sweep section.
       cswp-show-sweep-para.
           move SWEEPINS-SOURCE-ACCT to SWPSRCO
           move SWEEPINS-TARGET-ACCT to SWPTGTO
           move SWEEPINS-RULE to SWPRULO
           move SWEEPINS-LEVEL to ws-level-digits-n
           move ws-level-digits to SWPLVLO
           move SWEEPINS-MIN-AMOUNT to ws-min-digits-n
           move ws-min-digits to SWPMINO
           move SWEEPINS-TEXT to SWPTXTO
           if SWEEPINS-IS-CANCELLED
               move 'CANCELLED' to SWPSTSO
           else
               move 'ACTIVE' to SWPSTSO
           end-if
           move spaces to ws-last-line
           if SWEEPINS-LAST-DATE = 0
               move 'not yet evaluated' to ws-last-line
           else
               move SWEEPINS-LAST-AMOUNT to ws-amount-display
               string SWEEPINS-LAST-DATE ' ' ws-amount-display ' '
                   SWEEPINS-LAST-RESULT
                   delimited by size
                   into ws-last-line
           end-if
           move ws-last-line to SWPLSTO
           exit
           .
      ***--------------------------------------------------------------*
      *** every maintenance action is journalled for audit            *
      ***--------------------------------------------------------------*
       cswp-write-audit section.
       cswp-write-audit-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'SWEEP=' SWPIDFI ' '
               'SRC=' SWPSRCI ' '
               'UID=' ws-auth-userid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('SW') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** verifies the ten-digit account number in ws-ckd-acctno -    *
      *** all numeric, with the tenth digit a Luhn check over the     *
      *** first nine                                                  *
      ***--------------------------------------------------------------*
       cswp-check-acctno section.
       cswp-check-acctno-para.
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
               when 'BMSESWP'
                   exec cics
                       receive map(ws-map)
                       into(BMSESWPI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cswp section.
       cics-send-cswp-para.
           move 'BMSESWP' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to SWPMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSESWPO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cswp-check-auth section.
       cswp-check-auth-para.
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
       cswp-catalogue-message section.
       cswp-catalogue-message-para.
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
               move MSGCAT-TEXT to SWPMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cswp-refuse-entry section.
       cswp-refuse-entry-para.
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
       cswp-log-unsupkey section.
       cswp-log-unsupkey-para.
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
       cswp-log-privact section.
       cswp-log-privact-para.
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
               move SWPACTI to PRIVACT-ACTION
               move SWPIDFI to PRIVACT-RECKEY
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
