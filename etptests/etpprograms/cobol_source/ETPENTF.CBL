       identification division.

       program-id. ETPENTF.

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

      * ETPENTF - customer notification preferences
      * Key a customer number and ENTER to show the customer's
      * notification preferences from NTFPREF - the channel (S for
      * SMS, E for e-mail), the contact address and its standing,
      * the low-balance and large-debit thresholds (eleven digits,
      * two implied decimals) and the Y/N opt-in for each event:
      * low balance, large debit, transfer, hold placed and term
      * deposit maturity.  Action 'U' saves the fields keyed over
      * what is on file - a new customer needs a channel and an
      * address - and a changed address or channel is taken as good
      * again, clearing an undeliverable mark the ETPBNTF run left.
      * Action 'D' removes the preferences, which stops every
      * message.  Either is journalled to journal1.  NTFPREF is a
      * live file with no practice copy - a training session may
      * look but not change.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPENTF'.

      ***--------------------------------------------------------------*
      *** training mode - NTFPREF has no practice copy, so a training *
      *** session shows the live preferences read-only, and every    *
      *** screen carries a TRAINING banner                            *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSENTF.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cntf-check-auth      *
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
      *    the MSGCAT catalogue - see cntf-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ENTF session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the customer and their notification preferences             *
      ***--------------------------------------------------------------*
       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.
       copy NTFPREF.
       01  ws-ntfpref-resp                   pic s9(8) comp.
       01  ws-pref-found                     pic x(1).
           88  ws-pref-was-found             value 'Y'.
       01  ws-edit-ok                        pic x(1).
           88  ws-edits-pass                 value 'Y'.
       01  ws-old-channel                    pic x(1).
       01  ws-old-address                    pic x(50).
       01  ws-amt-text                       pic x(11).
       01  ws-amt-text-n redefines ws-amt-text
                                             pic 9(9)v99.

      *    consolidated cross-program training-gap log - see
      *    cntf-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cntf-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-mode                       pic x(1).
               88  ws-mode-empty             value 'E'.
               88  ws-mode-customer          value 'C'.
           03  ws-cur-cust                   pic x(10).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see cntf-capture-timing            *
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
           perform cntf-mainline

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
       cntf-mainline section.
       cntf-mainline-para.
           perform cntf-check-auth
           if not ws-tx-authorized
               perform cntf-refuse-entry
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
                perform cntf-log-privact

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

      *            ENTER saves or removes the preferences shown, or
      *            shows a newly keyed customer's
                   when DFHENTER
                       evaluate true
                           when ENTFACTI = 'U' or 'D'
                               perform cntf-change-prefs
                           when ENTFACTI not = low-values
                               and ENTFACTI not = spaces
                               move 'Action must be U or D'
                                   to ENTFMSGO
                               move 'ENTF0001' to ws-msg-no
                               perform cntf-catalogue-message
                               perform cntf-redisplay
                           when ENTFCNOI not = low-values
                               and ENTFCNOI not = spaces
                               move ENTFCNOI to ws-cur-cust
                               perform cntf-show-customer
                           when ws-mode-customer
                               perform cntf-show-customer
                           when other
                               perform cntf-show-empty
                       end-evaluate
                       perform cics-send-cntf

      *            CLEAR key empties the screen for a new customer
                   when DFHCLEAR
      *            *> Clear Key
                       perform cntf-show-empty
                       move 'Display reset by clear key'
                           to ENTFMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cntf-catalogue-message
                       perform cics-send-cntf
                   when other
                       move 'Unexpected 3270 attention key'
                           to ENTFMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cntf-catalogue-message
                       perform cntf-log-unsupkey
                       perform cics-send-cntf
               end-evaluate
           else
               perform cntf-capture-timing
               perform cntf-show-empty
               perform cics-send-cntf
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cntf-show-empty section.
       cntf-show-empty-para.
           move 'E' to ws-mode
           move spaces to ws-cur-cust
           move spaces to ENTFCNOO
           move spaces to ENTFNAMO
           perform cntf-show-no-prefs
           move 'Key a customer number and press ENTER' to ENTFMSGO
           move 'ENTF0002' to ws-msg-no
           perform cntf-catalogue-message
           exit
           .
      ***--------------------------------------------------------------*
       cntf-show-no-prefs section.
       cntf-show-no-prefs-para.
           move spaces to ENTFCHNO
           move spaces to ENTFADRO
           move spaces to ENTFASTO
           move spaces to ENTFLOWO
           move spaces to ENTFLGDO
           move spaces to ENTFOLBO
           move spaces to ENTFOLDO
           move spaces to ENTFOXFO
           move spaces to ENTFOHLO
           move spaces to ENTFOTDO
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's name and, when any are on file, their        *
      *** preferences and the standing of the contact address        *
      ***--------------------------------------------------------------*
       cntf-show-customer section.
       cntf-show-customer-para.
           move ws-cur-cust to CUSTMAST-CUSTNO
           exec cics
               read file('CUSTMAST')
               into(CUSTMAST-RECORD)
               ridfld(CUSTMAST-CUSTNO)
               resp(ws-custmast-resp)
           end-exec
           if ws-custmast-resp not = dfhresp(normal)
               perform cntf-show-empty
               move 'Customer not on Customer Master' to ENTFMSGO
               move 'ENTF0003' to ws-msg-no
               perform cntf-catalogue-message
           else
               move 'C' to ws-mode
               move ws-cur-cust to ENTFCNOO
               move CUSTMAST-NAME to ENTFNAMO
               move ws-cur-cust to NTFPREF-CUSTNO
               exec cics
                   read file('NTFPREF')
                   into(NTFPREF-RECORD)
                   ridfld(NTFPREF-CUSTNO)
                   resp(ws-ntfpref-resp)
               end-exec
               if ws-ntfpref-resp not = dfhresp(normal)
                   perform cntf-show-no-prefs
                   move 'NONE' to ENTFASTO
                   move 'No preferences on file - key them, U saves'
                       to ENTFMSGO
                   move 'ENTF0004' to ws-msg-no
                   perform cntf-catalogue-message
               else
                   perform cntf-show-prefs
                   if NTFPREF-ADDR-INVALID
                       string 'Address undeliverable '
                           NTFPREF-INVALID-DATE ' '
                           NTFPREF-INVALID-REASON
                           delimited by size
                           into ENTFMSGO
                   else
                       move 'U saves changes keyed, D removes all'
                           to ENTFMSGO
                       move 'ENTF0005' to ws-msg-no
                       perform cntf-catalogue-message
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cntf-show-prefs section.
       cntf-show-prefs-para.
           move NTFPREF-CHANNEL to ENTFCHNO
           move NTFPREF-ADDRESS to ENTFADRO
           if NTFPREF-ADDR-INVALID
               move 'INVALID' to ENTFASTO
           else
               move 'VALID' to ENTFASTO
           end-if
           move NTFPREF-LOWBAL-AMT to ws-amt-text-n
           move ws-amt-text to ENTFLOWO
           move NTFPREF-LGDEBIT-AMT to ws-amt-text-n
           move ws-amt-text to ENTFLGDO
           move NTFPREF-OPT-LOWBAL to ENTFOLBO
           move NTFPREF-OPT-LGDEBIT to ENTFOLDO
           move NTFPREF-OPT-TRANSFER to ENTFOXFO
           move NTFPREF-OPT-HOLD to ENTFOHLO
           move NTFPREF-OPT-TDMATURE to ENTFOTDO
           exit
           .
      ***--------------------------------------------------------------*
      *** an edit failure leaves the customer on screen               *
      ***--------------------------------------------------------------*
       cntf-redisplay section.
       cntf-redisplay-para.
           move ENTFMSGO to m-err
           if ws-mode-customer
               perform cntf-show-customer
           else
               perform cntf-show-empty
           end-if
           move m-err to ENTFMSGO
           exit
           .
      ***--------------------------------------------------------------*
      *** saves ('U') or removes ('D') the preferences of the customer*
      *** shown; a practice session may not touch the live file       *
      ***--------------------------------------------------------------*
       cntf-change-prefs section.
       cntf-change-prefs-para.
           if ENTFACTI = 'U'
               move 'NTFPREF' to ws-aud-event
           else
               move 'NTFPDEL' to ws-aud-event
           end-if
           if not ws-mode-customer
               move 'Show a customer first' to ENTFMSGO
               move 'ENTF0006' to ws-msg-no
               perform cntf-catalogue-message
               perform cntf-redisplay
           else if ENTFCNOI not = low-values
               and ENTFCNOI not = spaces
               and ENTFCNOI not = ws-cur-cust
               move 'Customer changed - ENTER to show it first'
                   to ENTFMSGO
               move 'ENTF0007' to ws-msg-no
               perform cntf-catalogue-message
               perform cntf-redisplay
           else if ws-in-training
               move 'Preferences are not available in training'
                   to ENTFMSGO
               move 'ENTF0008' to ws-msg-no
               perform cntf-catalogue-message
               perform cntf-redisplay
           else
               move ws-cur-cust to NTFPREF-CUSTNO
               exec cics
                   read file('NTFPREF')
                   into(NTFPREF-RECORD)
                   ridfld(NTFPREF-CUSTNO)
                   update
                   resp(ws-ntfpref-resp)
               end-exec
               if ws-ntfpref-resp = dfhresp(normal)
                   move 'Y' to ws-pref-found
               else
                   move 'N' to ws-pref-found
               end-if
               if ENTFACTI = 'U'
                   perform cntf-save-prefs
               else
                   perform cntf-remove-prefs
               end-if
               perform cntf-write-audit
               if ws-aud-status = 'SUCCESS'
                   perform cntf-redisplay
               else
                   perform cntf-redisplay-keyed
               end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the fields keyed go over what is on file; a changed channel *
      *** or address is a fresh contact, taken as good until the      *
      *** gateway says otherwise                                      *
      ***--------------------------------------------------------------*
       cntf-save-prefs section.
       cntf-save-prefs-para.
           if ws-pref-was-found
               move NTFPREF-CHANNEL to ws-old-channel
               move NTFPREF-ADDRESS to ws-old-address
           else
               move spaces to ws-old-channel
               move spaces to ws-old-address
               move spaces to NTFPREF-RECORD
               move ws-cur-cust to NTFPREF-CUSTNO
               move 'V' to NTFPREF-ADDR-STATUS
               move 0 to NTFPREF-INVALID-DATE
               move 0 to NTFPREF-LOWBAL-AMT
               move 0 to NTFPREF-LGDEBIT-AMT
               move 'N' to NTFPREF-OPT-LOWBAL
               move 'N' to NTFPREF-OPT-LGDEBIT
               move 'N' to NTFPREF-OPT-TRANSFER
               move 'N' to NTFPREF-OPT-HOLD
               move 'N' to NTFPREF-OPT-TDMATURE
           end-if
           perform cntf-apply-fields
           if not ws-edits-pass
               if ws-pref-was-found
                   exec cics
                       unlock file('NTFPREF')
                   end-exec
               end-if
               move 'EDIT FAIL' to ws-aud-status
           else
               if NTFPREF-CHANNEL not = ws-old-channel
                   or NTFPREF-ADDRESS not = ws-old-address
                   move 'V' to NTFPREF-ADDR-STATUS
                   move 0 to NTFPREF-INVALID-DATE
                   move spaces to NTFPREF-INVALID-REASON
               end-if
               move current-date(1:8) to NTFPREF-CHG-DATE
               move ws-auth-userid to NTFPREF-CHG-USERID
               if ws-pref-was-found
                   exec cics
                       rewrite file('NTFPREF')
                       from(NTFPREF-RECORD)
                       resp(ws-ntfpref-resp)
                   end-exec
               else
                   exec cics
                       write file('NTFPREF')
                       from(NTFPREF-RECORD)
                       ridfld(NTFPREF-CUSTNO)
                       resp(ws-ntfpref-resp)
                   end-exec
               end-if
               if ws-ntfpref-resp = dfhresp(normal)
                   move 'SUCCESS' to ws-aud-status
                   move 'Notification preferences saved'
                       to ENTFMSGO
                   move 'ENTF0009' to ws-msg-no
                   perform cntf-catalogue-message
               else
                   move 'WRITE FAIL' to ws-aud-status
                   move 'Preferences could not be saved'
                       to ENTFMSGO
                   move 'ENTF0010' to ws-msg-no
                   perform cntf-catalogue-message
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** each field keyed is edited and moved over the record; the   *
      *** first failure stops the save with its message               *
      ***--------------------------------------------------------------*
       cntf-apply-fields section.
       cntf-apply-fields-para.
           move 'Y' to ws-edit-ok
           if ENTFCHNI not = low-values and spaces
               if ENTFCHNI = 'S' or 'E'
                   move ENTFCHNI to NTFPREF-CHANNEL
               else
                   move 'Channel must be S (SMS) or E (e-mail)'
                       to ENTFMSGO
                   move 'ENTF0011' to ws-msg-no
                   perform cntf-catalogue-message
                   move 'N' to ws-edit-ok
               end-if
           end-if
           if ENTFADRI not = low-values and spaces
               move ENTFADRI to NTFPREF-ADDRESS
           end-if
           if ENTFLOWI not = low-values and spaces
               if ENTFLOWI is numeric
                   move ENTFLOWI to ws-amt-text
                   move ws-amt-text-n to NTFPREF-LOWBAL-AMT
               else
                   move 'Low-balance level must be 11 digits'
                       to ENTFMSGO
                   move 'ENTF0012' to ws-msg-no
                   perform cntf-catalogue-message
                   move 'N' to ws-edit-ok
               end-if
           end-if
           if ENTFLGDI not = low-values and spaces
               if ENTFLGDI is numeric
                   move ENTFLGDI to ws-amt-text
                   move ws-amt-text-n to NTFPREF-LGDEBIT-AMT
               else
                   move 'Large-debit level must be 11 digits'
                       to ENTFMSGO
                   move 'ENTF0013' to ws-msg-no
                   perform cntf-catalogue-message
                   move 'N' to ws-edit-ok
               end-if
           end-if
           if ENTFOLBI not = low-values and spaces
               move ENTFOLBI to NTFPREF-OPT-LOWBAL
           end-if
           if ENTFOLDI not = low-values and spaces
               move ENTFOLDI to NTFPREF-OPT-LGDEBIT
           end-if
           if ENTFOXFI not = low-values and spaces
               move ENTFOXFI to NTFPREF-OPT-TRANSFER
           end-if
           if ENTFOHLI not = low-values and spaces
               move ENTFOHLI to NTFPREF-OPT-HOLD
           end-if
           if ENTFOTDI not = low-values and spaces
               move ENTFOTDI to NTFPREF-OPT-TDMATURE
           end-if
           if ws-edits-pass
               evaluate true
                   when NTFPREF-OPT-LOWBAL not = 'Y' and not = 'N'
                     or NTFPREF-OPT-LGDEBIT not = 'Y' and not = 'N'
                     or NTFPREF-OPT-TRANSFER not = 'Y' and not = 'N'
                     or NTFPREF-OPT-HOLD not = 'Y' and not = 'N'
                     or NTFPREF-OPT-TDMATURE not = 'Y' and not = 'N'
                       move 'Each opt-in must be Y or N' to ENTFMSGO
                       move 'ENTF0014' to ws-msg-no
                       perform cntf-catalogue-message
                       move 'N' to ws-edit-ok
                   when not NTFPREF-BY-SMS and not NTFPREF-BY-EMAIL
                       move 'Key a channel - S (SMS) or E (e-mail)'
                           to ENTFMSGO
                       move 'ENTF0015' to ws-msg-no
                       perform cntf-catalogue-message
                       move 'N' to ws-edit-ok
                   when NTFPREF-ADDRESS = spaces
                       move 'Key the phone number or e-mail address'
                           to ENTFMSGO
                       move 'ENTF0016' to ws-msg-no
                       perform cntf-catalogue-message
                       move 'N' to ws-edit-ok
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cntf-remove-prefs section.
       cntf-remove-prefs-para.
           if not ws-pref-was-found
               move 'NOT FOUND' to ws-aud-status
               move 'No preferences on file to remove' to ENTFMSGO
               move 'ENTF0017' to ws-msg-no
               perform cntf-catalogue-message
           else
               exec cics
                   delete file('NTFPREF')
                   resp(ws-ntfpref-resp)
               end-exec
               if ws-ntfpref-resp = dfhresp(normal)
                   move 'SUCCESS' to ws-aud-status
                   move 'Preferences removed - no more messages'
                       to ENTFMSGO
                   move 'ENTF0018' to ws-msg-no
                   perform cntf-catalogue-message
               else
                   move 'DELETE FAIL' to ws-aud-status
                   move 'Preferences could not be removed'
                       to ENTFMSGO
                   move 'ENTF0019' to ws-msg-no
                   perform cntf-catalogue-message
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a refused save leaves what was keyed on screen to correct   *
      ***--------------------------------------------------------------*
       cntf-redisplay-keyed section.
       cntf-redisplay-keyed-para.
           move ENTFMSGO to m-err
           perform cntf-show-customer
           if ENTFCHNI not = low-values
               move ENTFCHNI to ENTFCHNO
           end-if
           if ENTFADRI not = low-values
               move ENTFADRI to ENTFADRO
           end-if
           if ENTFLOWI not = low-values
               move ENTFLOWI to ENTFLOWO
           end-if
           if ENTFLGDI not = low-values
               move ENTFLGDI to ENTFLGDO
           end-if
           if ENTFOLBI not = low-values
               move ENTFOLBI to ENTFOLBO
           end-if
           if ENTFOLDI not = low-values
               move ENTFOLDI to ENTFOLDO
           end-if
           if ENTFOXFI not = low-values
               move ENTFOXFI to ENTFOXFO
           end-if
           if ENTFOHLI not = low-values
               move ENTFOHLI to ENTFOHLO
           end-if
           if ENTFOTDI not = low-values
               move ENTFOTDI to ENTFOTDO
           end-if
           move m-err to ENTFMSGO
           exit
           .
      ***--------------------------------------------------------------*
      *** every change is journalled for audit, same layout as        *
      *** ETPESON's signon audit                                       *
      ***--------------------------------------------------------------*
       cntf-write-audit section.
       cntf-write-audit-para.
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
               jtypeid('NP') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSENTF'
                   exec cics
                       receive map(ws-map)
                       into(BMSENTFI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cntf section.
       cics-send-cntf-para.
           move low-values to ENTFACTO.

           move 'BMSENTF' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to ENTFMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSENTFO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cntf-check-auth section.
       cntf-check-auth-para.
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
       cntf-catalogue-message section.
       cntf-catalogue-message-para.
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
               move MSGCAT-TEXT to ENTFMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cntf-refuse-entry section.
       cntf-refuse-entry-para.
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
       cntf-log-unsupkey section.
       cntf-log-unsupkey-para.
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
       cntf-log-privact section.
       cntf-log-privact-para.
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
               move ENTFACTI to PRIVACT-ACTION
               move ENTFCNOI to PRIVACT-RECKEY
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
       cntf-capture-timing section.
       cntf-capture-timing-para.
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
                   perform cntf-capture-timing-write
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
       cntf-capture-timing-write section.
       cntf-capture-timing-write-para.
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
