       identification division.

       program-id. ETPESAN.

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


      * ETPESAN - sanctions potential-hit review screen
      * Lists the pending SANCHIT hits that ETPECST screening and
      * the nightly ETPBSNS rescreen raise, eight to a page; ENTER
      * pages on, wrapping at the end.  Keying a line number 1-8 in
      * SEL shows that hit - the customer's name as screened beside
      * the listed name and programme it met.  On a hit shown,
      * action 'C' clears it as a false match and 'M' confirms it;
      * either needs a note giving the reason.  A pending or
      * confirmed hit holds the customer's transfers on ETPEXFR, so
      * only a clear releases them.  Every decision is kept on the
      * hit, written to the SANCAUD audit trail and journalled to
      * journal1.  SANCHIT is the live compliance file with no
      * practice copy - a training session may browse it but not
      * decide.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPESAN'.

      ***--------------------------------------------------------------*
      *** training mode - SANCHIT has no practice copy, so a          *
      *** training session browses the live hits read-only, and      *
      *** every screen carries a TRAINING banner                      *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSESAN.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see csan-check-auth      *
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
      *    the MSGCAT catalogue - see csan-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     ESAN session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the potential hits under review, the audit trail every      *
      *** decision goes to, and the list date it was made against     *
      ***--------------------------------------------------------------*
       copy SANCHIT.
       01  ws-sanchit-resp                   pic s9(8) comp.
       01  ws-hit-found                      pic x(1).
           88  ws-hit-was-found              value 'Y'.
       copy SANCAUD.
       01  ws-sancaud-resp                   pic s9(8) comp.
       01  ws-aud-written                    pic x(1).
           88  ws-aud-was-written            value 'Y'.
       copy SANCCTL.
       01  ws-sancctl-resp                   pic s9(8) comp.

      *    one page of the list for L01-L08
       01  ws-page-lines.
           03  ws-page-disp                  pic x(70) occurs 8 times.
       77  ws-page-max                       pic 9(2) comp value 8.
       01  ws-page-count                     pic 9(2) comp.
       01  ws-page-line                      pic x(70).
       01  ws-page-no                        pic 9(1).
       01  ws-page-wrapped                   pic x(1).
           88  ws-page-has-wrapped           value 'Y'.
       01  ws-sel-no                         pic 9(1).

      *    consolidated cross-program training-gap log - see
      *    csan-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see csan-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-mode                       pic x(1).
               88  ws-mode-list              value 'L'.
               88  ws-mode-hit               value 'H'.
      *    the key the page on screen started from, and the keys of
      *    the hits on its lines, so SEL knows which hit it means
           03  ws-list-key                   pic x(20).
           03  ws-last-key                   pic x(20).
           03  ws-shown-keys.
               05  ws-shown-key              pic x(20) occurs 8 times.
           03  ws-cur-key                    pic x(20).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see csan-capture-timing            *
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
           perform csan-mainline

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
       csan-mainline section.
       csan-mainline-para.
           perform csan-check-auth
           if not ws-tx-authorized
               perform csan-refuse-entry
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
                perform csan-log-privact

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

      *            ENTER decides the hit shown, shows a selected
      *            hit, or pages the list of pending hits on
                   when DFHENTER
                       evaluate true
                           when ws-mode-hit
                               and (ESANACTI = 'C' or 'M')
                               perform csan-decide-hit
                           when ws-mode-hit
                               and ESANACTI not = low-values
                               and ESANACTI not = spaces
                               move 'Action must be C or M'
                                   to ESANMSGO
                               move 'ESAN0001' to ws-msg-no
                               perform csan-catalogue-message
                               perform csan-redisplay-current
                           when ws-mode-list
                               and ESANSELI not = low-values
                               and ESANSELI not = spaces
                               perform csan-select-hit
                           when ws-mode-hit
                               perform csan-show-list
                           when other
                               move ws-last-key to ws-list-key
                               perform csan-show-list
                       end-evaluate
                       perform cics-send-csan

      *            CLEAR key restarts the list from the top
                   when DFHCLEAR
      *            *> Clear Key
                       move low-values to ws-list-key
                       perform csan-show-list
                       move 'Display reset by clear key'
                           to ESANMSGO
                       move 'ETP00001' to ws-msg-no
                       perform csan-catalogue-message
                       perform cics-send-csan
                   when other
                       move 'Unexpected 3270 attention key'
                           to ESANMSGO
                       move 'ETP00002' to ws-msg-no
                       perform csan-catalogue-message
                       perform csan-log-unsupkey
                       perform cics-send-csan
               end-evaluate
           else
               move low-values to ws-list-key
               perform csan-capture-timing
               perform csan-show-list
               perform cics-send-csan
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one page of pending hits from the list key on; an empty     *
      *** page past the last pending hit wraps back to the first      *
      ***--------------------------------------------------------------*
       csan-show-list section.
       csan-show-list-para.
           move 'L' to ws-mode
           move spaces to ws-cur-key
           move 'N' to ws-page-wrapped
           perform csan-load-page
           if ws-page-count = 0
               and ws-list-key not = low-values
               move low-values to ws-list-key
               move 'Y' to ws-page-wrapped
               perform csan-load-page
           end-if
           perform csan-clear-hit
           perform csan-show-page
           evaluate true
               when ws-page-count = 0
                   move 'No sanctions hits pending review' to ESANMSGO
                   move 'ESAN0002' to ws-msg-no
                   perform csan-catalogue-message
               when ws-page-has-wrapped
                   move 'Back to the first page - SEL 1-8 shows a hit'
                       to ESANMSGO
                   move 'ESAN0003' to ws-msg-no
                   perform csan-catalogue-message
               when other
                   move 'SEL 1-8 shows a hit, ENTER next page'
                       to ESANMSGO
                   move 'ESAN0004' to ws-msg-no
                   perform csan-catalogue-message
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       csan-load-page section.
       csan-load-page-para.
           move spaces to ws-page-lines
           move spaces to ws-shown-keys
           move 0 to ws-page-count
           move ws-list-key to ws-last-key
           move ws-list-key to SANCHIT-KEY
           exec cics
               startbr file('SANCHIT')
               ridfld(SANCHIT-KEY)
               resp(ws-sanchit-resp)
           end-exec
           if ws-sanchit-resp = dfhresp(normal)
               perform csan-load-page-next
                   until ws-page-count not < ws-page-max
                      or ws-sanchit-resp not = dfhresp(normal)
               exec cics
                   endbr file('SANCHIT')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the page's start key is itself the last hit of the page     *
      *** before, so it is passed over                                *
      ***--------------------------------------------------------------*
       csan-load-page-next section.
       csan-load-page-next-para.
           exec cics
               readnext file('SANCHIT')
               into(SANCHIT-RECORD)
               ridfld(SANCHIT-KEY)
               resp(ws-sanchit-resp)
           end-exec
           if ws-sanchit-resp = dfhresp(normal)
               and SANCHIT-IS-PENDING
               and SANCHIT-KEY not = ws-list-key
               add 1 to ws-page-count
               move ws-page-count to ws-page-no
               move SANCHIT-KEY to ws-shown-key(ws-page-count)
               move SANCHIT-KEY to ws-last-key
               move spaces to ws-page-line
               string ws-page-no ' ' SANCHIT-CUSTNO ' '
                   SANCHIT-SCREEN-DATE ' ' SANCHIT-SOURCE ' '
                   SANCHIT-CUST-NAME ' ' SANCHIT-LIST-NAME
                   delimited by size
                   into ws-page-line
               move ws-page-line to ws-page-disp(ws-page-count)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       csan-show-page section.
       csan-show-page-para.
           move ws-page-disp(1) to ESANL01O
           move ws-page-disp(2) to ESANL02O
           move ws-page-disp(3) to ESANL03O
           move ws-page-disp(4) to ESANL04O
           move ws-page-disp(5) to ESANL05O
           move ws-page-disp(6) to ESANL06O
           move ws-page-disp(7) to ESANL07O
           move ws-page-disp(8) to ESANL08O
           exit
           .
      ***--------------------------------------------------------------*
      *** SEL picks a line of the page on screen; the list key stays  *
      *** put so the reviewer comes back to the same page             *
      ***--------------------------------------------------------------*
       csan-select-hit section.
       csan-select-hit-para.
           if ESANSELI not numeric
               or ESANSELI = '0' or '9'
               move 'SEL must be a line number 1-8' to ESANMSGO
               move 'ESAN0005' to ws-msg-no
               perform csan-catalogue-message
               perform csan-redisplay-list
           else
               move ESANSELI to ws-sel-no
               if ws-shown-key(ws-sel-no) = spaces
                   move 'No hit on that line' to ESANMSGO
                   move 'ESAN0006' to ws-msg-no
                   perform csan-catalogue-message
                   perform csan-redisplay-list
               else
                   move ws-shown-key(ws-sel-no) to ws-cur-key
                   move ws-cur-key to SANCHIT-KEY
                   exec cics
                       read file('SANCHIT')
                       into(SANCHIT-RECORD)
                       ridfld(SANCHIT-KEY)
                       resp(ws-sanchit-resp)
                   end-exec
                   if ws-sanchit-resp = dfhresp(normal)
                       move 'H' to ws-mode
                       perform csan-show-hit
                   else
                       move 'Sanctions hit not found' to ESANMSGO
                       move 'ESAN0007' to ws-msg-no
                       perform csan-catalogue-message
                       perform csan-redisplay-list
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       csan-redisplay-list section.
       csan-redisplay-list-para.
           move ESANMSGO to m-err
           perform csan-show-list
           move m-err to ESANMSGO
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's name as screened against the listed entry    *
      ***--------------------------------------------------------------*
       csan-show-hit section.
       csan-show-hit-para.
           move SANCHIT-CUSTNO to ESANCUSO
           move SANCHIT-ENTRY-ID to ESANENTO
           move SANCHIT-PROGRAM to ESANPRGO
           evaluate true
               when SANCHIT-IS-PENDING
                   move 'PENDING' to ESANSTSO
               when SANCHIT-IS-CLEARED
                   move 'CLEARED' to ESANSTSO
               when SANCHIT-IS-CONFIRMED
                   move 'CONFIRMD' to ESANSTSO
               when other
                   move SANCHIT-STATUS to ESANSTSO
           end-evaluate
           move SANCHIT-SCREEN-DATE to ESANDATO
           move SANCHIT-CUST-NAME to ESANCNMO
           move SANCHIT-LIST-NAME to ESANLNMO
           move spaces to ws-page-lines
           perform csan-show-page
           if ws-in-training
               move 'Sanctions decisions are not available in training'
                   to ESANMSGO
               move 'ESAN0008' to ws-msg-no
               perform csan-catalogue-message
           else
               move 'C clears as a false match, M confirms, with note'
                   to ESANMSGO
               move 'ESAN0009' to ws-msg-no
               perform csan-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       csan-clear-hit section.
       csan-clear-hit-para.
           move spaces to ESANCUSO
           move spaces to ESANENTO
           move spaces to ESANPRGO
           move spaces to ESANSTSO
           move spaces to ESANDATO
           move spaces to ESANCNMO
           move spaces to ESANLNMO
           move spaces to ESANNOTO
           exit
           .
      ***--------------------------------------------------------------*
      *** clears the hit shown as a false match ('C') or confirms it  *
      *** ('M'); the reason is required, kept on the hit, written to  *
      *** SANCAUD and journalled.  A practice session may not decide  *
      *** a live compliance hit                                       *
      ***--------------------------------------------------------------*
       csan-decide-hit section.
       csan-decide-hit-para.
           if ESANACTI = 'C'
               move 'SANCCLR' to ws-aud-event
           else
               move 'SANCCONF' to ws-aud-event
           end-if
           if ws-in-training
               move 'Sanctions decisions are not available in training'
                   to ESANMSGO
               move 'ESAN0008' to ws-msg-no
               perform csan-catalogue-message
               perform csan-redisplay-current
           else if ESANNOTI = low-values or spaces
               move 'Key a note giving the reason for the decision'
                   to ESANMSGO
               move 'ESAN0010' to ws-msg-no
               perform csan-catalogue-message
               perform csan-redisplay-current
           else
               perform csan-read-current
               if ws-hit-was-found
                   move ESANACTI to SANCHIT-STATUS
                   move current-date(1:8) to SANCHIT-DECIDED-DATE
                   move ws-auth-userid to SANCHIT-USERID
                   move ESANNOTI to SANCHIT-NOTE
                   exec cics
                       rewrite file('SANCHIT')
                       from(SANCHIT-RECORD)
                       resp(ws-sanchit-resp)
                   end-exec
                   if ws-sanchit-resp = dfhresp(normal)
                       move 'SUCCESS' to ws-aud-status
                       perform csan-write-sancaud
                       perform csan-write-audit
                       perform csan-show-list
                       if ESANACTI = 'C'
                           move 'Hit cleared - transfers released'
                               to ESANMSGO
                           move 'ESAN0011' to ws-msg-no
                           perform csan-catalogue-message
                       else
                           move 'Hit confirmed - transfers stay held'
                               to ESANMSGO
                           move 'ESAN0012' to ws-msg-no
                           perform csan-catalogue-message
                       end-if
                   else
                       move 'REWRITE FAIL' to ws-aud-status
                       perform csan-write-audit
                       move 'Hit could not be updated' to ESANMSGO
                       move 'ESAN0013' to ws-msg-no
                       perform csan-catalogue-message
                       perform csan-redisplay-current
                   end-if
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** re-reads the hit the commarea says is on screen, for        *
      *** update; a hit already decided is refused                    *
      ***--------------------------------------------------------------*
       csan-read-current section.
       csan-read-current-para.
           move 'N' to ws-hit-found
           move ws-cur-key to SANCHIT-KEY
           exec cics
               read file('SANCHIT')
               into(SANCHIT-RECORD)
               ridfld(SANCHIT-KEY)
               update
               resp(ws-sanchit-resp)
           end-exec
           if ws-sanchit-resp not = dfhresp(normal)
               perform csan-show-list
               move 'Sanctions hit not found' to ESANMSGO
               move 'ESAN0007' to ws-msg-no
               perform csan-catalogue-message
           else if not SANCHIT-IS-PENDING
               exec cics
                   unlock file('SANCHIT')
               end-exec
               perform csan-show-hit
               move 'Hit already decided' to ESANMSGO
               move 'ESAN0014' to ws-msg-no
               perform csan-catalogue-message
           else
               move 'Y' to ws-hit-found
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an edit failure leaves the hit on screen as it stands       *
      ***--------------------------------------------------------------*
       csan-redisplay-current section.
       csan-redisplay-current-para.
           move ESANMSGO to m-err
           move ws-cur-key to SANCHIT-KEY
           exec cics
               read file('SANCHIT')
               into(SANCHIT-RECORD)
               ridfld(SANCHIT-KEY)
               resp(ws-sanchit-resp)
           end-exec
           if ws-sanchit-resp = dfhresp(normal)
               perform csan-show-hit
           end-if
           move m-err to ESANMSGO
           exit
           .
      ***--------------------------------------------------------------*
      *** the decision on the customer's SANCAUD trail, against the   *
      *** list currently loaded                                       *
      ***--------------------------------------------------------------*
       csan-write-sancaud section.
       csan-write-sancaud-para.
           move 'SANCLIST' to SANCCTL-CNAME
           exec cics
               read file('SANCCTL')
               into(SANCCTL-RECORD)
               ridfld(SANCCTL-CNAME)
               resp(ws-sancctl-resp)
           end-exec
           if ws-sancctl-resp not = dfhresp(normal)
               move 0 to SANCCTL-LIST-DATE
           end-if
           move SANCHIT-CUSTNO to SANCAUD-CUSTNO
           move current-date(1:14) to SANCAUD-STAMP
           move 1 to SANCAUD-SEQ
           move SANCHIT-STATUS to SANCAUD-EVENT
           move 'R' to SANCAUD-SOURCE
           move SANCHIT-CUST-NAME to SANCAUD-NAME
           move 1 to SANCAUD-HITS
           move SANCHIT-ENTRY-ID to SANCAUD-ENTRY-ID
           move SANCCTL-LIST-DATE to SANCAUD-LIST-DATE
           move ws-auth-userid to SANCAUD-USERID
           move SANCHIT-NOTE to SANCAUD-NOTE
           move 'N' to ws-aud-written
           perform csan-write-sancaud-once
               until ws-aud-was-written
           exit
           .
      ***--------------------------------------------------------------*
       csan-write-sancaud-once section.
       csan-write-sancaud-once-para.
           exec cics
               write file('SANCAUD')
               from(SANCAUD-RECORD)
               ridfld(SANCAUD-KEY)
               resp(ws-sancaud-resp)
           end-exec
           if ws-sancaud-resp = dfhresp(duprec)
               add 1 to SANCAUD-SEQ
           else
               move 'Y' to ws-aud-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every decision is journalled for audit, same layout as      *
      *** ETPESON's signon audit                                       *
      ***--------------------------------------------------------------*
       csan-write-audit section.
       csan-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'CUST=' SANCHIT-CUSTNO ' '
               'ENTRY=' SANCHIT-ENTRY-ID ' '
               'UID=' ws-auth-userid ' '
               'TERM=' eibtrmid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('SN') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSESAN'
                   exec cics
                       receive map(ws-map)
                       into(BMSESANI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-csan section.
       cics-send-csan-para.
           move low-values to ESANSELO.
           move low-values to ESANACTO.

           move 'BMSESAN' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to ESANMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSESANO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       csan-check-auth section.
       csan-check-auth-para.
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
       csan-catalogue-message section.
       csan-catalogue-message-para.
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
               move MSGCAT-TEXT to ESANMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       csan-refuse-entry section.
       csan-refuse-entry-para.
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
       csan-log-unsupkey section.
       csan-log-unsupkey-para.
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
       csan-log-privact section.
       csan-log-privact-para.
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
               move ESANACTI to PRIVACT-ACTION
               move ESANSELI to PRIVACT-RECKEY
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
       csan-capture-timing section.
       csan-capture-timing-para.
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
                   perform csan-capture-timing-write
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
       csan-capture-timing-write section.
       csan-capture-timing-write-para.
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
