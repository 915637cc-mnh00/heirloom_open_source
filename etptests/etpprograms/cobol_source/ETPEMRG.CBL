       identification division.

       program-id. ETPEMRG.

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


      * ETPEMRG - duplicate customer merge review screen
      * Lists the candidate pairs the ETPBDUP report has found on
      * MRGCAND, eight to a page; ENTER pages on, wrapping at the
      * end.  Keying a line number 1-8 in SEL shows that pair side
      * by side - name, address, telephone, birth date, identity
      * document, branch, status and the number of accounts each
      * customer number holds.  On a pair shown, action 'A' approves
      * a merge keeping the first number, 'B' one keeping the
      * second, and 'R' rejects the pair as two different people so
      * later reports leave it alone; each needs a note giving the
      * reason and a supervisor - SECROLE 'S' or 'A'.  The approved
      * merge itself is carried out by the ETPBMRG run.  Every
      * decision is kept on the pair and journalled to journal1.
      * MRGCAND and the customer master shown are the live files -
      * a training session may browse them but not decide.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEMRG'.

      ***--------------------------------------------------------------*
      *** training mode - MRGCAND has no practice copy, so a          *
      *** training session browses the live pairs read-only, and     *
      *** every screen carries a TRAINING banner                      *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEMRG.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see cmrg-check-auth      *
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
      *    the MSGCAT catalogue - see cmrg-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EMRG session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the candidate pairs under review, and the two customers of  *
      *** the pair shown with the accounts each holds                 *
      ***--------------------------------------------------------------*
       copy MRGCAND.
       01  ws-mrgcand-resp                   pic s9(8) comp.
       01  ws-pair-found                     pic x(1).
           88  ws-pair-was-found             value 'Y'.
       copy CUSTMAST.
       01  ws-custmast-resp                  pic s9(8) comp.
       copy CUSTXREF.
       01  ws-custxref-resp                  pic s9(8) comp.

      *    the two customers side by side - occurrence 1 is the
      *    pair's first number, 2 its second
       01  ws-cmp-sides.
           03  ws-cmp-side                   occurs 2 times.
               05  ws-cmp-name               pic x(30).
               05  ws-cmp-address            pic x(30).
               05  ws-cmp-phone              pic x(15).
               05  ws-cmp-born               pic x(8).
               05  ws-cmp-doc                pic x(18).
               05  ws-cmp-branch             pic x(3).
               05  ws-cmp-status             pic x(8).
               05  ws-cmp-accts              pic zz9.
       01  ws-side                           pic 9(1) comp.
       01  ws-side-custno                    pic x(10).
       01  ws-acct-count                     pic 9(3) comp.
       01  ws-more-accts                     pic x(1).
           88  ws-more-acct-recs             value 'Y'.
       01  ws-cmp-line.
           03  ws-cmp-label                  pic x(9).
           03  filler                        pic x(1) value space.
           03  ws-cmp-val-a                  pic x(29).
           03  filler                        pic x(1) value space.
           03  ws-cmp-val-b                  pic x(29).

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
      *    cmrg-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see cmrg-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-mode                       pic x(1).
               88  ws-mode-list              value 'L'.
               88  ws-mode-pair              value 'P'.
      *    the key the page on screen started from, and the keys of
      *    the pairs on its lines, so SEL knows which pair it means
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
      *** measurement into TXTIME - see cmrg-capture-timing            *
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
           perform cmrg-mainline

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
       cmrg-mainline section.
       cmrg-mainline-para.
           perform cmrg-check-auth
           if not ws-tx-authorized
               perform cmrg-refuse-entry
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
                perform cmrg-log-privact

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

      *            ENTER decides the pair shown, shows a selected
      *            pair, or pages the list of candidate pairs on
                   when DFHENTER
                       evaluate true
                           when ws-mode-pair
                               and (EMRGACTI = 'A' or 'B' or 'R')
                               perform cmrg-decide-pair
                           when ws-mode-pair
                               and EMRGACTI not = low-values
                               and EMRGACTI not = spaces
                               move 'Action must be A, B or R'
                                   to EMRGMSGO
                               move 'EMRG0001' to ws-msg-no
                               perform cmrg-catalogue-message
                               perform cmrg-redisplay-current
                           when ws-mode-list
                               and EMRGSELI not = low-values
                               and EMRGSELI not = spaces
                               perform cmrg-select-pair
                           when ws-mode-pair
                               perform cmrg-show-list
                           when other
                               move ws-last-key to ws-list-key
                               perform cmrg-show-list
                       end-evaluate
                       perform cics-send-cmrg

      *            CLEAR key restarts the list from the top
                   when DFHCLEAR
      *            *> Clear Key
                       move low-values to ws-list-key
                       perform cmrg-show-list
                       move 'Display reset by clear key'
                           to EMRGMSGO
                       move 'ETP00001' to ws-msg-no
                       perform cmrg-catalogue-message
                       perform cics-send-cmrg
                   when other
                       move 'Unexpected 3270 attention key'
                           to EMRGMSGO
                       move 'ETP00002' to ws-msg-no
                       perform cmrg-catalogue-message
                       perform cmrg-log-unsupkey
                       perform cics-send-cmrg
               end-evaluate
           else
               move low-values to ws-list-key
               perform cmrg-capture-timing
               perform cmrg-show-list
               perform cics-send-cmrg
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one page of candidate pairs from the list key on; an empty  *
      *** page past the last candidate wraps back to the first        *
      ***--------------------------------------------------------------*
       cmrg-show-list section.
       cmrg-show-list-para.
           move 'L' to ws-mode
           move spaces to ws-cur-key
           move 'N' to ws-page-wrapped
           perform cmrg-load-page
           if ws-page-count = 0
               and ws-list-key not = low-values
               move low-values to ws-list-key
               move 'Y' to ws-page-wrapped
               perform cmrg-load-page
           end-if
           perform cmrg-clear-pair
           perform cmrg-show-page
           evaluate true
               when ws-page-count = 0
                   move 'No duplicate customers awaiting review'
                       to EMRGMSGO
                   move 'EMRG0002' to ws-msg-no
                   perform cmrg-catalogue-message
               when ws-page-has-wrapped
                   move 'Back to the first page - SEL 1-8 shows a pair'
                       to EMRGMSGO
                   move 'EMRG0003' to ws-msg-no
                   perform cmrg-catalogue-message
               when other
                   move 'SEL 1-8 shows a pair, ENTER next page'
                       to EMRGMSGO
                   move 'EMRG0004' to ws-msg-no
                   perform cmrg-catalogue-message
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cmrg-load-page section.
       cmrg-load-page-para.
           move spaces to ws-page-lines
           move spaces to ws-shown-keys
           move 0 to ws-page-count
           move ws-list-key to ws-last-key
           move ws-list-key to MRGCAND-KEY
           exec cics
               startbr file('MRGCAND')
               ridfld(MRGCAND-KEY)
               resp(ws-mrgcand-resp)
           end-exec
           if ws-mrgcand-resp = dfhresp(normal)
               perform cmrg-load-page-next
                   until ws-page-count not < ws-page-max
                      or ws-mrgcand-resp not = dfhresp(normal)
               exec cics
                   endbr file('MRGCAND')
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the page's start key is itself the last pair of the page    *
      *** before, so it is passed over                                *
      ***--------------------------------------------------------------*
       cmrg-load-page-next section.
       cmrg-load-page-next-para.
           exec cics
               readnext file('MRGCAND')
               into(MRGCAND-RECORD)
               ridfld(MRGCAND-KEY)
               resp(ws-mrgcand-resp)
           end-exec
           if ws-mrgcand-resp = dfhresp(normal)
               and MRGCAND-IS-CANDIDATE
               and MRGCAND-KEY not = ws-list-key
               add 1 to ws-page-count
               move ws-page-count to ws-page-no
               move MRGCAND-KEY to ws-shown-key(ws-page-count)
               move MRGCAND-KEY to ws-last-key
               move spaces to ws-page-line
               string ws-page-no ' ' MRGCAND-CUSTNO-A ' '
                   MRGCAND-CUSTNO-B ' ' MRGCAND-RULE ' '
                   MRGCAND-FOUND-DATE ' ' MRGCAND-NAME-A(1:17) ' '
                   MRGCAND-NAME-B(1:17)
                   delimited by size
                   into ws-page-line
               move ws-page-line to ws-page-disp(ws-page-count)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmrg-show-page section.
       cmrg-show-page-para.
           move ws-page-disp(1) to EMRGL01O
           move ws-page-disp(2) to EMRGL02O
           move ws-page-disp(3) to EMRGL03O
           move ws-page-disp(4) to EMRGL04O
           move ws-page-disp(5) to EMRGL05O
           move ws-page-disp(6) to EMRGL06O
           move ws-page-disp(7) to EMRGL07O
           move ws-page-disp(8) to EMRGL08O
           exit
           .
      ***--------------------------------------------------------------*
      *** SEL picks a line of the page on screen; the list key stays  *
      *** put so the reviewer comes back to the same page             *
      ***--------------------------------------------------------------*
       cmrg-select-pair section.
       cmrg-select-pair-para.
           if EMRGSELI not numeric
               or EMRGSELI = '0' or '9'
               move 'SEL must be a line number 1-8' to EMRGMSGO
               move 'EMRG0005' to ws-msg-no
               perform cmrg-catalogue-message
               perform cmrg-redisplay-list
           else
               move EMRGSELI to ws-sel-no
               if ws-shown-key(ws-sel-no) = spaces
                   move 'No pair on that line' to EMRGMSGO
                   move 'EMRG0006' to ws-msg-no
                   perform cmrg-catalogue-message
                   perform cmrg-redisplay-list
               else
                   move ws-shown-key(ws-sel-no) to ws-cur-key
                   move ws-cur-key to MRGCAND-KEY
                   exec cics
                       read file('MRGCAND')
                       into(MRGCAND-RECORD)
                       ridfld(MRGCAND-KEY)
                       resp(ws-mrgcand-resp)
                   end-exec
                   if ws-mrgcand-resp = dfhresp(normal)
                       move 'P' to ws-mode
                       perform cmrg-show-pair
                   else
                       move 'Merge candidate not found' to EMRGMSGO
                       move 'EMRG0007' to ws-msg-no
                       perform cmrg-catalogue-message
                       perform cmrg-redisplay-list
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmrg-redisplay-list section.
       cmrg-redisplay-list-para.
           move EMRGMSGO to m-err
           perform cmrg-show-list
           move m-err to EMRGMSGO
           exit
           .
      ***--------------------------------------------------------------*
      *** the pair's two customers as they stand now, one line per    *
      *** detail, the first number on the left                        *
      ***--------------------------------------------------------------*
       cmrg-show-pair section.
       cmrg-show-pair-para.
           move MRGCAND-CUSTNO-A to EMRGCSAO
           move MRGCAND-CUSTNO-B to EMRGCSBO
           if MRGCAND-BY-IDENTITY
               move 'IDENTITY' to EMRGRULO
           else
               move 'NAME+TEL' to EMRGRULO
           end-if
           evaluate true
               when MRGCAND-IS-CANDIDATE
                   move 'PENDING' to EMRGSTSO
               when MRGCAND-IS-APPROVED
                   move 'APPROVED' to EMRGSTSO
               when MRGCAND-IS-REJECTED
                   move 'REJECTED' to EMRGSTSO
               when MRGCAND-IS-MERGED
                   move 'MERGED' to EMRGSTSO
               when other
                   move MRGCAND-STATUS to EMRGSTSO
           end-evaluate
           move MRGCAND-FOUND-DATE to EMRGDATO
           move 1 to ws-side
           move MRGCAND-CUSTNO-A to ws-side-custno
           perform cmrg-load-side
           move 2 to ws-side
           move MRGCAND-CUSTNO-B to ws-side-custno
           perform cmrg-load-side
           move 'NAME' to ws-cmp-label
           move ws-cmp-name(1) to ws-cmp-val-a
           move ws-cmp-name(2) to ws-cmp-val-b
           move ws-cmp-line to EMRGL01O
           move 'ADDRESS' to ws-cmp-label
           move ws-cmp-address(1) to ws-cmp-val-a
           move ws-cmp-address(2) to ws-cmp-val-b
           move ws-cmp-line to EMRGL02O
           move 'TELEPHONE' to ws-cmp-label
           move ws-cmp-phone(1) to ws-cmp-val-a
           move ws-cmp-phone(2) to ws-cmp-val-b
           move ws-cmp-line to EMRGL03O
           move 'BORN' to ws-cmp-label
           move ws-cmp-born(1) to ws-cmp-val-a
           move ws-cmp-born(2) to ws-cmp-val-b
           move ws-cmp-line to EMRGL04O
           move 'ID DOC' to ws-cmp-label
           move ws-cmp-doc(1) to ws-cmp-val-a
           move ws-cmp-doc(2) to ws-cmp-val-b
           move ws-cmp-line to EMRGL05O
           move 'BRANCH' to ws-cmp-label
           move ws-cmp-branch(1) to ws-cmp-val-a
           move ws-cmp-branch(2) to ws-cmp-val-b
           move ws-cmp-line to EMRGL06O
           move 'STATUS' to ws-cmp-label
           move ws-cmp-status(1) to ws-cmp-val-a
           move ws-cmp-status(2) to ws-cmp-val-b
           move ws-cmp-line to EMRGL07O
           move 'ACCOUNTS' to ws-cmp-label
           move ws-cmp-accts(1) to ws-cmp-val-a
           move ws-cmp-accts(2) to ws-cmp-val-b
           move ws-cmp-line to EMRGL08O
           if ws-in-training
               move 'Merge decisions are not available in training'
                   to EMRGMSGO
               move 'EMRG0008' to ws-msg-no
               perform cmrg-catalogue-message
           else
               move 'A keeps 1st, B keeps 2nd, R rejects - with note'
                   to EMRGMSGO
               move 'EMRG0009' to ws-msg-no
               perform cmrg-catalogue-message
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one side of the comparison off the customer master, with    *
      *** the accounts the number holds counted off CUSTXREF          *
      ***--------------------------------------------------------------*
       cmrg-load-side section.
       cmrg-load-side-para.
           move spaces to ws-cmp-side(ws-side)
           move ws-side-custno to CUSTMAST-CUSTNO
           exec cics
               read file('CUSTMAST')
               into(CUSTMAST-RECORD)
               ridfld(CUSTMAST-CUSTNO)
               resp(ws-custmast-resp)
           end-exec
           if ws-custmast-resp not = dfhresp(normal)
               move '** NOT ON FILE **' to ws-cmp-name(ws-side)
           else
               move CUSTMAST-NAME to ws-cmp-name(ws-side)
               move CUSTMAST-ADDRESS to ws-cmp-address(ws-side)
               move CUSTMAST-PHONE to ws-cmp-phone(ws-side)
               move CUSTMAST-BIRTH-DATE to ws-cmp-born(ws-side)
               string CUSTMAST-ID-DOC-TYPE ' ' CUSTMAST-ID-DOC-REF
                   delimited by size
                   into ws-cmp-doc(ws-side)
               move CUSTMAST-BRANCH to ws-cmp-branch(ws-side)
               evaluate true
                   when CUSTMAST-IS-ACTIVE
                       move 'ACTIVE' to ws-cmp-status(ws-side)
                   when CUSTMAST-IS-CLOSED
                       move 'CLOSED' to ws-cmp-status(ws-side)
                   when other
                       move CUSTMAST-STATUS to ws-cmp-status(ws-side)
               end-evaluate
               move 0 to ws-acct-count
               move ws-side-custno to CUSTXREF-CUSTNO
               move low-values to CUSTXREF-ACCTNO
               exec cics
                   startbr file('CUSTXREF')
                   ridfld(CUSTXREF-KEY)
                   resp(ws-custxref-resp)
               end-exec
               if ws-custxref-resp = dfhresp(normal)
                   move 'Y' to ws-more-accts
                   perform cmrg-count-accts
                       until not ws-more-acct-recs
                          or ws-acct-count = 999
                   exec cics
                       endbr file('CUSTXREF')
                   end-exec
               end-if
               move ws-acct-count to ws-cmp-accts(ws-side)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmrg-count-accts section.
       cmrg-count-accts-para.
           exec cics
               readnext file('CUSTXREF')
               into(CUSTXREF-RECORD)
               ridfld(CUSTXREF-KEY)
               resp(ws-custxref-resp)
           end-exec
           if ws-custxref-resp = dfhresp(normal)
               and CUSTXREF-CUSTNO = ws-side-custno
               add 1 to ws-acct-count
           else
               move 'N' to ws-more-accts
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cmrg-clear-pair section.
       cmrg-clear-pair-para.
           move spaces to EMRGCSAO
           move spaces to EMRGCSBO
           move spaces to EMRGRULO
           move spaces to EMRGSTSO
           move spaces to EMRGDATO
           move spaces to EMRGNOTO
           exit
           .
      ***--------------------------------------------------------------*
      *** approves a merge keeping the first ('A') or second ('B')    *
      *** number, or rejects the pair ('R'); a supervisor and a       *
      *** reason are required, the decision is kept on the pair and   *
      *** journalled.  A practice session may not decide a live pair  *
      ***--------------------------------------------------------------*
       cmrg-decide-pair section.
       cmrg-decide-pair-para.
           evaluate EMRGACTI
               when 'A'
                   move 'MRGKEEPA' to ws-aud-event
               when 'B'
                   move 'MRGKEEPB' to ws-aud-event
               when other
                   move 'MRGREJ' to ws-aud-event
           end-evaluate
           if ws-in-training
               move 'Merge decisions are not available in training'
                   to EMRGMSGO
               move 'EMRG0008' to ws-msg-no
               perform cmrg-catalogue-message
               perform cmrg-redisplay-current
           else if ws-auth-role not = 'S' and not = 'A'
               move 'A supervisor must decide a merge' to EMRGMSGO
               move 'EMRG0010' to ws-msg-no
               perform cmrg-catalogue-message
               perform cmrg-redisplay-current
           else if EMRGNOTI = low-values or spaces
               move 'Key a note giving the reason for the decision'
                   to EMRGMSGO
               move 'EMRG0011' to ws-msg-no
               perform cmrg-catalogue-message
               perform cmrg-redisplay-current
           else
               perform cmrg-read-current
               if ws-pair-was-found
                   if EMRGACTI = 'R'
                       move 'R' to MRGCAND-STATUS
                       move space to MRGCAND-KEEP
                   else
                       move 'A' to MRGCAND-STATUS
                       move EMRGACTI to MRGCAND-KEEP
                   end-if
                   move current-date(1:8) to MRGCAND-DECIDED-DATE
                   move ws-auth-userid to MRGCAND-USERID
                   move EMRGNOTI to MRGCAND-NOTE
                   exec cics
                       rewrite file('MRGCAND')
                       from(MRGCAND-RECORD)
                       resp(ws-mrgcand-resp)
                   end-exec
                   if ws-mrgcand-resp = dfhresp(normal)
                       move 'SUCCESS' to ws-aud-status
                       perform cmrg-write-audit
                       perform cmrg-show-list
                       if EMRGACTI = 'R'
                           move 'Pair rejected - not reported again'
                               to EMRGMSGO
                           move 'EMRG0012' to ws-msg-no
                           perform cmrg-catalogue-message
                       else
                           move 'Merge approved for the ETPBMRG run'
                               to EMRGMSGO
                           move 'EMRG0013' to ws-msg-no
                           perform cmrg-catalogue-message
                       end-if
                   else
                       move 'REWRITE FAIL' to ws-aud-status
                       perform cmrg-write-audit
                       move 'Pair could not be updated' to EMRGMSGO
                       move 'EMRG0014' to ws-msg-no
                       perform cmrg-catalogue-message
                       perform cmrg-redisplay-current
                   end-if
               end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** re-reads the pair the commarea says is on screen, for       *
      *** update; a pair already decided is refused                   *
      ***--------------------------------------------------------------*
       cmrg-read-current section.
       cmrg-read-current-para.
           move 'N' to ws-pair-found
           move ws-cur-key to MRGCAND-KEY
           exec cics
               read file('MRGCAND')
               into(MRGCAND-RECORD)
               ridfld(MRGCAND-KEY)
               update
               resp(ws-mrgcand-resp)
           end-exec
           if ws-mrgcand-resp not = dfhresp(normal)
               perform cmrg-show-list
               move 'Merge candidate not found' to EMRGMSGO
               move 'EMRG0007' to ws-msg-no
               perform cmrg-catalogue-message
           else if not MRGCAND-IS-CANDIDATE
               exec cics
                   unlock file('MRGCAND')
               end-exec
               perform cmrg-show-pair
               move 'Pair already decided' to EMRGMSGO
               move 'EMRG0015' to ws-msg-no
               perform cmrg-catalogue-message
           else
               move 'Y' to ws-pair-found
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an edit failure leaves the pair on screen as it stands      *
      ***--------------------------------------------------------------*
       cmrg-redisplay-current section.
       cmrg-redisplay-current-para.
           move EMRGMSGO to m-err
           move ws-cur-key to MRGCAND-KEY
           exec cics
               read file('MRGCAND')
               into(MRGCAND-RECORD)
               ridfld(MRGCAND-KEY)
               resp(ws-mrgcand-resp)
           end-exec
           if ws-mrgcand-resp = dfhresp(normal)
               perform cmrg-show-pair
           end-if
           move m-err to EMRGMSGO
           exit
           .
      ***--------------------------------------------------------------*
      *** every decision is journalled for audit, same layout as      *
      *** ETPESON's signon audit                                       *
      ***--------------------------------------------------------------*
       cmrg-write-audit section.
       cmrg-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'A=' MRGCAND-CUSTNO-A ' '
               'B=' MRGCAND-CUSTNO-B ' '
               'UID=' ws-auth-userid ' '
               'TERM=' eibtrmid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('MG') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEMRG'
                   exec cics
                       receive map(ws-map)
                       into(BMSEMRGI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-cmrg section.
       cics-send-cmrg-para.
           move low-values to EMRGSELO.
           move low-values to EMRGACTO.

           move 'BMSEMRG' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to EMRGMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEMRGO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       cmrg-check-auth section.
       cmrg-check-auth-para.
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
       cmrg-catalogue-message section.
       cmrg-catalogue-message-para.
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
               move MSGCAT-TEXT to EMRGMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       cmrg-refuse-entry section.
       cmrg-refuse-entry-para.
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
       cmrg-log-unsupkey section.
       cmrg-log-unsupkey-para.
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
       cmrg-log-privact section.
       cmrg-log-privact-para.
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
               move EMRGACTI to PRIVACT-ACTION
               move EMRGSELI to PRIVACT-RECKEY
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
       cmrg-capture-timing section.
       cmrg-capture-timing-para.
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
                   perform cmrg-capture-timing-write
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
       cmrg-capture-timing-write section.
       cmrg-capture-timing-write-para.
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
