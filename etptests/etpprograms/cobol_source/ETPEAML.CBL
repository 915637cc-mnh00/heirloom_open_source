       identification division.

       program-id. ETPEAML.

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


      * ETPEAML - anti-money-laundering investigator screen
      * Lists the open AMLCASE cases the nightly ETPBAML run raises,
      * eight to a page; ENTER pages on, wrapping at the end.  Keying
      * a line number 1-8 in SEL shows that case with the POSTHIST
      * rows that tripped its rule - the account's postings from the
      * case's window start to the date it was opened.  On a case
      * shown, action 'F' closes it as a false positive and 'E'
      * escalates it for a suspicious-activity filing; either needs a
      * note giving the reason.  Every decision is journalled to
      * journal1, and the case keeps the date, the investigator and
      * the note.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.

       environment division.

       data division.

       working-storage section.
        COPY DFHAID.

       01  ws-program-name                   pic x(8) value 'ETPEAML'.

      ***--------------------------------------------------------------*
      *** training-mode routing - a training session reads and        *
      *** writes the TRN* practice copies instead of the live files   *
      *** (populated on demand through the ETPBTKO take-on), and      *
      *** every screen carries a TRAINING banner                      *
      ***--------------------------------------------------------------*
       01  ws-training                       pic x(1) value 'N'.
           88  ws-in-training                value 'Y'.
       01  ws-amlcase-fname                  pic x(8) value 'AMLCASE'.
       01  ws-posthist-fname                 pic x(8) value 'POSTHIST'.

      ***--------------------------------------------------------------*
      *** Menu                                                         *
      ***--------------------------------------------------------------*
       copy BMSEAML.

       01 filler.

       01  ws-cwa-ptr                        pointer.

      ***--------------------------------------------------------------*
      *** central transaction authorization - see caml-check-auth      *
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
      *    the MSGCAT catalogue - see caml-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.

       01  ws-end-msg                        pic x(30)
           value '     EAML session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-aud-time                       pic x(26).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).
           03  ws-aud-status                 pic x(12).

      ***--------------------------------------------------------------*
      *** the case file ETPBAML opens, and the rule that raised each   *
      ***--------------------------------------------------------------*
       copy AMLCASE.
       01  ws-amlcase-resp                   pic s9(8) comp.
       01  ws-case-found                     pic x(1).
           88  ws-case-was-found             value 'Y'.
       copy AMLRULE.
       01  ws-amlrule-resp                   pic s9(8) comp.

      *    the triggering postings, shown under the case
       copy POSTHIST.
       01  ws-posthist-resp                  pic s9(8) comp.
       01  ws-hist-more                      pic 9(5) comp.

      *    one page of the list, or the case's postings, for L01-L08
       01  ws-page-lines.
           03  ws-page-disp                  pic x(70) occurs 8 times.
       77  ws-page-max                       pic 9(2) comp value 8.
       01  ws-page-count                     pic 9(2) comp.
       01  ws-page-line                      pic x(70).
       01  ws-page-no                        pic 9(1).
       01  ws-page-wrapped                   pic x(1).
           88  ws-page-has-wrapped           value 'Y'.
       01  ws-sel-no                         pic 9(1).

       01  ws-amt-disp                       pic -zzzzzz9.99.
       01  ws-cnt-disp                       pic zzzz9.

      *    consolidated cross-program training-gap log - see
      *    caml-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see caml-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-mode                       pic x(1).
               88  ws-mode-list              value 'L'.
               88  ws-mode-case              value 'C'.
      *    the key the page on screen started from, and the keys of
      *    the cases on its lines, so SEL knows which case it means
           03  ws-list-key                   pic x(22).
           03  ws-last-key                   pic x(22).
           03  ws-shown-keys.
               05  ws-shown-key              pic x(22) occurs 8 times.
           03  ws-cur-key                    pic x(22).

       01  result-code                       pic s9(5) comp.
       01  m-err                             pic x(80).

      ***--------------------------------------------------------------*
      *** response-time capture - the menu stamped this terminal's    *
      *** selection time; the first screen send here closes the       *
      *** measurement into TXTIME - see caml-capture-timing            *
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
           perform caml-mainline

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
       caml-mainline section.
       caml-mainline-para.
           perform caml-check-auth
           if not ws-tx-authorized
               perform caml-refuse-entry
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
                perform caml-log-privact

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

      *            ENTER decides the case shown, shows a selected
      *            case, or pages the list of open cases on
                   when DFHENTER
                       evaluate true
                           when ws-mode-case
                               and (EAMLACTI = 'F' or 'E')
                               perform caml-decide-case
                           when ws-mode-case
                               and EAMLACTI not = low-values
                               and EAMLACTI not = spaces
                               move 'Action must be F or E'
                                   to EAMLMSGO
                               move 'EAML0001' to ws-msg-no
                               perform caml-catalogue-message
                               perform caml-redisplay-current
                           when ws-mode-list
                               and EAMLSELI not = low-values
                               and EAMLSELI not = spaces
                               perform caml-select-case
                           when ws-mode-case
                               perform caml-show-list
                           when other
                               move ws-last-key to ws-list-key
                               perform caml-show-list
                       end-evaluate
                       perform cics-send-caml

      *            CLEAR key restarts the list from the top
                   when DFHCLEAR
      *            *> Clear Key
                       move low-values to ws-list-key
                       perform caml-show-list
                       move 'Display reset by clear key'
                           to EAMLMSGO
                       move 'ETP00001' to ws-msg-no
                       perform caml-catalogue-message
                       perform cics-send-caml
                   when other
                       move 'Unexpected 3270 attention key'
                           to EAMLMSGO
                       move 'ETP00002' to ws-msg-no
                       perform caml-catalogue-message
                       perform caml-log-unsupkey
                       perform cics-send-caml
               end-evaluate
           else
               move low-values to ws-list-key
               perform caml-capture-timing
               perform caml-show-list
               perform cics-send-caml
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one page of open cases from the list key on; an empty page  *
      *** past the last open case wraps back to the first             *
      ***--------------------------------------------------------------*
       caml-show-list section.
       caml-show-list-para.
           move 'L' to ws-mode
           move spaces to ws-cur-key
           move 'N' to ws-page-wrapped
           perform caml-load-page
           if ws-page-count = 0
               and ws-list-key not = low-values
               move low-values to ws-list-key
               move 'Y' to ws-page-wrapped
               perform caml-load-page
           end-if
           perform caml-clear-case
           perform caml-show-page
           evaluate true
               when ws-page-count = 0
                   move 'No open AML cases' to EAMLMSGO
                   move 'EAML0002' to ws-msg-no
                   perform caml-catalogue-message
               when ws-page-has-wrapped
                   move 'Back to the first page - SEL 1-8 shows a case'
                       to EAMLMSGO
                   move 'EAML0003' to ws-msg-no
                   perform caml-catalogue-message
               when other
                   move 'SEL 1-8 shows a case, ENTER next page'
                       to EAMLMSGO
                   move 'EAML0004' to ws-msg-no
                   perform caml-catalogue-message
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       caml-load-page section.
       caml-load-page-para.
           move spaces to ws-page-lines
           move spaces to ws-shown-keys
           move 0 to ws-page-count
           move ws-list-key to ws-last-key
           move ws-list-key to AMLCASE-KEY
           exec cics
               startbr file(ws-amlcase-fname)
               ridfld(AMLCASE-KEY)
               resp(ws-amlcase-resp)
           end-exec
           if ws-amlcase-resp = dfhresp(normal)
               perform caml-load-page-next
                   until ws-page-count not < ws-page-max
                      or ws-amlcase-resp not = dfhresp(normal)
               exec cics
                   endbr file(ws-amlcase-fname)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the page's start key is itself the last case of the page    *
      *** before, so it is passed over                                *
      ***--------------------------------------------------------------*
       caml-load-page-next section.
       caml-load-page-next-para.
           exec cics
               readnext file(ws-amlcase-fname)
               into(AMLCASE-RECORD)
               ridfld(AMLCASE-KEY)
               resp(ws-amlcase-resp)
           end-exec
           if ws-amlcase-resp = dfhresp(normal)
               and AMLCASE-IS-OPEN
               and AMLCASE-KEY not = ws-list-key
               add 1 to ws-page-count
               move ws-page-count to ws-page-no
               move AMLCASE-KEY to ws-shown-key(ws-page-count)
               move AMLCASE-KEY to ws-last-key
               move AMLCASE-HIT-COUNT to ws-cnt-disp
               move spaces to ws-page-line
               string ws-page-no ' ' AMLCASE-ACCTNO ' '
                   AMLCASE-RULE-ID ' ' AMLCASE-OPEN-DATE ' '
                   ws-cnt-disp ' ' AMLCASE-SUMMARY
                   into ws-page-line
               move ws-page-line to ws-page-disp(ws-page-count)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       caml-show-page section.
       caml-show-page-para.
           move ws-page-disp(1) to EAMLL01O
           move ws-page-disp(2) to EAMLL02O
           move ws-page-disp(3) to EAMLL03O
           move ws-page-disp(4) to EAMLL04O
           move ws-page-disp(5) to EAMLL05O
           move ws-page-disp(6) to EAMLL06O
           move ws-page-disp(7) to EAMLL07O
           move ws-page-disp(8) to EAMLL08O
           exit
           .
      ***--------------------------------------------------------------*
      *** SEL picks a line of the page on screen; the list key stays  *
      *** put so the investigator comes back to the same page         *
      ***--------------------------------------------------------------*
       caml-select-case section.
       caml-select-case-para.
           if EAMLSELI not numeric
               or EAMLSELI = '0' or '9'
               move 'SEL must be a line number 1-8' to EAMLMSGO
               move 'EAML0005' to ws-msg-no
               perform caml-catalogue-message
               perform caml-redisplay-list
           else
               move EAMLSELI to ws-sel-no
               if ws-shown-key(ws-sel-no) = spaces
                   move 'No case on that line' to EAMLMSGO
                   move 'EAML0006' to ws-msg-no
                   perform caml-catalogue-message
                   perform caml-redisplay-list
               else
                   move ws-shown-key(ws-sel-no) to ws-cur-key
                   move ws-cur-key to AMLCASE-KEY
                   exec cics
                       read file(ws-amlcase-fname)
                       into(AMLCASE-RECORD)
                       ridfld(AMLCASE-KEY)
                       resp(ws-amlcase-resp)
                   end-exec
                   if ws-amlcase-resp = dfhresp(normal)
                       move 'C' to ws-mode
                       perform caml-show-case
                   else
                       move 'AML case not found' to EAMLMSGO
                       move 'EAML0007' to ws-msg-no
                       perform caml-catalogue-message
                       perform caml-redisplay-list
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       caml-redisplay-list section.
       caml-redisplay-list-para.
           move EAMLMSGO to m-err
           perform caml-show-list
           move m-err to EAMLMSGO
           exit
           .
      ***--------------------------------------------------------------*
      *** the case, its rule, and the postings that tripped it        *
      ***--------------------------------------------------------------*
       caml-show-case section.
       caml-show-case-para.
           move AMLCASE-ACCTNO to EAMLACNO
           move AMLCASE-RULE-ID to EAMLRULO
           evaluate true
               when AMLCASE-IS-OPEN
                   move 'OPEN' to EAMLSTSO
               when AMLCASE-IS-FALSE-POSITIVE
                   move 'FALSEPOS' to EAMLSTSO
               when AMLCASE-IS-ESCALATED
                   move 'ESCALATD' to EAMLSTSO
               when other
                   move AMLCASE-STATUS to EAMLSTSO
           end-evaluate
           move AMLCASE-OPEN-DATE to EAMLOPNO
           move AMLCASE-CUSTNO to EAMLCUSO
           move AMLCASE-SUMMARY to EAMLSUMO
           perform caml-load-postings
           perform caml-show-page
           move spaces to AMLRULE-DESC
           move AMLCASE-RULE-ID to AMLRULE-ID
           exec cics
               read file('AMLRULE')
               into(AMLRULE-RECORD)
               ridfld(AMLRULE-ID)
               resp(ws-amlrule-resp)
           end-exec
           move spaces to EAMLMSGO
           if ws-hist-more > 0
               move ws-hist-more to ws-cnt-disp
               string 'First 8 postings shown, ' ws-cnt-disp
                   ' more - F false positive, E escalate, with note'
                   delimited by size
                   into EAMLMSGO
           else
               string AMLRULE-DESC
                   ' - F false pos, E escalate, with note'
                   delimited by size
                   into EAMLMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's postings from the window start to the date    *
      *** the case was opened, oldest first                            *
      ***--------------------------------------------------------------*
       caml-load-postings section.
       caml-load-postings-para.
           move spaces to ws-page-lines
           move 0 to ws-page-count
           move 0 to ws-hist-more
           move AMLCASE-ACCTNO to POSTHIST-ACCTNO
           move AMLCASE-WINDOW-FROM to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           exec cics
               startbr file(ws-posthist-fname)
               ridfld(POSTHIST-KEY)
               resp(ws-posthist-resp)
           end-exec
           if ws-posthist-resp = dfhresp(normal)
               perform caml-load-postings-next
                   until ws-posthist-resp not = dfhresp(normal)
               exec cics
                   endbr file(ws-posthist-fname)
               end-exec
           end-if
           if ws-page-count = 0
               move 'No postings on file for the case window'
                   to ws-page-disp(1)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       caml-load-postings-next section.
       caml-load-postings-next-para.
           exec cics
               readnext file(ws-posthist-fname)
               into(POSTHIST-RECORD)
               ridfld(POSTHIST-KEY)
               resp(ws-posthist-resp)
           end-exec
           if ws-posthist-resp = dfhresp(normal)
               if POSTHIST-ACCTNO not = AMLCASE-ACCTNO
                   or POSTHIST-DATE > AMLCASE-OPEN-DATE
                   move dfhresp(endfile) to ws-posthist-resp
               else
                   if ws-page-count < ws-page-max
                       add 1 to ws-page-count
                       move POSTHIST-AMOUNT to ws-amt-disp
                       move spaces to ws-page-line
                       string POSTHIST-DATE ' ' POSTHIST-SEQ ' '
                           ws-amt-disp ' ' POSTHIST-TXN-TYPE ' '
                           POSTHIST-TYPE POSTHIST-REVERSED ' '
                           POSTHIST-NARRATIVE
                           into ws-page-line
                       move ws-page-line to ws-page-disp(ws-page-count)
                   else
                       add 1 to ws-hist-more
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       caml-clear-case section.
       caml-clear-case-para.
           move spaces to EAMLACNO
           move spaces to EAMLRULO
           move spaces to EAMLSTSO
           move spaces to EAMLOPNO
           move spaces to EAMLCUSO
           move spaces to EAMLSUMO
           move spaces to EAMLNOTO
           exit
           .
      ***--------------------------------------------------------------*
      *** closes the case shown as a false positive ('F') or          *
      *** escalates it for a suspicious-activity filing ('E'); the    *
      *** reason is required, kept on the case, and journalled        *
      ***--------------------------------------------------------------*
       caml-decide-case section.
       caml-decide-case-para.
           if EAMLACTI = 'F'
               move 'AMLFALSE' to ws-aud-event
           else
               move 'AMLESCAL' to ws-aud-event
           end-if
           if EAMLNOTI = low-values or spaces
               move 'Key a note giving the reason for the decision'
                   to EAMLMSGO
               move 'EAML0008' to ws-msg-no
               perform caml-catalogue-message
               perform caml-redisplay-current
           else
               perform caml-read-current
               if ws-case-was-found
                   move EAMLACTI to AMLCASE-STATUS
                   move current-date(1:8) to AMLCASE-DECIDED-DATE
                   move ws-auth-userid to AMLCASE-USERID
                   move EAMLNOTI to AMLCASE-NOTE
                   exec cics
                       rewrite file(ws-amlcase-fname)
                       from(AMLCASE-RECORD)
                       resp(ws-amlcase-resp)
                   end-exec
                   if ws-amlcase-resp = dfhresp(normal)
                       move 'SUCCESS' to ws-aud-status
                       perform caml-write-audit
                       perform caml-show-list
                       if EAMLACTI = 'F'
                           move 'Case closed as a false positive'
                               to EAMLMSGO
                           move 'EAML0009' to ws-msg-no
                           perform caml-catalogue-message
                       else
                           move 'Case escalated for SAR filing'
                               to EAMLMSGO
                           move 'EAML0010' to ws-msg-no
                           perform caml-catalogue-message
                       end-if
                   else
                       move 'REWRITE FAIL' to ws-aud-status
                       perform caml-write-audit
                       move 'Case could not be updated' to EAMLMSGO
                       move 'EAML0011' to ws-msg-no
                       perform caml-catalogue-message
                       perform caml-redisplay-current
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** re-reads the case the commarea says is on screen, for       *
      *** update; a case already decided is refused                   *
      ***--------------------------------------------------------------*
       caml-read-current section.
       caml-read-current-para.
           move 'N' to ws-case-found
           move ws-cur-key to AMLCASE-KEY
           exec cics
               read file(ws-amlcase-fname)
               into(AMLCASE-RECORD)
               ridfld(AMLCASE-KEY)
               update
               resp(ws-amlcase-resp)
           end-exec
           if ws-amlcase-resp not = dfhresp(normal)
               perform caml-show-list
               move 'AML case not found' to EAMLMSGO
               move 'EAML0007' to ws-msg-no
               perform caml-catalogue-message
           else if not AMLCASE-IS-OPEN
               exec cics
                   unlock file(ws-amlcase-fname)
               end-exec
               perform caml-show-case
               move 'Case already decided' to EAMLMSGO
               move 'EAML0012' to ws-msg-no
               perform caml-catalogue-message
           else
               move 'Y' to ws-case-found
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an edit failure leaves the case on screen as it stands      *
      ***--------------------------------------------------------------*
       caml-redisplay-current section.
       caml-redisplay-current-para.
           move EAMLMSGO to m-err
           move ws-cur-key to AMLCASE-KEY
           exec cics
               read file(ws-amlcase-fname)
               into(AMLCASE-RECORD)
               ridfld(AMLCASE-KEY)
               resp(ws-amlcase-resp)
           end-exec
           if ws-amlcase-resp = dfhresp(normal)
               perform caml-show-case
           end-if
           move m-err to EAMLMSGO
           exit
           .
      ***--------------------------------------------------------------*
      *** every decision is journalled for audit, same layout as      *
      *** ETPESON's signon audit                                       *
      ***--------------------------------------------------------------*
       caml-write-audit section.
       caml-write-audit-para.
           move current-date to ws-aud-time
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'ACCT=' AMLCASE-ACCTNO ' '
               'RULE=' AMLCASE-RULE-ID ' '
               'UID=' ws-auth-userid ' '
               'TERM=' eibtrmid ' '
               'RESULT=' ws-aud-status
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('AM') prefix('ETP')
           end-exec
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           evaluate ws-map
               when 'BMSEAML'
                   exec cics
                       receive map(ws-map)
                       into(BMSEAMLI)
                       nohandle
                   end-exec
                   if eibresp = dfhresp(normal)
                       move low-values to ws-next-tran
                   end-if
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       cics-send-caml section.
       cics-send-caml-para.
           move low-values to EAMLSELO.
           move low-values to EAMLACTO.

           move 'BMSEAML' to ws-map

      *    a training screen can never be mistaken for production
           if ws-in-training
               move '*TRAINING*' to EAMLMSGO(69:10)
           end-if
           exec cics send map(ws-map) from(BMSEAMLO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
      *** id; admins always pass, everyone else is denied when no     *
      *** row exists, and the violation is journalled                 *
      ***--------------------------------------------------------------*
       caml-check-auth section.
       caml-check-auth-para.
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
                   perform caml-set-training-files
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
       caml-catalogue-message section.
       caml-catalogue-message-para.
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
               move MSGCAT-TEXT to EAMLMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
       caml-refuse-entry section.
       caml-refuse-entry-para.
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
       caml-log-unsupkey section.
       caml-log-unsupkey-para.
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
       caml-log-privact section.
       caml-log-privact-para.
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
               move EAMLACTI to PRIVACT-ACTION
               move EAMLSELI to PRIVACT-RECKEY
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
       caml-capture-timing section.
       caml-capture-timing-para.
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
                   perform caml-capture-timing-write
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
       caml-capture-timing-write section.
       caml-capture-timing-write-para.
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
       caml-set-training-files section.
       caml-set-training-files-para.
           move 'TRNAMLCS' to ws-amlcase-fname
           move 'TRNPHIST' to ws-posthist-fname
           exit
           .
       end-program.
