      * (performing the CUSTMAST rewrite and the CUSTAUD audit row),
      * action 'R' rejects.  The checker must hold SECROLE 'S' or 'A'
      * and must not be the maker - the second pair of eyes the
      * auditors asked for.  Each approval and rejection is
      * journalled to journal1, and mirrored on WQDISP for the
      * ETPBWQT throughput report.
      * Nor may the checker act on a change to a customer linked to
      * them on STAFFLNK - their own record or a relative's; the
      * refusal is journalled.
      * An admin or senior user's interactions are recorded on the
      * PRIVACT privileged-activity trail as well.
      * Each audit row is sealed onto the customer's HASHCHN
      * tamper-evident chain.

       environment division.


       01  ws-end-msg                        pic x(30)
           value '     ECAP session terminated.'.
       01  ws-aud-msg                        pic x(80).
       01  ws-work.
           03  ws-next-tran                  pic x(4).
           03  ws-aud-event                  pic x(8).

      ***--------------------------------------------------------------*
      *** the pending-change queue raised by ETPECST                   *
       01  ws-custmast-resp                  pic s9(8) comp.
       copy CUSTAUD.
       01  ws-custaud-resp                   pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** tamper-evident chain - each audit row takes the next        *
      *** number on its customer's HASHCHN row and a seal over        *
      *** its contents and the seal before it                         *
      ***--------------------------------------------------------------*
       copy HASHCHN.
       01  ws-hashchn-resp                   pic s9(8) comp.
       01  ws-chain-new                      pic x(1).
           88  ws-chain-is-new               value 'Y'.
       01  ws-seal-data.
           03  ws-seal-prev                  pic 9(18).
           03  ws-seal-body                  pic x(322).
       01  ws-seal-len                       pic 9(4) comp.
       01  ws-seal-idx                       pic 9(4) comp.
       01  ws-seal-a                         pic 9(9) comp.
       01  ws-seal-b                         pic 9(9) comp.
       01  ws-seal-work                      pic 9(12) comp.
       01  ws-seal-quot                      pic 9(12) comp.
       01  ws-seal                           pic 9(18).
       01  ws-seal-owner                     pic x(10).
       01  ws-seal-stored                    pic 9(18).
       01  ws-aud-before-image               pic x(130).
       01  ws-aud-written                    pic x(1).
           88  ws-aud-was-written            value 'Y'.

      *    the disposition mirror's numbering tally
       copy JNLCOUNT.
       01  ws-jnlcount-resp                  pic s9(8) comp.

      *    work-queue disposition mirror for the throughput report -
      *    see ccap-mirror-disposition
       copy WQDISP.
       01  ws-wqdisp-resp                    pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** the checker: the terminal's signed-on user, who must hold   *
      *** SECROLE 'S' or 'A' and must differ from the maker           *
       01  ws-idle-resp                      pic s9(8) comp.
       copy SECROLE.
       01  ws-role-resp                      pic s9(8) comp.

      *    screen messages in the signed-on user's language off
      *    the MSGCAT catalogue - see ccap-catalogue-message
       copy MSGCAT.
       01  ws-msgcat-resp                    pic s9(8) comp.
       01  ws-msg-no                         pic x(8).
       01  ws-msg-lang                       pic x(2) value spaces.
       01  ws-checker-userid                 pic x(8).
       01  ws-is-checker                     pic x(1) value 'N'.
           88  ws-caller-is-checker          value 'Y'.

       01  ws-display-line                   pic x(70).

      ***--------------------------------------------------------------*
      *** staff-linked accounts - the signed-on user may not act on a  *
      *** customer STAFFLNK ties them to, nor on an account such a     *
      *** customer holds - see ccap-check-staff-link                   *
      ***--------------------------------------------------------------*
       copy STAFFLNK.
       01  ws-stafflnk-resp                  pic s9(8) comp.
       01  ws-stf-acctno                     pic x(10).
       01  ws-stf-custno                     pic x(10).
       01  ws-stf-linked                     pic x(1).
           88  ws-stf-is-linked              value 'Y'.
       01  ws-stf-aud-msg                    pic x(80).

      *    consolidated cross-program training-gap log - see
      *    ccap-log-unsupkey below
       copy UNSUPKEY.
       01  ws-unsupkey-resp                  pic s9(8) comp.

      *    privileged-activity trail - see ccap-log-privact below
       copy PRIVACT.
       01  ws-privact-resp                   pic s9(8) comp.

       01  ws-commarea.
           03  ws-map                        pic x(8).
           03  ws-cur-cust                   pic x(10).
                    perform cics-receive-map
                end-if

      *         an admin or senior user's interaction goes on the
      *         privileged-activity trail before it is acted on
                perform ccap-log-privact

      *         carry out requested operation based on AID key
                evaluate eibaid

                       move 0 to ws-cur-seq
                       move 'Display reset by clear key'
                           to ECAPMSGO
                       move 'ETP00001' to ws-msg-no
                       perform ccap-catalogue-message
                       perform cics-send-ccap
                   when other
                       move 'Unexpected 3270 attention key'
                           to ECAPMSGO
                       move 'ETP00002' to ws-msg-no
                       perform ccap-catalogue-message
                       perform ccap-log-unsupkey
                       perform cics-send-ccap
               end-evaluate
                   and (SECROLE-CODE = 'S' or SECROLE-CODE = 'A')
                   move 'Y' to ws-is-checker
               end-if
      *        a break-glass elevation inside its window counts too
               if IDLETRK-ELEV-UNTIL is numeric
                   and IDLETRK-ELEV-UNTIL > current-date(1:14)
                   move 'Y' to ws-is-checker
               end-if
           end-if
           exit
           .
               perform ccap-show-entry
               move 'A approves, R rejects, ENTER steps on'
                   to ECAPMSGO
               move 'ECAP0001' to ws-msg-no
               perform ccap-catalogue-message
           else
               move spaces to ws-cur-cust
               move 0 to ws-cur-stamp
               move spaces to ECAPCURO
               move spaces to ECAPNEWO
               move 'No pending changes' to ECAPMSGO
               move 'ECAP0002' to ws-msg-no
               perform ccap-catalogue-message
           end-if
           exit
           .
           perform ccap-check-checker
           if not ws-caller-is-checker
               move 'Not authorized to approve changes' to ECAPMSGO
               move 'ECAP0003' to ws-msg-no
               perform ccap-catalogue-message
           else
               perform ccap-read-current
               if ws-entry-was-found
                   if PENDCHG-MAKER = ws-checker-userid
                       move 'Maker cannot approve their own change'
                           to ECAPMSGO
                       move 'ECAP0004' to ws-msg-no
                       perform ccap-catalogue-message
                       exec cics
                           unlock file('PENDCHG')
                       end-exec
                   else
                       perform ccap-check-staff-entry
                       if ws-stf-is-linked
                           perform ccap-staff-refusal
                           exec cics
                               unlock file('PENDCHG')
                           end-exec
                       else
                           perform ccap-apply-change
                       end-if
                   end-if
               end-if
           end-if
           end-exec
           if ws-custmast-resp not = dfhresp(normal)
               move 'Customer no longer on file' to ECAPMSGO
               move 'ECAP0005' to ws-msg-no
               perform ccap-catalogue-message
               exec cics
                   unlock file('PENDCHG')
               end-exec
                   to CUSTMAST-ID-DOC-REF
               move PENDCHG-NEW-KYC-DATE
                   to CUSTMAST-KYC-REVIEW-DATE
               move PENDCHG-NEW-TAX-STATUS
                   to CUSTMAST-TAX-STATUS
               move PENDCHG-NEW-TAX-RATE
                   to CUSTMAST-TAX-RATE
      *        an approved close carries the proposed status; a
      *        blank leaves the customer as they stand
               if PENDCHG-NEW-STATUS = 'C'
                   move 'A' to PENDCHG-STATUS
                   move ws-checker-userid to PENDCHG-CHECKER
                   perform ccap-rewrite-current
                   move 'CHGAPPR ' to ws-aud-event
                   perform ccap-write-disposition
                   move 'Change approved and applied' to ECAPMSGO
                   move 'ECAP0006' to ws-msg-no
                   perform ccap-catalogue-message
                   perform ccap-show-next
               else
                   move 'Rewrite failed' to ECAPMSGO
                   move 'ECAP0007' to ws-msg-no
                   perform ccap-catalogue-message
               end-if
           end-if
           exit
           perform ccap-check-checker
           if not ws-caller-is-checker
               move 'Not authorized to reject changes' to ECAPMSGO
               move 'ECAP0008' to ws-msg-no
               perform ccap-catalogue-message
           else
               perform ccap-read-current
               if ws-entry-was-found
                   if PENDCHG-MAKER = ws-checker-userid
                       move 'Maker cannot reject their own change'
                           to ECAPMSGO
                       move 'ECAP0009' to ws-msg-no
                       perform ccap-catalogue-message
                       exec cics
                           unlock file('PENDCHG')
                       end-exec
                   else
                       perform ccap-check-staff-entry
                       if ws-stf-is-linked
                           perform ccap-staff-refusal
                           exec cics
                               unlock file('PENDCHG')
                           end-exec
                       else
                           move 'R' to PENDCHG-STATUS
                           move ws-checker-userid to PENDCHG-CHECKER
                           perform ccap-rewrite-current
                           move 'CHGREJ  ' to ws-aud-event
                           perform ccap-write-disposition
                           move 'Change rejected' to ECAPMSGO
                           move 'ECAP0010' to ws-msg-no
                           perform ccap-catalogue-message
                           perform ccap-show-next
                       end-if
                   end-if
               end-if
           end-if
           move 'N' to ws-entry-found
           if ws-cur-cust = spaces
               move 'No entry shown - press ENTER first' to ECAPMSGO
               move 'ECAP0011' to ws-msg-no
               perform ccap-catalogue-message
           else
               move ws-cur-cust to PENDCHG-CUSTNO
               move ws-cur-stamp to PENDCHG-STAMP
               end-exec
               if ws-pendchg-resp not = dfhresp(normal)
                   move 'Pending entry not found' to ECAPMSGO
                   move 'ECAP0012' to ws-msg-no
                   perform ccap-catalogue-message
               else if not PENDCHG-IS-PENDING
                   move 'Entry is no longer pending' to ECAPMSGO
                   move 'ECAP0013' to ws-msg-no
                   perform ccap-catalogue-message
                   exec cics
                       unlock file('PENDCHG')
                   end-exec
           move 'C' to CUSTAUD-ACTION
           move ws-aud-before-image to CUSTAUD-BEFORE-IMAGE
           move CUSTMAST-RECORD to CUSTAUD-AFTER-IMAGE
           perform ccap-chain-fetch
           move 'N' to ws-aud-written
           perform ccap-write-audit-once
               until ws-aud-was-written
           perform ccap-chain-advance
           exit
           .
      ***--------------------------------------------------------------*
       ccap-write-audit-once section.
       ccap-write-audit-once-para.
           perform ccap-seal-row
           exec cics
               write file('CUSTAUD')
               from(CUSTAUD-RECORD)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's chain row, held for the audit write          *
      *** that follows; a first row starts a new chain                *
      ***--------------------------------------------------------------*
       ccap-chain-fetch section.
       ccap-chain-fetch-para.
           move 'C' to HASHCHN-TRAIL
           move CUSTAUD-CUSTNO to HASHCHN-OWNER
           move 'N' to ws-chain-new
           exec cics
               read file('HASHCHN')
               into(HASHCHN-RECORD)
               ridfld(HASHCHN-KEY)
               update
               resp(ws-hashchn-resp)
           end-exec
           if ws-hashchn-resp not = dfhresp(normal)
               move 'Y' to ws-chain-new
               move 'C' to HASHCHN-TRAIL
               move CUSTAUD-CUSTNO to HASHCHN-OWNER
               move 0 to HASHCHN-HEAD-NO
               move 0 to HASHCHN-HEAD-SEAL
               move 0 to HASHCHN-ANCHOR-NO
               move 0 to HASHCHN-ANCHOR-SEAL
               move 0 to HASHCHN-ANCHOR-DATE
               move spaces to HASHCHN-ANCHOR-BY
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row takes the next number on the chain and is           *
      *** sealed over its contents and the seal before it             *
      ***--------------------------------------------------------------*
       ccap-seal-row section.
       ccap-seal-row-para.
           compute CUSTAUD-CHAIN-NO = HASHCHN-HEAD-NO + 1
           move HASHCHN-HEAD-SEAL to ws-seal-prev
           perform ccap-seal-custaud
           move ws-seal to CUSTAUD-SEAL
           exit
           .
      ***--------------------------------------------------------------*
      *** the row is on file - it becomes the chain's head            *
      ***--------------------------------------------------------------*
       ccap-chain-advance section.
       ccap-chain-advance-para.
           if ws-custaud-resp = dfhresp(normal)
               move CUSTAUD-CHAIN-NO to HASHCHN-HEAD-NO
               move CUSTAUD-SEAL to HASHCHN-HEAD-SEAL
               if ws-chain-is-new
                   exec cics
                       write file('HASHCHN')
                       from(HASHCHN-RECORD)
                       ridfld(HASHCHN-KEY)
                       resp(ws-hashchn-resp)
                   end-exec
               else
                   exec cics
                       rewrite file('HASHCHN')
                       from(HASHCHN-RECORD)
                       resp(ws-hashchn-resp)
                   end-exec
               end-if
           else if not ws-chain-is-new
               exec cics
                   unlock file('HASHCHN')
                   resp(ws-hashchn-resp)
               end-exec
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the seal of the CUSTAUD row in hand, chained to the         *
      *** seal in ws-seal-prev.  The customer number is left          *
      *** out, the row itself is left as it was                       *
      ***--------------------------------------------------------------*
       ccap-seal-custaud section.
       ccap-seal-custaud-para.
           move CUSTAUD-CUSTNO to ws-seal-owner
           move CUSTAUD-SEAL to ws-seal-stored
           move spaces to CUSTAUD-CUSTNO
           move 0 to CUSTAUD-SEAL
           move CUSTAUD-RECORD to ws-seal-body
           move ws-seal-owner to CUSTAUD-CUSTNO
           move ws-seal-stored to CUSTAUD-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of CUSTAUD-RECORD
           perform ccap-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** two running remainders over every byte of ws-seal-data,     *
      *** each modulo its own large prime, side by side make the      *
      *** eighteen-digit seal                                         *
      ***--------------------------------------------------------------*
       ccap-seal-compute section.
       ccap-seal-compute-para.
           move 0 to ws-seal-a
           move 0 to ws-seal-b
           perform ccap-seal-byte
               varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-len
           compute ws-seal = ws-seal-a * 1000000000 + ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       ccap-seal-byte section.
       ccap-seal-byte-para.
           compute ws-seal-work = ws-seal-a * 257
               + function ord(ws-seal-data(ws-seal-idx:1))
           divide ws-seal-work by 999999937
               giving ws-seal-quot remainder ws-seal-a
           compute ws-seal-work = ws-seal-b * 263 + ws-seal-idx
               + function ord(ws-seal-data(ws-seal-idx:1))
           divide ws-seal-work by 999999929
               giving ws-seal-quot remainder ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
      *** every approval and rejection is journalled for audit, the   *
      *** layout the other work-queue screens use, and mirrored for   *
      *** the throughput report                                        *
      ***--------------------------------------------------------------*
       ccap-write-disposition section.
       ccap-write-disposition-para.
           move spaces to ws-aud-msg
           string ws-aud-event ' '
               'KEY=' ws-cur-cust ws-cur-stamp ws-cur-seq ' '
               'TERM=' eibtrmid ' '
               'RESULT=SUCCESS'
               into ws-aud-msg
           exec cics
               write journalname('journal1')
               from(ws-aud-msg) flength(80)
               jtypeid('CA') prefix('ETP')
           end-exec
           move 'PENDCHG ' to WQDISP-QUEUE
           move spaces to WQDISP-ITEM-KEY
           string ws-cur-cust ws-cur-stamp ws-cur-seq
               delimited by size into WQDISP-ITEM-KEY
           move ws-aud-event to WQDISP-ACTION
           move PENDCHG-STAMP(1:8) to WQDISP-ENTERED-DATE
           move PENDCHG-STAMP(9:6) to WQDISP-ENTERED-TIME
           perform ccap-mirror-disposition
           exit
           .
      ***--------------------------------------------------------------*
      *** mirrors the disposition just journalled into the WQDISP     *
      *** file - journal1 has no batch-readable file behind it, so    *
      *** this mirror is what the ETPBWQT throughput report consumes, *
      *** numbered the way the SECAUDIT mirror is                     *
      ***--------------------------------------------------------------*
       ccap-mirror-disposition section.
       ccap-mirror-disposition-para.
           move 'wqdisp' to JNLCOUNT-JNAME
           exec cics
               read file('JNLCOUNT')
               into(JNLCOUNT-RECORD)
               ridfld(JNLCOUNT-JNAME)
               resp(ws-jnlcount-resp)
           end-exec
           if ws-jnlcount-resp = dfhresp(normal)
               add 1 to JNLCOUNT-COUNT
           else
               move 'wqdisp' to JNLCOUNT-JNAME
               move 1 to JNLCOUNT-COUNT
           end-if
           exec cics
               write file('JNLCOUNT')
               from(JNLCOUNT-RECORD)
               ridfld(JNLCOUNT-JNAME)
               resp(ws-jnlcount-resp)
           end-exec
           if ws-jnlcount-resp = dfhresp(duprec)
               exec cics
                   rewrite file('JNLCOUNT')
                   from(JNLCOUNT-RECORD)
                   resp(ws-jnlcount-resp)
               end-exec
           end-if
           move JNLCOUNT-COUNT to WQDISP-SEQ
           move ws-auth-userid to WQDISP-USERID
           move eibtrmid to WQDISP-TERMID
           move current-date(1:8) to WQDISP-DONE-DATE
           move current-date(9:6) to WQDISP-DONE-TIME
           exec cics
               write file('WQDISP')
               from(WQDISP-RECORD)
               ridfld(WQDISP-SEQ)
               resp(ws-wqdisp-resp)
           end-exec
           if ws-wqdisp-resp = dfhresp(duprec)
               exec cics
                   rewrite file('WQDISP')
                   from(WQDISP-RECORD)
                   resp(ws-wqdisp-resp)
               end-exec
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       cics-receive-map section.
       cics-receive-map-para.
           exec cics send map(ws-map) from(BMSECAPO) erase end-exec
           exit
           .
      ***--------------------------------------------------------------*
       ccap-check-staff-entry section.
       ccap-check-staff-entry-para.
           move 'N' to ws-stf-linked
           move spaces to ws-stf-acctno
           move PENDCHG-CUSTNO to ws-stf-custno
           perform ccap-check-staff-link
           exit
           .
      ***--------------------------------------------------------------*
      *** is the signed-on user tied by STAFFLNK to the customer in    *
      *** ws-stf-custno?  Only ever sets the switch, so a caller       *
      *** clears it once and checks everything it acts on              *
      ***--------------------------------------------------------------*
       ccap-check-staff-link section.
       ccap-check-staff-link-para.
           if not ws-stf-is-linked and ws-auth-userid not = spaces
               if ws-stf-custno not = low-values and spaces
                   perform ccap-staff-link-read
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       ccap-staff-link-read section.
       ccap-staff-link-read-para.
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
       ccap-staff-refusal section.
       ccap-staff-refusal-para.
           move 'Refused - your own or a related customer'
               to ECAPMSGO
           move 'ETP00003' to ws-msg-no
           perform ccap-catalogue-message
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
      *** central transaction authorization - the terminal's          *
      *** signed-on role must hold a TXAUTH row for this transaction  *
                   resp(ws-role-resp)
               end-exec
               if ws-role-resp = dfhresp(normal)
                   move SECROLE-LANGUAGE to ws-msg-lang
      *            a grant past its recertification date has lapsed
      *            and reads as junior until it is re-reviewed
                   if SECROLE-REVIEW-DATE is numeric
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
           exit
           .
      ***--------------------------------------------------------------*
      *** the screen message just set, replaced by its MSGCAT         *
      *** catalogue text in the signed-on user's language, or by      *
      *** the English text when that language has no translation;     *
      *** with no catalogue row at all the message as set stands      *
      ***--------------------------------------------------------------*
       ccap-catalogue-message section.
       ccap-catalogue-message-para.
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
               move MSGCAT-TEXT to ECAPMSGO
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** journals the violation and ends the task - the would-be     *
      *** user sees only the refusal text                             *
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** privileged-activity trail - an admin or senior user's        *
      *** interaction is recorded on PRIVACT with the key of the       *
      *** record it was about, apart from the operational journals     *
      ***--------------------------------------------------------------*
       ccap-log-privact section.
       ccap-log-privact-para.
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
               move ECAPACTI to PRIVACT-ACTION
               move ECAPKEYI to PRIVACT-RECKEY
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
