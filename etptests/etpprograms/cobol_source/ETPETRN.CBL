      * note:  journal1 must be set up to log info
      * note:  if incoming COMMAREA is 'ABEND' this transaction will ABEND
      *        and generate a Java traceback
      * note:  an RCRD cross-region credit is registered on XREGPOS under
      *        the sending region and trace id, and an XPOS request
      *        reads those rows back for settlement reconciliation
      
       environment division.

       copy ACCTMAST.
       01  ws-acctmast-resp                  pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** authorisation holds - an 'AUTH' request is approved or      *
      *** declined against the memo balance plus the overdraft limit, *
      *** and an approval places the earmark and reduces the memo in  *
      *** the same task                                               *
      ***--------------------------------------------------------------*
       copy EARMARK.
       01  ws-earmark-resp                   pic s9(8) comp.
       77  ws-auth-days-default              pic 9(3) value 7.
       77  ws-auth-days-max                  pic 9(3) value 30.
       01  ws-auth-days                      pic 9(3).
       01  ws-auth-available                 pic s9(9)v99.
       01  ws-auth-today                     pic 9(8).
       01  ws-auth-int                       pic s9(9) comp.

      *    failed-write retry queue shared with ETPEJNL/ETPELPL - a
      *    journal write that comes back non-normal is captured here by
      *    jnl-write-safe instead of being silently dropped
       01  ws-jnl4vw-resp                    pic s9(8) comp.
       01  ws-jnl-write-resp                 pic s9(8) comp.

      ***--------------------------------------------------------------*
      *** inter-region settlement register - every RCRD credit        *
      *** captured here is registered under the sending region and   *
      *** its trace id, which also makes a redelivered credit         *
      *** harmless; an 'XPOS' request reads the rows back to the      *
      *** sending region's ETPEXRC one at a time                      *
      ***--------------------------------------------------------------*
       copy XREGPOS.
       01  ws-xregpos-resp                   pic s9(8) comp.
       01  ws-xpos-date                      pic 9(8).
       01  ws-xpos-origin                    pic x(4).
       01  ws-xpos-after                     pic x(12).
       01  ws-xpos-done                      pic x(1).
           88  ws-xpos-is-done               value 'Y'.
       01  ws-xpos-found                     pic x(1).
           88  ws-xpos-was-found             value 'Y'.

       01  ws-cur-hh                         pic 9(2).
       01  ws-cur-mm                         pic 9(2).
       01  ws-cur-ss                         pic 9(2).
               if ws-commarea(1:4) not = 'ACCT'
                   and ws-commarea(1:4) not = 'RPST'
                   and ws-commarea(1:4) not = 'RCRD'
                   and ws-commarea(1:4) not = 'AUTH'
                   and ws-commarea(1:4) not = 'XPOS'
                   perform etrn-simulate-delay
               end-if

                   string "RCRD credit: "
                       ws-commarea(5:10) into ws-info-msg
               else
               if ws-commarea(1:4) = 'AUTH'
      *            an authorisation - approved or declined against
      *            the memo balance, earmarked when approved
                   perform etrn-authorise
                   string "AUTH " LNKRQST-REPLY-ACCT-STATUS ": "
                       ws-commarea(5:10) into ws-info-msg
               else
               if ws-commarea(1:4) = 'XPOS'
      *            settlement exchange - the next credit this region
      *            captured from the asking region on the date asked
                   perform etrn-position-next
                   string "XPOS position: "
                       LNKRQST-RQ-XREG-ORIGIN into ws-info-msg
               else
      *        return spaces and current date in commarea
               move spaces to ws-commarea(20:eibcalen)
               move current-date to ws-commarea(20:34)
               end-if
               end-if
               end-if
               end-if
               end-if
           else
               move "No COMMAREA supplied" to ws-info-msg
           end-if
               move 'E' to LNKRQST-REPLY-STATUS
               move 'Account is not active here'
                   to LNKRQST-REPLY-MSG
           else
           if LNKRQST-RQ-XREG-ORIGIN not = spaces
               and LNKRQST-RQ-XREG-ORIGIN not = low-values
               move LNKRQST-RQ-XREG-ORIGIN to XREGPOS-SYSID
               move 'R' to XREGPOS-DIRECTION
               move LNKRQST-RQ-XREG-TRACE-ID to XREGPOS-TRACE-ID
               exec cics
                   read file('XREGPOS')
                   into(XREGPOS-RECORD)
                   ridfld(XREGPOS-KEY)
                   resp(ws-xregpos-resp)
               end-exec
           else
               move dfhresp(notfnd) to ws-xregpos-resp
           end-if
           if ws-xregpos-resp = dfhresp(normal)
      *        the drainer has redelivered a credit already captured
      *        - answered as accepted, never captured twice
               move 'Y' to LNKRQST-REPLY-STATUS
               move 'Credit already captured on this region'
                   to LNKRQST-REPLY-MSG
           else
               move spaces to JNLREC-PAYLOAD
               move 'POST' to JNLREC-POST-TAG
               move LNKRQST-ACCTNO to JNLREC-POST-ACCTNO
               move LNKRQST-RQ-AMOUNT to JNLREC-POST-AMOUNT
               move 'XREGION CREDIT' to JNLREC-POST-NARRATIVE
               move 'XR' to JNLREC-POST-TXN-TYPE
               move LNKRQST-RQ-XREG-TRACE-ID
                   to JNLREC-POST-TRACE-ID
               perform jnl-build-record
               move 'journal4' to ws-jnl-target
               perform jnl-write-safe
               perform etrn-bump-journal4
               perform etrn-mirror-journal4
               perform etrn-register-received
               move 'Y' to LNKRQST-REPLY-STATUS
               move 'Credit captured on this region'
                   to LNKRQST-REPLY-MSG
           end-if
           end-if
           end-if
           move LNKRQST-AREA to ws-commarea
           exit
           .
      ***--------------------------------------------------------------*
      *** the captured credit joins the settlement register under the *
      *** sending region - a sender that carries no origin (one that  *
      *** predates the register) is captured but cannot be registered *
      ***--------------------------------------------------------------*
       etrn-register-received section.
       etrn-register-received-para.
           if LNKRQST-RQ-XREG-ORIGIN not = spaces
               and LNKRQST-RQ-XREG-ORIGIN not = low-values
               move LNKRQST-RQ-XREG-ORIGIN to XREGPOS-SYSID
               move 'R' to XREGPOS-DIRECTION
               move LNKRQST-RQ-XREG-TRACE-ID to XREGPOS-TRACE-ID
               move current-date(1:8) to XREGPOS-DATE
               move current-date(9:6) to XREGPOS-TIME
               move LNKRQST-ACCTNO to XREGPOS-ACCTNO
               move LNKRQST-RQ-AMOUNT to XREGPOS-AMOUNT
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
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the settlement exchange: the first credit captured here     *
      *** from the asking region on the date asked whose trace id     *
      *** follows the one given, returned in place; none left comes   *
      *** back as a reply error                                       *
      ***--------------------------------------------------------------*
       etrn-position-next section.
       etrn-position-next-para.
           move ws-commarea to LNKRQST-AREA
           move LNKRQST-XPOS-DATE to ws-xpos-date
           move LNKRQST-RQ-XREG-ORIGIN to ws-xpos-origin
           move LNKRQST-RQ-XREG-TRACE-ID to ws-xpos-after
           move 'N' to ws-xpos-done
           move 'N' to ws-xpos-found
           move ws-xpos-origin to XREGPOS-SYSID
           move 'R' to XREGPOS-DIRECTION
           move ws-xpos-after to XREGPOS-TRACE-ID
           exec cics
               startbr file('XREGPOS')
               ridfld(XREGPOS-KEY)
               gteq
               resp(ws-xregpos-resp)
           end-exec
           if ws-xregpos-resp = dfhresp(normal)
               perform etrn-position-read
                   until ws-xpos-is-done
               exec cics
                   endbr file('XREGPOS')
               end-exec
           end-if
           move spaces to LNKRQST-REPLY-MSG
           if ws-xpos-was-found
               move 'Y' to LNKRQST-REPLY-STATUS
               move XREGPOS-ACCTNO to LNKRQST-ACCTNO
               move XREGPOS-AMOUNT to LNKRQST-REPLY-BALANCE
               move XREGPOS-DATE to LNKRQST-XPOS-DATE
               move XREGPOS-TRACE-ID to LNKRQST-XPOS-TRACE-ID
           else
               move 'E' to LNKRQST-REPLY-STATUS
               move 0 to LNKRQST-REPLY-BALANCE
           end-if
           move LNKRQST-AREA to ws-commarea
           exit
           .
      ***--------------------------------------------------------------*
       etrn-position-read section.
       etrn-position-read-para.
           exec cics
               readnext file('XREGPOS')
               into(XREGPOS-RECORD)
               ridfld(XREGPOS-KEY)
               resp(ws-xregpos-resp)
           end-exec
           if ws-xregpos-resp not = dfhresp(normal)
               or XREGPOS-SYSID not = ws-xpos-origin
               or not XREGPOS-IS-RECEIVED
               move 'Y' to ws-xpos-done
           else
               if XREGPOS-TRACE-ID not = ws-xpos-after
                   and XREGPOS-DATE = ws-xpos-date
                   move 'Y' to ws-xpos-found
                   move 'Y' to ws-xpos-done
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the authorisation: the account must be active here and the  *
      *** amount must fit inside the memo balance (never above the    *
      *** ledger) plus its overdraft limit.  The earmark is written   *
      *** before the memo is reduced, so a repeated reference is      *
      *** declined without touching the balance                       *
      ***--------------------------------------------------------------*
       etrn-authorise section.
       etrn-authorise-para.
           move ws-commarea to LNKRQST-AREA
           move 'DECLINED' to LNKRQST-REPLY-ACCT-STATUS
           move 0 to LNKRQST-REPLY-BALANCE
           move LNKRQST-ACCTNO to ACCTMAST-ACCTNO
           exec cics
               read file('ACCTMAST')
               into(ACCTMAST-RECORD)
               ridfld(ACCTMAST-ACCTNO)
               update
               resp(ws-acctmast-resp)
           end-exec
           if ws-acctmast-resp not = dfhresp(normal)
               move 'E' to LNKRQST-REPLY-STATUS
               move 'Account not on this region'
                   to LNKRQST-REPLY-MSG
           else
           if not ACCTMAST-IS-ACTIVE
               exec cics
                   unlock file('ACCTMAST')
               end-exec
               move 'E' to LNKRQST-REPLY-STATUS
               move 'Account is not active here'
                   to LNKRQST-REPLY-MSG
           else
           if LNKRQST-RQ-AMOUNT not is numeric
               or LNKRQST-RQ-AMOUNT not > 0
               or LNKRQST-RQ-AUTH-REF = spaces
               exec cics
                   unlock file('ACCTMAST')
               end-exec
               move 'E' to LNKRQST-REPLY-STATUS
               move 'Amount and reference are required'
                   to LNKRQST-REPLY-MSG
           else
               if ACCTMAST-MEMO-BALANCE not is numeric
                   move ACCTMAST-BALANCE to ACCTMAST-MEMO-BALANCE
               end-if
               if ACCTMAST-MEMO-BALANCE < ACCTMAST-BALANCE
                   move ACCTMAST-MEMO-BALANCE to ws-auth-available
               else
                   move ACCTMAST-BALANCE to ws-auth-available
               end-if
               add ACCTMAST-ODLIMIT to ws-auth-available
               if LNKRQST-RQ-AMOUNT > ws-auth-available
                   exec cics
                       unlock file('ACCTMAST')
                   end-exec
                   move 'E' to LNKRQST-REPLY-STATUS
                   move ws-auth-available to LNKRQST-REPLY-BALANCE
                   move 'Declined - insufficient funds'
                       to LNKRQST-REPLY-MSG
               else
                   perform etrn-place-earmark
               end-if
           end-if
           end-if
           end-if
           move LNKRQST-AREA to ws-commarea
           exit
           .
      ***--------------------------------------------------------------*
       etrn-place-earmark section.
       etrn-place-earmark-para.
           move LNKRQST-RQ-AUTH-DAYS to ws-auth-days
           if LNKRQST-RQ-AUTH-DAYS not is numeric
               or LNKRQST-RQ-AUTH-DAYS = 0
               move ws-auth-days-default to ws-auth-days
           end-if
           if ws-auth-days > ws-auth-days-max
               move ws-auth-days-max to ws-auth-days
           end-if
           move current-date(1:8) to ws-auth-today
           compute ws-auth-int =
               function integer-of-date(ws-auth-today) + ws-auth-days
           end-compute
           move LNKRQST-ACCTNO to EARMARK-ACCTNO
           move LNKRQST-RQ-AUTH-REF to EARMARK-REF
           move LNKRQST-RQ-AMOUNT to EARMARK-AMOUNT
           move ws-auth-today to EARMARK-PLACED-DATE
           move current-date(9:6) to EARMARK-PLACED-TIME
           move function date-of-integer(ws-auth-int)
               to EARMARK-EXPIRY-DATE
           move 'O' to EARMARK-STATUS
           move 0 to EARMARK-CLOSED-DATE
           move eibtrmid to EARMARK-ORIGIN
           exec cics
               write file('EARMARK')
               from(EARMARK-RECORD)
               ridfld(EARMARK-KEY)
               resp(ws-earmark-resp)
           end-exec
           if ws-earmark-resp not = dfhresp(normal)
               exec cics
                   unlock file('ACCTMAST')
               end-exec
               move 'E' to LNKRQST-REPLY-STATUS
               if ws-earmark-resp = dfhresp(duprec)
                   move 'Declined - reference already held'
                       to LNKRQST-REPLY-MSG
               else
                   move 'Declined - earmark file unavailable'
                       to LNKRQST-REPLY-MSG
               end-if
           else
               subtract LNKRQST-RQ-AMOUNT from ACCTMAST-MEMO-BALANCE
               exec cics
                   rewrite file('ACCTMAST')
                   from(ACCTMAST-RECORD)
                   resp(ws-acctmast-resp)
               end-exec
               if ws-acctmast-resp = dfhresp(normal)
                   move 'Y' to LNKRQST-REPLY-STATUS
                   move 'APPROVED' to LNKRQST-REPLY-ACCT-STATUS
                   compute LNKRQST-REPLY-BALANCE =
                       ws-auth-available - LNKRQST-RQ-AMOUNT
                   end-compute
                   move 'Approved - earmark placed'
                       to LNKRQST-REPLY-MSG
               else
      *            the memo could not be reduced, so the hold must
      *            not stand either
                   exec cics
                       delete file('EARMARK')
                       ridfld(EARMARK-KEY)
                       resp(ws-earmark-resp)
                   end-exec
                   move 'E' to LNKRQST-REPLY-STATUS
                   move 'Declined - balance update failed'
                       to LNKRQST-REPLY-MSG
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       etrn-bump-journal4 section.
       etrn-bump-journal4-para.
               move 0 to ACCTMAST-TERM-DAYS
               move 'N' to ACCTMAST-ROLLOVER
               move spaces to ACCTMAST-SETTLE-ACCT
               move 0 to ACCTMAST-LOAN-PRINCIPAL
               move 0 to ACCTMAST-LOAN-TERM
               move 0 to ACCTMAST-LOAN-DAY
               move 0 to ACCTMAST-ARREARS-COUNT
               move 0 to ACCTMAST-ARREARS-AMOUNT
               move 0 to ACCTMAST-ACCRUED-INT
               move spaces to ACCTMAST-CURRENCY
               move spaces to ACCTMAST-BRANCH
               move 0 to ACCTMAST-ODLIMIT
               move 0 to ACCTMAST-NOTICE-DAYS
               exec cics
                   write file('ACCTMAST')
                   from(ACCTMAST-RECORD)
