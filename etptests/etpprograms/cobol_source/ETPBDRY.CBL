      * written to ACCTMAST, POSTHIST, SUSPFILE, HELDPOST or the
      * control files; stop instructions and duplicate fingerprints
      * are read but never marked.  The report goes to RPTSPOOL and
      * the job log.  A debit that would take the balance below what
      * the account's active legal orders (LEGALORD) hold is shown
      * as the posting run would refuse it; the file is only read,
      * so money the real run would capture toward an order during
      * the window is not simulated.

       environment division.

               record key is DUPFNGR-KEY
               file status is ws-dupfngr-status.

           select TXNCODE-FILE assign to "TXNCODE"
               organization is indexed
               access mode is dynamic
               record key is TXNCODE-CODE
               file status is ws-txncode-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is DRYBAL-ACCTNO
               file status is ws-drybal-status.

           select LEGALORD-FILE assign to "LEGALORD"
               organization is indexed
               access mode is dynamic
               record key is LEGALORD-KEY
               file status is ws-legalord-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
       fd  DUPFNGR-FILE.
           copy DUPFNGR.

       fd  TXNCODE-FILE.
           copy TXNCODE.

       fd  SYSPARM-FILE.
           copy SYSPARM.

           02  DRYBAL-USED-AMOUNT            pic 9(9)v99.
           02  DRYBAL-STATE                  pic x(1).

       fd  LEGALORD-FILE.
           copy LEGALORD.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

           88  ws-dupfngr-ok                 value '00'.
           88  ws-dupfngr-notfnd             value '23'.
           88  ws-dupfngr-absent             value '35'.
       01  ws-txncode-status                 pic x(2).
           88  ws-txncode-ok                 value '00'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
           88  ws-drybal-ok                  value '00'.
           88  ws-drybal-notfnd              value '23'.
           88  ws-drybal-absent              value '35'.
       01  ws-legalord-status                pic x(2).
           88  ws-legalord-ok                value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
           88  ws-stopinst-is-open           value 'Y'.
       01  ws-dupfngr-open                   pic x(1) value 'N'.
           88  ws-dupfngr-is-open            value 'Y'.
       01  ws-txncode-open                   pic x(1) value 'N'.
           88  ws-txncode-is-open            value 'Y'.
       01  ws-legalord-open                  pic x(1) value 'N'.
           88  ws-legalord-is-open           value 'Y'.
       01  ws-txn-type-bad                   pic x(1).
           88  ws-txn-type-is-bad            value 'Y'.

       01  ws-today                          pic 9(8).

       01  ws-dup-found                      pic x(1).
           88  ws-dup-was-found              value 'Y'.
       01  ws-dup-age                        pic s9(9) comp.
       01  ws-lgo-held                       pic s9(9)v99.
       01  ws-lgo-more                       pic x(1).
           88  ws-lgo-more-recs              value 'Y'.
       01  ws-lgo-breach                     pic x(1).
           88  ws-lgo-is-breached            value 'Y'.

      ***--------------------------------------------------------------*
      *** transfer-pair handling, the same parking table the real    *
       01  ws-would-duplicate                pic 9(9) comp value 0.
       01  ws-would-hold                     pic 9(9) comp value 0.
       01  ws-would-refuse-od                pic 9(9) comp value 0.
       01  ws-would-refuse-legal             pic 9(9) comp value 0.
       01  ws-would-post-total               pic s9(9)v99 value 0.
       01  ws-existing-total                 pic s9(9)v99 value 0.
       01  ws-resulting-total                pic s9(11)v99 value 0.
                   if ws-dupfngr-ok
                       move 'Y' to ws-dupfngr-open
                   end-if
                   open input TXNCODE-FILE
                   if ws-txncode-ok
                       move 'Y' to ws-txncode-open
                   end-if
                   open input LEGALORD-FILE
                   if ws-legalord-ok
                       move 'Y' to ws-legalord-open
                   end-if
                   perform bdry-load-dup-window
                   perform bdry-spool-open
               end-if
       bdry-validate-pair-leg section.
       bdry-validate-pair-leg-para.
           perform bdry-load-scratch
           perform bdry-check-txn-type
           evaluate true
               when ws-acct-state = 'N'
                   move 'PAIR: ACCT NOT FOUND' to ws-pair-verdict
                   move 'PAIR: ACCT DORMANT' to ws-pair-verdict
               when ws-acct-state = 'I'
                   move 'PAIR: ACCT INACTIVE' to ws-pair-verdict
               when ws-acct-state = 'W'
                   and JNLREC-POST-AMOUNT is numeric
                   and JNLREC-POST-AMOUNT not > 0
                   move 'PAIR: CHARGED OFF' to ws-pair-verdict
               when ws-acct-state = 'E'
                   and JNLREC-POST-PAIR-ID(1:6) not = 'XFBESC'
                   move 'PAIR: ESCHEATED' to ws-pair-verdict
               when ws-acct-state = 'X'
                   move 'PAIR: DECEASED' to ws-pair-verdict
               when JNLREC-POST-AMOUNT not is numeric
                   move 'PAIR: BAD AMOUNT' to ws-pair-verdict
               when ws-txn-type-is-bad
                   move 'PAIR: BAD TXN TYPE' to ws-pair-verdict
               when other
                   move 0 to ws-value-yyyymm
                   if ws-closed-to > 0
                               < 0 - ws-eff-odlimit
                           move 'PAIR: OVER OD LIMIT'
                               to ws-pair-verdict
                       else
                           perform bdry-check-legal-floor
                           if ws-lgo-is-breached
                               move 'PAIR: LEGAL ORDER'
                                   to ws-pair-verdict
                           end-if
                       end-if
                   end-if
                   end-if
       bdry-apply-pair-leg section.
       bdry-apply-pair-leg-para.
           perform bdry-load-scratch
           if ws-acct-state = 'F' or 'W' or 'E'
               add 1 to ws-would-post
               add JNLREC-POST-AMOUNT to ws-would-post-total
               add JNLREC-POST-AMOUNT to DRYBAL-BALANCE
                   move 'DORMANT - REVIEW' to ws-verdict
               when ws-acct-state = 'I'
                   move 'ACCOUNT NOT ACTIVE' to ws-verdict
               when ws-acct-state = 'W'
                   and JNLREC-POST-AMOUNT is numeric
                   and JNLREC-POST-AMOUNT not > 0
                   move 'CHARGED OFF' to ws-verdict
               when ws-acct-state = 'E'
                   move 'ESCHEATED' to ws-verdict
               when ws-acct-state = 'X'
                   move 'DECEASED' to ws-verdict
               when JNLREC-POST-AMOUNT not is numeric
                   move 'NON-NUMERIC AMOUNT' to ws-verdict
               when other
      ***--------------------------------------------------------------*
       bdry-judge-money section.
       bdry-judge-money-para.
           perform bdry-check-txn-type
           if ws-txn-type-is-bad
               move 'UNKNOWN TXN TYPE' to ws-verdict
               add 1 to ws-would-suspend
           else
           perform bdry-check-duplicate
           if ws-dup-was-found
               move 'DUPLICATE' to ws-verdict
                   and ws-new-balance < 0 - ws-eff-odlimit
                   move 'OVER OD LIMIT' to ws-verdict
                   add 1 to ws-would-refuse-od
               else
               perform bdry-check-legal-floor
               if ws-lgo-is-breached
                   move 'LEGAL ORDER' to ws-verdict
                   add 1 to ws-would-suspend
                   add 1 to ws-would-refuse-legal
               else
                   perform bdry-check-velocity
                   if ws-verdict not = spaces
                       add 1 to ws-would-hold
                   end-if
               end-if
               end-if
           end-if
           end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a debit, its new balance already in ws-new-balance, breaches *
      *** the legal-order floor when the balance would fall below     *
      *** what the account's active orders hold - a remittance is     *
      *** measured without the money it takes away                    *
      ***--------------------------------------------------------------*
       bdry-check-legal-floor section.
       bdry-check-legal-floor-para.
           move 'N' to ws-lgo-breach
           if ws-legalord-is-open
               and JNLREC-POST-AMOUNT < 0
               move 0 to ws-lgo-held
               move JNLREC-POST-ACCTNO to LEGALORD-ACCTNO
               move 0 to LEGALORD-PRIORITY
               move 0 to LEGALORD-SEQ
               start LEGALORD-FILE key not < LEGALORD-KEY
                   invalid key
                       continue
               end-start
               if ws-legalord-ok
                   move 'Y' to ws-lgo-more
               else
                   move 'N' to ws-lgo-more
               end-if
               perform bdry-sum-legal-next
                   until not ws-lgo-more-recs
               if JNLREC-POST-TXN-TYPE = 'LG'
                   add JNLREC-POST-AMOUNT to ws-lgo-held
               end-if
               if ws-lgo-held > 0
                   and ws-new-balance < ws-lgo-held
                   move 'Y' to ws-lgo-breach
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bdry-sum-legal-next section.
       bdry-sum-legal-next-para.
           read LEGALORD-FILE next record
               at end
                   move 'N' to ws-lgo-more
           end-read
           if ws-lgo-more-recs
               if LEGALORD-ACCTNO not = JNLREC-POST-ACCTNO
                   move 'N' to ws-lgo-more
               else
                   if LEGALORD-IS-ACTIVE
                       add LEGALORD-HELD to ws-lgo-held
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the entry's type code against the transaction-code table,   *
      *** the test the real run makes                                  *
      ***--------------------------------------------------------------*
       bdry-check-txn-type section.
       bdry-check-txn-type-para.
           move 'N' to ws-txn-type-bad
           if ws-txncode-is-open
               and JNLREC-POST-TXN-TYPE not = spaces
               move JNLREC-POST-TXN-TYPE to TXNCODE-CODE
               read TXNCODE-FILE
                   invalid key
                       continue
               end-read
               if not ws-txncode-ok
                   move 'Y' to ws-txn-type-bad
               else
                   if TXNCODE-IS-WITHDRAWN
                       move 'Y' to ws-txn-type-bad
                   end-if
               end-if
           end-if
           exit
           .
                           move 'D' to DRYBAL-STATE
                       when ACCTMAST-IS-CLOSE-PEND
                           move 'F' to DRYBAL-STATE
                       when ACCTMAST-IS-CHARGED-OFF
                           move 'W' to DRYBAL-STATE
                       when ACCTMAST-IS-ESCHEATED
                           move 'E' to DRYBAL-STATE
                       when ACCTMAST-IS-DECEASED
                           move 'X' to DRYBAL-STATE
                       when not ACCTMAST-IS-ACTIVE
                           move 'I' to DRYBAL-STATE
                       when other
               if ws-dupfngr-is-open
                   close DUPFNGR-FILE
               end-if
               if ws-txncode-is-open
                   close TXNCODE-FILE
               end-if
               if ws-legalord-is-open
                   close LEGALORD-FILE
               end-if
               perform bdry-spool-close
           end-if
           move ws-entries-read to ws-report-count
           move ws-would-refuse-od to ws-report-count
           display 'ETPBDRY - would refuse (OD)   : '
               ws-report-count
           move ws-would-refuse-legal to ws-report-count
           display 'ETPBDRY - would refuse (legal): '
               ws-report-count
           move ws-would-post-total to ws-tot-disp
           display 'ETPBDRY - would-post total    : ' ws-tot-disp
           move ws-resulting-total to ws-tot-disp
