      * the feed this job reads.  Not every journal4 entry is a
      * posting instruction - only the ones tagged 'POST' in
      * JNLREC-POST-TAG (see JNLREC copybook) qualify; everything else
      * is skipped as ordinary journal traffic.  A posting whose
      * transaction type code is not an active TXNCODE row goes to
      * SUSPFILE, and the code goes onto the history row.
      * A posting that takes an account from at or above a holder's
      * NTFPREF low-balance threshold to below it, or a single debit
      * at or above the holder's large-debit threshold, queues a
      * LOWBAL or LGDEBIT event on NTFQUE for every holder who has
      * opted in, for the ETPBNTF gateway run.
      * A debit that would take the primary holder's overdrawn total
      * - every account they hold as primary on CUSTXREF, loans and
      * internal accounts aside - past the customer's CUSTLIM
      * aggregate credit limit is held on HELDPOST for a supervisor,
      * as an ACCTLIM breach is; an entry a supervisor released is
      * not held over the aggregate limit again.
      * An account frozen because its sole owner has died takes no
      * posting at all - every entry against it, pair legs included,
      * goes to SUSPFILE as DECEASED until the ETPEDCD estate
      * settlement sets it closing.
      * On an account under a court garnishment order or tax levy
      * (LEGALORD) every credit is captured toward the active orders,
      * highest priority first, until each is covered; the attached
      * total is kept out of the memo balance, and a debit that would
      * take the balance below it goes to SUSPFILE as LEGAL ORDER.
      * The ETPBLGR remittance debit draws on the money held for its
      * own order, and once applied counts toward the order, which
      * is marked satisfied when the remittances reach its amount.
      * A notice savings account (ACCTMAST-NOTICE-DAYS) pays a debit
      * only out of the WDNOTICE withdrawal notices that have matured
      * or been released early on ETPEWDN, drawing on the oldest
      * first; any other customer debit goes to SUSPFILE as NO
      * NOTICE.  The bank's own charges, interest, tax, reversals
      * and legal-order remittances are not withdrawals and pass.
      * A standing-order payment refused over the limit, or
      * suspended by a legal order or the notice rule, is marked
      * refused on its STOATMP attempt row, found by the posting's
      * trace id, so the next ETPBSTO run retries it.
      * An ETPBLRP loan repayment pair ('LN', trace id 'LR' and the
      * loan) marks its LOANSCHD instalment paid when the pair is
      * applied; a pair suspended or held leaves the row sent, and
      * the next ETPBLRP run puts it back in arrears.
      * Every history row is sealed onto its account's HASHCHN
      * tamper-evident chain for the ETPBHCV check.
      * The funding debit of an ETPBBLK bulk batch ('BP', trace id
      * 'BK') is never suspended, held or refused over the account's
      * status, a stop, a limit, a legal order or a notice: the
      * batch's credits post on their own, so ETPBBLK refuses the
      * batch at release on each of those checks instead and takes
      * the total off the memo balance.

       environment division.

               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select HASHCHN-FILE assign to "HASHCHN"
               organization is indexed
               access mode is dynamic
               record key is HASHCHN-KEY
               file status is ws-hashchn-status.

           select ODEXCEPT-FILE assign to "/tmp/odexcept.txt"
               organization is line sequential
               file status is ws-odexcept-status.
               record key is STOPINST-KEY
               file status is ws-stopinst-status.

           select TXNCODE-FILE assign to "TXNCODE"
               organization is indexed
               access mode is dynamic
               record key is TXNCODE-CODE
               file status is ws-txncode-status.

           select DUPFNGR-FILE assign to "DUPFNGR"
               organization is indexed
               access mode is dynamic
               record key is REPLQ-SEQ
               file status is ws-replq-status.

           select CHGOFF-FILE assign to "CHGOFF"
               organization is indexed
               access mode is dynamic
               record key is CHGOFF-ACCTNO
               file status is ws-chgoff-status.

           select EARMARK-FILE assign to "EARMARK"
               organization is indexed
               access mode is dynamic
               record key is EARMARK-KEY
               file status is ws-earmark-status.

           select UNCOLL-FILE assign to "UNCOLL"
               organization is indexed
               access mode is dynamic
               record key is UNCOLL-KEY
               file status is ws-uncoll-status.

           select LEGALORD-FILE assign to "LEGALORD"
               organization is indexed
               access mode is dynamic
               record key is LEGALORD-KEY
               file status is ws-legalord-status.

           select WDNOTICE-FILE assign to "WDNOTICE"
               organization is indexed
               access mode is dynamic
               record key is WDNOTICE-KEY
               file status is ws-wdnotice-status.

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select STOATMP-FILE assign to "STOATMP"
               organization is indexed
               access mode is dynamic
               record key is STOATMP-KEY
               file status is ws-stoatmp-status.

           select LOANSCHD-FILE assign to "LOANSCHD"
               organization is indexed
               access mode is dynamic
               record key is LOANSCHD-KEY
               file status is ws-loanschd-status.

           select NTFPREF-FILE assign to "NTFPREF"
               organization is indexed
               access mode is dynamic
               record key is NTFPREF-CUSTNO
               file status is ws-ntfpref-status.

           select NTFQUE-FILE assign to "NTFQUE"
               organization is indexed
               access mode is dynamic
               record key is NTFQUE-KEY
               file status is ws-ntfque-status.

           select CUSTLIM-FILE assign to "CUSTLIM"
               organization is indexed
               access mode is dynamic
               record key is CUSTLIM-CUSTNO
               file status is ws-custlim-status.

           select CUSTXREF-FILE assign to "CUSTXREF"
               organization is indexed
               access mode is dynamic
               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

           select SORTWK-FILE assign to "SORTWK".

       data division.
       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  ODEXCEPT-FILE.
       01  odexcept-line                     pic x(80).

       fd  STOPINST-FILE.
           copy STOPINST.

       fd  TXNCODE-FILE.
           copy TXNCODE.

       fd  DUPFNGR-FILE.
           copy DUPFNGR.

       fd  REPLQ-FILE.
           copy REPLQ.

       fd  CHGOFF-FILE.
           copy CHGOFF.

       fd  EARMARK-FILE.
           copy EARMARK.

       fd  UNCOLL-FILE.
           copy UNCOLL.

       fd  LEGALORD-FILE.
           copy LEGALORD.

       fd  WDNOTICE-FILE.
           copy WDNOTICE.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  STOATMP-FILE.
           copy STOATMP.

       fd  LOANSCHD-FILE.
           copy LOANSCHD.

       fd  NTFPREF-FILE.
           copy NTFPREF.

       fd  NTFQUE-FILE.
           copy NTFQUE.

       fd  CUSTLIM-FILE.
           copy CUSTLIM.

       fd  CUSTXREF-FILE.
           copy CUSTXREF.

      *    sort work for the high-volume mode - the day's POST
      *    entries regrouped by account so the master is walked with
      *    one read and one rewrite per account instead of one pair
       01  ws-hist-written                   pic x(1).
           88  ws-hist-was-written           value 'Y'.
       01  ws-hist-seq                       pic 9(6) value 0.

      ***--------------------------------------------------------------*
      *** tamper-evident chain - each history row takes the next      *
      *** number on its account's HASHCHN row and a seal over         *
      *** its contents and the seal before it                         *
      ***--------------------------------------------------------------*
       01  ws-hashchn-status                 pic x(2).
           88  ws-hashchn-ok                 value '00'.
           88  ws-hashchn-notfnd             value '23'.
           88  ws-hashchn-absent             value '35'.
       01  ws-hashchn-open                   pic x(1) value 'N'.
           88  ws-hashchn-is-open            value 'Y'.
       01  ws-chain-new                      pic x(1).
           88  ws-chain-is-new               value 'Y'.
       01  ws-seal-data.
           03  ws-seal-prev                  pic 9(18).
           03  ws-seal-body                  pic x(127).
       01  ws-seal-len                       pic 9(4) comp.
       01  ws-seal-idx                       pic 9(4) comp.
       01  ws-seal-a                         pic 9(9) comp.
       01  ws-seal-b                         pic 9(9) comp.
       01  ws-seal-work                      pic 9(12) comp.
       01  ws-seal-quot                      pic 9(12) comp.
       01  ws-seal                           pic 9(18).
       01  ws-seal-owner                     pic x(10).
       01  ws-seal-stored                    pic 9(18).
       01  ws-seal-flags                     pic x(2).

       01  ws-run-date                       pic 9(8).

      *    this run's identifier, from the RUNNUMBR control counter on
       01  ws-od-bal-disp                    pic -zzzzzzzz9.99.
       01  ws-od-lim-disp                    pic zzzzzz9.99.

      ***--------------------------------------------------------------*
      *** charge-off recoveries - a charged-off account takes credits *
      *** only, and each one (other than the write-off's own leg)     *
      *** is added to the account's CHGOFF register row               *
      ***--------------------------------------------------------------*
       01  ws-chgoff-status                  pic x(2).
           88  ws-chgoff-ok                  value '00'.
           88  ws-chgoff-notfnd              value '23'.
       01  ws-chgoff-open                    pic x(1) value 'N'.
           88  ws-chgoff-is-open             value 'Y'.
       01  ws-recoveries                     pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** authorisation holds - a debit posting releases the open     *
      *** earmark it settles, and the memo trued up after every       *
      *** posting keeps the account's other open earmarks out of it   *
      ***--------------------------------------------------------------*
       01  ws-earmark-status                 pic x(2).
           88  ws-earmark-ok                 value '00'.
           88  ws-earmark-notfnd             value '23'.
       01  ws-earmark-open                   pic x(1) value 'N'.
           88  ws-earmark-is-open            value 'Y'.
       01  ws-ear-released                   pic x(1).
           88  ws-ear-was-released           value 'Y'.
       01  ws-ear-more                       pic x(1).
           88  ws-ear-more-recs              value 'Y'.
       01  ws-ear-held                       pic s9(9)v99.
       01  ws-ear-settles                    pic s9(7)v99.
       01  ws-earmarks-released              pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** uncollected funds - a partner credit carrying availability  *
      *** days is recorded on UNCOLL with its release date, counted   *
      *** in business days off BUSCAL, and every uncollected row for  *
      *** the account is kept out of the memo                         *
      ***--------------------------------------------------------------*
       01  ws-uncoll-status                  pic x(2).
           88  ws-uncoll-ok                  value '00'.
           88  ws-uncoll-absent              value '35'.
       01  ws-uncoll-open                    pic x(1) value 'N'.
           88  ws-uncoll-is-open             value 'Y'.
       01  ws-unc-cal-open                   pic x(1) value 'N'.
           88  ws-unc-cal-is-open            value 'Y'.
       01  ws-unc-more                       pic x(1).
           88  ws-unc-more-recs              value 'Y'.
       01  ws-unc-held                       pic s9(9)v99.
       01  ws-unc-days                       pic 9(2).
       01  ws-unc-counted                    pic 9(2).
       01  ws-unc-date                       pic 9(8).
       01  ws-unc-int                        pic s9(9) comp.
       01  ws-uncoll-recorded                pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** legal orders - a credit is captured toward the account's    *
      *** active orders in priority order, the attached total is kept *
      *** out of the memo and no debit may reach into it; a           *
      *** remittance debit lands on the order it was drawn for        *
      ***--------------------------------------------------------------*
       01  ws-legalord-status                pic x(2).
           88  ws-legalord-ok                value '00'.
       01  ws-legalord-open                  pic x(1) value 'N'.
           88  ws-legalord-is-open           value 'Y'.
       01  ws-lgo-more                       pic x(1).
           88  ws-lgo-more-recs              value 'Y'.
       01  ws-lgo-held                       pic s9(9)v99.
       01  ws-lgo-credit                     pic s9(9)v99.
       01  ws-lgo-room                       pic s9(9)v99.
       01  ws-lgo-paid                       pic s9(9)v99.
       01  ws-lgo-breach                     pic x(1).
           88  ws-lgo-is-breached            value 'Y'.
       01  ws-entries-legal                  pic 9(9) comp value 0.
       01  ws-legal-captures                 pic 9(9) comp value 0.
       01  ws-legal-satisfied                pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** withdrawal notices - a customer debit on a notice account   *
      *** must be covered by what its usable notices have left, and   *
      *** once applied is drawn from them oldest first                *
      ***--------------------------------------------------------------*
       01  ws-wdnotice-status                pic x(2).
           88  ws-wdnotice-ok                value '00'.
       01  ws-wdnotice-open                  pic x(1) value 'N'.
           88  ws-wdnotice-is-open           value 'Y'.
       01  ws-wdn-more                       pic x(1).
           88  ws-wdn-more-recs              value 'Y'.
       01  ws-wdn-usable                     pic s9(9)v99.
       01  ws-wdn-debit                      pic s9(9)v99.
       01  ws-wdn-take                       pic s9(9)v99.
       01  ws-wdn-needed                     pic x(1).
           88  ws-wdn-is-needed              value 'Y'.
       01  ws-wdn-breach                     pic x(1).
           88  ws-wdn-is-breached            value 'Y'.
       01  ws-entries-no-notice              pic 9(9) comp value 0.
       01  ws-notices-used                   pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** standing-order attempts - a refused ETPBSTO payment is      *
      *** marked on its STOATMP row for ETPBSTO to retry              *
      ***--------------------------------------------------------------*
       01  ws-stoatmp-status                 pic x(2).
           88  ws-stoatmp-ok                 value '00'.
       01  ws-stoatmp-open                   pic x(1) value 'N'.
           88  ws-stoatmp-is-open            value 'Y'.
       01  ws-sto-more                       pic x(1).
           88  ws-sto-more-recs              value 'Y'.
       01  ws-sto-order-id                   pic 9(6).
       01  ws-sto-refused                    pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** loan instalments - an applied ETPBLRP repayment pair marks  *
      *** its LOANSCHD row paid                                       *
      ***--------------------------------------------------------------*
       01  ws-loanschd-status                pic x(2).
           88  ws-loanschd-ok                value '00'.
       01  ws-loanschd-open                  pic x(1) value 'N'.
           88  ws-loanschd-is-open           value 'Y'.
       01  ws-lns-more                       pic x(1).
           88  ws-lns-more-recs              value 'Y'.
       01  ws-lns-acctno                     pic x(10).
       01  ws-lns-total                      pic s9(7)v99.
       01  ws-lns-sent-key                   pic 9(3).
       01  ws-lns-late-key                   pic 9(3).
       01  ws-instalments-paid               pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** customer notifications - each holder of the account posted  *
      *** to is judged against their own NTFPREF thresholds, and an   *
      *** event goes on NTFQUE for the ETPBNTF gateway run            *
      ***--------------------------------------------------------------*
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-ntfpref-status                 pic x(2).
           88  ws-ntfpref-ok                 value '00'.
       01  ws-ntfque-status                  pic x(2).
           88  ws-ntfque-ok                  value '00'.
           88  ws-ntfque-dup                 value '22'.
           88  ws-ntfque-absent              value '35'.
       01  ws-ntf-open                       pic x(1) value 'N'.
           88  ws-ntf-is-open                value 'Y'.
       01  ws-ntf-acctno                     pic x(10).
       01  ws-ntf-old-balance                pic s9(9)v99.
       01  ws-ntf-event                      pic x(8).
       01  ws-ntf-written                    pic x(1).
           88  ws-ntf-write-done             value 'Y' 'F'.
       01  ws-ntf-xref-more                  pic x(1).
           88  ws-ntf-xref-more-recs         value 'Y'.
       01  ws-notifications                  pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** customer aggregate credit limits - a debit that would take  *
      *** the primary holder's overdrawn total past their CUSTLIM     *
      *** limit is held on HELDPOST like a velocity breach; a missing *
      *** CUSTLIM file simply means no customer has one.  The holder  *
      *** is found on ACCTXREF (shared with the notifications when    *
      *** they have it open) and their accounts on CUSTXREF           *
      ***--------------------------------------------------------------*
       01  ws-custlim-status                 pic x(2).
           88  ws-custlim-ok                 value '00'.
       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
       01  ws-custlim-open                   pic x(1) value 'N'.
           88  ws-custlim-is-open            value 'Y'.
       01  ws-expo-own-xref                  pic x(1) value 'N'.
           88  ws-expo-owns-xref             value 'Y'.
       01  ws-exposure-held                  pic x(1).
           88  ws-exposure-is-held           value 'Y'.
       01  ws-expo-custno                    pic x(10).
       01  ws-expo-acctno                    pic x(10).
       01  ws-expo-more                      pic x(1).
           88  ws-expo-more-recs             value 'Y'.
       01  ws-expo-total                     pic s9(11)v99.
       01  ws-expo-balance                   pic s9(9)v99.
      *    the other leg of a transfer pair, counted into its account
      *    as though already applied - spaces on a single entry
       01  ws-expo-other-acct                pic x(10).
       01  ws-expo-other-amount              pic s9(7)v99.
       01  ws-expo-save                      pic x(200).
       01  ws-entries-over-custlim           pic 9(9) comp value 0.

      ***--------------------------------------------------------------*
      *** transfer-pair handling - the two legs of an EXFR transfer   *
      *** carry the same JNLREC-POST-PAIR-ID and are applied, held or *
           88  ws-stopinst-is-open           value 'Y'.
       01  ws-stop-hit                       pic x(1).
           88  ws-stop-was-hit               value 'Y'.

      ***--------------------------------------------------------------*
      *** transaction-code table - an entry whose type code the table *
      *** does not hold, or holds as withdrawn, goes to SUSPFILE; a   *
      *** missing TXNCODE file means types are not checked            *
      ***--------------------------------------------------------------*
       01  ws-txncode-status                 pic x(2).
           88  ws-txncode-ok                 value '00'.
       01  ws-txncode-open                   pic x(1) value 'N'.
           88  ws-txncode-is-open            value 'Y'.
       01  ws-txn-type-bad                   pic x(1).
           88  ws-txn-type-is-bad            value 'Y'.
       01  ws-entries-bad-type               pic 9(7) comp value 0.
       01  ws-more-stops                     pic x(1).
           88  ws-more-stop-recs             value 'Y'.
       01  ws-stop-abs-amount                pic 9(7)v99.
           88  ws-cur-notfound               value 'N'.
           88  ws-cur-inactive               value 'I'.
           88  ws-cur-dormant                value 'D'.
           88  ws-cur-charged-off            value 'W'.
           88  ws-cur-escheated              value 'E'.
           88  ws-cur-deceased               value 'X'.
       01  ws-cur-record                     pic x(200).
       01  ws-buffered-apply                 pic x(1) value 'N'.
           88  ws-buffered-applying          value 'Y'.
      *    the funding debit of an ETPBBLK bulk batch - its credits
      *    are already on journal4, and ETPBBLK refused the batch at
      *    release on every hold this job would apply, so it posts
       01  ws-bulk-fund                      pic x(1) value 'N'.
           88  ws-bulk-is-funding            value 'Y'.
       01  ws-sort-released                  pic 9(9) comp value 0.

       01  ws-more-journal4                  pic x(1) value 'Y'.
                           perform bpst-open-limits
                           perform bpst-open-watchlist
                           perform bpst-open-stops
                           perform bpst-open-txncode
                           perform bpst-open-dupcheck
                           perform bpst-open-odlimits
                           perform bpst-open-chgoff
                           perform bpst-open-earmark
                           perform bpst-open-uncoll
                           perform bpst-open-legalord
                           perform bpst-open-wdnotice
                           perform bpst-open-stoatmp
                           perform bpst-open-loanschd
                           perform bpst-open-notify
                           perform bpst-open-exposure
                           perform bpst-load-checkpoint
                           perform bpst-load-mode-rows
                           if ws-is-restarting
                       move 'D' to ws-cur-state
                   when ACCTMAST-IS-CLOSE-PEND
                       move 'F' to ws-cur-state
                   when ACCTMAST-IS-CHARGED-OFF
                       move 'W' to ws-cur-state
                   when ACCTMAST-IS-ESCHEATED
                       move 'E' to ws-cur-state
                   when ACCTMAST-IS-DECEASED
                       move 'X' to ws-cur-state
                   when not ACCTMAST-IS-ACTIVE
                       move 'I' to ws-cur-state
                   when other
      ***--------------------------------------------------------------*
       bpst-judge-buffered section.
       bpst-judge-buffered-para.
           perform bpst-check-bulk-funding
           evaluate true
               when ws-cur-notfound
                   display 'ETPBPST - account not on file, '
                   move 'ACCOUNT NOT ON FILE' to ws-susp-reason
                   perform bpst-write-suspense
               when ws-cur-dormant
                   and not ws-bulk-is-funding
                   display 'ETPBPST - account dormant, '
                       'suspended: ' JNLREC-POST-ACCTNO
                   add 1 to ws-entries-skipped
                   move 'DORMANT - REVIEW' to ws-susp-reason
                   perform bpst-write-suspense
               when ws-cur-inactive
                   and not ws-bulk-is-funding
                   display 'ETPBPST - account not active, '
                       'skipped: ' JNLREC-POST-ACCTNO
                   add 1 to ws-entries-skipped
                   move 'ACCOUNT NOT ACTIVE' to ws-susp-reason
                   perform bpst-write-suspense
               when ws-cur-charged-off
                   and JNLREC-POST-AMOUNT is numeric
                   and JNLREC-POST-AMOUNT not > 0
                   and not ws-bulk-is-funding
                   display 'ETPBPST - account charged off, '
                       'suspended: ' JNLREC-POST-ACCTNO
                   add 1 to ws-entries-skipped
                   move 'CHARGED OFF' to ws-susp-reason
                   perform bpst-write-suspense
               when ws-cur-escheated
                   and not ws-bulk-is-funding
                   display 'ETPBPST - account escheated, '
                       'suspended: ' JNLREC-POST-ACCTNO
                   add 1 to ws-entries-skipped
                   move 'ESCHEATED' to ws-susp-reason
                   perform bpst-write-suspense
               when ws-cur-deceased
                   and not ws-bulk-is-funding
                   display 'ETPBPST - owner deceased, '
                       'suspended: ' JNLREC-POST-ACCTNO
                   add 1 to ws-entries-skipped
                   move 'DECEASED' to ws-susp-reason
                   perform bpst-write-suspense
               when other
                   perform bpst-check-stops
                   if ws-stop-was-hit
       bpst-post-entry section.
       bpst-post-entry-para.
           perform bpst-check-watchlist
           perform bpst-check-bulk-funding
      *    only the 'XF' ids ETPEXFR writes mark a pair leg - a
      *    hand-keyed EJNL payload with stray text in those bytes
      *    must still post as an ordinary single entry
                   perform bpst-write-suspense
               else
                   if ACCTMAST-IS-DORMANT
                       and not ws-bulk-is-funding
      *                the first movement on a dormant account is a
      *                supervisor decision, not an automatic posting
                       display 'ETPBPST - account dormant, '
                       move 'DORMANT - REVIEW' to ws-susp-reason
                       perform bpst-write-suspense
                   else
      *            a charged-off account takes recovery credits only
                   if ACCTMAST-IS-CHARGED-OFF
                       and JNLREC-POST-AMOUNT is numeric
                       and JNLREC-POST-AMOUNT not > 0
                       and not ws-bulk-is-funding
                       display 'ETPBPST - account charged off, '
                           'suspended: ' JNLREC-POST-ACCTNO
                       add 1 to ws-entries-skipped
                       move 'CHARGED OFF' to ws-susp-reason
                       perform bpst-write-suspense
                   else
      *            an escheated account's money is the state's now -
      *            the owner is paid out of the unclaimed account
                   if ACCTMAST-IS-ESCHEATED
                       and not ws-bulk-is-funding
                       display 'ETPBPST - account escheated, '
                           'suspended: ' JNLREC-POST-ACCTNO
                       add 1 to ws-entries-skipped
                       move 'ESCHEATED' to ws-susp-reason
                       perform bpst-write-suspense
                   else
      *            the sole owner has died - the account waits for
      *            the estate settlement
                   if ACCTMAST-IS-DECEASED
                       and not ws-bulk-is-funding
                       display 'ETPBPST - owner deceased, '
                           'suspended: ' JNLREC-POST-ACCTNO
                       add 1 to ws-entries-skipped
                       move 'DECEASED' to ws-susp-reason
                       perform bpst-write-suspense
                   else
                   if not ACCTMAST-IS-ACTIVE
                       and not ACCTMAST-IS-CLOSE-PEND
                       and not ACCTMAST-IS-CHARGED-OFF
                       and not ws-bulk-is-funding
                       display 'ETPBPST - account not active, '
                           'skipped: ' JNLREC-POST-ACCTNO
                       add 1 to ws-entries-skipped
                       end-if
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
      *** the entry is a bulk batch's funding debit when it is a 'BP' *
      *** debit whose trace id starts 'BK' - the credits of the batch *
      *** carry the same trace but are never negative                 *
      ***--------------------------------------------------------------*
       bpst-check-bulk-funding section.
       bpst-check-bulk-funding-para.
           move 'N' to ws-bulk-fund
           if JNLREC-POST-TXN-TYPE = 'BP'
               and JNLREC-POST-TRACE-ID(1:2) = 'BK'
               and JNLREC-POST-AMOUNT is numeric
               and JNLREC-POST-AMOUNT < 0
               move 'Y' to ws-bulk-fund
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a leg carrying a pair id: held back until its partner       *
      *** arrives, then the two are judged and applied as one unit    *
      ***--------------------------------------------------------------*
               perform bpst-validate-pair-leg
           end-if
           if ws-pair-is-ok
               perform bpst-check-pair-exposure
           end-if
           if ws-pair-is-ok and not ws-pair-is-held
               move 'PAIR OVER DAILY LIM' to ws-held-reason
               move ws-pair-leg1 to JNLREC-PAYLOAD
               move JNLREC-POST-ACCTNO to ACCTMAST-ACCTNO
               perform bpst-check-daily-limit
                   move ws-pair-leg2 to JNLREC-PAYLOAD
                   perform bpst-apply-pair-leg
               when ws-pair-is-held
                   move ws-pair-leg1 to JNLREC-PAYLOAD
                   perform bpst-hold-entry
                   move ws-pair-leg2 to JNLREC-PAYLOAD
           exit
           .
      ***--------------------------------------------------------------*
      *** each debit leg of a valid pair against its holder's         *
      *** aggregate limit, with the other leg counted as applied - a  *
      *** transfer between one customer's own accounts moves nothing  *
      *** off the total                                               *
      ***--------------------------------------------------------------*
       bpst-check-pair-exposure section.
       bpst-check-pair-exposure-para.
           move ws-pair-leg2 to JNLREC-PAYLOAD
           move JNLREC-POST-ACCTNO to ws-expo-other-acct
           move JNLREC-POST-AMOUNT to ws-expo-other-amount
           move ws-pair-leg1 to JNLREC-PAYLOAD
           perform bpst-check-pair-leg-exposure
           if not ws-pair-is-held
               move JNLREC-POST-ACCTNO to ws-expo-other-acct
               move JNLREC-POST-AMOUNT to ws-expo-other-amount
               move ws-pair-leg2 to JNLREC-PAYLOAD
               perform bpst-check-pair-leg-exposure
           end-if
           move spaces to ws-expo-other-acct
           exit
           .
      ***--------------------------------------------------------------*
       bpst-check-pair-leg-exposure section.
       bpst-check-pair-leg-exposure-para.
           if JNLREC-POST-AMOUNT < 0
               move JNLREC-POST-ACCTNO to ACCTMAST-ACCTNO
               read ACCTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-acctmast-ok
                   compute ws-od-new-balance =
                       ACCTMAST-BALANCE + JNLREC-POST-AMOUNT
                   end-compute
                   perform bpst-check-exposure
                   if ws-exposure-is-held
                       move 'Y' to ws-pair-hold
                       move 'PAIR OVER CUST LIMIT' to ws-held-reason
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one leg's validation - the same tests a single POST entry   *
      *** gets, but recorded in the pair verdict instead of acted on  *
      ***--------------------------------------------------------------*
                   move 'N' to ws-pair-ok
                   move 'PAIR: ACCT DORMANT' to ws-pair-fail-reason
               else
               if ACCTMAST-IS-CHARGED-OFF
                   and JNLREC-POST-AMOUNT is numeric
                   and JNLREC-POST-AMOUNT not > 0
                   move 'N' to ws-pair-ok
                   move 'PAIR: CHARGED OFF' to ws-pair-fail-reason
               else
      *        only the ETPBESC hand-over pair itself may touch an
      *        escheated account
               if ACCTMAST-IS-ESCHEATED
                   and JNLREC-POST-PAIR-ID(1:6) not = 'XFBESC'
                   move 'N' to ws-pair-ok
                   move 'PAIR: ESCHEATED' to ws-pair-fail-reason
               else
               if ACCTMAST-IS-DECEASED
                   move 'N' to ws-pair-ok
                   move 'PAIR: DECEASED' to ws-pair-fail-reason
               else
               if not ACCTMAST-IS-ACTIVE
                   and not ACCTMAST-IS-CLOSE-PEND
                   and not ACCTMAST-IS-CHARGED-OFF
                   and not ACCTMAST-IS-ESCHEATED
                   move 'N' to ws-pair-ok
                   move 'PAIR: ACCT INACTIVE' to ws-pair-fail-reason
               else
                   perform bpst-check-txn-type
                   if JNLREC-POST-AMOUNT not is numeric
                       move 'N' to ws-pair-ok
                       move 'PAIR: BAD AMOUNT' to ws-pair-fail-reason
                   else
                   if ws-txn-type-is-bad
                       add 1 to ws-entries-bad-type
                       move 'N' to ws-pair-ok
                       move 'PAIR: BAD TXN TYPE'
                           to ws-pair-fail-reason
                   else
                   perform bpst-check-stops
                   perform bpst-check-closed-period
                   if ws-stop-was-hit
      *                    exception report; the suspense rows carry
      *                    the two legs for the repair screen
                           perform bpst-refuse-overlimit
                       else
                           perform bpst-check-legal-floor
                           perform bpst-check-notice
                           if ws-lgo-is-breached
                               add 1 to ws-entries-legal
                               move 'N' to ws-pair-ok
                               move 'PAIR: LEGAL ORDER'
                                   to ws-pair-fail-reason
                           else if ws-wdn-is-breached
                               add 1 to ws-entries-no-notice
                               move 'N' to ws-pair-ok
                               move 'PAIR: NO NOTICE'
                                   to ws-pair-fail-reason
                           end-if end-if
                       end-if
                   end-if
                   end-if
                   end-if
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
      *** opens the transaction-code table read-only                  *
      ***--------------------------------------------------------------*
       bpst-open-txncode section.
       bpst-open-txncode-para.
           open input TXNCODE-FILE
           if ws-txncode-ok
               move 'Y' to ws-txncode-open
           else
               display 'ETPBPST - TXNCODE not available, status='
                   ws-txncode-status ' - types not validated'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the entry's type code against the table; spaces is an entry *
      *** captured before the code existed and passes                  *
      ***--------------------------------------------------------------*
       bpst-check-txn-type section.
       bpst-check-txn-type-para.
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
      ***--------------------------------------------------------------*
      *** opens the effective-dated limit file; a missing file means  *
      *** every account still runs on its flat master limit           *
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the charge-off register; a missing file simply means  *
      *** nothing has ever been charged off                           *
      ***--------------------------------------------------------------*
       bpst-open-chgoff section.
       bpst-open-chgoff-para.
           open i-o CHGOFF-FILE
           if ws-chgoff-ok
               move 'Y' to ws-chgoff-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the earmark file; a missing file means no hold has    *
      *** ever been placed                                            *
      ***--------------------------------------------------------------*
       bpst-open-earmark section.
       bpst-open-earmark-para.
           open i-o EARMARK-FILE
           if ws-earmark-ok
               move 'Y' to ws-earmark-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a debit just applied to the account in ACCTMAST-RECORD      *
      *** releases the open earmark it settles - the one whose        *
      *** reference is the posting's trace id, else the first open    *
      *** one for the same amount - and every hold still open is      *
      *** taken back off the memo balance the caller has just trued   *
      ***--------------------------------------------------------------*
       bpst-settle-earmarks section.
       bpst-settle-earmarks-para.
           if ws-earmark-is-open
               move 'N' to ws-ear-released
               move 0 to ws-ear-settles
               if JNLREC-POST-AMOUNT < 0
                   compute ws-ear-settles = 0 - JNLREC-POST-AMOUNT
                   end-compute
                   if JNLREC-POST-TRACE-ID not = spaces
                       move ACCTMAST-ACCTNO to EARMARK-ACCTNO
                       move JNLREC-POST-TRACE-ID to EARMARK-REF
                       read EARMARK-FILE
                           invalid key
                               continue
                       end-read
                       if ws-earmark-ok
                           and EARMARK-IS-OPEN
                           perform bpst-release-earmark
                       end-if
                   end-if
               end-if
               move 0 to ws-ear-held
               move ACCTMAST-ACCTNO to EARMARK-ACCTNO
               move low-values to EARMARK-REF
               start EARMARK-FILE key not < EARMARK-KEY
                   invalid key
                       continue
               end-start
               if ws-earmark-ok
                   move 'Y' to ws-ear-more
               else
                   move 'N' to ws-ear-more
               end-if
               perform bpst-scan-earmarks
                   until not ws-ear-more-recs
               subtract ws-ear-held from ACCTMAST-MEMO-BALANCE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-scan-earmarks section.
       bpst-scan-earmarks-para.
           read EARMARK-FILE next record
               at end
                   move 'N' to ws-ear-more
           end-read
           if ws-ear-more-recs
               if EARMARK-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-ear-more
               else
                   if EARMARK-IS-OPEN
                       if not ws-ear-was-released
                           and ws-ear-settles > 0
                           and EARMARK-AMOUNT = ws-ear-settles
                           perform bpst-release-earmark
                       else
                           add EARMARK-AMOUNT to ws-ear-held
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-release-earmark section.
       bpst-release-earmark-para.
           move 'R' to EARMARK-STATUS
           move ws-run-date to EARMARK-CLOSED-DATE
           rewrite EARMARK-RECORD
           move 'Y' to ws-ear-released
           add 1 to ws-earmarks-released
           display 'ETPBPST - earmark released: ' EARMARK-ACCTNO
               ' ref ' EARMARK-REF
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the uncollected-funds file, creating it on first use, *
      *** and the business calendar the release dates are counted on  *
      ***--------------------------------------------------------------*
       bpst-open-uncoll section.
       bpst-open-uncoll-para.
           open i-o UNCOLL-FILE
           if ws-uncoll-absent
               open output UNCOLL-FILE
               close UNCOLL-FILE
               open i-o UNCOLL-FILE
           end-if
           if ws-uncoll-ok
               move 'Y' to ws-uncoll-open
           else
               display 'ETPBPST - UNCOLL not available, status='
                   ws-uncoll-status ' - credits post available'
           end-if
           open input BUSCAL-FILE
           if ws-buscal-ok
               move 'Y' to ws-unc-cal-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a partner credit just applied with availability days is     *
      *** recorded as uncollected until its release date, and every   *
      *** uncollected row for the account comes off the memo balance  *
      *** the caller has just trued                                   *
      ***--------------------------------------------------------------*
       bpst-settle-uncollected section.
       bpst-settle-uncollected-para.
           if ws-uncoll-is-open
               if JNLREC-POST-AMOUNT > 0
                   and JNLREC-POST-AVAIL-DAYS is numeric
                   and JNLREC-POST-AVAIL-DAYS > 0
                   perform bpst-record-uncollected
               end-if
               move 0 to ws-unc-held
               move ACCTMAST-ACCTNO to UNCOLL-ACCTNO
               move 0 to UNCOLL-POST-DATE
               move low-values to UNCOLL-TRACE-ID
               start UNCOLL-FILE key not < UNCOLL-KEY
                   invalid key
                       continue
               end-start
               if ws-uncoll-ok
                   move 'Y' to ws-unc-more
               else
                   move 'N' to ws-unc-more
               end-if
               perform bpst-scan-uncollected
                   until not ws-unc-more-recs
               subtract ws-unc-held from ACCTMAST-MEMO-BALANCE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-record-uncollected section.
       bpst-record-uncollected-para.
           move JNLREC-POST-AVAIL-DAYS to ws-unc-days
           move ws-run-date to ws-unc-date
           move 0 to ws-unc-counted
           perform bpst-next-uncoll-day
               until ws-unc-counted >= ws-unc-days
           move spaces to UNCOLL-RECORD
           move ACCTMAST-ACCTNO to UNCOLL-ACCTNO
           move ws-run-date to UNCOLL-POST-DATE
           move JNLREC-POST-TRACE-ID to UNCOLL-TRACE-ID
           move JNLREC-POST-AMOUNT to UNCOLL-AMOUNT
           move ws-unc-date to UNCOLL-RELEASE-DATE
           move 'U' to UNCOLL-STATUS
           move 0 to UNCOLL-CLOSED-DATE
           move JNLREC-POST-NARRATIVE to UNCOLL-NARRATIVE
           write UNCOLL-RECORD
               invalid key
                   display 'ETPBPST - uncollected row already on '
                       'file: ' UNCOLL-ACCTNO ' ' UNCOLL-TRACE-ID
           end-write
           if ws-uncoll-ok
               add 1 to ws-uncoll-recorded
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** steps the release date on one day, counting it only when    *
      *** the business calendar does not list it as a non-business   *
      *** day                                                         *
      ***--------------------------------------------------------------*
       bpst-next-uncoll-day section.
       bpst-next-uncoll-day-para.
           compute ws-unc-int =
               function integer-of-date(ws-unc-date) + 1
           end-compute
           move function date-of-integer(ws-unc-int) to ws-unc-date
           if ws-unc-cal-is-open
               move ws-unc-date to BUSCAL-DATE
               read BUSCAL-FILE
                   invalid key
                       continue
               end-read
               if ws-buscal-notfnd
                   add 1 to ws-unc-counted
               end-if
           else
               add 1 to ws-unc-counted
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-scan-uncollected section.
       bpst-scan-uncollected-para.
           read UNCOLL-FILE next record
               at end
                   move 'N' to ws-unc-more
           end-read
           if ws-unc-more-recs
               if UNCOLL-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-unc-more
               else
                   if UNCOLL-IS-UNCOLLECTED
                       add UNCOLL-AMOUNT to ws-unc-held
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the legal-order file; a missing file means no order   *
      *** has ever been served                                        *
      ***--------------------------------------------------------------*
       bpst-open-legalord section.
       bpst-open-legalord-para.
           open i-o LEGALORD-FILE
           if ws-legalord-ok
               move 'Y' to ws-legalord-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the total the active orders on the account in ACCTMAST-     *
      *** RECORD hold, into ws-lgo-held                               *
      ***--------------------------------------------------------------*
       bpst-sum-legal-held section.
       bpst-sum-legal-held-para.
           move 0 to ws-lgo-held
           move ACCTMAST-ACCTNO to LEGALORD-ACCTNO
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
           perform bpst-sum-legal-next
               until not ws-lgo-more-recs
           exit
           .
      ***--------------------------------------------------------------*
       bpst-sum-legal-next section.
       bpst-sum-legal-next-para.
           read LEGALORD-FILE next record
               at end
                   move 'N' to ws-lgo-more
           end-read
           if ws-lgo-more-recs
               if LEGALORD-ACCTNO not = ACCTMAST-ACCTNO
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
      *** a debit about to be applied, its new balance already in     *
      *** ws-od-new-balance, breaches the legal-order floor when the  *
      *** balance would fall below what the active orders hold - a    *
      *** remittance is measured without the money it takes away     *
      ***--------------------------------------------------------------*
       bpst-check-legal-floor section.
       bpst-check-legal-floor-para.
           move 'N' to ws-lgo-breach
           if ws-legalord-is-open
               and JNLREC-POST-AMOUNT < 0
               and not ws-bulk-is-funding
               perform bpst-sum-legal-held
               if JNLREC-POST-TXN-TYPE = 'LG'
                   add JNLREC-POST-AMOUNT to ws-lgo-held
               end-if
               if ws-lgo-held > 0
                   and ws-od-new-balance < ws-lgo-held
                   move 'Y' to ws-lgo-breach
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an entry just applied to the account in ACCTMAST-RECORD: a  *
      *** remittance lands on its order, a credit is captured toward  *
      *** the active orders - never more than the balance has above   *
      *** what they already hold - and the attached total comes off   *
      *** the memo balance the caller has just trued                  *
      ***--------------------------------------------------------------*
       bpst-settle-legal-orders section.
       bpst-settle-legal-orders-para.
           if ws-legalord-is-open
               if JNLREC-POST-AMOUNT < 0
                   and JNLREC-POST-TXN-TYPE = 'LG'
                   and JNLREC-POST-TRACE-ID(1:2) = 'LG'
                   perform bpst-land-remittance
               end-if
               perform bpst-sum-legal-held
               if JNLREC-POST-AMOUNT > 0
                   and ws-lgo-held < ACCTMAST-BALANCE
                   compute ws-lgo-credit =
                       ACCTMAST-BALANCE - ws-lgo-held
                   end-compute
                   if ws-lgo-credit > JNLREC-POST-AMOUNT
                       move JNLREC-POST-AMOUNT to ws-lgo-credit
                   end-if
                   move ACCTMAST-ACCTNO to LEGALORD-ACCTNO
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
                   perform bpst-capture-legal-next
                       until not ws-lgo-more-recs
                          or ws-lgo-credit = 0
               end-if
               subtract ws-lgo-held from ACCTMAST-MEMO-BALANCE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the next order in priority order takes what the credit has  *
      *** left, up to what it still needs                             *
      ***--------------------------------------------------------------*
       bpst-capture-legal-next section.
       bpst-capture-legal-next-para.
           read LEGALORD-FILE next record
               at end
                   move 'N' to ws-lgo-more
           end-read
           if ws-lgo-more-recs
               if LEGALORD-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-lgo-more
               else
                   if LEGALORD-IS-ACTIVE
                       compute ws-lgo-room = LEGALORD-AMOUNT
                           - LEGALORD-REMITTED - LEGALORD-HELD
                       end-compute
                       if ws-lgo-room > 0
                           if ws-lgo-room > ws-lgo-credit
                               move ws-lgo-credit to ws-lgo-room
                           end-if
                           add ws-lgo-room to LEGALORD-HELD
                           rewrite LEGALORD-RECORD
                           add ws-lgo-room to ws-lgo-held
                           subtract ws-lgo-room from ws-lgo-credit
                           add 1 to ws-legal-captures
                           display 'ETPBPST - credit captured for '
                               'legal order: ' LEGALORD-ACCTNO
                               ' order ' LEGALORD-SEQ
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an ETPBLGR remittance debit just applied: the trace id      *
      *** names the order's priority and number, the money leaves     *
      *** its held and in-transit figures for the remitted total, and *
      *** the order is satisfied once that reaches the amount ordered *
      ***--------------------------------------------------------------*
       bpst-land-remittance section.
       bpst-land-remittance-para.
           move ACCTMAST-ACCTNO to LEGALORD-ACCTNO
           move JNLREC-POST-TRACE-ID(3:2) to LEGALORD-PRIORITY
           move JNLREC-POST-TRACE-ID(5:3) to LEGALORD-SEQ
           read LEGALORD-FILE
               invalid key
                   continue
           end-read
           if ws-legalord-ok
               compute ws-lgo-paid = 0 - JNLREC-POST-AMOUNT
               end-compute
               if LEGALORD-HELD > ws-lgo-paid
                   subtract ws-lgo-paid from LEGALORD-HELD
               else
                   move 0 to LEGALORD-HELD
               end-if
               if LEGALORD-IN-TRANSIT > ws-lgo-paid
                   subtract ws-lgo-paid from LEGALORD-IN-TRANSIT
               else
                   move 0 to LEGALORD-IN-TRANSIT
               end-if
               add ws-lgo-paid to LEGALORD-REMITTED
               move ws-run-date to LEGALORD-LAST-REMIT-DATE
               if LEGALORD-REMITTED >= LEGALORD-AMOUNT
                   and LEGALORD-IS-ACTIVE
                   move 'S' to LEGALORD-STATUS
                   move ws-run-date to LEGALORD-CLOSED-DATE
                   move ws-program-name to LEGALORD-CLOSED-BY
                   add 1 to ws-legal-satisfied
                   display 'ETPBPST - legal order satisfied: '
                       LEGALORD-ACCTNO ' order ' LEGALORD-SEQ
               end-if
               rewrite LEGALORD-RECORD
           else
               display 'ETPBPST - remittance for an unknown legal '
                   'order: ' JNLREC-POST-ACCTNO ' '
                   JNLREC-POST-TRACE-ID
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the withdrawal-notice file; a missing file means no   *
      *** notice has ever been given, and a notice account can then   *
      *** take no customer debit at all                               *
      ***--------------------------------------------------------------*
       bpst-open-wdnotice section.
       bpst-open-wdnotice-para.
           open i-o WDNOTICE-FILE
           if ws-wdnotice-ok
               move 'Y' to ws-wdnotice-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the standing-order attempt file; ETPBSTO creates it,  *
      *** so a missing file means no attempt is waiting to be marked  *
      ***--------------------------------------------------------------*
       bpst-open-stoatmp section.
       bpst-open-stoatmp-para.
           open i-o STOATMP-FILE
           if ws-stoatmp-ok
               move 'Y' to ws-stoatmp-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the loan schedule; ETPEAMT creates it at the first    *
      *** loan open, so a missing file means no repayment is waiting  *
      ***--------------------------------------------------------------*
       bpst-open-loanschd section.
       bpst-open-loanschd-para.
           open i-o LOANSCHD-FILE
           if ws-loanschd-ok
               move 'Y' to ws-loanschd-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the loan leg of an ETPBLRP repayment pair has just been     *
      *** applied, the loan in ACCTMAST-RECORD: its instalment is the *
      *** oldest row of the loan sent for this amount, or - a pair    *
      *** released from suspense after ETPBLRP had put the row back   *
      *** in arrears - the oldest unpaid row due for this amount,     *
      *** which also comes off the loan's arrears                     *
      ***--------------------------------------------------------------*
       bpst-pay-instalment section.
       bpst-pay-instalment-para.
           if ws-loanschd-is-open
               and JNLREC-POST-TRACE-ID(3:10) = JNLREC-POST-ACCTNO
               move JNLREC-POST-ACCTNO to ws-lns-acctno
               move 0 to ws-lns-sent-key
               move 0 to ws-lns-late-key
               move ws-lns-acctno to LOANSCHD-ACCTNO
               move 0 to LOANSCHD-INSTNO
               start LOANSCHD-FILE key not < LOANSCHD-KEY
                   invalid key
                       continue
               end-start
               if ws-loanschd-ok
                   move 'Y' to ws-lns-more
               else
                   move 'N' to ws-lns-more
               end-if
               perform bpst-find-instalment
                   until not ws-lns-more-recs
               if ws-lns-sent-key = 0
                   and ws-lns-late-key = 0
                   display 'ETPBPST - loan repayment with no '
                       'instalment to pay: ' ws-lns-acctno
               else
                   move ws-lns-acctno to LOANSCHD-ACCTNO
                   if ws-lns-sent-key > 0
                       move ws-lns-sent-key to LOANSCHD-INSTNO
                   else
                       move ws-lns-late-key to LOANSCHD-INSTNO
                   end-if
                   read LOANSCHD-FILE
                       invalid key
                           continue
                   end-read
                   if ws-loanschd-ok
                       move 'P' to LOANSCHD-STATUS
                       move ws-run-date to LOANSCHD-PAID-DATE
                       rewrite LOANSCHD-RECORD
                           invalid key
                               continue
                       end-rewrite
                       add 1 to ws-instalments-paid
                       if ws-lns-sent-key = 0
                           perform bpst-ease-arrears
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an instalment in arrears has been paid late: one instalment *
      *** and its amount come off the loan's arrears until ETPBLRP    *
      *** rebuilds them                                               *
      ***--------------------------------------------------------------*
       bpst-ease-arrears section.
       bpst-ease-arrears-para.
           move ws-lns-acctno to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-ok
               and ACCTMAST-ARREARS-COUNT > 0
               subtract 1 from ACCTMAST-ARREARS-COUNT
               if ACCTMAST-ARREARS-AMOUNT > JNLREC-POST-AMOUNT
                   subtract JNLREC-POST-AMOUNT
                       from ACCTMAST-ARREARS-AMOUNT
               else
                   move 0 to ACCTMAST-ARREARS-AMOUNT
               end-if
               rewrite ACCTMAST-RECORD
                   invalid key
                       continue
               end-rewrite
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-find-instalment section.
       bpst-find-instalment-para.
           read LOANSCHD-FILE next record
               at end
                   move 'N' to ws-lns-more
           end-read
           if ws-lns-more-recs
               if LOANSCHD-ACCTNO not = ws-lns-acctno
                   move 'N' to ws-lns-more
               else
                   compute ws-lns-total =
                       LOANSCHD-PRINCIPAL + LOANSCHD-INTEREST
                   end-compute
                   if ws-lns-total = JNLREC-POST-AMOUNT
                       if LOANSCHD-IS-SENT
                           move LOANSCHD-INSTNO to ws-lns-sent-key
                           move 'N' to ws-lns-more
                       else
                           if LOANSCHD-IS-UNPAID
                               and LOANSCHD-DUE-DATE <= ws-run-date
                               and ws-lns-late-key = 0
                               move LOANSCHD-INSTNO
                                   to ws-lns-late-key
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a debit about to be applied, its notice account in          *
      *** ACCTMAST-RECORD, breaches the notice rule when it needs     *
      *** notice and is more than the usable notices have left        *
      ***--------------------------------------------------------------*
       bpst-check-notice section.
       bpst-check-notice-para.
           move 'N' to ws-wdn-breach
           perform bpst-notice-needed
           if ws-wdn-is-needed
               and not ws-bulk-is-funding
               perform bpst-sum-notices
               compute ws-wdn-debit = 0 - JNLREC-POST-AMOUNT
               end-compute
               if ws-wdn-usable < ws-wdn-debit
                   move 'Y' to ws-wdn-breach
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a debit needs notice when the account is a notice account   *
      *** and the debit is the customer's - the bank's own charges,   *
      *** interest, tax, write-offs, sweeps, revaluations, reversals  *
      *** and legal-order remittances are not withdrawals             *
      ***--------------------------------------------------------------*
       bpst-notice-needed section.
       bpst-notice-needed-para.
           move 'N' to ws-wdn-needed
           if JNLREC-POST-AMOUNT < 0
               and ACCTMAST-NOTICE-DAYS is numeric
               and ACCTMAST-NOTICE-DAYS > 0
               move 'Y' to ws-wdn-needed
               evaluate JNLREC-POST-TXN-TYPE
                   when 'FE'
                   when 'WP'
                   when 'IN'
                   when 'TX'
                   when 'CO'
                   when 'CL'
                   when 'ES'
                   when 'FX'
                   when 'RV'
                   when 'LG'
                       move 'N' to ws-wdn-needed
                   when other
                       continue
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** what the account's usable notices - open, and past their    *
      *** earliest date or released early - have still to pay, into   *
      *** ws-wdn-usable                                               *
      ***--------------------------------------------------------------*
       bpst-sum-notices section.
       bpst-sum-notices-para.
           move 0 to ws-wdn-usable
           if ws-wdnotice-is-open
               move ACCTMAST-ACCTNO to WDNOTICE-ACCTNO
               move 0 to WDNOTICE-SEQ
               start WDNOTICE-FILE key not < WDNOTICE-KEY
                   invalid key
                       continue
               end-start
               if ws-wdnotice-ok
                   move 'Y' to ws-wdn-more
               else
                   move 'N' to ws-wdn-more
               end-if
               perform bpst-sum-notices-next
                   until not ws-wdn-more-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-sum-notices-next section.
       bpst-sum-notices-next-para.
           read WDNOTICE-FILE next record
               at end
                   move 'N' to ws-wdn-more
           end-read
           if ws-wdn-more-recs
               if WDNOTICE-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-wdn-more
               else
                   if WDNOTICE-IS-OPEN
                       and (WDNOTICE-IS-EARLY
                            or WDNOTICE-EARLIEST-DATE <= ws-run-date)
                       compute ws-wdn-usable = ws-wdn-usable
                           + WDNOTICE-AMOUNT - WDNOTICE-USED
                       end-compute
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a customer debit just applied to a notice account is drawn  *
      *** from its usable notices, oldest first; a notice drawn in    *
      *** full is used up                                             *
      ***--------------------------------------------------------------*
       bpst-draw-notices section.
       bpst-draw-notices-para.
           if ws-wdnotice-is-open
               perform bpst-notice-needed
               if ws-wdn-is-needed
                   compute ws-wdn-debit = 0 - JNLREC-POST-AMOUNT
                   end-compute
                   move ACCTMAST-ACCTNO to WDNOTICE-ACCTNO
                   move 0 to WDNOTICE-SEQ
                   start WDNOTICE-FILE key not < WDNOTICE-KEY
                       invalid key
                           continue
                   end-start
                   if ws-wdnotice-ok
                       move 'Y' to ws-wdn-more
                   else
                       move 'N' to ws-wdn-more
                   end-if
                   perform bpst-draw-notice-next
                       until not ws-wdn-more-recs
                          or ws-wdn-debit = 0
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-draw-notice-next section.
       bpst-draw-notice-next-para.
           read WDNOTICE-FILE next record
               at end
                   move 'N' to ws-wdn-more
           end-read
           if ws-wdn-more-recs
               if WDNOTICE-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-wdn-more
               else
                   if WDNOTICE-IS-OPEN
                       and (WDNOTICE-IS-EARLY
                            or WDNOTICE-EARLIEST-DATE <= ws-run-date)
                       compute ws-wdn-take =
                           WDNOTICE-AMOUNT - WDNOTICE-USED
                       end-compute
                       if ws-wdn-take > ws-wdn-debit
                           move ws-wdn-debit to ws-wdn-take
                       end-if
                       add ws-wdn-take to WDNOTICE-USED
                       subtract ws-wdn-take from ws-wdn-debit
                       if WDNOTICE-USED >= WDNOTICE-AMOUNT
                           move 'U' to WDNOTICE-STATUS
                           move ws-run-date to WDNOTICE-CLOSED-DATE
                           add 1 to ws-notices-used
                       end-if
                       rewrite WDNOTICE-RECORD
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a credit just applied to a charged-off account is a         *
      *** recovery against its register row - unless it is the       *
      *** write-off's own leg, which carries the register's trace id  *
      ***--------------------------------------------------------------*
       bpst-check-recovery section.
       bpst-check-recovery-para.
           if ACCTMAST-IS-CHARGED-OFF
               and JNLREC-POST-AMOUNT > 0
               and ws-chgoff-is-open
               move ACCTMAST-ACCTNO to CHGOFF-ACCTNO
               read CHGOFF-FILE
                   invalid key
                       continue
               end-read
               if ws-chgoff-ok
                   and JNLREC-POST-TRACE-ID not = CHGOFF-TRACE-ID
                   add JNLREC-POST-AMOUNT to CHGOFF-RECOVERED
                   add 1 to CHGOFF-RECOVERY-COUNT
                   move ws-run-date to CHGOFF-LAST-RECOVERY
                   rewrite CHGOFF-RECORD
                   add 1 to ws-recoveries
                   display 'ETPBPST - charge-off recovery: '
                       ACCTMAST-ACCTNO
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the owner cross-reference, the preferences and the    *
      *** notification queue (creating the queue on first use); with  *
      *** no preferences on file nobody has opted in, and the run     *
      *** raises no events                                            *
      ***--------------------------------------------------------------*
       bpst-open-notify section.
       bpst-open-notify-para.
           open input ACCTXREF-FILE
           open input NTFPREF-FILE
           open i-o NTFQUE-FILE
           if ws-ntfque-absent
               open output NTFQUE-FILE
               close NTFQUE-FILE
               open i-o NTFQUE-FILE
           end-if
           if ws-acctxref-ok and ws-ntfpref-ok and ws-ntfque-ok
               move 'Y' to ws-ntf-open
           else
               display 'ETPBPST - customer notifications off, '
                   'statuses ' ws-acctxref-status ' '
                   ws-ntfpref-status ' ' ws-ntfque-status
               if ws-acctxref-ok
                   close ACCTXREF-FILE
               end-if
               if ws-ntfpref-ok
                   close NTFPREF-FILE
               end-if
               if ws-ntfque-ok
                   close NTFQUE-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the posting just applied to the account in ACCTMAST-RECORD  *
      *** is judged against each holder's thresholds                  *
      ***--------------------------------------------------------------*
       bpst-check-notify section.
       bpst-check-notify-para.
           if ws-ntf-is-open
               compute ws-ntf-old-balance =
                   ACCTMAST-BALANCE - JNLREC-POST-AMOUNT
               end-compute
               move ACCTMAST-ACCTNO to ws-ntf-acctno
               move ws-ntf-acctno to ACCTXREF-ACCTNO
               move low-values to ACCTXREF-CUSTNO
               start ACCTXREF-FILE key not < ACCTXREF-KEY
                   invalid key
                       continue
               end-start
               if ws-acctxref-ok
                   move 'Y' to ws-ntf-xref-more
               else
                   move 'N' to ws-ntf-xref-more
               end-if
               perform bpst-check-notify-holder
                   until not ws-ntf-xref-more-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one holder: the balance crossing below the low-balance      *
      *** threshold, and a debit at or above the large-debit one      *
      ***--------------------------------------------------------------*
       bpst-check-notify-holder section.
       bpst-check-notify-holder-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-ntf-xref-more
           end-read
           if ws-ntf-xref-more-recs
               if ACCTXREF-ACCTNO not = ws-ntf-acctno
                   move 'N' to ws-ntf-xref-more
               else
                   move ACCTXREF-CUSTNO to NTFPREF-CUSTNO
                   read NTFPREF-FILE
                       invalid key
                           continue
                   end-read
                   if ws-ntfpref-ok
                       and NTFPREF-ADDR-VALID
                       if NTFPREF-WANTS-LOWBAL
                           and ws-ntf-old-balance
                               not < NTFPREF-LOWBAL-AMT
                           and ACCTMAST-BALANCE < NTFPREF-LOWBAL-AMT
                           move 'LOWBAL' to ws-ntf-event
                           perform bpst-queue-notify
                       end-if
                       if NTFPREF-WANTS-LGDEBIT
                           and NTFPREF-LGDEBIT-AMT > 0
                           and JNLREC-POST-AMOUNT < 0
                           and 0 - JNLREC-POST-AMOUNT
                               not < NTFPREF-LGDEBIT-AMT
                           move 'LGDEBIT' to ws-ntf-event
                           perform bpst-queue-notify
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one event on the queue; a second event for the customer in  *
      *** the same second takes the next sequence number              *
      ***--------------------------------------------------------------*
       bpst-queue-notify section.
       bpst-queue-notify-para.
           move spaces to NTFQUE-RECORD
           move NTFPREF-CUSTNO to NTFQUE-CUSTNO
           move function current-date(1:14) to NTFQUE-STAMP
           move 1 to NTFQUE-SEQ
           move 'Q' to NTFQUE-STATUS
           move ws-ntf-event to NTFQUE-EVENT
           move ws-ntf-acctno to NTFQUE-ACCTNO
           move JNLREC-POST-AMOUNT to NTFQUE-AMOUNT
           move ACCTMAST-BALANCE to NTFQUE-BALANCE
           move ws-program-name to NTFQUE-SOURCE
           move ws-run-date to NTFQUE-REQ-DATE
           move 0 to NTFQUE-DONE-DATE
           move 'N' to ws-ntf-written
           perform bpst-queue-notify-write
               until ws-ntf-write-done
           exit
           .
      ***--------------------------------------------------------------*
       bpst-queue-notify-write section.
       bpst-queue-notify-write-para.
           write NTFQUE-RECORD
               invalid key
                   continue
           end-write
           evaluate true
               when ws-ntfque-ok
                   move 'Y' to ws-ntf-written
                   add 1 to ws-notifications
               when ws-ntfque-dup and NTFQUE-SEQ < 99
                   add 1 to NTFQUE-SEQ
               when other
                   display 'ETPBPST - ' ws-ntf-event ' event for '
                       NTFQUE-CUSTNO ' not queued, status='
                       ws-ntfque-status
                   move 'F' to ws-ntf-written
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** the limit in force for the account in ACCTMAST-RECORD on    *
      *** the run date: the newest ODLIMIT start date not after the   *
      *** run date whose expiry has not passed, falling back to the   *
      *** flat master limit when no row applies                       *
      ***--------------------------------------------------------------*
       bpst-find-odlimit section.
       bpst-find-odlimit-para.
           move ACCTMAST-ODLIMIT to ws-eff-odlimit
           if ws-odlimit-is-open
               move ACCTMAST-ACCTNO to ODLIMIT-ACCTNO
               move 0 to ODLIMIT-START-DATE
               start ODLIMIT-FILE key not < ODLIMIT-KEY
                   invalid key
                       continue
               end-start
               if ws-odlimit-ok
                   move 'Y' to ws-more-odlimits
                   perform bpst-find-odlimit-read
                       until not ws-more-odlimit-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-find-odlimit-read section.
       bpst-find-odlimit-read-para.
           read ODLIMIT-FILE next record
               at end
                   move 'N' to ws-more-odlimits
           end-read
           if ws-more-odlimit-recs
               if ODLIMIT-ACCTNO not = ACCTMAST-ACCTNO
                   or ODLIMIT-START-DATE > ws-run-date
                   move 'N' to ws-more-odlimits
               else
                   if ODLIMIT-EXPIRY = 0
                       or ODLIMIT-EXPIRY >= ws-run-date
                       move ODLIMIT-AMOUNT to ws-eff-odlimit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** browses the account's stop instructions for the first live  *
      *** one matching this entry's direction and amount (a zero      *
      *** instruction amount stops any amount) that has not expired;  *
      *** a hit marks the instruction matched so it fires exactly     *
      *** once.  Expects the entry in JNLREC-POST-VIEW with a numeric *
      *** amount                                                      *
      ***--------------------------------------------------------------*
       bpst-check-stops section.
       bpst-check-stops-para.
           move 'N' to ws-stop-hit
           if ws-stopinst-is-open
               and JNLREC-POST-AMOUNT is numeric
               and not ws-bulk-is-funding
               if JNLREC-POST-AMOUNT < 0
                   compute ws-stop-abs-amount =
                       0 - JNLREC-POST-AMOUNT
                   end-compute
               else
                   move JNLREC-POST-AMOUNT to ws-stop-abs-amount
               end-if
               move JNLREC-POST-ACCTNO to STOPINST-ACCTNO
               move 0 to STOPINST-SEQ
               start STOPINST-FILE key not < STOPINST-KEY
                   invalid key
                       continue
               end-start
               if ws-stopinst-ok
                   move 'Y' to ws-more-stops
                   perform bpst-check-one-stop
                       until not ws-more-stop-recs
                          or ws-stop-was-hit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-check-one-stop section.
       bpst-check-one-stop-para.
           read STOPINST-FILE next record
               at end
                   move 'N' to ws-more-stops
           end-read
           if ws-more-stop-recs
               if STOPINST-ACCTNO not = JNLREC-POST-ACCTNO
                   move 'N' to ws-more-stops
               else
                   if STOPINST-IS-ACTIVE
                       and (STOPINST-EXPIRY = 0
                         or STOPINST-EXPIRY >= ws-run-date)
                       and (STOPINST-STOPS-BOTH
                         or (STOPINST-STOPS-DEBITS
                             and JNLREC-POST-AMOUNT < 0)
                         or (STOPINST-STOPS-CREDITS
                             and JNLREC-POST-AMOUNT > 0))
                       and (STOPINST-AMOUNT = 0
                         or STOPINST-AMOUNT = ws-stop-abs-amount)
                       move 'Y' to ws-stop-hit
                       move 'M' to STOPINST-STATUS
                       rewrite STOPINST-RECORD
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** backs one leg's usage out of ACCTLIM when its partner was   *
      *** held - the pair is not posting tonight, so neither leg may  *
      *** count against today's velocity allowance                    *
      ***--------------------------------------------------------------*
       bpst-uncharge-limit section.
       bpst-uncharge-limit-para.
           if ws-acctlim-is-open
               move JNLREC-POST-ACCTNO to ACCTLIM-ACCTNO
               read ACCTLIM-FILE
           if ws-acctmast-ok
               add JNLREC-POST-AMOUNT to ACCTMAST-BALANCE
      *        the capture-time memo reduction has now become the
      *        ledger movement itself - true the memo back up, less
      *        the authorisation holds still standing
               move ACCTMAST-BALANCE to ACCTMAST-MEMO-BALANCE
               perform bpst-settle-earmarks
               perform bpst-settle-uncollected
               perform bpst-settle-legal-orders
               perform bpst-draw-notices
      *        the close-out sweep just landed the account on zero:
      *        the close completes here, with no second visit
               if ACCTMAST-IS-CLOSE-PEND
                   perform bpst-write-history
                   perform bpst-queue-replica
                   perform bpst-tally-branch
                   perform bpst-check-recovery
                   perform bpst-check-notify
                   if JNLREC-POST-TXN-TYPE = 'LN'
                       and JNLREC-POST-TRACE-ID(1:2) = 'LR'
                       and JNLREC-POST-AMOUNT > 0
                       perform bpst-pay-instalment
                   end-if
               end-if
           end-if
           exit
               move 'NON-NUMERIC AMOUNT' to ws-susp-reason
               perform bpst-write-suspense
           else
           perform bpst-check-txn-type
           if ws-txn-type-is-bad
               display 'ETPBPST - unknown transaction type '
                   JNLREC-POST-TXN-TYPE ', suspended: '
                   JNLREC-POST-ACCTNO
               add 1 to ws-entries-bad-type
               add 1 to ws-entries-skipped
               move 'UNKNOWN TXN TYPE' to ws-susp-reason
               perform bpst-write-suspense
           else
           perform bpst-check-duplicate
           perform bpst-check-closed-period
           if ws-dup-was-found
      *        be refused
               if JNLREC-POST-AMOUNT < 0
                   and ws-od-new-balance < 0 - ws-eff-odlimit
                   and not ws-bulk-is-funding
               perform bpst-refuse-overlimit
               else
               perform bpst-check-legal-floor
               if ws-lgo-is-breached
               display 'ETPBPST - debit reaches money held for a '
                   'legal order, suspended: ' JNLREC-POST-ACCTNO
               add 1 to ws-entries-legal
               add 1 to ws-entries-skipped
               move 'LEGAL ORDER' to ws-susp-reason
               perform bpst-write-suspense
               if JNLREC-POST-TXN-TYPE = 'SO'
                   perform bpst-refuse-standing-order
               end-if
               else
               perform bpst-check-notice
               if ws-wdn-is-breached
               display 'ETPBPST - debit not covered by a matured '
                   'withdrawal notice, suspended: ' JNLREC-POST-ACCTNO
               add 1 to ws-entries-no-notice
               add 1 to ws-entries-skipped
               move 'NO NOTICE' to ws-susp-reason
               perform bpst-write-suspense
               if JNLREC-POST-TXN-TYPE = 'SO'
                   perform bpst-refuse-standing-order
               end-if
               else
               move spaces to ws-expo-other-acct
               perform bpst-check-exposure
               if ws-exposure-is-held
               move 'OVER CUSTOMER LIMIT' to ws-held-reason
               perform bpst-hold-entry
               else
               perform bpst-check-daily-limit
               if ws-limit-is-held
               move 'OVER DAILY LIMIT' to ws-held-reason
               else
               add JNLREC-POST-AMOUNT to ACCTMAST-BALANCE
      *        the capture-time memo reduction has now become the
      *        ledger movement itself - true the memo back up, less
      *        the authorisation holds still standing
               move ACCTMAST-BALANCE to ACCTMAST-MEMO-BALANCE
               perform bpst-settle-earmarks
               perform bpst-settle-uncollected
               perform bpst-settle-legal-orders
               perform bpst-draw-notices
      *        the close-out sweep just landed the account on zero:
      *        the close completes here, with no second visit
               if ACCTMAST-IS-CLOSE-PEND
                   perform bpst-record-fingerprint
                   perform bpst-queue-replica
                   perform bpst-tally-branch
                   perform bpst-check-recovery
                   perform bpst-check-notify
               else
               rewrite ACCTMAST-RECORD
                   invalid key
                   perform bpst-record-fingerprint
                   perform bpst-queue-replica
                   perform bpst-tally-branch
                   perform bpst-check-recovery
                   perform bpst-check-notify
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
           end-if
           end-if
           end-if
           end-if
                   into odexcept-line
               write odexcept-line
           end-if
           if JNLREC-POST-TXN-TYPE = 'SO'
               perform bpst-refuse-standing-order
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a refused standing-order payment: its pending attempt row,  *
      *** among the order's rows on STOATMP, is the one carrying this *
      *** posting's trace id - marked refused for ETPBSTO to retry     *
      ***--------------------------------------------------------------*
       bpst-refuse-standing-order section.
       bpst-refuse-standing-order-para.
           if ws-stoatmp-is-open
               and JNLREC-POST-TRACE-ID(3:6) is numeric
               move JNLREC-POST-TRACE-ID(3:6) to ws-sto-order-id
               move ws-sto-order-id to STOATMP-ORDER-ID
               move 0 to STOATMP-DUE-DATE
               move 0 to STOATMP-TRY-NO
               start STOATMP-FILE key not < STOATMP-KEY
                   invalid key
                       continue
               end-start
               if ws-stoatmp-ok
                   move 'Y' to ws-sto-more
               else
                   move 'N' to ws-sto-more
               end-if
               perform bpst-refuse-so-next
                   until not ws-sto-more-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-refuse-so-next section.
       bpst-refuse-so-next-para.
           read STOATMP-FILE next record
               at end
                   move 'N' to ws-sto-more
           end-read
           if ws-sto-more-recs
               if STOATMP-ORDER-ID not = ws-sto-order-id
                   move 'N' to ws-sto-more
               else
                   if STOATMP-IS-PENDING
                       and STOATMP-TRACE-ID = JNLREC-POST-TRACE-ID
                       move 'R' to STOATMP-STATUS
                       move ws-run-date to STOATMP-DONE-DATE
                       rewrite STOATMP-RECORD
                           invalid key
                               continue
                       end-rewrite
                       add 1 to ws-sto-refused
                       display 'ETPBPST - standing order '
                           ws-sto-order-id ' refused, left for retry'
                       move 'N' to ws-sto-more
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the aggregate credit limits and the two cross-        *
      *** references the holder's accounts are found through; ACCTXREF *
      *** is shared when the notifications already have it open       *
      ***--------------------------------------------------------------*
       bpst-open-exposure section.
       bpst-open-exposure-para.
           open input CUSTLIM-FILE
           if not ws-custlim-ok
               display 'ETPBPST - CUSTLIM not available, status='
                   ws-custlim-status ' - no customer limits applied'
           else
               open input CUSTXREF-FILE
               if not ws-ntf-is-open
                   open input ACCTXREF-FILE
                   if ws-acctxref-ok
                       move 'Y' to ws-expo-own-xref
                   end-if
               end-if
               if ws-custxref-ok
                   and (ws-ntf-is-open or ws-expo-owns-xref)
                   move 'Y' to ws-custlim-open
               else
                   display 'ETPBPST - customer limits off, '
                       'statuses ' ws-custxref-status ' '
                       ws-acctxref-status
                   close CUSTLIM-FILE
                   if ws-custxref-ok
                       close CUSTXREF-FILE
                   end-if
                   if ws-expo-owns-xref
                       close ACCTXREF-FILE
                       move 'N' to ws-expo-own-xref
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a debit taking the account in ACCTMAST-RECORD to the        *
      *** overdrawn balance in ws-od-new-balance, tested against the  *
      *** primary holder's aggregate limit.  A credit, a debit that   *
      *** leaves the account in credit, a loan or internal account, a *
      *** supervisor's release and a holder with no CUSTLIM row all   *
      *** pass untested                                               *
      ***--------------------------------------------------------------*
       bpst-check-exposure section.
       bpst-check-exposure-para.
           move 'N' to ws-exposure-held
           if ws-custlim-is-open
               and JNLREC-POST-AMOUNT < 0
               and ws-od-new-balance < 0
               and not JNLREC-POST-WAS-RELEASED
               and not ACCTMAST-IS-LOAN
               and not ACCTMAST-IS-INTERNAL
               and not ws-bulk-is-funding
               perform bpst-find-primary-holder
               if ws-expo-custno not = spaces
                   move ws-expo-custno to CUSTLIM-CUSTNO
                   read CUSTLIM-FILE
                       invalid key
                           continue
                   end-read
                   if ws-custlim-ok
                       perform bpst-sum-exposure
                       if ws-expo-total > CUSTLIM-CREDIT-LIMIT
                           move 'Y' to ws-exposure-held
                           add 1 to ws-entries-over-custlim
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's primary holder off ACCTXREF - spaces when it  *
      *** has none on record                                          *
      ***--------------------------------------------------------------*
       bpst-find-primary-holder section.
       bpst-find-primary-holder-para.
           move spaces to ws-expo-custno
           move ACCTMAST-ACCTNO to ws-expo-acctno
           move ws-expo-acctno to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           start ACCTXREF-FILE key not < ACCTXREF-KEY
               invalid key
                   continue
           end-start
           if ws-acctxref-ok
               move 'Y' to ws-expo-more
           else
               move 'N' to ws-expo-more
           end-if
           perform bpst-find-primary-next
               until not ws-expo-more-recs
           exit
           .
      ***--------------------------------------------------------------*
       bpst-find-primary-next section.
       bpst-find-primary-next-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-expo-more
           end-read
           if ws-expo-more-recs
               if ACCTXREF-ACCTNO not = ws-expo-acctno
                   move 'N' to ws-expo-more
               else if ACCTXREF-IS-PRIMARY
                   move ACCTXREF-CUSTNO to ws-expo-custno
                   move 'N' to ws-expo-more
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the holder's overdrawn total: this account at its balance   *
      *** after the entry, and every other account they hold as       *
      *** primary at its balance now.  The account in hand is saved   *
      *** and restored around the reads of the others                 *
      ***--------------------------------------------------------------*
       bpst-sum-exposure section.
       bpst-sum-exposure-para.
           move ACCTMAST-RECORD to ws-expo-save
           compute ws-expo-total = 0 - ws-od-new-balance
           end-compute
           move ws-expo-custno to CUSTXREF-CUSTNO
           move low-values to CUSTXREF-ACCTNO
           start CUSTXREF-FILE key not < CUSTXREF-KEY
               invalid key
                   continue
           end-start
           if ws-custxref-ok
               move 'Y' to ws-expo-more
           else
               move 'N' to ws-expo-more
           end-if
           perform bpst-sum-exposure-next
               until not ws-expo-more-recs
           move ws-expo-save to ACCTMAST-RECORD
           exit
           .
      ***--------------------------------------------------------------*
       bpst-sum-exposure-next section.
       bpst-sum-exposure-next-para.
           read CUSTXREF-FILE next record
               at end
                   move 'N' to ws-expo-more
           end-read
           if ws-expo-more-recs
               if CUSTXREF-CUSTNO not = ws-expo-custno
                   move 'N' to ws-expo-more
               else if CUSTXREF-IS-PRIMARY
                   and CUSTXREF-ACCTNO not = ws-expo-acctno
                   move CUSTXREF-ACCTNO to ACCTMAST-ACCTNO
                   read ACCTMAST-FILE
                       invalid key
                           continue
                   end-read
                   if ws-acctmast-ok
      *                in the sorted mode the account held in the
      *                buffer is newer than its master record
                       if ws-cur-is-loaded
                           and ACCTMAST-ACCTNO = ws-cur-acctno
                           move ws-cur-record to ACCTMAST-RECORD
                       end-if
                       move ACCTMAST-BALANCE to ws-expo-balance
                       if ACCTMAST-ACCTNO = ws-expo-other-acct
                           add ws-expo-other-amount to ws-expo-balance
                       end-if
                       if ws-expo-balance < 0
                           and not ACCTMAST-IS-LOAN
                           and not ACCTMAST-IS-INTERNAL
                           subtract ws-expo-balance from ws-expo-total
                       end-if
                   end-if
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** tests the entry against the account's daily velocity limits *
      *** and, when it fits, charges it to today's usage; resets the  *
      *** usage the first time the account is touched on a new date   *
                   else
                       move JNLREC-POST-AMOUNT to ws-abs-amount
                   end-if
      *            the bulk funding debit still counts toward the
      *            day's usage, but it is never held
                   if ((ACCTLIM-MAX-COUNT > 0
                       and ACCTLIM-USED-COUNT + 1
                           > ACCTLIM-MAX-COUNT)
                     or (ACCTLIM-MAX-AMOUNT > 0
                       and ACCTLIM-USED-AMOUNT + ws-abs-amount
                           > ACCTLIM-MAX-AMOUNT))
                     and not ws-bulk-is-funding
                       move 'Y' to ws-limit-held
                   else
                       add 1 to ACCTLIM-USED-COUNT
       bpst-hold-entry section.
       bpst-hold-entry-para.
           add 1 to ws-entries-held
           display 'ETPBPST - ' ws-held-reason ', held: '
               JNLREC-POST-ACCTNO
           if ws-heldpost-ok or ws-heldpost-dup
               add 1 to ws-held-seq
               close POSTHIST-FILE
               open i-o POSTHIST-FILE
           end-if
           if ws-posthist-ok
               perform bpst-open-chain
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the chain control file, created empty on first use; a       *
      *** run without it writes its rows unsealed, which the          *
      *** ETPBHCV check then reports                                  *
      ***--------------------------------------------------------------*
       bpst-open-chain section.
       bpst-open-chain-para.
           open i-o HASHCHN-FILE
           if ws-hashchn-absent
               open output HASHCHN-FILE
               close HASHCHN-FILE
               open i-o HASHCHN-FILE
           end-if
           if ws-hashchn-ok
               move 'Y' to ws-hashchn-open
           else
               display 'ETPBPST - HASHCHN not available, status='
                   ws-hashchn-status ' - rows written unsealed'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bpst-write-history section.
       bpst-write-history-para.
           add 1 to ws-hist-seq
           move ACCTMAST-ACCTNO to POSTHIST-ACCTNO
           perform bpst-chain-fetch
           move 'N' to ws-hist-written
           perform bpst-write-history-once
               until ws-hist-was-written
           if ws-posthist-ok
               perform bpst-chain-advance
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           move JNLREC-POST-NARRATIVE to POSTHIST-NARRATIVE
           move ws-window-no to POSTHIST-WINDOW
           move JNLREC-POST-TRACE-ID to POSTHIST-TRACE-ID
           move JNLREC-POST-TXN-TYPE to POSTHIST-TXN-TYPE
           perform bpst-seal-row
           write POSTHIST-RECORD
               invalid key
                   continue
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's chain row, held for the history write         *
      *** that follows; a first row starts a new chain                *
      ***--------------------------------------------------------------*
       bpst-chain-fetch section.
       bpst-chain-fetch-para.
           move 'P' to HASHCHN-TRAIL
           move POSTHIST-ACCTNO to HASHCHN-OWNER
           move 'N' to ws-chain-new
           if ws-hashchn-is-open
               read HASHCHN-FILE
                   invalid key
                       continue
               end-read
               if not ws-hashchn-ok
                   move 'Y' to ws-chain-new
                   move 'P' to HASHCHN-TRAIL
                   move POSTHIST-ACCTNO to HASHCHN-OWNER
                   move 0 to HASHCHN-HEAD-NO
                   move 0 to HASHCHN-HEAD-SEAL
                   move 0 to HASHCHN-ANCHOR-NO
                   move 0 to HASHCHN-ANCHOR-SEAL
                   move 0 to HASHCHN-ANCHOR-DATE
                   move spaces to HASHCHN-ANCHOR-BY
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row takes the next number on the chain and is           *
      *** sealed over its contents and the seal before it             *
      ***--------------------------------------------------------------*
       bpst-seal-row section.
       bpst-seal-row-para.
           if ws-hashchn-is-open
               compute POSTHIST-CHAIN-NO = HASHCHN-HEAD-NO + 1
               move HASHCHN-HEAD-SEAL to ws-seal-prev
               perform bpst-seal-posthist
               move ws-seal to POSTHIST-SEAL
           else
               move 0 to POSTHIST-CHAIN-NO
               move 0 to POSTHIST-SEAL
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row is on file - it becomes the chain's head            *
      ***--------------------------------------------------------------*
       bpst-chain-advance section.
       bpst-chain-advance-para.
           if ws-hashchn-is-open
               move POSTHIST-CHAIN-NO to HASHCHN-HEAD-NO
               move POSTHIST-SEAL to HASHCHN-HEAD-SEAL
               if ws-chain-is-new
                   write HASHCHN-RECORD
                       invalid key
                           continue
                   end-write
               else
                   rewrite HASHCHN-RECORD
                       invalid key
                           continue
                   end-rewrite
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the seal of the POSTHIST row in hand, chained to the        *
      *** seal in ws-seal-prev.  The account number and the           *
      *** REVERSED and INT-ADJ flags are left out, the row            *
      *** itself is left as it was                                    *
      ***--------------------------------------------------------------*
       bpst-seal-posthist section.
       bpst-seal-posthist-para.
           move POSTHIST-ACCTNO to ws-seal-owner
           move POSTHIST-REVERSED to ws-seal-flags(1:1)
           move POSTHIST-INT-ADJ to ws-seal-flags(2:1)
           move POSTHIST-SEAL to ws-seal-stored
           move spaces to POSTHIST-ACCTNO
           move space to POSTHIST-REVERSED
           move space to POSTHIST-INT-ADJ
           move 0 to POSTHIST-SEAL
           move POSTHIST-RECORD to ws-seal-body
           move ws-seal-owner to POSTHIST-ACCTNO
           move ws-seal-flags(1:1) to POSTHIST-REVERSED
           move ws-seal-flags(2:1) to POSTHIST-INT-ADJ
           move ws-seal-stored to POSTHIST-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of POSTHIST-RECORD
           perform bpst-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** two running remainders over every byte of ws-seal-data,     *
      *** each modulo its own large prime, side by side make the      *
      *** eighteen-digit seal                                         *
      ***--------------------------------------------------------------*
       bpst-seal-compute section.
       bpst-seal-compute-para.
           move 0 to ws-seal-a
           move 0 to ws-seal-b
           perform bpst-seal-byte
               varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-len
           compute ws-seal = ws-seal-a * 1000000000 + ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       bpst-seal-byte section.
       bpst-seal-byte-para.
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
      *** which window this run is: the first of the business date   *
      *** starts at one with nothing consumed; a later one picks up  *
      *** behind what the last completed window used                  *
           .
      ***--------------------------------------------------------------*
      *** rolls the run's per-branch totals onto their POSTCTRL 'BP'  *
      *** rows                                                         *
      ***--------------------------------------------------------------*
       bpst-bump-branch-totals section.
       bpst-bump-branch-totals-para.
               close ACCTMAST-FILE
               close POSTCTRL-FILE
               close POSTHIST-FILE
               if ws-hashchn-is-open
                   close HASHCHN-FILE
               end-if
               if ws-pstckpt-is-open
                   close PSTCKPT-FILE
               end-if
               if ws-stopinst-is-open
                   close STOPINST-FILE
               end-if
               if ws-txncode-is-open
                   close TXNCODE-FILE
               end-if
               if ws-dupfngr-is-open
                   close DUPFNGR-FILE
               end-if
               if ws-replq-is-open
                   close REPLQ-FILE
               end-if
               if ws-chgoff-is-open
                   close CHGOFF-FILE
               end-if
               if ws-earmark-is-open
                   close EARMARK-FILE
               end-if
               if ws-uncoll-is-open
                   close UNCOLL-FILE
               end-if
               if ws-legalord-is-open
                   close LEGALORD-FILE
               end-if
               if ws-wdnotice-is-open
                   close WDNOTICE-FILE
               end-if
               if ws-stoatmp-is-open
                   close STOATMP-FILE
               end-if
               if ws-loanschd-is-open
                   close LOANSCHD-FILE
               end-if
               if ws-unc-cal-is-open
                   close BUSCAL-FILE
               end-if
               if ws-ntf-is-open
                   close ACCTXREF-FILE
                   close NTFPREF-FILE
                   close NTFQUE-FILE
               end-if
               if ws-custlim-is-open
                   close CUSTLIM-FILE
                   close CUSTXREF-FILE
               end-if
               if ws-expo-owns-xref
                   close ACCTXREF-FILE
               end-if
               if ws-odexcept-ok
                   close ODEXCEPT-FILE
               end-if
               close ACCTMAST-FILE
               close POSTCTRL-FILE
               close POSTHIST-FILE
               if ws-hashchn-is-open
                   close HASHCHN-FILE
               end-if
               if ws-suspfile-ok
                   close SUSPFILE-FILE
               end-if
               if ws-stopinst-is-open
                   close STOPINST-FILE
               end-if
               if ws-txncode-is-open
                   close TXNCODE-FILE
               end-if
               if ws-dupfngr-is-open
                   close DUPFNGR-FILE
               end-if
               if ws-replq-is-open
                   close REPLQ-FILE
               end-if
               if ws-chgoff-is-open
                   close CHGOFF-FILE
               end-if
               if ws-earmark-is-open
                   close EARMARK-FILE
               end-if
               if ws-uncoll-is-open
                   close UNCOLL-FILE
               end-if
               if ws-legalord-is-open
                   close LEGALORD-FILE
               end-if
               if ws-wdnotice-is-open
                   close WDNOTICE-FILE
               end-if
               if ws-stoatmp-is-open
                   close STOATMP-FILE
               end-if
               if ws-loanschd-is-open
                   close LOANSCHD-FILE
               end-if
               if ws-unc-cal-is-open
                   close BUSCAL-FILE
               end-if
               if ws-ntf-is-open
                   close ACCTXREF-FILE
                   close NTFPREF-FILE
                   close NTFQUE-FILE
               end-if
               if ws-custlim-is-open
                   close CUSTLIM-FILE
                   close CUSTXREF-FILE
               end-if
               if ws-expo-owns-xref
                   close ACCTXREF-FILE
               end-if
               if ws-odexcept-ok
                   close ODEXCEPT-FILE
               end-if
           move ws-entries-held to ws-report-count
           display 'ETPBPST - entries held (velocity)   : '
               ws-report-count
           move ws-entries-over-custlim to ws-report-count
           display 'ETPBPST - held over customer limit  : '
               ws-report-count
           move ws-alerts-raised to ws-report-count
           display 'ETPBPST - watch-list alerts raised  : '
               ws-report-count
           move ws-entries-closed-per to ws-report-count
           display 'ETPBPST - closed-period diversions  : '
               ws-report-count
           move ws-entries-bad-type to ws-report-count
           display 'ETPBPST - unknown transaction types : '
               ws-report-count
           move ws-recoveries to ws-report-count
           display 'ETPBPST - charge-off recoveries     : '
               ws-report-count
           move ws-earmarks-released to ws-report-count
           display 'ETPBPST - earmarks released         : '
               ws-report-count
           move ws-uncoll-recorded to ws-report-count
           display 'ETPBPST - credits held uncollected  : '
               ws-report-count
           move ws-legal-captures to ws-report-count
           display 'ETPBPST - credits to legal orders   : '
               ws-report-count
           move ws-entries-legal to ws-report-count
           display 'ETPBPST - debits held by legal order: '
               ws-report-count
           move ws-legal-satisfied to ws-report-count
           display 'ETPBPST - legal orders satisfied    : '
               ws-report-count
           move ws-entries-no-notice to ws-report-count
           display 'ETPBPST - debits without notice     : '
               ws-report-count
           move ws-notices-used to ws-report-count
           display 'ETPBPST - withdrawal notices used   : '
               ws-report-count
           move ws-sto-refused to ws-report-count
           display 'ETPBPST - standing orders refused   : '
               ws-report-count
           move ws-instalments-paid to ws-report-count
           display 'ETPBPST - loan instalments paid     : '
               ws-report-count
           move ws-notifications to ws-report-count
           display 'ETPBPST - customer notifications    : '
               ws-report-count
           display 'ETPBPST - posting run complete'
           perform bpst-spool-summary
           exit
