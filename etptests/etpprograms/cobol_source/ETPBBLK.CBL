       identification division.

       program-id. ETPBBLK.

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


      * ETPBBLK - corporate bulk payment file load
      * A business customer paying its staff or suppliers sends one
      * bulk file (/tmp/bulkpay.txt) instead of a pile of unrelated
      * credits: a header (HDR + file date + detail count + the
      * funding account + the customer's own reference for the
      * file), detail lines (DTL + beneficiary account + amount +
      * narrative), each a credit, and a trailer (TRL + total of the
      * detail amounts).  Every detail is checked the way ETPBINT
      * checks a partner detail - check digit, account on file and
      * active, and in the funding account's currency - and a bad
      * one is rejected on its own.  The whole file is refused when
      * its count or total disagrees with the trailer, when the
      * funding account is not on file or not active, when the same
      * file (funding account and reference) has already been
      * released, when the funding account's available balance,
      * inside its overdraft limit, cannot cover the accepted
      * credits, or when ETPBPST would hold or suspend a debit of
      * the total - a stop on the funding account's debits, its
      * ACCTLIM daily limit, its LEGALORD floor, a notice account's
      * usable notices, or its primary holder's CUSTLIM aggregate
      * limit - nothing is then written to journal4 at all.  ETPBPST
      * posts a released funding debit without those holds, since
      * the credits post on their own.  A batch that passes goes
      * to journal4 as one group: a single funding debit for the
      * total, narrated with the file reference so it is one line
      * on the customer's statement,
      * followed by every credit, all type 'BP' and all carrying
      * the batch number in the trace id; the total comes off the
      * funding account's memo balance at once.  The customer gets a
      * result line per detail on /tmp/bulkpay_result.txt, and the
      * batch is registered on BULKPAY.

       environment division.

       input-output section.
       file-control.
           select BULK-FILE assign to "/tmp/bulkpay.txt"
               organization is line sequential
               file status is ws-bulk-status.

           select STAGE-FILE assign to "/tmp/bulkpay_staged.tmp"
               organization is line sequential
               file status is ws-stage-status.

           select RESULT-FILE assign to "/tmp/bulkpay_result.txt"
               organization is line sequential
               file status is ws-result-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select ODLIMIT-FILE assign to "ODLIMIT"
               organization is indexed
               access mode is dynamic
               record key is ODLIMIT-KEY
               file status is ws-odlimit-status.

           select STOPINST-FILE assign to "STOPINST"
               organization is indexed
               access mode is dynamic
               record key is STOPINST-KEY
               file status is ws-stopinst-status.

           select ACCTLIM-FILE assign to "ACCTLIM"
               organization is indexed
               access mode is dynamic
               record key is ACCTLIM-ACCTNO
               file status is ws-acctlim-status.

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

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select BULKPAY-FILE assign to "BULKPAY"
               organization is indexed
               access mode is dynamic
               record key is BULKPAY-KEY
               file status is ws-bulkpay-status.

           select POSTCTRL-FILE assign to "POSTCTRL"
               organization is indexed
               access mode is dynamic
               record key is POSTCTRL-CNAME
               file status is ws-postctrl-status.

           select BUSCTRL-FILE assign to "BUSCTRL"
               organization is indexed
               access mode is dynamic
               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

           select JOURNAL4-FILE assign to "/tmp/journal4.txt"
               organization is line sequential
               file status is ws-journal4-status.

           select JNLCOUNT-FILE assign to "JNLCOUNT"
               organization is indexed
               access mode is dynamic
               record key is JNLCOUNT-JNAME
               file status is ws-jnlcount-status.

           select JNL4VW-FILE assign to "JNL4VW"
               organization is indexed
               access mode is dynamic
               record key is JNL4VW-LINENO
               file status is ws-jnl4vw-status.

       data division.

       file section.
       fd  BULK-FILE.
       01  bulk-line                         pic x(80).

       fd  STAGE-FILE.
       01  stage-line                        pic x(80).

       fd  RESULT-FILE.
       01  result-line                       pic x(100).

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  ODLIMIT-FILE.
           copy ODLIMIT.

       fd  STOPINST-FILE.
           copy STOPINST.

       fd  ACCTLIM-FILE.
           copy ACCTLIM.

       fd  LEGALORD-FILE.
           copy LEGALORD.

       fd  WDNOTICE-FILE.
           copy WDNOTICE.

       fd  CUSTLIM-FILE.
           copy CUSTLIM.

       fd  CUSTXREF-FILE.
           copy CUSTXREF.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  BULKPAY-FILE.
           copy BULKPAY.

       fd  POSTCTRL-FILE.
           copy POSTCTRL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  JOURNAL4-FILE.
           copy JNLREC.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  JNL4VW-FILE.
           copy JNL4VW.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBBLK'.

      ***--------------------------------------------------------------*
      *** journal4 line tally and CICS-browsable mirror, kept in step *
      *** exactly as ETPBTDM keeps them                               *
      ***--------------------------------------------------------------*
       01  ws-jnlcount-status                pic x(2).
           88  ws-jnlcount-ok                value '00'.
           88  ws-jnlcount-notfnd            value '23'.
           88  ws-jnlcount-absent            value '35'.
       01  ws-jnl4vw-status                  pic x(2).
           88  ws-jnl4vw-ok                  value '00'.
           88  ws-jnl4vw-absent              value '35'.
           88  ws-jnl4vw-dup                 value '22'.
       01  ws-mirror-open                    pic x(1) value 'N'.
           88  ws-mirror-is-open             value 'Y'.

       01  ws-bulk-status                    pic x(2).
           88  ws-bulk-ok                    value '00'.
       01  ws-stage-status                   pic x(2).
           88  ws-stage-ok                   value '00'.
       01  ws-result-status                  pic x(2).
           88  ws-result-ok                  value '00'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
           88  ws-acctmast-not-found         value '23'.
       01  ws-journal4-status                pic x(2).
           88  ws-journal4-ok                value '00'.
           88  ws-journal4-not-found         value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

      *    the BULKSEQ control row numbers the released batches
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
           88  ws-postctrl-notfnd            value '23'.
           88  ws-postctrl-absent            value '35'.

      ***--------------------------------------------------------------*
      *** the bulk payment register - a released file is never paid   *
      *** twice; the row is written for a refused file as well, so    *
      *** the customer's enquiry finds why                            *
      ***--------------------------------------------------------------*
       01  ws-bulkpay-status                 pic x(2).
           88  ws-bulkpay-ok                 value '00'.
           88  ws-bulkpay-notfnd             value '23'.
           88  ws-bulkpay-absent             value '35'.
       01  ws-bulkpay-open                   pic x(1) value 'N'.
           88  ws-bulkpay-is-open            value 'Y'.
       01  ws-log-batch                      pic x(1) value 'N'.
           88  ws-batch-is-logged            value 'Y'.

      ***--------------------------------------------------------------*
      *** effective-dated overdraft limits, read the way ETPBPST      *
      *** reads them - without the file the flat master limit holds   *
      ***--------------------------------------------------------------*
       01  ws-odlimit-status                 pic x(2).
           88  ws-odlimit-ok                 value '00'.
       01  ws-odlimit-open                   pic x(1) value 'N'.
           88  ws-odlimit-is-open            value 'Y'.
       01  ws-more-odlimits                  pic x(1).
           88  ws-more-odlimit-recs          value 'Y'.
       01  ws-eff-odlimit                    pic 9(7)v99.

      ***--------------------------------------------------------------*
      *** what ETPBPST would hold or suspend the funding debit over - *
      *** stops, daily limits, legal orders, notices and the holder's *
      *** aggregate limit - read the way ETPBPST reads them, so the   *
      *** batch is refused here instead; a missing file means nothing *
      *** of that kind applies, as it does there                      *
      ***--------------------------------------------------------------*
       01  ws-stopinst-status                pic x(2).
           88  ws-stopinst-ok                value '00'.
       01  ws-acctlim-status                 pic x(2).
           88  ws-acctlim-ok                 value '00'.
       01  ws-legalord-status                pic x(2).
           88  ws-legalord-ok                value '00'.
       01  ws-wdnotice-status                pic x(2).
           88  ws-wdnotice-ok                value '00'.
       01  ws-custlim-status                 pic x(2).
           88  ws-custlim-ok                 value '00'.
       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-holds-open                     pic x(7) value 'NNNNNNN'.
       01  ws-holds-flags redefines ws-holds-open.
           03  ws-stopinst-open              pic x(1).
               88  ws-stopinst-is-open       value 'Y'.
           03  ws-acctlim-open               pic x(1).
               88  ws-acctlim-is-open        value 'Y'.
           03  ws-legalord-open              pic x(1).
               88  ws-legalord-is-open       value 'Y'.
           03  ws-wdnotice-open              pic x(1).
               88  ws-wdnotice-is-open       value 'Y'.
           03  ws-custlim-open               pic x(1).
               88  ws-custlim-is-open        value 'Y'.
           03  ws-custxref-open              pic x(1).
               88  ws-custxref-is-open       value 'Y'.
           03  ws-acctxref-open              pic x(1).
               88  ws-acctxref-is-open       value 'Y'.
       01  ws-hold-more                      pic x(1).
           88  ws-hold-more-recs             value 'Y'.
       01  ws-hold-hit                       pic x(1).
           88  ws-hold-was-hit               value 'Y'.
       01  ws-hold-sum                       pic s9(11)v99.
       01  ws-limit-count                    pic 9(5).
       01  ws-limit-amount                   pic 9(11)v99.
       01  ws-expo-custno                    pic x(10).
       01  ws-expo-save                      pic x(200).

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-file-good                      pic x(1) value 'Y'.
           88  ws-file-is-good               value 'Y'.
       01  ws-more-lines                     pic x(1) value 'Y'.
           88  ws-more-bulk-lines            value 'Y'.
       01  ws-trailer-seen                   pic x(1) value 'N'.
           88  ws-trailer-was-seen           value 'Y'.
       01  ws-released                       pic x(1) value 'N'.
           88  ws-batch-is-released          value 'Y'.

      ***--------------------------------------------------------------*
      *** bulk file record views over the raw line                    *
      ***--------------------------------------------------------------*
       01  ws-bulk-record                    pic x(80).
       01  ws-bulk-header redefines ws-bulk-record.
           03  ws-hdr-type                   pic x(3).
           03  ws-hdr-date                   pic 9(8).
           03  ws-hdr-count                  pic 9(7).
      *    the account every credit in the file is paid from, and
      *    the customer's own reference for the file
           03  ws-hdr-fund-acct              pic x(10).
           03  ws-hdr-file-ref               pic x(15).
           03  filler                        pic x(37).
       01  ws-bulk-detail redefines ws-bulk-record.
           03  ws-dtl-type                   pic x(3).
           03  ws-dtl-acctno                 pic x(10).
           03  ws-dtl-amount                 pic 9(7)v99.
      *    the beneficiary's narrative - what their statement says
           03  ws-dtl-narrative              pic x(20).
           03  filler                        pic x(38).
       01  ws-bulk-trailer redefines ws-bulk-record.
           03  ws-trl-type                   pic x(3).
           03  ws-trl-total                  pic 9(11)v99.
           03  filler                        pic x(64).

      *    every detail parked here, accepted or not, until the whole
      *    batch's verdict is in - the result file is written from it
      *    in the customer's own order, and the credits emitted
       01  ws-stage-record.
           03  ws-stg-line-no                pic 9(4).
           03  ws-stg-acctno                 pic x(10).
           03  ws-stg-amount                 pic 9(7)v99.
           03  ws-stg-narrative              pic x(20).
      *    'A' accepted into the batch, 'R' rejected on its own
           03  ws-stg-verdict                pic x(1).
               88  ws-stg-is-accepted        value 'A'.
           03  ws-stg-reason                 pic x(30).
           03  filler                        pic x(6).

       01  ws-reject-reason                  pic x(30).
      *    why the whole batch was refused
       01  ws-refuse-reason                  pic x(30) value spaces.
       01  ws-result-verdict                 pic x(8).
       01  ws-result-reason                  pic x(30).

      *    the funding account as read at the header, and what it can
      *    pay out: the lower of the memo and ledger balances plus
      *    the overdraft limit in force
       01  ws-fund-acctno                    pic x(10).
      *    the rest of the header, kept past the detail reads that
      *    overlay it
       01  ws-file-ref                       pic x(15).
       01  ws-declared-count                 pic 9(7).
       01  ws-fund-ccy                       pic x(3).
       01  ws-fund-balance                   pic s9(9)v99.
       01  ws-fund-after                     pic s9(11)v99.
       77  ws-batch-max                      pic 9(7)v99
           value 9999999.99.
       77  ws-details-max                    pic 9(4) comp value 9999.

       01  ws-details-read                   pic 9(7) comp value 0.
       01  ws-details-accepted               pic 9(7) comp value 0.
       01  ws-details-rejected               pic 9(7) comp value 0.
       01  ws-hash-computed                  pic 9(11)v99 value 0.
       01  ws-batch-total                    pic 9(11)v99 value 0.

       01  ws-today                          pic x(21).
       01  ws-bus-date                       pic 9(8).
       01  ws-file-date                      pic 9(8) value 0.
       01  ws-jnlrec-sequence                pic 9(6) value 0.
       01  ws-batch-no                       pic 9(6) value 0.
      *    trace id - 'BK', the batch number, then the detail's line
      *    in the file (0000 on the funding debit)
       01  ws-trace-id.
           03  filler                        pic x(2) value 'BK'.
           03  ws-trace-batch                pic 9(6).
           03  ws-trace-line                 pic 9(4).
       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-amount                 pic s9(7)v99.
       01  ws-posting-narrative              pic x(20).

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

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-line-display                   pic zzz9.
       01  ws-amount-display                 pic zzzzzz9.99.
       01  ws-total-display                  pic zzzzzzzzzz9.99.

       procedure division.
       bblk-mainline section.
       bblk-mainline-para.
           perform bblk-initialize
           if ws-run-is-ok
               perform bblk-read-header
           end-if
           if ws-run-is-ok and ws-file-is-good
               perform bblk-process-line
                   until not ws-more-bulk-lines
                      or ws-trailer-was-seen
               perform bblk-check-controls
           end-if
           if ws-run-is-ok and ws-file-is-good
               perform bblk-check-funding
           end-if
           if ws-run-is-ok
               if ws-file-is-good
                   perform bblk-open-release
               end-if
               if not ws-file-is-good
                   display 'ETPBBLK - BATCH REFUSED, nothing paid - '
                       ws-refuse-reason
               end-if
               perform bblk-write-results
               if ws-batch-is-logged
                   perform bblk-record-batch
               end-if
           end-if
           perform bblk-finalize
           stop run
           .
      ***--------------------------------------------------------------*
       bblk-initialize section.
       bblk-initialize-para.
           display 'ETPBBLK - corporate bulk payment file load'
           move function current-date to ws-today
           perform bblk-load-business-date
           open input BULK-FILE
           if not ws-bulk-ok
               display 'ETPBBLK - no bulk payment file on hand, '
                   'status=' ws-bulk-status
               move 'N' to ws-run-ok
           else
               open output STAGE-FILE
               open i-o ACCTMAST-FILE
               if not ws-acctmast-ok
                   display 'ETPBBLK - unable to open ACCTMAST, '
                       'status=' ws-acctmast-status
                   move 'N' to ws-run-ok
               else
                   open i-o BULKPAY-FILE
                   if ws-bulkpay-absent
                       open output BULKPAY-FILE
                       close BULKPAY-FILE
                       open i-o BULKPAY-FILE
                   end-if
                   if not ws-bulkpay-ok
                       display 'ETPBBLK - unable to open BULKPAY, '
                           'status=' ws-bulkpay-status
                       move 'N' to ws-run-ok
                   else
                       move 'Y' to ws-bulkpay-open
                   end-if
                   open input ODLIMIT-FILE
                   if ws-odlimit-ok
                       move 'Y' to ws-odlimit-open
                   end-if
                   perform bblk-open-holds
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bblk-load-business-date section.
       bblk-load-business-date-para.
           move ws-today(1:8) to ws-bus-date
           open input BUSCTRL-FILE
           if ws-busctrl-ok
               move 'BUSDATE ' to BUSCTRL-CNAME
               read BUSCTRL-FILE
                   invalid key
                       continue
               end-read
               if not ws-busctrl-notfnd
                   and BUSCTRL-DATE not = 0
                   move BUSCTRL-DATE to ws-bus-date
               end-if
               close BUSCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the header names the funding account and the file's         *
      *** reference; both are needed before anything can be judged    *
      ***--------------------------------------------------------------*
       bblk-read-header section.
       bblk-read-header-para.
           read BULK-FILE into ws-bulk-record
               at end
                   move 'N' to ws-more-lines
           end-read
           if not ws-more-bulk-lines
               display 'ETPBBLK - bulk payment file is empty'
               move 'EMPTY FILE' to ws-refuse-reason
               move 'N' to ws-file-good
           else if ws-hdr-type not = 'HDR'
               display 'ETPBBLK - first record is not a header'
               move 'NO HEADER' to ws-refuse-reason
               move 'N' to ws-file-good
           else if ws-hdr-fund-acct = spaces
               or ws-hdr-file-ref = spaces
               display 'ETPBBLK - header names no funding account '
                   'or file reference'
               move 'HEADER INCOMPLETE' to ws-refuse-reason
               move 'N' to ws-file-good
           else
               display 'ETPBBLK - file ' ws-hdr-file-ref
                   ' funding account ' ws-hdr-fund-acct
                   ', declared details ' ws-hdr-count
               move ws-hdr-fund-acct to ws-fund-acctno
               move ws-hdr-file-ref to ws-file-ref
               move ws-hdr-count to ws-declared-count
               if ws-hdr-date is numeric
                   move ws-hdr-date to ws-file-date
               end-if
               move 'Y' to ws-log-batch
               perform bblk-check-already-loaded
               if ws-file-is-good
                   perform bblk-check-fund-acct
               end-if
               if ws-file-is-good
                   if ws-hdr-count not is numeric
                       move 'BAD DETAIL COUNT' to ws-refuse-reason
                       move 'N' to ws-file-good
                   else if ws-hdr-count > ws-details-max
                       move 'TOO MANY DETAILS' to ws-refuse-reason
                       move 'N' to ws-file-good
                   end-if end-if
               end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a file already released under this funding account and      *
      *** reference would pay every beneficiary twice; one refused    *
      *** before may be sent again once corrected                     *
      ***--------------------------------------------------------------*
       bblk-check-already-loaded section.
       bblk-check-already-loaded-para.
           move ws-hdr-fund-acct to BULKPAY-FUND-ACCT
           move ws-hdr-file-ref to BULKPAY-FILE-REF
           read BULKPAY-FILE
               invalid key
                   continue
           end-read
           if ws-bulkpay-ok
               and BULKPAY-IS-RELEASED
               display 'ETPBBLK - file ' ws-hdr-file-ref
                   ' was released on ' BULKPAY-LOAD-DATE
                   ', refusing'
               move 'ALREADY RELEASED' to ws-refuse-reason
               move 'N' to ws-file-good
      *        the released row stays exactly as it was
               move 'N' to ws-log-batch
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the funding account must be a good number, on file and      *
      *** active - a debit from anything else would only suspend      *
      ***--------------------------------------------------------------*
       bblk-check-fund-acct section.
       bblk-check-fund-acct-para.
           move ws-fund-acctno to ws-ckd-acctno
           perform bblk-check-acctno
           if not ws-ckd-passes
               move 'FUNDING ACCT CHECK DIGIT' to ws-refuse-reason
               move 'N' to ws-file-good
           else
               move ws-fund-acctno to ACCTMAST-ACCTNO
               read ACCTMAST-FILE
                   invalid key
                       continue
               end-read
               if not ws-acctmast-ok
                   move 'FUNDING ACCT NOT ON FILE'
                       to ws-refuse-reason
                   move 'N' to ws-file-good
               else if not ACCTMAST-IS-ACTIVE
                   move 'FUNDING ACCT NOT ACTIVE'
                       to ws-refuse-reason
                   move 'N' to ws-file-good
               else
                   move ACCTMAST-CURRENCY to ws-fund-ccy
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-process-line section.
       bblk-process-line-para.
           read BULK-FILE into ws-bulk-record
               at end
                   move 'N' to ws-more-lines
           end-read
           if ws-more-bulk-lines
               evaluate ws-dtl-type
                   when 'DTL'
                       perform bblk-validate-detail
                   when 'TRL'
                       move 'Y' to ws-trailer-seen
                   when other
                       add 1 to ws-details-read
                       move 0 to ws-dtl-amount
                       move 'UNRECOGNIZED RECORD TYPE'
                           to ws-reject-reason
                       perform bblk-reject-detail
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one credit: a good amount to a good, active account in the  *
      *** funding account's currency - anything else is rejected on   *
      *** its own and left out of the batch                           *
      ***--------------------------------------------------------------*
       bblk-validate-detail section.
       bblk-validate-detail-para.
           add 1 to ws-details-read
           if ws-dtl-amount not is numeric
               move 0 to ws-dtl-amount
               move 'NON-NUMERIC AMOUNT' to ws-reject-reason
               perform bblk-reject-detail
           else
               add ws-dtl-amount to ws-hash-computed
               if ws-dtl-amount = 0
                   move 'ZERO AMOUNT' to ws-reject-reason
                   perform bblk-reject-detail
               else
                   move ws-dtl-acctno to ws-ckd-acctno
                   perform bblk-check-acctno
                   if not ws-ckd-passes
                       move 'CHECK DIGIT FAILED' to ws-reject-reason
                       perform bblk-reject-detail
                   else if ws-dtl-acctno = ws-fund-acctno
                       move 'FUNDING ACCOUNT ITSELF'
                           to ws-reject-reason
                       perform bblk-reject-detail
                   else
                   move ws-dtl-acctno to ACCTMAST-ACCTNO
                   read ACCTMAST-FILE
                       invalid key
                           continue
                   end-read
                   if ws-acctmast-not-found
                       move 'ACCOUNT NOT ON FILE' to ws-reject-reason
                       perform bblk-reject-detail
                   else if not ACCTMAST-IS-ACTIVE
                       move 'ACCOUNT NOT ACTIVE' to ws-reject-reason
                       perform bblk-reject-detail
                   else if ACCTMAST-CURRENCY not = ws-fund-ccy
                       move 'CURRENCY DIFFERS' to ws-reject-reason
                       perform bblk-reject-detail
                   else
                       perform bblk-accept-detail
                   end-if end-if end-if
                   end-if end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** account number check digit - sets ws-ckd-ok for the number  *
      *** in ws-ckd-acctno                                            *
      ***--------------------------------------------------------------*
       bblk-check-acctno section.
       bblk-check-acctno-para.
           move 'N' to ws-ckd-ok
           if ws-ckd-acctno is numeric
               move 0 to ws-ckd-sum
               perform bblk-ckd-digit
                   varying ws-ckd-idx from 1 by 1
                   until ws-ckd-idx > 9
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
       bblk-ckd-digit section.
       bblk-ckd-digit-para.
           move ws-ckd-digit(ws-ckd-idx) to ws-ckd-double
           if ws-ckd-idx = 1 or 3 or 5 or 7 or 9
               compute ws-ckd-double = ws-ckd-double * 2
               end-compute
               if ws-ckd-double > 9
                   subtract 9 from ws-ckd-double
               end-if
           end-if
           add ws-ckd-double to ws-ckd-sum
           exit
           .
      ***--------------------------------------------------------------*
       bblk-accept-detail section.
       bblk-accept-detail-para.
           add 1 to ws-details-accepted
           add ws-dtl-amount to ws-batch-total
           move spaces to ws-stage-record
           move ws-details-read to ws-stg-line-no
           move ws-dtl-acctno to ws-stg-acctno
           move ws-dtl-amount to ws-stg-amount
           move ws-dtl-narrative to ws-stg-narrative
           move 'A' to ws-stg-verdict
           write stage-line from ws-stage-record
           exit
           .
      ***--------------------------------------------------------------*
       bblk-reject-detail section.
       bblk-reject-detail-para.
           add 1 to ws-details-rejected
           move spaces to ws-stage-record
           move ws-details-read to ws-stg-line-no
           move ws-dtl-acctno to ws-stg-acctno
           move ws-dtl-amount to ws-stg-amount
           move 'R' to ws-stg-verdict
           move ws-reject-reason to ws-stg-reason
           write stage-line from ws-stage-record
           exit
           .
      ***--------------------------------------------------------------*
      *** the file stands or falls on its own controls - a missing    *
      *** trailer, a count that disagrees with the header or a total  *
      *** that disagrees with the trailer refuses it, as does a file  *
      *** with nothing left to pay                                    *
      ***--------------------------------------------------------------*
       bblk-check-controls section.
       bblk-check-controls-para.
           if not ws-trailer-was-seen
               display 'ETPBBLK - no trailer record found'
               move 'NO TRAILER' to ws-refuse-reason
               move 'N' to ws-file-good
           else
               if ws-details-read not = ws-declared-count
                   move ws-details-read to ws-report-count
                   display 'ETPBBLK - header declared '
                       ws-declared-count
                       ' details, file held ' ws-report-count
                   move 'DETAIL COUNT MISMATCH' to ws-refuse-reason
                   move 'N' to ws-file-good
               end-if
               if ws-trl-total not = ws-hash-computed
                   move ws-hash-computed to ws-total-display
                   display 'ETPBBLK - trailer total disagrees, '
                       'computed ' ws-total-display
                   move 'TOTAL MISMATCH' to ws-refuse-reason
                   move 'N' to ws-file-good
               end-if
               if ws-file-is-good
                   and ws-details-accepted = 0
                   move 'NO PAYABLE DETAILS' to ws-refuse-reason
                   move 'N' to ws-file-good
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the funding check - the accepted credits against what the   *
      *** funding account can pay out today, all or nothing           *
      ***--------------------------------------------------------------*
       bblk-check-funding section.
       bblk-check-funding-para.
           move ws-fund-acctno to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if not ws-acctmast-ok
               move 'FUNDING ACCT NOT ON FILE' to ws-refuse-reason
               move 'N' to ws-file-good
           else
               if ACCTMAST-MEMO-BALANCE is numeric
                   and ACCTMAST-MEMO-BALANCE < ACCTMAST-BALANCE
                   move ACCTMAST-MEMO-BALANCE to ws-fund-balance
               else
                   move ACCTMAST-BALANCE to ws-fund-balance
               end-if
               perform bblk-find-odlimit
               compute ws-fund-after =
                   ws-fund-balance - ws-batch-total
               end-compute
               move ws-batch-total to ws-total-display
               if ws-batch-total > ws-batch-max
                   display 'ETPBBLK - batch total ' ws-total-display
                       ' is beyond a single funding debit'
                   move 'BATCH TOTAL TOO LARGE' to ws-refuse-reason
                   move 'N' to ws-file-good
               else if ws-fund-after < 0 - ws-eff-odlimit
                   display 'ETPBBLK - funding account cannot cover '
                       ws-total-display
                   move 'INSUFFICIENT FUNDS' to ws-refuse-reason
                   move 'N' to ws-file-good
               else
                   perform bblk-check-fund-holds
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the funding debit posts on ETPBPST without any of its holds *
      *** once the credits are out, so every one of them is applied   *
      *** to the whole total here, first refusal wins                 *
      ***--------------------------------------------------------------*
       bblk-check-fund-holds section.
       bblk-check-fund-holds-para.
           perform bblk-check-fund-stops
           if ws-hold-was-hit
               display 'ETPBBLK - stop instruction on the funding '
                   'account'
               move 'FUNDING ACCT STOPPED' to ws-refuse-reason
               move 'N' to ws-file-good
           else
           perform bblk-check-fund-limit
           if ws-hold-was-hit
               display 'ETPBBLK - funding account daily limit '
                   'would be passed'
               move 'OVER DAILY LIMIT' to ws-refuse-reason
               move 'N' to ws-file-good
           else
           perform bblk-check-fund-legal
           if ws-hold-was-hit
               display 'ETPBBLK - funding debit reaches money held '
                   'for a legal order'
               move 'LEGAL ORDER' to ws-refuse-reason
               move 'N' to ws-file-good
           else
           perform bblk-check-fund-notice
           if ws-hold-was-hit
               display 'ETPBBLK - funding debit not covered by a '
                   'matured withdrawal notice'
               move 'NO NOTICE' to ws-refuse-reason
               move 'N' to ws-file-good
           else
           perform bblk-check-fund-exposure
           if ws-hold-was-hit
               display 'ETPBBLK - funding debit passes the '
                   'holder''s aggregate limit'
               move 'OVER CUSTOMER LIMIT' to ws-refuse-reason
               move 'N' to ws-file-good
           end-if
           end-if
           end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an active, unexpired stop on the funding account's debits,  *
      *** for any amount or for exactly the batch total               *
      ***--------------------------------------------------------------*
       bblk-check-fund-stops section.
       bblk-check-fund-stops-para.
           move 'N' to ws-hold-hit
           if ws-stopinst-is-open
               move ws-fund-acctno to STOPINST-ACCTNO
               move 0 to STOPINST-SEQ
               start STOPINST-FILE key not < STOPINST-KEY
                   invalid key
                       continue
               end-start
               if ws-stopinst-ok
                   move 'Y' to ws-hold-more
                   perform bblk-check-fund-stop-next
                       until not ws-hold-more-recs
                          or ws-hold-was-hit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-check-fund-stop-next section.
       bblk-check-fund-stop-next-para.
           read STOPINST-FILE next record
               at end
                   move 'N' to ws-hold-more
           end-read
           if ws-hold-more-recs
               if STOPINST-ACCTNO not = ws-fund-acctno
                   move 'N' to ws-hold-more
               else
                   if STOPINST-IS-ACTIVE
                       and (STOPINST-EXPIRY = 0
                         or STOPINST-EXPIRY >= ws-bus-date)
                       and (STOPINST-STOPS-BOTH
                         or STOPINST-STOPS-DEBITS)
                       and (STOPINST-AMOUNT = 0
                         or STOPINST-AMOUNT = ws-batch-total)
                       move 'Y' to ws-hold-hit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the funding account's ACCTLIM velocity limits: one more     *
      *** debit, for the whole total, on top of today's usage         *
      ***--------------------------------------------------------------*
       bblk-check-fund-limit section.
       bblk-check-fund-limit-para.
           move 'N' to ws-hold-hit
           if ws-acctlim-is-open
               move ws-fund-acctno to ACCTLIM-ACCTNO
               read ACCTLIM-FILE
                   invalid key
                       continue
               end-read
               if ws-acctlim-ok
                   if ACCTLIM-USED-DATE = ws-bus-date
                       move ACCTLIM-USED-COUNT to ws-limit-count
                       move ACCTLIM-USED-AMOUNT to ws-limit-amount
                   else
                       move 0 to ws-limit-count
                       move 0 to ws-limit-amount
                   end-if
                   if (ACCTLIM-MAX-COUNT > 0
                       and ws-limit-count + 1 > ACCTLIM-MAX-COUNT)
                     or (ACCTLIM-MAX-AMOUNT > 0
                       and ws-limit-amount + ws-batch-total
                           > ACCTLIM-MAX-AMOUNT)
                       move 'Y' to ws-hold-hit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the funding account must stay at or above what its active   *
      *** legal orders hold once the total is out                     *
      ***--------------------------------------------------------------*
       bblk-check-fund-legal section.
       bblk-check-fund-legal-para.
           move 'N' to ws-hold-hit
           move 0 to ws-hold-sum
           if ws-legalord-is-open
               move ws-fund-acctno to LEGALORD-ACCTNO
               move 0 to LEGALORD-PRIORITY
               move 0 to LEGALORD-SEQ
               start LEGALORD-FILE key not < LEGALORD-KEY
                   invalid key
                       continue
               end-start
               if ws-legalord-ok
                   move 'Y' to ws-hold-more
                   perform bblk-check-fund-legal-next
                       until not ws-hold-more-recs
               end-if
               if ws-hold-sum > 0
                   and ws-fund-after < ws-hold-sum
                   move 'Y' to ws-hold-hit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-check-fund-legal-next section.
       bblk-check-fund-legal-next-para.
           read LEGALORD-FILE next record
               at end
                   move 'N' to ws-hold-more
           end-read
           if ws-hold-more-recs
               if LEGALORD-ACCTNO not = ws-fund-acctno
                   move 'N' to ws-hold-more
               else
                   if LEGALORD-IS-ACTIVE
                       add LEGALORD-HELD to ws-hold-sum
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a notice account pays the total only out of what its usable *
      *** notices - open, and matured or released early - have left  *
      ***--------------------------------------------------------------*
       bblk-check-fund-notice section.
       bblk-check-fund-notice-para.
           move 'N' to ws-hold-hit
           move 0 to ws-hold-sum
           if ACCTMAST-NOTICE-DAYS is numeric
               and ACCTMAST-NOTICE-DAYS > 0
               if ws-wdnotice-is-open
                   move ws-fund-acctno to WDNOTICE-ACCTNO
                   move 0 to WDNOTICE-SEQ
                   start WDNOTICE-FILE key not < WDNOTICE-KEY
                       invalid key
                           continue
                   end-start
                   if ws-wdnotice-ok
                       move 'Y' to ws-hold-more
                       perform bblk-check-fund-notice-next
                           until not ws-hold-more-recs
                   end-if
               end-if
               if ws-hold-sum < ws-batch-total
                   move 'Y' to ws-hold-hit
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-check-fund-notice-next section.
       bblk-check-fund-notice-next-para.
           read WDNOTICE-FILE next record
               at end
                   move 'N' to ws-hold-more
           end-read
           if ws-hold-more-recs
               if WDNOTICE-ACCTNO not = ws-fund-acctno
                   move 'N' to ws-hold-more
               else
                   if WDNOTICE-IS-OPEN
                       and (WDNOTICE-IS-EARLY
                            or WDNOTICE-EARLIEST-DATE <= ws-bus-date)
                       compute ws-hold-sum = ws-hold-sum
                           + WDNOTICE-AMOUNT - WDNOTICE-USED
                       end-compute
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a total that leaves the funding account overdrawn, added to *
      *** the overdrawn balances of every other account its primary   *
      *** holder holds as primary, must stay inside the holder's      *
      *** CUSTLIM limit - loans and internal accounts aside.  The     *
      *** funding account's record is saved and restored around the  *
      *** reads of the others                                         *
      ***--------------------------------------------------------------*
       bblk-check-fund-exposure section.
       bblk-check-fund-exposure-para.
           move 'N' to ws-hold-hit
           if ws-custlim-is-open
               and ws-fund-after < 0
               and not ACCTMAST-IS-LOAN
               and not ACCTMAST-IS-INTERNAL
               move spaces to ws-expo-custno
               move ws-fund-acctno to ACCTXREF-ACCTNO
               move low-values to ACCTXREF-CUSTNO
               start ACCTXREF-FILE key not < ACCTXREF-KEY
                   invalid key
                       continue
               end-start
               if ws-acctxref-ok
                   move 'Y' to ws-hold-more
                   perform bblk-find-fund-holder
                       until not ws-hold-more-recs
               end-if
               if ws-expo-custno not = spaces
                   move ws-expo-custno to CUSTLIM-CUSTNO
                   read CUSTLIM-FILE
                       invalid key
                           continue
                   end-read
                   if ws-custlim-ok
                       perform bblk-sum-fund-exposure
                       if ws-hold-sum > CUSTLIM-CREDIT-LIMIT
                           move 'Y' to ws-hold-hit
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-find-fund-holder section.
       bblk-find-fund-holder-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-hold-more
           end-read
           if ws-hold-more-recs
               if ACCTXREF-ACCTNO not = ws-fund-acctno
                   move 'N' to ws-hold-more
               else if ACCTXREF-IS-PRIMARY
                   move ACCTXREF-CUSTNO to ws-expo-custno
                   move 'N' to ws-hold-more
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-sum-fund-exposure section.
       bblk-sum-fund-exposure-para.
           move ACCTMAST-RECORD to ws-expo-save
           compute ws-hold-sum = 0 - ws-fund-after
           end-compute
           move ws-expo-custno to CUSTXREF-CUSTNO
           move low-values to CUSTXREF-ACCTNO
           start CUSTXREF-FILE key not < CUSTXREF-KEY
               invalid key
                   continue
           end-start
           if ws-custxref-ok
               move 'Y' to ws-hold-more
               perform bblk-sum-fund-exposure-next
                   until not ws-hold-more-recs
           end-if
           move ws-expo-save to ACCTMAST-RECORD
           exit
           .
      ***--------------------------------------------------------------*
       bblk-sum-fund-exposure-next section.
       bblk-sum-fund-exposure-next-para.
           read CUSTXREF-FILE next record
               at end
                   move 'N' to ws-hold-more
           end-read
           if ws-hold-more-recs
               if CUSTXREF-CUSTNO not = ws-expo-custno
                   move 'N' to ws-hold-more
               else if CUSTXREF-IS-PRIMARY
                   and CUSTXREF-ACCTNO not = ws-fund-acctno
                   move CUSTXREF-ACCTNO to ACCTMAST-ACCTNO
                   read ACCTMAST-FILE
                       invalid key
                           continue
                   end-read
                   if ws-acctmast-ok
                       and ACCTMAST-BALANCE < 0
                       and not ACCTMAST-IS-LOAN
                       and not ACCTMAST-IS-INTERNAL
                       subtract ACCTMAST-BALANCE from ws-hold-sum
                   end-if
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the funding account's limit for the business day, newest    *
      *** effective ODLIMIT row first, the flat master limit otherwise*
      ***--------------------------------------------------------------*
       bblk-find-odlimit section.
       bblk-find-odlimit-para.
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
                   perform bblk-find-odlimit-read
                       until not ws-more-odlimit-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-find-odlimit-read section.
       bblk-find-odlimit-read-para.
           read ODLIMIT-FILE next record
               at end
                   move 'N' to ws-more-odlimits
           end-read
           if ws-more-odlimit-recs
               if ODLIMIT-ACCTNO not = ACCTMAST-ACCTNO
                   or ODLIMIT-START-DATE > ws-bus-date
                   move 'N' to ws-more-odlimits
               else
                   if ODLIMIT-EXPIRY = 0
                       or ODLIMIT-EXPIRY >= ws-bus-date
                       move ODLIMIT-AMOUNT to ws-eff-odlimit
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the batch passed: number it, open journal4 and write the    *
      *** single funding debit ahead of the credits, and take the     *
      *** total off the funding account's memo balance                *
      ***--------------------------------------------------------------*
       bblk-open-release section.
       bblk-open-release-para.
           open extend JOURNAL4-FILE
           if ws-journal4-not-found
               open output JOURNAL4-FILE
           end-if
           if not ws-journal4-ok
               display 'ETPBBLK - unable to open journal4, status='
                   ws-journal4-status
               move 'JOURNAL UNAVAILABLE' to ws-refuse-reason
               move 'N' to ws-file-good
           else
               perform bblk-next-batch-no
               perform bblk-open-mirror
               move 'Y' to ws-released
               move ws-batch-no to ws-trace-batch
               move 0 to ws-trace-line
               move ws-fund-acctno to ws-posting-acctno
               compute ws-posting-amount = 0 - ws-batch-total
               end-compute
               move spaces to ws-posting-narrative
               string 'BULK ' ws-file-ref
                   delimited by size
                   into ws-posting-narrative
               perform bblk-emit-posting
               move ws-fund-acctno to ACCTMAST-ACCTNO
               read ACCTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-acctmast-ok
                   if ACCTMAST-MEMO-BALANCE not is numeric
                       move ACCTMAST-BALANCE
                           to ACCTMAST-MEMO-BALANCE
                   end-if
                   subtract ws-batch-total
                       from ACCTMAST-MEMO-BALANCE
                   rewrite ACCTMAST-RECORD
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the next batch number off the BULKSEQ control row           *
      ***--------------------------------------------------------------*
       bblk-next-batch-no section.
       bblk-next-batch-no-para.
           move 1 to ws-batch-no
           open i-o POSTCTRL-FILE
           if ws-postctrl-absent
               open output POSTCTRL-FILE
               close POSTCTRL-FILE
               open i-o POSTCTRL-FILE
           end-if
           if not ws-postctrl-ok
               display 'ETPBBLK - unable to number the batch on '
                   'POSTCTRL, status=' ws-postctrl-status
           else
               move 'BULKSEQ ' to POSTCTRL-CNAME
               read POSTCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-postctrl-notfnd
                   move 'BULKSEQ ' to POSTCTRL-CNAME
                   move 1 to POSTCTRL-TOTAL
                   write POSTCTRL-RECORD
               else
                   if POSTCTRL-TOTAL >= 999999
                       move 1 to POSTCTRL-TOTAL
                   else
                       add 1 to POSTCTRL-TOTAL
                   end-if
                   move POSTCTRL-TOTAL to ws-batch-no
                   rewrite POSTCTRL-RECORD
               end-if
               close POSTCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's result file, one line per detail in the      *
      *** order they sent them - each accepted credit is written to   *
      *** journal4 on the way when the batch was released             *
      ***--------------------------------------------------------------*
       bblk-write-results section.
       bblk-write-results-para.
           close STAGE-FILE
           open input STAGE-FILE
           open output RESULT-FILE
           move 'Y' to ws-more-lines
           perform bblk-result-one
               until not ws-more-bulk-lines
           move spaces to result-line
           if ws-batch-is-released
               move ws-details-accepted to ws-report-count
               move ws-batch-total to ws-total-display
               string ws-file-ref ' BATCH ' ws-batch-no
                   ' RELEASED' ws-report-count ' CREDITS TOTAL '
                   ws-total-display ' FROM ' ws-fund-acctno
                   delimited by size
                   into result-line
           else
               string ws-file-ref
                   ' BATCH REFUSED - NOTHING WAS PAID - '
                   ws-refuse-reason
                   delimited by size
                   into result-line
           end-if
           write result-line
           close RESULT-FILE
           if ws-batch-is-released
               close JOURNAL4-FILE
               perform bblk-close-mirror
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-result-one section.
       bblk-result-one-para.
           read STAGE-FILE into ws-stage-record
               at end
                   move 'N' to ws-more-lines
           end-read
           if ws-more-bulk-lines
               if not ws-stg-is-accepted
                   move 'REJECTED' to ws-result-verdict
                   move ws-stg-reason to ws-result-reason
               else if ws-batch-is-released
                   move ws-stg-line-no to ws-trace-line
                   move ws-stg-acctno to ws-posting-acctno
                   move ws-stg-amount to ws-posting-amount
                   if ws-stg-narrative = spaces
                       move 'BULK PAYMENT' to ws-posting-narrative
                   else
                       move ws-stg-narrative to ws-posting-narrative
                   end-if
                   perform bblk-emit-posting
                   move 'PAID' to ws-result-verdict
                   move spaces to ws-result-reason
               else
                   move 'NOT PAID' to ws-result-verdict
                   move ws-refuse-reason to ws-result-reason
               end-if end-if
               move ws-stg-line-no to ws-line-display
               move ws-stg-amount to ws-amount-display
               move spaces to result-line
               string ws-file-ref ' ' ws-line-display ' '
                   ws-stg-acctno ' ' ws-amount-display ' '
                   ws-result-verdict ' ' ws-result-reason
                   delimited by size
                   into result-line
               write result-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** appends one structured POST entry to journal4, the same     *
      *** JNLREC shape ETPBINT writes, dated with the file's date     *
      ***--------------------------------------------------------------*
       bblk-emit-posting section.
       bblk-emit-posting-para.
           move spaces to JNLREC-RECORD
           move ws-program-name to JNLREC-PROGRAM
           move ws-today(9:2) to JNLREC-TS-HH
           move ws-today(11:2) to JNLREC-TS-MM
           move ws-today(13:2) to JNLREC-TS-SS
           add 1 to ws-jnlrec-sequence
           move ws-jnlrec-sequence to JNLREC-SEQUENCE
           move 'POST' to JNLREC-POST-TAG
           move ws-posting-acctno to JNLREC-POST-ACCTNO
           move ws-posting-amount to JNLREC-POST-AMOUNT
           move ws-file-date to JNLREC-POST-VALUE-DATE
           move ws-posting-narrative to JNLREC-POST-NARRATIVE
           move 'BP' to JNLREC-POST-TXN-TYPE
           move ws-trace-id to JNLREC-POST-TRACE-ID
           write JNLREC-RECORD
           perform bblk-tally-line
           exit
           .
      ***--------------------------------------------------------------*
      *** registers the batch - released or refused - against the     *
      *** funding account and the file's reference                    *
      ***--------------------------------------------------------------*
       bblk-record-batch section.
       bblk-record-batch-para.
           move ws-fund-acctno to BULKPAY-FUND-ACCT
           move ws-file-ref to BULKPAY-FILE-REF
           read BULKPAY-FILE
               invalid key
                   continue
           end-read
           move ws-file-date to BULKPAY-FILE-DATE
           move ws-bus-date to BULKPAY-LOAD-DATE
           move ws-details-rejected to BULKPAY-REJECT-COUNT
           if ws-batch-is-released
               move ws-batch-no to BULKPAY-BATCH-NO
               move 'R' to BULKPAY-STATUS
               move spaces to BULKPAY-REASON
               move ws-details-accepted to BULKPAY-CREDIT-COUNT
               move ws-batch-total to BULKPAY-TOTAL
           else
               move 0 to BULKPAY-BATCH-NO
               move 'J' to BULKPAY-STATUS
               move ws-refuse-reason to BULKPAY-REASON
               move 0 to BULKPAY-CREDIT-COUNT
               move 0 to BULKPAY-TOTAL
           end-if
           if ws-bulkpay-notfnd
               move ws-fund-acctno to BULKPAY-FUND-ACCT
               move ws-file-ref to BULKPAY-FILE-REF
               write BULKPAY-RECORD
           else
               rewrite BULKPAY-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the files the funding checks read; each is optional, and    *
      *** the aggregate limit needs both cross-references as well     *
      ***--------------------------------------------------------------*
       bblk-open-holds section.
       bblk-open-holds-para.
           open input STOPINST-FILE
           if ws-stopinst-ok
               move 'Y' to ws-stopinst-open
           end-if
           open input ACCTLIM-FILE
           if ws-acctlim-ok
               move 'Y' to ws-acctlim-open
           end-if
           open input LEGALORD-FILE
           if ws-legalord-ok
               move 'Y' to ws-legalord-open
           end-if
           open input WDNOTICE-FILE
           if ws-wdnotice-ok
               move 'Y' to ws-wdnotice-open
           end-if
           open input CUSTXREF-FILE
           if ws-custxref-ok
               move 'Y' to ws-custxref-open
           end-if
           open input ACCTXREF-FILE
           if ws-acctxref-ok
               move 'Y' to ws-acctxref-open
           end-if
           if ws-custxref-is-open and ws-acctxref-is-open
               open input CUSTLIM-FILE
               if ws-custlim-ok
                   move 'Y' to ws-custlim-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-close-holds section.
       bblk-close-holds-para.
           if ws-stopinst-is-open
               close STOPINST-FILE
           end-if
           if ws-acctlim-is-open
               close ACCTLIM-FILE
           end-if
           if ws-legalord-is-open
               close LEGALORD-FILE
           end-if
           if ws-wdnotice-is-open
               close WDNOTICE-FILE
           end-if
           if ws-custlim-is-open
               close CUSTLIM-FILE
           end-if
           if ws-custxref-is-open
               close CUSTXREF-FILE
           end-if
           if ws-acctxref-is-open
               close ACCTXREF-FILE
           end-if
           move 'NNNNNNN' to ws-holds-open
           exit
           .
      ***--------------------------------------------------------------*
       bblk-finalize section.
       bblk-finalize-para.
           if ws-run-is-ok
               close BULK-FILE
               close STAGE-FILE
               close ACCTMAST-FILE
               if ws-odlimit-is-open
                   close ODLIMIT-FILE
               end-if
               perform bblk-close-holds
           end-if
           if ws-bulkpay-is-open
               close BULKPAY-FILE
           end-if
           move ws-details-read to ws-report-count
           display 'ETPBBLK - details read     : ' ws-report-count
           move ws-details-accepted to ws-report-count
           display 'ETPBBLK - details accepted : ' ws-report-count
           move ws-details-rejected to ws-report-count
           display 'ETPBBLK - details rejected : ' ws-report-count
           if ws-batch-is-released
               move ws-batch-total to ws-total-display
               display 'ETPBBLK - batch ' ws-batch-no
                   ' released, funding debit ' ws-total-display
           else
               display 'ETPBBLK - bulk payment file did not post'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the tally and mirror files, creating the mirror on    *
      *** first use; without them the reconciliation would count the  *
      *** appended lines against a stale tally                        *
      ***--------------------------------------------------------------*
       bblk-open-mirror section.
       bblk-open-mirror-para.
           open i-o JNLCOUNT-FILE
           if ws-jnlcount-absent
               open output JNLCOUNT-FILE
               close JNLCOUNT-FILE
               open i-o JNLCOUNT-FILE
           end-if
           open i-o JNL4VW-FILE
           if ws-jnl4vw-absent
               open output JNL4VW-FILE
               close JNL4VW-FILE
               open i-o JNL4VW-FILE
           end-if
           if ws-jnlcount-ok and ws-jnl4vw-ok
               move 'Y' to ws-mirror-open
           else
               display 'ETPBBLK - journal tally/mirror unavailable, '
                   'reconciliation will show a variance'
               if ws-jnlcount-ok
                   close JNLCOUNT-FILE
               end-if
               if ws-jnl4vw-ok
                   close JNL4VW-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bblk-close-mirror section.
       bblk-close-mirror-para.
           if ws-mirror-is-open
               close JNLCOUNT-FILE
               close JNL4VW-FILE
               move 'N' to ws-mirror-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one appended line: bump the journal4 tally and mirror the   *
      *** record, the same bookkeeping every journal4 writer does     *
      ***--------------------------------------------------------------*
       bblk-tally-line section.
       bblk-tally-line-para.
           if ws-mirror-is-open
               move 'journal4' to JNLCOUNT-JNAME
               read JNLCOUNT-FILE
                   invalid key
                       continue
               end-read
               if ws-jnlcount-notfnd
                   move 'journal4' to JNLCOUNT-JNAME
                   move 1 to JNLCOUNT-COUNT
                   write JNLCOUNT-RECORD
               else
                   add 1 to JNLCOUNT-COUNT
                   rewrite JNLCOUNT-RECORD
               end-if
               move JNLCOUNT-COUNT to JNL4VW-LINENO
               move JNLREC-RECORD to JNL4VW-TEXT
               write JNL4VW-RECORD
                   invalid key
                       continue
               end-write
               if ws-jnl4vw-dup
                   rewrite JNL4VW-RECORD
               end-if
           end-if
           exit
           .
       end program ETPBBLK.
