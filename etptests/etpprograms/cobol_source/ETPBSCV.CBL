       identification division.

       program-id. ETPBSCV.

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

      * ETPBSCV - deposit-insurance single customer view
      * Run on demand when the deposit insurance scheme asks for the
      * file: walks the customer-keyed CUSTXREF and, for every
      * customer, gathers the eligible deposits they hold - checking,
      * savings and term deposit accounts not closed, written off or
      * handed over as unclaimed.  Each account's balance and its
      * ACCTMAST-ACCRUED-INT credit interest are divided equally among
      * the holders on ACCTXREF, so a joint account counts once
      * across its holders; an overdrawn balance or debit interest
      * counts as nothing.  Foreign-currency shares are priced to base
      * at the EXRATE rate in force on the business date (the ETPBEXT
      * rule).  Each depositor's total is split into the insured part,
      * up to the SYSPARM 'SCVLIMIT' coverage limit (default 250000),
      * and the uninsured rest.  The file goes to
      * /tmp/scv_file_YYYYMMDD.txt in the scheme's SCVREC layout,
      * header and trailer carrying the control counts and totals;
      * the totals and the depositors above the limit are listed in
      * RPTSPOOL under this job's name, and the depositors whose name,
      * address, birth date or identity document is missing are
      * listed with what is missing under 'ETPBSCVK' for correction.

       environment division.

       input-output section.
       file-control.
           select CUSTXREF-FILE assign to "CUSTXREF"
               organization is indexed
               access mode is dynamic
               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select EXRATE-FILE assign to "EXRATE"
               organization is indexed
               access mode is dynamic
               record key is EXRATE-KEY
               file status is ws-exrate-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select SCV-FILE assign to ws-scv-name
               organization is line sequential
               file status is ws-scv-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
               record key is RPTSPOOL-KEY
               file status is ws-rptspool-status.

           select BUSCTRL-FILE assign to "BUSCTRL"
               organization is indexed
               access mode is dynamic
               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

       data division.

       file section.
       fd  CUSTXREF-FILE.
           copy CUSTXREF.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  EXRATE-FILE.
           copy EXRATE.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  SCV-FILE.
           copy SCVREC.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBSCV'.

       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-exrate-status                  pic x(2).
           88  ws-exrate-ok                  value '00'.
       01  ws-exrate-open                    pic x(1) value 'N'.
           88  ws-exrate-is-open             value 'Y'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-scv-status                     pic x(2).
           88  ws-scv-ok                     value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** the coverage limit per depositor, base currency; the        *
      *** default stands in when SYSPARM has no row                   *
      ***--------------------------------------------------------------*
       77  ws-scvlimit-default               pic 9(7) value 250000.
       01  ws-cover-limit                    pic 9(7).

      ***--------------------------------------------------------------*
      *** the closing rate of each foreign currency met, looked up    *
      *** once per run                                                 *
      ***--------------------------------------------------------------*
       77  ws-ccy-max                        pic 9(2) comp value 20.
       01  ws-ccy-count                      pic 9(2) comp value 0.
       01  ws-ccy-sub                        pic 9(2) comp.
       01  ws-ccy-hit                        pic 9(2) comp.
       01  ws-ccy-table.
           03  ws-ccy-slot occurs 20 times.
               05  ws-ccy-code               pic x(3).
               05  ws-ccy-rate               pic 9(3)v9(6).
       01  ws-rate                           pic 9(3)v9(6).
       01  ws-more-rates                     pic x(1).
           88  ws-more-rate-recs             value 'Y'.
       01  ws-rate-found                     pic x(1).
           88  ws-rate-was-found             value 'Y'.
       01  ws-acct-currency                  pic x(3).

      ***--------------------------------------------------------------*
      *** the depositor being gathered and their eligible accounts    *
      ***--------------------------------------------------------------*
       01  ws-more-xref                      pic x(1) value 'Y'.
           88  ws-more-xref-recs             value 'Y'.
       01  ws-more-holders                   pic x(1).
           88  ws-more-holder-recs           value 'Y'.
       01  ws-cur-custno                     pic x(10) value spaces.
       01  ws-cust-eligible                  pic 9(11)v99.
       01  ws-cust-insured                   pic 9(11)v99.
       01  ws-cust-uninsured                 pic 9(11)v99.
       01  ws-holders                        pic 9(2).
       01  ws-nat-balance                    pic 9(9)v99.
       01  ws-nat-interest                   pic 9(7)v99.
       01  ws-base-eligible                  pic 9(11)v99.
       01  ws-acct-eligible                  pic x(1).
           88  ws-acct-is-eligible           value 'Y'.
       77  ws-acc-max                        pic 9(3) comp value 50.
       01  ws-acc-count                      pic 9(3) comp value 0.
       01  ws-acc-sub                        pic 9(3) comp.
       01  ws-acc-overflow                   pic 9(5) comp value 0.
       01  ws-acc-table.
           03  ws-acc-slot occurs 50 times.
               05  ws-acc-acctno             pic x(10).
               05  ws-acc-role               pic x(1).
               05  ws-acc-holders            pic 9(2).
               05  ws-acc-type               pic x(1).
               05  ws-acc-status             pic x(1).
               05  ws-acc-product            pic x(6).
               05  ws-acc-branch             pic x(3).
               05  ws-acc-currency           pic x(3).
               05  ws-acc-nat-balance        pic 9(9)v99.
               05  ws-acc-nat-interest       pic 9(7)v99.
               05  ws-acc-rate               pic 9(3)v9(6).
               05  ws-acc-base               pic 9(11)v99.

      ***--------------------------------------------------------------*
      *** the identity fields the scheme pays a depositor against     *
      ***--------------------------------------------------------------*
       01  ws-id-missing                     pic x(1).
           88  ws-id-is-missing              value 'Y'.
       01  ws-missing-text                   pic x(50).
       01  ws-missing-ptr                    pic 9(3) comp.

       01  ws-scv-name                       pic x(40).
       01  ws-file-customers                 pic 9(7) value 0.
       01  ws-file-accounts                  pic 9(7) value 0.
       01  ws-file-incomplete                pic 9(7) value 0.
       01  ws-file-eligible                  pic 9(13)v99 value 0.
       01  ws-file-insured                   pic 9(13)v99 value 0.
       01  ws-file-uninsured                 pic 9(13)v99 value 0.

       01  ws-xref-read                      pic 9(7) comp value 0.
       01  ws-customers-seen                 pic 9(7) comp value 0.
       01  ws-customers-over                 pic 9(7) comp value 0.
       01  ws-accounts-missing               pic 9(7) comp value 0.
       01  ws-unpriced                       pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output - the totals and the depositors above   *
      *** the limit, and the identity corrections list                *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-fix-lineno                     pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBSCV'.
       77  ws-fix-name                       pic x(8) value 'ETPBSCVK'.

       01  ws-elig-disp                      pic zzzzzzzzzz9.99.
       01  ws-ins-disp                       pic zzzzzzzzzz9.99.
       01  ws-unins-disp                     pic zzzzzzzzzz9.99.
       01  ws-total-disp                     pic zzzzzzzzzzzz9.99.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bscv-mainline section.
       bscv-mainline-para.
           perform bscv-initialize
           if ws-run-is-ok
               perform bscv-write-header
               perform bscv-process-xref
                   until not ws-more-xref-recs
               if ws-cur-custno not = spaces
                   perform bscv-judge-customer
               end-if
               perform bscv-write-trailer
           end-if
           perform bscv-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the business date and coverage limit, then the cross-       *
      *** references, masters, the scheme file and the spool          *
      ***--------------------------------------------------------------*
       bscv-initialize section.
       bscv-initialize-para.
           perform bscv-load-business-date
           display 'ETPBSCV - single customer view for ' ws-today
           perform bscv-load-limit
           move spaces to ws-scv-name
           string '/tmp/scv_file_' ws-today '.txt'
               into ws-scv-name
           open input CUSTXREF-FILE
           open input CUSTMAST-FILE
           open input ACCTMAST-FILE
           open input ACCTXREF-FILE
           if not ws-custxref-ok or not ws-custmast-ok
               or not ws-acctmast-ok or not ws-acctxref-ok
               display 'ETPBSCV - unable to open CUSTXREF, CUSTMAST, '
                   'ACCTMAST or ACCTXREF - statuses '
                   ws-custxref-status ' ' ws-custmast-status ' '
                   ws-acctmast-status ' ' ws-acctxref-status
               move 'N' to ws-run-ok
               if ws-custxref-ok
                   close CUSTXREF-FILE
               end-if
               if ws-custmast-ok
                   close CUSTMAST-FILE
               end-if
               if ws-acctmast-ok
                   close ACCTMAST-FILE
               end-if
               if ws-acctxref-ok
                   close ACCTXREF-FILE
               end-if
           else
               open output SCV-FILE
               perform bscv-spool-open
               if not ws-scv-ok or not ws-spool-is-open
                   display 'ETPBSCV - unable to open the scheme file '
                       'or RPTSPOOL - statuses ' ws-scv-status ' '
                       ws-rptspool-status
                   move 'N' to ws-run-ok
                   close CUSTXREF-FILE
                   close CUSTMAST-FILE
                   close ACCTMAST-FILE
                   close ACCTXREF-FILE
                   if ws-scv-ok
                       close SCV-FILE
                   end-if
                   perform bscv-spool-close
               else
                   open input EXRATE-FILE
                   if ws-exrate-ok
                       move 'Y' to ws-exrate-open
                   else
                       display 'ETPBSCV - EXRATE not available, '
                           'foreign amounts carried at par'
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bscv-load-business-date section.
       bscv-load-business-date-para.
           move function current-date(1:8) to ws-today
           open input BUSCTRL-FILE
           if ws-busctrl-ok
               move 'BUSDATE ' to BUSCTRL-CNAME
               read BUSCTRL-FILE
                   invalid key
                       continue
               end-read
               if not ws-busctrl-notfnd
                   and BUSCTRL-DATE not = 0
                   move BUSCTRL-DATE to ws-today
               end-if
               close BUSCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the coverage limit off SYSPARM, defaulted when no row       *
      *** exists                                                      *
      ***--------------------------------------------------------------*
       bscv-load-limit section.
       bscv-load-limit-para.
           move ws-scvlimit-default to ws-cover-limit
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'SCVLIMIT' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if not ws-sysparm-notfnd
                   and SYSPARM-VALUE > 0
                   move SYSPARM-VALUE to ws-cover-limit
               end-if
               close SYSPARM-FILE
           end-if
           display 'ETPBSCV - coverage limit        : ' ws-cover-limit
           exit
           .
      ***--------------------------------------------------------------*
       bscv-write-header section.
       bscv-write-header-para.
           move spaces to SCVREC-RECORD
           move 'H' to SCVREC-TYPE
           move ws-today to SCVREC-H-BUSINESS-DATE
           move function current-date(1:8) to SCVREC-H-PRODUCED
           move ws-program-name to SCVREC-H-PROGRAM
           move ws-cover-limit to SCVREC-H-COVER-LIMIT
           move 'USD' to SCVREC-H-CURRENCY
           write SCVREC-RECORD
           move spaces to ws-spool-text
           string 'SINGLE CUSTOMER VIEW  ' ws-today
               '  COVERAGE LIMIT ' ws-cover-limit
               into ws-spool-text
           perform bscv-spool-line
           move spaces to ws-spool-text
           string 'DEPOSITORS ABOVE THE LIMIT'
               into ws-spool-text
           perform bscv-spool-line
           move spaces to ws-spool-text
           string 'CUSTOMER   NAME                      '
               '      ELIGIBLE      UNINSURED'
               into ws-spool-text
           perform bscv-spool-line
           move spaces to ws-spool-text
           string 'SINGLE CUSTOMER VIEW - IDENTITY TO CORRECT  '
               ws-today
               into ws-spool-text
           perform bscv-fix-line
           move spaces to ws-spool-text
           string 'CUSTOMER   NAME                      '
               '      ELIGIBLE'
               into ws-spool-text
           perform bscv-fix-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one cross-reference row: a change of customer files the one *
      *** just finished before the new one is started                 *
      ***--------------------------------------------------------------*
       bscv-process-xref section.
       bscv-process-xref-para.
           read CUSTXREF-FILE next record
               at end
                   move 'N' to ws-more-xref
           end-read
           if ws-more-xref-recs
               add 1 to ws-xref-read
               if CUSTXREF-CUSTNO not = ws-cur-custno
                   if ws-cur-custno not = spaces
                       perform bscv-judge-customer
                   end-if
                   move CUSTXREF-CUSTNO to ws-cur-custno
                   move 0 to ws-cust-eligible
                   move 0 to ws-acc-count
                   move 0 to ws-acc-overflow
                   add 1 to ws-customers-seen
               end-if
               perform bscv-gather-account
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one holding: an eligible deposit account's balance and      *
      *** credit interest, this holder's equal share of them, priced  *
      *** to base and added to the depositor's total                  *
      ***--------------------------------------------------------------*
       bscv-gather-account section.
       bscv-gather-account-para.
           move CUSTXREF-ACCTNO to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if not ws-acctmast-ok
               add 1 to ws-accounts-missing
               display 'ETPBSCV - ' CUSTXREF-ACCTNO ' held by '
                   CUSTXREF-CUSTNO ' is not on ACCTMAST'
           else
               perform bscv-check-eligible
               if ws-acct-is-eligible
                   perform bscv-count-holders
                   move 0 to ws-nat-balance
                   move 0 to ws-nat-interest
                   if ACCTMAST-BALANCE > 0
                       compute ws-nat-balance rounded =
                           ACCTMAST-BALANCE / ws-holders
                       end-compute
                   end-if
                   if ACCTMAST-ACCRUED-INT > 0
                       compute ws-nat-interest rounded =
                           ACCTMAST-ACCRUED-INT / ws-holders
                       end-compute
                   end-if
                   move ACCTMAST-CURRENCY to ws-acct-currency
                   perform bscv-find-rate
                   compute ws-base-eligible rounded =
                       (ws-nat-balance + ws-nat-interest) * ws-rate
                   end-compute
                   add ws-base-eligible to ws-cust-eligible
                   if ws-acc-count < ws-acc-max
                       add 1 to ws-acc-count
                       perform bscv-keep-account
                   else
                       add 1 to ws-acc-overflow
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** deposits only - checking, savings and term deposit accounts *
      *** still on the books; a closed, written-off or escheated      *
      *** account holds nothing the scheme covers                     *
      ***--------------------------------------------------------------*
       bscv-check-eligible section.
       bscv-check-eligible-para.
           move 'N' to ws-acct-eligible
           if (ACCTMAST-IS-CHECKING or ACCTMAST-IS-SAVINGS
               or ACCTMAST-IS-TERM-DEP)
               and not ACCTMAST-IS-CLOSED
               and not ACCTMAST-IS-CHARGED-OFF
               and not ACCTMAST-IS-ESCHEATED
               move 'Y' to ws-acct-eligible
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's holders on ACCTXREF - never fewer than the    *
      *** one whose holding brought us here                           *
      ***--------------------------------------------------------------*
       bscv-count-holders section.
       bscv-count-holders-para.
           move 0 to ws-holders
           move CUSTXREF-ACCTNO to ACCTXREF-ACCTNO
           move low-values to ACCTXREF-CUSTNO
           start ACCTXREF-FILE key not < ACCTXREF-KEY
               invalid key
                   continue
           end-start
           if ws-acctxref-ok
               move 'Y' to ws-more-holders
           else
               move 'N' to ws-more-holders
           end-if
           perform bscv-count-holders-next
               until not ws-more-holder-recs
           if ws-holders = 0
               move 1 to ws-holders
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bscv-count-holders-next section.
       bscv-count-holders-next-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-more-holders
           end-read
           if ws-more-holder-recs
               if ACCTXREF-ACCTNO not = CUSTXREF-ACCTNO
                   move 'N' to ws-more-holders
               else
                   if ws-holders < 99
                       add 1 to ws-holders
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bscv-keep-account section.
       bscv-keep-account-para.
           move CUSTXREF-ACCTNO to ws-acc-acctno(ws-acc-count)
           move CUSTXREF-ROLE to ws-acc-role(ws-acc-count)
           move ws-holders to ws-acc-holders(ws-acc-count)
           move ACCTMAST-ACCT-TYPE to ws-acc-type(ws-acc-count)
           move ACCTMAST-STATUS to ws-acc-status(ws-acc-count)
           move ACCTMAST-PRODUCT to ws-acc-product(ws-acc-count)
           move ACCTMAST-BRANCH to ws-acc-branch(ws-acc-count)
           move ws-acct-currency to ws-acc-currency(ws-acc-count)
           move ws-nat-balance to ws-acc-nat-balance(ws-acc-count)
           move ws-nat-interest to ws-acc-nat-interest(ws-acc-count)
           move ws-rate to ws-acc-rate(ws-acc-count)
           move ws-base-eligible to ws-acc-base(ws-acc-count)
           exit
           .
      ***--------------------------------------------------------------*
      *** the base-currency rate for the account's currency: par for  *
      *** the base book, else the newest EXRATE row effective on the  *
      *** business date, remembered for the rest of the run           *
      ***--------------------------------------------------------------*
       bscv-find-rate section.
       bscv-find-rate-para.
           move 1 to ws-rate
           if ws-acct-currency not = spaces
               and ws-acct-currency not = 'USD'
               move 0 to ws-ccy-hit
               perform bscv-match-currency
                   varying ws-ccy-sub from 1 by 1
                   until ws-ccy-sub > ws-ccy-count
                      or ws-ccy-hit > 0
               if ws-ccy-hit > 0
                   move ws-ccy-rate(ws-ccy-hit) to ws-rate
               else
                   move 'N' to ws-rate-found
                   if ws-exrate-is-open
                       move ws-acct-currency to EXRATE-CURRENCY
                       move 0 to EXRATE-EFF-DATE
                       start EXRATE-FILE key not < EXRATE-KEY
                           invalid key
                               continue
                       end-start
                       if ws-exrate-ok
                           move 'Y' to ws-more-rates
                           perform bscv-scan-rate
                               until not ws-more-rate-recs
                       end-if
                   end-if
                   if not ws-rate-was-found
                       add 1 to ws-unpriced
                       display 'ETPBSCV - no EXRATE row for '
                           ws-acct-currency ' on ' ws-today
                           ' - carried at par'
                   end-if
                   if ws-ccy-count < ws-ccy-max
                       add 1 to ws-ccy-count
                       move ws-acct-currency
                           to ws-ccy-code(ws-ccy-count)
                       move ws-rate to ws-ccy-rate(ws-ccy-count)
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bscv-match-currency section.
       bscv-match-currency-para.
           if ws-ccy-code(ws-ccy-sub) = ws-acct-currency
               move ws-ccy-sub to ws-ccy-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bscv-scan-rate section.
       bscv-scan-rate-para.
           read EXRATE-FILE next record
               at end
                   move 'N' to ws-more-rates
           end-read
           if ws-more-rate-recs
               if EXRATE-CURRENCY not = ws-acct-currency
                   or EXRATE-EFF-DATE > ws-today
                   move 'N' to ws-more-rates
               else
                   move EXRATE-RATE to ws-rate
                   move 'Y' to ws-rate-found
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a finished customer holding any eligible account is a       *
      *** depositor: filed with their insured and uninsured split,    *
      *** listed when above the limit, and listed for correction when *
      *** their identity is incomplete                                *
      ***--------------------------------------------------------------*
       bscv-judge-customer section.
       bscv-judge-customer-para.
           if ws-acc-count > 0
               move ws-cur-custno to CUSTMAST-CUSTNO
               read CUSTMAST-FILE
                   invalid key
                       continue
               end-read
               perform bscv-check-identity
               if ws-cust-eligible > ws-cover-limit
                   move ws-cover-limit to ws-cust-insured
               else
                   move ws-cust-eligible to ws-cust-insured
               end-if
               compute ws-cust-uninsured =
                   ws-cust-eligible - ws-cust-insured
               end-compute
               perform bscv-file-customer
               if ws-cust-uninsured > 0
                   add 1 to ws-customers-over
                   move ws-cust-uninsured to ws-unins-disp
                   perform bscv-format-customer
                   move spaces to ws-spool-text
                   string ws-cur-custno ' ' CUSTMAST-NAME(1:25) ' '
                       ws-elig-disp ' ' ws-unins-disp
                       into ws-spool-text
                   perform bscv-spool-line
               end-if
               if ws-id-is-missing
                   perform bscv-format-customer
                   move spaces to ws-spool-text
                   string ws-cur-custno ' ' CUSTMAST-NAME(1:25) ' '
                       ws-elig-disp
                       into ws-spool-text
                   perform bscv-fix-line
                   move spaces to ws-spool-text
                   string '           MISSING: ' ws-missing-text
                       into ws-spool-text
                   perform bscv-fix-line
               end-if
               if ws-acc-overflow > 0
                   move ws-acc-overflow to ws-report-count
                   move spaces to ws-spool-text
                   string ws-cur-custno
                       ' FURTHER ACCOUNTS IN TOTALS, NOT ITEMISED '
                       ws-report-count
                       into ws-spool-text
                   perform bscv-spool-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** lists what the scheme would lack to pay the depositor:      *
      *** name, address, birth date, or the identity document type    *
      *** and reference                                               *
      ***--------------------------------------------------------------*
       bscv-check-identity section.
       bscv-check-identity-para.
           move 'N' to ws-id-missing
           move spaces to ws-missing-text
           move 1 to ws-missing-ptr
           if not ws-custmast-ok
               move 'Y' to ws-id-missing
               move spaces to CUSTMAST-RECORD
               move 0 to CUSTMAST-BIRTH-DATE
               string 'NOT ON CUSTOMER MASTER'
                   into ws-missing-text with pointer ws-missing-ptr
           else
               if CUSTMAST-NAME = spaces
                   move 'Y' to ws-id-missing
                   string 'NAME ' into ws-missing-text
                       with pointer ws-missing-ptr
               end-if
               if CUSTMAST-ADDRESS = spaces
                   move 'Y' to ws-id-missing
                   string 'ADDRESS ' into ws-missing-text
                       with pointer ws-missing-ptr
               end-if
               if CUSTMAST-BIRTH-DATE not is numeric
                   or CUSTMAST-BIRTH-DATE = 0
                   move 'Y' to ws-id-missing
                   move 0 to CUSTMAST-BIRTH-DATE
                   string 'BIRTH-DATE ' into ws-missing-text
                       with pointer ws-missing-ptr
               end-if
               if CUSTMAST-ID-DOC-TYPE = spaces
                   move 'Y' to ws-id-missing
                   string 'ID-TYPE ' into ws-missing-text
                       with pointer ws-missing-ptr
               end-if
               if CUSTMAST-ID-DOC-REF = spaces
                   move 'Y' to ws-id-missing
                   string 'ID-REF ' into ws-missing-text
                       with pointer ws-missing-ptr
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the depositor's record and one record per eligible account  *
      ***--------------------------------------------------------------*
       bscv-file-customer section.
       bscv-file-customer-para.
           move spaces to SCVREC-RECORD
           move 'C' to SCVREC-TYPE
           move ws-cur-custno to SCVREC-C-CUSTNO
           move CUSTMAST-NAME to SCVREC-C-NAME
           move CUSTMAST-ADDRESS to SCVREC-C-ADDRESS
           move CUSTMAST-BIRTH-DATE to SCVREC-C-BIRTH-DATE
           move CUSTMAST-ID-DOC-TYPE to SCVREC-C-ID-DOC-TYPE
           move CUSTMAST-ID-DOC-REF to SCVREC-C-ID-DOC-REF
           move CUSTMAST-PHONE to SCVREC-C-PHONE
           move CUSTMAST-STATUS to SCVREC-C-STATUS
           move ws-acc-count to SCVREC-C-ACCOUNT-COUNT
           move ws-cust-eligible to SCVREC-C-ELIGIBLE
           move ws-cust-insured to SCVREC-C-INSURED
           move ws-cust-uninsured to SCVREC-C-UNINSURED
           if ws-id-is-missing
               move 'Y' to SCVREC-C-ID-INCOMPLETE
               add 1 to ws-file-incomplete
           else
               move 'N' to SCVREC-C-ID-INCOMPLETE
           end-if
           write SCVREC-RECORD
           add 1 to ws-file-customers
           add ws-cust-eligible to ws-file-eligible
           add ws-cust-insured to ws-file-insured
           add ws-cust-uninsured to ws-file-uninsured
           perform bscv-file-account
               varying ws-acc-sub from 1 by 1
               until ws-acc-sub > ws-acc-count
           exit
           .
      ***--------------------------------------------------------------*
       bscv-file-account section.
       bscv-file-account-para.
           move spaces to SCVREC-RECORD
           move 'A' to SCVREC-TYPE
           move ws-cur-custno to SCVREC-A-CUSTNO
           move ws-acc-acctno(ws-acc-sub) to SCVREC-A-ACCTNO
           move ws-acc-role(ws-acc-sub) to SCVREC-A-ROLE
           move ws-acc-holders(ws-acc-sub) to SCVREC-A-HOLDERS
           move ws-acc-type(ws-acc-sub) to SCVREC-A-ACCT-TYPE
           move ws-acc-status(ws-acc-sub) to SCVREC-A-ACCT-STATUS
           move ws-acc-product(ws-acc-sub) to SCVREC-A-PRODUCT
           move ws-acc-branch(ws-acc-sub) to SCVREC-A-BRANCH
           move ws-acc-currency(ws-acc-sub) to SCVREC-A-CURRENCY
           move ws-acc-nat-balance(ws-acc-sub)
               to SCVREC-A-NATIVE-BALANCE
           move ws-acc-nat-interest(ws-acc-sub)
               to SCVREC-A-NATIVE-INTEREST
           move ws-acc-rate(ws-acc-sub) to SCVREC-A-RATE
           move ws-acc-base(ws-acc-sub) to SCVREC-A-BASE-ELIGIBLE
           write SCVREC-RECORD
           add 1 to ws-file-accounts
           exit
           .
      ***--------------------------------------------------------------*
       bscv-format-customer section.
       bscv-format-customer-para.
           move ws-cust-eligible to ws-elig-disp
           exit
           .
      ***--------------------------------------------------------------*
      *** the control record the scheme balances the file against,    *
      *** and the same totals on the spooled report                   *
      ***--------------------------------------------------------------*
       bscv-write-trailer section.
       bscv-write-trailer-para.
           move spaces to SCVREC-RECORD
           move 'T' to SCVREC-TYPE
           move ws-file-customers to SCVREC-T-CUSTOMER-COUNT
           move ws-file-accounts to SCVREC-T-ACCOUNT-COUNT
           move ws-file-incomplete to SCVREC-T-INCOMPLETE-COUNT
           move ws-file-eligible to SCVREC-T-ELIGIBLE
           move ws-file-insured to SCVREC-T-INSURED
           move ws-file-uninsured to SCVREC-T-UNINSURED
           write SCVREC-RECORD
           move spaces to ws-spool-text
           perform bscv-spool-line
           move ws-file-customers to ws-report-count
           move spaces to ws-spool-text
           string 'DEPOSITORS FILED        ' ws-report-count
               into ws-spool-text
           perform bscv-spool-line
           move ws-file-accounts to ws-report-count
           move spaces to ws-spool-text
           string 'ACCOUNT RECORDS         ' ws-report-count
               into ws-spool-text
           perform bscv-spool-line
           move ws-file-eligible to ws-total-disp
           move spaces to ws-spool-text
           string 'TOTAL ELIGIBLE  ' ws-total-disp
               into ws-spool-text
           perform bscv-spool-line
           move ws-file-insured to ws-total-disp
           move spaces to ws-spool-text
           string 'TOTAL INSURED   ' ws-total-disp
               into ws-spool-text
           perform bscv-spool-line
           move ws-file-uninsured to ws-total-disp
           move spaces to ws-spool-text
           string 'TOTAL UNINSURED ' ws-total-disp
               into ws-spool-text
           perform bscv-spool-line
           move ws-file-incomplete to ws-report-count
           move spaces to ws-spool-text
           string 'IDENTITY INCOMPLETE     ' ws-report-count
               ' - SEE ETPBSCVK'
               into ws-spool-text
           perform bscv-spool-line
           move spaces to ws-spool-text
           string 'TO CORRECT ' ws-report-count
               into ws-spool-text
           perform bscv-fix-line
           exit
           .
      ***--------------------------------------------------------------*
       bscv-finalize section.
       bscv-finalize-para.
           if ws-run-is-ok
               close CUSTXREF-FILE
               close CUSTMAST-FILE
               close ACCTMAST-FILE
               close ACCTXREF-FILE
               close SCV-FILE
               if ws-exrate-is-open
                   close EXRATE-FILE
                   move 'N' to ws-exrate-open
               end-if
               perform bscv-spool-close
           end-if
           move ws-xref-read to ws-report-count
           display 'ETPBSCV - holdings examined     : ' ws-report-count
           move ws-customers-seen to ws-report-count
           display 'ETPBSCV - customers examined    : ' ws-report-count
           move ws-file-customers to ws-report-count
           display 'ETPBSCV - depositors filed      : ' ws-report-count
           move ws-customers-over to ws-report-count
           display 'ETPBSCV - above coverage limit  : ' ws-report-count
           move ws-file-incomplete to ws-report-count
           display 'ETPBSCV - identity incomplete   : ' ws-report-count
           move ws-accounts-missing to ws-report-count
           display 'ETPBSCV - accounts not on master: ' ws-report-count
           move ws-unpriced to ws-report-count
           display 'ETPBSCV - currencies unpriced   : ' ws-report-count
           display 'ETPBSCV - scheme file : ' ws-scv-name
           display 'ETPBSCV - single customer view complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bscv-spool-open section.
       bscv-spool-open-para.
           open i-o RPTSPOOL-FILE
           if ws-rptspool-absent
               open output RPTSPOOL-FILE
               close RPTSPOOL-FILE
               open i-o RPTSPOOL-FILE
           end-if
           if ws-rptspool-ok
               move 'Y' to ws-spool-open
               move ws-today to ws-spool-date
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bscv-spool-line section.
       bscv-spool-line-para.
           if ws-spool-is-open
               add 1 to ws-spool-lineno
               move ws-spool-name to RPTSPOOL-NAME
               move ws-spool-date to RPTSPOOL-DATE
               move ws-spool-lineno to RPTSPOOL-LINENO
               move ws-spool-text to RPTSPOOL-TEXT
               write RPTSPOOL-RECORD
                   invalid key
                       rewrite RPTSPOOL-RECORD
               end-write
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bscv-fix-line section.
       bscv-fix-line-para.
           if ws-spool-is-open
               add 1 to ws-fix-lineno
               move ws-fix-name to RPTSPOOL-NAME
               move ws-spool-date to RPTSPOOL-DATE
               move ws-fix-lineno to RPTSPOOL-LINENO
               move ws-spool-text to RPTSPOOL-TEXT
               write RPTSPOOL-RECORD
                   invalid key
                       rewrite RPTSPOOL-RECORD
               end-write
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bscv-spool-close section.
       bscv-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBSCV.
