       identification division.

       program-id. ETPBPRH.

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

      * ETPBPRH - nightly product holdings report
      * Run in the chain after ETPBPST: every account still held on
      * the Account Master - all but closed, charged-off and
      * escheated ones - is counted with its ledger balance under
      * its catalogue product, branch and currency, and the buckets
      * are listed into RPTSPOOL in product order with the product's
      * name, so the book can be seen product by product.  Accounts
      * from before the catalogue are grouped under TYPE-x by their
      * type letter.  An active account holding less than its
      * product's minimum opening deposit is counted against the
      * bucket as below minimum.

       environment division.

       input-output section.
       file-control.
           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select PRODUCT-FILE assign to "PRODUCT"
               organization is indexed
               access mode is dynamic
               record key is PRODUCT-CODE
               file status is ws-product-status.

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

           select RUNCTRL-FILE assign to "RUNCTRL"
               organization is indexed
               access mode is dynamic
               record key is RUNCTRL-KEY
               file status is ws-runctrl-status.

       data division.

       file section.
       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  PRODUCT-FILE.
           copy PRODUCT.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBPRH'.

       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-product-status                 pic x(2).
           88  ws-product-ok                 value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.

      ***--------------------------------------------------------------*
      *** run-once registration on RUNCTRL, after ETPBPST has         *
      *** completed for the business day                              *
      ***--------------------------------------------------------------*
       01  ws-runctrl-status                 pic x(2).
           88  ws-runctrl-ok                 value '00'.
           88  ws-runctrl-notfnd             value '23'.
           88  ws-runctrl-absent             value '35'.
       01  ws-runctrl-open                   pic x(1) value 'N'.
           88  ws-runctrl-is-open            value 'Y'.
       01  ws-run-allowed                    pic x(1) value 'Y'.
           88  ws-run-is-allowed             value 'Y'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.
       01  ws-rcl-today                      pic 9(8).
       01  ws-rcl-now                        pic 9(6).
       77  ws-rcl-jobname                    pic x(8) value 'ETPBPRH'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the product catalogue, held for the names and minimum       *
      *** opening deposits                                             *
      ***--------------------------------------------------------------*
       01  ws-more-products                  pic x(1).
           88  ws-more-product-recs          value 'Y'.
       77  ws-prod-max                       pic 9(3) comp value 200.
       01  ws-prod-count                     pic 9(3) comp value 0.
       01  ws-prod-sub                       pic 9(3) comp.
       01  ws-prod-hit                       pic 9(3) comp.
       01  ws-prod-table.
           03  ws-prod-slot occurs 200 times.
               05  ws-prod-code              pic x(6).
               05  ws-prod-name              pic x(30).
               05  ws-prod-min-open          pic 9(7)v99.
       01  ws-prod-wanted                    pic x(6).

      ***--------------------------------------------------------------*
      *** the holdings buckets - product, branch and currency - kept  *
      *** in key order as they are found, so the report comes out in *
      *** product order without a sort                                 *
      ***--------------------------------------------------------------*
       77  ws-hold-max                       pic 9(4) comp value 999.
       01  ws-hold-count                     pic 9(4) comp value 0.
       01  ws-hold-sub                       pic 9(4) comp.
       01  ws-hold-hit                       pic 9(4) comp.
       01  ws-hold-table.
           03  ws-hold-slot occurs 1000 times.
               05  ws-hold-key.
                   07  ws-hold-product       pic x(6).
                   07  ws-hold-branch        pic x(3).
                   07  ws-hold-currency      pic x(3).
               05  ws-hold-accounts          pic 9(7) comp.
               05  ws-hold-balance           pic s9(13)v99 comp-3.
               05  ws-hold-below-min         pic 9(7) comp.
       01  ws-hold-wanted.
           03  ws-want-product               pic x(6).
           03  ws-want-branch                pic x(3).
           03  ws-want-currency              pic x(3).
       01  ws-hold-overflow                  pic 9(7) comp value 0.

       01  ws-more-accounts                  pic x(1) value 'Y'.
           88  ws-more-account-recs          value 'Y'.
       01  ws-accounts-read                  pic 9(7) comp value 0.
       01  ws-accounts-held                  pic 9(7) comp value 0.
       01  ws-accounts-legacy                pic 9(7) comp value 0.
       01  ws-accounts-below-min             pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBPRH'.
       01  ws-line-name                      pic x(20).
       01  ws-acct-disp                      pic zzzzz9.
       01  ws-bal-disp                       pic -zzz,zzz,zzz,zz9.99.
       01  ws-below-disp                     pic zzzz9.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bprh-mainline section.
       bprh-mainline-para.
           perform bprh-register-start
           if ws-run-is-allowed
               perform bprh-initialize
               if ws-run-is-ok
                   perform bprh-process-account
                       until not ws-more-account-recs
                   perform bprh-write-report
               end-if
               perform bprh-finalize
               perform bprh-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before ETPBPST has completed, or twice for   *
      *** the same day, unless overridden by ETPBDRV                  *
      ***--------------------------------------------------------------*
       bprh-register-start section.
       bprh-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bprh-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBPRH - RUNCTRL not available, status='
                   ws-runctrl-status ' - sequencing not enforced'
           else
               move 'Y' to ws-runctrl-open
               move 'N' to ws-rcl-own-found
               move 'N' to ws-rcl-override
               move ws-rcl-jobname to RUNCTRL-JOBNAME
               move ws-rcl-today to RUNCTRL-DATE
               read RUNCTRL-FILE
                   invalid key
                       continue
               end-read
               if not ws-runctrl-notfnd
                   move 'Y' to ws-rcl-own-found
                   if RUNCTRL-IS-OVERRIDDEN
                       move 'Y' to ws-rcl-override
                   end-if
               end-if
               if not ws-rcl-was-overridden
                   move ws-rcl-predecessor to RUNCTRL-JOBNAME
                   move ws-rcl-today to RUNCTRL-DATE
                   read RUNCTRL-FILE
                       invalid key
                           continue
                   end-read
                   if ws-runctrl-notfnd
                       display 'ETPBPRH - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBPRH - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBPRH - already run today, '
                       'refusing to run without override'
                   move 'N' to ws-run-allowed
               end-if
               if ws-run-is-allowed
                   move ws-rcl-jobname to RUNCTRL-JOBNAME
                   move ws-rcl-today to RUNCTRL-DATE
                   move 'R' to RUNCTRL-STATUS
                   move ws-rcl-now to RUNCTRL-START-TIME
                   move 0 to RUNCTRL-END-TIME
                   move 'N' to RUNCTRL-OVERRIDE
                   write RUNCTRL-RECORD
                       invalid key
                           rewrite RUNCTRL-RECORD
                   end-write
               else
                   close RUNCTRL-FILE
                   move 'N' to ws-runctrl-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bprh-load-business-date section.
       bprh-load-business-date-para.
           move function current-date(1:8) to ws-rcl-today
           open input BUSCTRL-FILE
           if ws-busctrl-ok
               move 'BUSDATE ' to BUSCTRL-CNAME
               read BUSCTRL-FILE
                   invalid key
                       continue
               end-read
               if not ws-busctrl-notfnd
                   and BUSCTRL-DATE not = 0
                   move BUSCTRL-DATE to ws-rcl-today
               end-if
               close BUSCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bprh-register-end section.
       bprh-register-end-para.
           if ws-runctrl-is-open
               move ws-rcl-jobname to RUNCTRL-JOBNAME
               move ws-rcl-today to RUNCTRL-DATE
               read RUNCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-runctrl-ok
                   if ws-run-is-ok
                       move 'C' to RUNCTRL-STATUS
                   else
                       move 'E' to RUNCTRL-STATUS
                   end-if
                   move function current-date(9:6)
                       to RUNCTRL-END-TIME
                   rewrite RUNCTRL-RECORD
               end-if
               close RUNCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** loads the catalogue and opens the master and the spool; a   *
      *** book with no catalogue yet is reported by type letter alone *
      ***--------------------------------------------------------------*
       bprh-initialize section.
       bprh-initialize-para.
           display 'ETPBPRH - product holdings, business date '
               ws-rcl-today
           open input PRODUCT-FILE
           if ws-product-ok
               move 'Y' to ws-more-products
               perform bprh-load-product
                   until not ws-more-product-recs
               close PRODUCT-FILE
           else
               display 'ETPBPRH - PRODUCT catalogue not on file, '
                   'accounts grouped by type'
           end-if
           open input ACCTMAST-FILE
           if not ws-acctmast-ok
               display 'ETPBPRH - ACCTMAST open failed, status='
                   ws-acctmast-status
               move 'N' to ws-run-ok
           else
               perform bprh-spool-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bprh-load-product section.
       bprh-load-product-para.
           read PRODUCT-FILE next record
               at end
                   move 'N' to ws-more-products
           end-read
           if ws-more-product-recs
               if ws-prod-count < ws-prod-max
                   add 1 to ws-prod-count
                   move PRODUCT-CODE to ws-prod-code(ws-prod-count)
                   move PRODUCT-NAME to ws-prod-name(ws-prod-count)
                   move PRODUCT-MIN-OPEN
                       to ws-prod-min-open(ws-prod-count)
               else
                   display 'ETPBPRH - product table full, '
                       PRODUCT-CODE ' reported without its name'
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one account: anything still held is counted into its        *
      *** product, branch and currency bucket                         *
      ***--------------------------------------------------------------*
       bprh-process-account section.
       bprh-process-account-para.
           read ACCTMAST-FILE next record
               at end
                   move 'N' to ws-more-accounts
           end-read
           if ws-more-account-recs
               add 1 to ws-accounts-read
               if not ACCTMAST-IS-CLOSED
                   and not ACCTMAST-IS-CHARGED-OFF
                   and not ACCTMAST-IS-ESCHEATED
                   add 1 to ws-accounts-held
                   if ACCTMAST-PRODUCT = spaces
                       add 1 to ws-accounts-legacy
                       move spaces to ws-want-product
                       string 'TYPE-' ACCTMAST-ACCT-TYPE
                           delimited by size
                           into ws-want-product
                   else
                       move ACCTMAST-PRODUCT to ws-want-product
                   end-if
                   move ACCTMAST-BRANCH to ws-want-branch
                   move ACCTMAST-CURRENCY to ws-want-currency
                   perform bprh-find-bucket
                   if ws-hold-hit > 0
                       add 1 to ws-hold-accounts(ws-hold-hit)
                       add ACCTMAST-BALANCE
                           to ws-hold-balance(ws-hold-hit)
                       perform bprh-judge-minimum
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the bucket for ws-hold-wanted, opened in key order when     *
      *** this is its first account; zero when the table is full      *
      ***--------------------------------------------------------------*
       bprh-find-bucket section.
       bprh-find-bucket-para.
           move 0 to ws-hold-hit
           move 1 to ws-hold-sub
           perform bprh-step-bucket
               until ws-hold-sub > ws-hold-count
                  or ws-hold-key(ws-hold-sub) not < ws-hold-wanted
           if ws-hold-sub not > ws-hold-count
               and ws-hold-key(ws-hold-sub) = ws-hold-wanted
               move ws-hold-sub to ws-hold-hit
           else if ws-hold-count < ws-hold-max
               move ws-hold-sub to ws-hold-hit
               perform bprh-shift-bucket
                   varying ws-hold-sub from ws-hold-count by -1
                   until ws-hold-sub < ws-hold-hit
               add 1 to ws-hold-count
               move ws-hold-wanted to ws-hold-key(ws-hold-hit)
               move 0 to ws-hold-accounts(ws-hold-hit)
               move 0 to ws-hold-balance(ws-hold-hit)
               move 0 to ws-hold-below-min(ws-hold-hit)
           else
               add 1 to ws-hold-overflow
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       bprh-step-bucket section.
       bprh-step-bucket-para.
           add 1 to ws-hold-sub
           exit
           .
      ***--------------------------------------------------------------*
       bprh-shift-bucket section.
       bprh-shift-bucket-para.
           move ws-hold-slot(ws-hold-sub)
               to ws-hold-slot(ws-hold-sub + 1)
           exit
           .
      ***--------------------------------------------------------------*
      *** an active account under a catalogue product holding less    *
      *** than the product's minimum opening deposit                  *
      ***--------------------------------------------------------------*
       bprh-judge-minimum section.
       bprh-judge-minimum-para.
           if ACCTMAST-PRODUCT not = spaces
               and ACCTMAST-IS-ACTIVE
               move ACCTMAST-PRODUCT to ws-prod-wanted
               perform bprh-find-product
               if ws-prod-hit > 0
                   and ACCTMAST-BALANCE < ws-prod-min-open(ws-prod-hit)
                   add 1 to ws-hold-below-min(ws-hold-hit)
                   add 1 to ws-accounts-below-min
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bprh-find-product section.
       bprh-find-product-para.
           move 0 to ws-prod-hit
           perform bprh-match-product
               varying ws-prod-sub from 1 by 1
               until ws-prod-sub > ws-prod-count
                  or ws-prod-hit > 0
           exit
           .
      ***--------------------------------------------------------------*
       bprh-match-product section.
       bprh-match-product-para.
           if ws-prod-code(ws-prod-sub) = ws-prod-wanted
               move ws-prod-sub to ws-prod-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** heads the report and lists every bucket, then the totals    *
      ***--------------------------------------------------------------*
       bprh-write-report section.
       bprh-write-report-para.
           move spaces to ws-spool-text
           string 'PRODUCT HOLDINGS - BUSINESS DATE ' ws-rcl-today
               delimited by size
               into ws-spool-text
           perform bprh-spool-line
           move spaces to ws-spool-text
           string 'PRODCT NAME                 BRN CCY '
               'ACCTS              BALANCE BELOW'
               delimited by size
               into ws-spool-text
           perform bprh-spool-line
           perform bprh-report-bucket
               varying ws-hold-sub from 1 by 1
               until ws-hold-sub > ws-hold-count
           move ws-accounts-held to ws-report-count
           move spaces to ws-spool-text
           string 'ACCOUNTS HELD      ' ws-report-count
               delimited by size
               into ws-spool-text
           perform bprh-spool-line
           move ws-accounts-legacy to ws-report-count
           move spaces to ws-spool-text
           string 'BEFORE CATALOGUE   ' ws-report-count
               delimited by size
               into ws-spool-text
           perform bprh-spool-line
           move ws-accounts-below-min to ws-report-count
           move spaces to ws-spool-text
           string 'BELOW MINIMUM      ' ws-report-count
               delimited by size
               into ws-spool-text
           perform bprh-spool-line
           if ws-hold-overflow > 0
               move ws-hold-overflow to ws-report-count
               move spaces to ws-spool-text
               string 'NOT BUCKETED       ' ws-report-count
                   delimited by size
                   into ws-spool-text
               perform bprh-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bprh-report-bucket section.
       bprh-report-bucket-para.
           move ws-hold-product(ws-hold-sub) to ws-prod-wanted
           perform bprh-find-product
           if ws-prod-hit > 0
               move ws-prod-name(ws-prod-hit) to ws-line-name
           else if ws-prod-wanted(1:5) = 'TYPE-'
               move 'BEFORE CATALOGUE' to ws-line-name
           else
               move 'NOT IN CATALOGUE' to ws-line-name
           end-if end-if
           move ws-hold-accounts(ws-hold-sub) to ws-acct-disp
           move ws-hold-balance(ws-hold-sub) to ws-bal-disp
           move ws-hold-below-min(ws-hold-sub) to ws-below-disp
           move spaces to ws-spool-text
           string ws-hold-product(ws-hold-sub) ' '
               ws-line-name ' '
               ws-hold-branch(ws-hold-sub) ' '
               ws-hold-currency(ws-hold-sub) ' '
               ws-acct-disp ' '
               ws-bal-disp ' '
               ws-below-disp
               delimited by size
               into ws-spool-text
           perform bprh-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bprh-finalize section.
       bprh-finalize-para.
           if ws-run-is-ok
               close ACCTMAST-FILE
               perform bprh-spool-close
           end-if
           move ws-accounts-read to ws-report-count
           display 'ETPBPRH - accounts read       : ' ws-report-count
           move ws-accounts-held to ws-report-count
           display 'ETPBPRH - accounts held       : ' ws-report-count
           move ws-hold-count to ws-report-count
           display 'ETPBPRH - holdings buckets    : ' ws-report-count
           if ws-hold-overflow > 0
               move ws-hold-overflow to ws-report-count
               display 'ETPBPRH - accounts not bucketed: '
                   ws-report-count
           end-if
           display 'ETPBPRH - product holdings report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bprh-spool-open section.
       bprh-spool-open-para.
           open i-o RPTSPOOL-FILE
           if ws-rptspool-absent
               open output RPTSPOOL-FILE
               close RPTSPOOL-FILE
               open i-o RPTSPOOL-FILE
           end-if
           if ws-rptspool-ok
               move 'Y' to ws-spool-open
               move ws-rcl-today to ws-spool-date
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bprh-spool-line section.
       bprh-spool-line-para.
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
       bprh-spool-close section.
       bprh-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBPRH.
