      * on checking-type accounts; internal/suspense accounts get
      * neither.  The book's accrued-but-unposted total is recorded
      * on the POSTCTRL 'ACCRINT' row for the ETPBGLR
      * reconciliation.  Tax is withheld from capitalised credit
      * interest by the primary holder's CUSTMAST tax standing: the
      * gross posting is followed by a paired entry taking the tax
      * off the account and crediting the INTACCT 'WHTAX' account.
      * An account opened under a catalogue product (PRODUCT) is
      * priced by the product rather than its type letter: interest
      * off the product's own RATETBL rate-tier set - a product that
      * names a set earns credit interest whatever its type - and
      * the product's fee, not MAINTFEE, on the cycle day.  Accounts
      * from before the catalogue keep the type-letter rules and the
      * standard set.
      * Each run also works the WDNOTICE withdrawal notices on notice
      * savings accounts: a notice a supervisor released early on
      * ETPEWDN is charged its penalty - the account's credit
      * interest on the notice amount for the days of notice it cut
      * short - as a 'WP' journal4 POST entry, and an open notice
      * still not drawn in full once the RATECFG 'NTCLAPSE' window
      * after its earliest date has passed lapses.

       environment division.

               record key is RATETBL-KEY
               file status is ws-ratetbl-status.

           select PRODUCT-FILE assign to "PRODUCT"
               organization is indexed
               access mode is dynamic
               record key is PRODUCT-CODE
               file status is ws-product-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is RUNCTRL-KEY
               file status is ws-runctrl-status.

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select INTACCT-FILE assign to "INTACCT"
               organization is indexed
               access mode is dynamic
               record key is INTACCT-ROLE
               file status is ws-intacct-status.

           select WDNOTICE-FILE assign to "WDNOTICE"
               organization is indexed
               access mode is dynamic
               record key is WDNOTICE-KEY
               file status is ws-wdnotice-status.

       data division.

       file section.
       fd  RATETBL-FILE.
           copy RATETBL.

       fd  PRODUCT-FILE.
           copy PRODUCT.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  INTACCT-FILE.
           copy INTACCT.

       fd  WDNOTICE-FILE.
           copy WDNOTICE.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBFEE'.
           88  ws-ratecfg-notfnd             value '23'.

      ***--------------------------------------------------------------*
      *** effective-dated tier table - for each rate-tier set, the    *
      *** rows for its newest effective date not after the business   *
      *** date are loaded once at initialization, and the set the     *
      *** account is priced on is moved into ws-tier-table, so each   *
      *** account is priced from memory; with no applicable row the   *
      *** flat RATECFG INTRATE still applies, so a book that has not  *
      *** keyed the table yet accrues exactly as before               *
      ***--------------------------------------------------------------*
       01  ws-ratetbl-status                 pic x(2).
           88  ws-ratetbl-ok                 value '00'.
           88  ws-ratetbl-eof                value '10'.
       77  ws-tier-max                       pic 9(2) comp value 10.
       01  ws-tier-sub                       pic 9(2) comp.
       01  ws-tier-hit                       pic 9(2) comp.
       01  ws-tier-table.
           03  ws-tier-count                 pic 9(2) comp value 0.
           03  ws-tier-slot occurs 10 times.
               05  ws-tier-min-balance       pic 9(9)v99.
               05  ws-tier-credit-rate       pic 9(3)v9(6).
               05  ws-tier-debit-rate        pic 9(3)v9(6).
       01  ws-rate-eff-date                  pic 9(8) value 0.
       77  ws-rset-max                       pic 9(2) comp value 20.
       01  ws-rset-count                     pic 9(2) comp value 0.
       01  ws-rset-sub                       pic 9(2) comp.
       01  ws-rset-hit                       pic 9(2) comp.
       01  ws-rset-table.
           03  ws-rset-slot occurs 20 times.
               05  ws-rset-code              pic x(4).
               05  ws-rset-eff-date          pic 9(8).
               05  ws-rset-tiers.
                   07  ws-rset-tier-count    pic 9(2) comp.
                   07  ws-rset-tier occurs 10 times.
                       09  ws-rset-min-balance
                                             pic 9(9)v99.
                       09  ws-rset-credit-rate
                                             pic 9(3)v9(6).
                       09  ws-rset-debit-rate
                                             pic 9(3)v9(6).
       01  ws-rset-wanted                    pic x(4).
       01  ws-rset-overflow                  pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** the product catalogue, held in memory - an account naming a *
      *** product is priced on its rate-tier set and fee; one naming  *
      *** none, or a product no longer on file, keeps the type-letter *
      *** rules                                                       *
      ***--------------------------------------------------------------*
       01  ws-product-status                 pic x(2).
           88  ws-product-ok                 value '00'.
       01  ws-more-products                  pic x(1).
           88  ws-more-product-recs          value 'Y'.
       77  ws-prod-max                       pic 9(3) comp value 200.
       01  ws-prod-count                     pic 9(3) comp value 0.
       01  ws-prod-sub                       pic 9(3) comp.
       01  ws-prod-hit                       pic 9(3) comp.
       01  ws-prod-table.
           03  ws-prod-slot occurs 200 times.
               05  ws-prod-code              pic x(6).
               05  ws-prod-rate-set          pic x(4).
               05  ws-prod-fee               pic 9(7)v99.
      *    how the account in hand is priced
       01  ws-acct-fee                       pic 9(7)v99.
       01  ws-acct-by-product                pic x(1).
           88  ws-acct-is-by-product         value 'Y'.
       01  ws-earns-credit                   pic x(1).
           88  ws-acct-earns-credit          value 'Y'.
       01  ws-accounts-by-product            pic 9(7) comp value 0.
       01  ws-more-rates                     pic x(1).
           88  ws-more-rate-recs             value 'Y'.
       01  ws-day-rate-pct                   pic 9(3)v9(6).
           88  ws-is-fee-day                 value 'Y'.

       01  ws-interest-amount                pic s9(7)v99.
       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-amount                 pic s9(7)v99.
       01  ws-posting-narrative              pic x(20).
       01  ws-posting-txn-type               pic x(2).
       01  ws-posting-pair-id                pic x(13).

      ***--------------------------------------------------------------*
      *** interest withholding - the primary holder's tax standing    *
      *** picks the rate: exempt none, standard the RATECFG WHTRATE,  *
      *** non-resident the customer's own treaty rate; the tax leaves *
      *** the account and lands on the INTACCT 'WHTAX' account as one *
      *** pair, so the posting run judges both legs together; with no *
      *** WHTAX account on file interest capitalizes gross as before  *
      ***--------------------------------------------------------------*
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-intacct-status                 pic x(2).
           88  ws-intacct-ok                 value '00'.
       01  ws-holders-open                   pic x(1) value 'N'.
           88  ws-holders-are-open           value 'Y'.
       01  ws-xref-more                      pic x(1).
           88  ws-xref-more-recs             value 'Y'.
       01  ws-wht-rate-pct                   pic 9(3)v9(4) value 0.
       01  ws-wht-acctno                     pic x(10) value spaces.
       01  ws-holder-band                    pic x(1).
       01  ws-holder-rate                    pic 9(3)v9(4).
       01  ws-tax-amount                     pic s9(7)v99.
       01  ws-tax-rate-display               pic zz9.9999.
       01  ws-pair-id.
           03  filler                        pic x(2) value 'XF'.
           03  filler                        pic x(4) value 'BFEE'.
           03  ws-pair-id-seq                pic 9(7).
       01  ws-pair-seq                       pic 9(7) value 0.
       01  ws-wht-postings                   pic 9(7) comp value 0.
       01  ws-wht-total                      pic s9(9)v99 value 0.
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
           88  ws-postctrl-notfnd            value '23'.
       01  ws-capitalized-total              pic s9(9)v99 value 0.
       01  ws-accrued-outstanding            pic s9(11)v99 value 0.

      ***--------------------------------------------------------------*
      *** withdrawal notices - the penalty on an early release, and   *
      *** the days an unused notice stays usable before it lapses     *
      ***--------------------------------------------------------------*
       01  ws-wdnotice-status                pic x(2).
           88  ws-wdnotice-ok                value '00'.
           88  ws-wdnotice-absent            value '35'.
       01  ws-more-notices                   pic x(1).
           88  ws-more-notice-recs           value 'Y'.
       01  ws-ntc-lapse-days                 pic 9(3) value 30.
       01  ws-ntc-from-date                  pic 9(8).
       01  ws-ntc-lapse-date                 pic 9(8).
       01  ws-ntc-penalty                    pic s9(7)v99.
       01  ws-ntc-penalties                  pic 9(7) comp value 0.
       01  ws-ntc-penalty-total              pic s9(9)v99 value 0.
       01  ws-ntc-lapsed                     pic 9(7) comp value 0.

       01  ws-accounts-read                  pic 9(7) comp value 0.
       01  ws-interest-postings              pic 9(7) comp value 0.
       01  ws-debit-postings                 pic 9(7) comp value 0.
                   perform bfee-process-account
                       until not ws-more-account-recs
                   perform bfee-adjust-backvalued
                   perform bfee-work-notices
               end-if
               perform bfee-finalize
               perform bfee-register-end
                   close ACCTMAST-FILE
               else
                   perform bfee-open-mirror
                   perform bfee-open-withholding
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the tax-payable account off the internal account register,  *
      *** and the cross-reference and Customer Master the holder's    *
      *** tax standing is read from; without the masters every       *
      *** account is taxed at the standard rate                       *
      ***--------------------------------------------------------------*
       bfee-open-withholding section.
       bfee-open-withholding-para.
           open input INTACCT-FILE
           if ws-intacct-ok
               move 'WHTAX   ' to INTACCT-ROLE
               read INTACCT-FILE
                   invalid key
                       continue
               end-read
               if ws-intacct-ok
                   move INTACCT-ACCTNO to ws-wht-acctno
               end-if
               close INTACCT-FILE
           end-if
           if ws-wht-acctno = spaces
               display 'ETPBFEE - no WHTAX account on INTACCT, '
                   'interest capitalizes without withholding'
           else
               open input ACCTXREF-FILE
               open input CUSTMAST-FILE
               if ws-acctxref-ok and ws-custmast-ok
                   move 'Y' to ws-holders-open
               else
                   display 'ETPBFEE - holder tax standing unavailable, '
                       'standard rate applies to all'
                   if ws-acctxref-ok
                       close ACCTXREF-FILE
                   end-if
                   if ws-custmast-ok
                       close CUSTMAST-FILE
                   end-if
               end-if
           end-if
           exit
               if not ws-ratecfg-notfnd
                   move RATECFG-VALUE to ws-fee-cycle-dd
               end-if
               move 'WHTRATE ' to RATECFG-KEY
               read RATECFG-FILE
                   invalid key
                       continue
               end-read
               if not ws-ratecfg-notfnd
                   move RATECFG-VALUE to ws-wht-rate-pct
               end-if
               move 'NTCLAPSE' to RATECFG-KEY
               read RATECFG-FILE
                   invalid key
                       continue
               end-read
               if not ws-ratecfg-notfnd
                   move RATECFG-VALUE to ws-ntc-lapse-days
               end-if
               close RATECFG-FILE
           end-if
           perform bfee-load-rate-table
           perform bfee-load-products
           if ws-today-dd = ws-fee-cycle-dd
               move 'Y' to ws-fee-day
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** walks RATETBL once and keeps, set by set, the tier rows for *
      *** the newest effective date not after the business date -     *
      *** rates keyed for a future date sit inert until their day     *
      *** arrives, and a rerun for a past day (under the ETPBDRV      *
      *** override) prices with the rows that applied then            *
      ***--------------------------------------------------------------*
       bfee-load-rate-table section.
       bfee-load-rate-table-para.
               perform bfee-load-one-rate
                   until not ws-more-rate-recs
               close RATETBL-FILE
               move spaces to ws-rset-wanted
               perform bfee-find-rate-set
               if ws-rset-hit > 0
                   move ws-rset-eff-date(ws-rset-hit)
                       to ws-rate-eff-date
                   display 'ETPBFEE - rate table effective '
                       ws-rate-eff-date
               else
                   display 'ETPBFEE - no RATETBL rows effective yet, '
                       'flat RATECFG rate applies'
               end-if
               if ws-rset-overflow > 0
                   display 'ETPBFEE - rate-tier sets beyond the '
                       'table were ignored'
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one RATETBL row: within its set, a newer effective date     *
      *** still not after the business day displaces the tiers        *
      *** collected so far                                            *
      ***--------------------------------------------------------------*
       bfee-load-one-rate section.
       bfee-load-one-rate-para.
           end-read
           if ws-more-rate-recs
               and RATETBL-EFF-DATE <= ws-rcl-today
               move RATETBL-SET to ws-rset-wanted
               perform bfee-find-rate-set
               if ws-rset-hit = 0
                   if ws-rset-count < ws-rset-max
                       add 1 to ws-rset-count
                       move ws-rset-count to ws-rset-hit
                       move RATETBL-SET to ws-rset-code(ws-rset-hit)
                       move 0 to ws-rset-eff-date(ws-rset-hit)
                       move 0 to ws-rset-tier-count(ws-rset-hit)
                   else
                       add 1 to ws-rset-overflow
                   end-if
               end-if
           end-if
           if ws-more-rate-recs
               and RATETBL-EFF-DATE <= ws-rcl-today
               and ws-rset-hit > 0
               if RATETBL-EFF-DATE > ws-rset-eff-date(ws-rset-hit)
                   move RATETBL-EFF-DATE
                       to ws-rset-eff-date(ws-rset-hit)
                   move 0 to ws-rset-tier-count(ws-rset-hit)
               end-if
               if RATETBL-EFF-DATE = ws-rset-eff-date(ws-rset-hit)
                   and ws-rset-tier-count(ws-rset-hit) < ws-tier-max
                   add 1 to ws-rset-tier-count(ws-rset-hit)
                   move ws-rset-tier-count(ws-rset-hit)
                       to ws-tier-sub
                   move RATETBL-MIN-BALANCE
                       to ws-rset-min-balance(ws-rset-hit, ws-tier-sub)
                   move RATETBL-CREDIT-RATE
                       to ws-rset-credit-rate(ws-rset-hit, ws-tier-sub)
                   move RATETBL-DEBIT-RATE
                       to ws-rset-debit-rate(ws-rset-hit, ws-tier-sub)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the slot of the rate-tier set named in ws-rset-wanted, zero *
      *** when the set has no rows in effect                          *
      ***--------------------------------------------------------------*
       bfee-find-rate-set section.
       bfee-find-rate-set-para.
           move 0 to ws-rset-hit
           perform bfee-match-rate-set
               varying ws-rset-sub from 1 by 1
               until ws-rset-sub > ws-rset-count
                  or ws-rset-hit > 0
           exit
           .
      ***--------------------------------------------------------------*
       bfee-match-rate-set section.
       bfee-match-rate-set-para.
           if ws-rset-code(ws-rset-sub) = ws-rset-wanted
               move ws-rset-sub to ws-rset-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** holds the product catalogue in memory; without it every     *
      *** account is priced by its type letter, as before             *
      ***--------------------------------------------------------------*
       bfee-load-products section.
       bfee-load-products-para.
           open input PRODUCT-FILE
           if not ws-product-ok
               display 'ETPBFEE - PRODUCT catalogue not on file, '
                   'accounts priced by type'
           else
               move 'Y' to ws-more-products
               perform bfee-load-one-product
                   until not ws-more-product-recs
               close PRODUCT-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfee-load-one-product section.
       bfee-load-one-product-para.
           read PRODUCT-FILE next record
               at end
                   move 'N' to ws-more-products
           end-read
           if ws-more-product-recs
               if ws-prod-count < ws-prod-max
                   add 1 to ws-prod-count
                   move PRODUCT-CODE to ws-prod-code(ws-prod-count)
                   move PRODUCT-RATE-SET
                       to ws-prod-rate-set(ws-prod-count)
                   move PRODUCT-FEE to ws-prod-fee(ws-prod-count)
               else
                   display 'ETPBFEE - product table full, '
                       PRODUCT-CODE ' priced by type'
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** how the account in hand is priced: its product's rate-tier  *
      *** set and fee, or for an account with no product the standard *
      *** set, the type letter and the RATECFG fee.  A product that   *
      *** names its own set earns credit interest on any type but     *
      *** internal, loan and term deposit - those have their own      *
      *** interest paths                                               *
      ***--------------------------------------------------------------*
       bfee-price-account section.
       bfee-price-account-para.
           move 'N' to ws-acct-by-product
           move spaces to ws-rset-wanted
           move ws-maint-fee to ws-acct-fee
           move 0 to ws-prod-hit
           if ACCTMAST-PRODUCT not = spaces
               perform bfee-match-product
                   varying ws-prod-sub from 1 by 1
                   until ws-prod-sub > ws-prod-count
                      or ws-prod-hit > 0
           end-if
           if ws-prod-hit > 0
               move 'Y' to ws-acct-by-product
               move ws-prod-rate-set(ws-prod-hit) to ws-rset-wanted
               move ws-prod-fee(ws-prod-hit) to ws-acct-fee
           end-if
           if ws-acct-is-by-product
               and ws-rset-wanted not = spaces
               and not ACCTMAST-IS-INTERNAL
               and not ACCTMAST-IS-LOAN
               and not ACCTMAST-IS-TERM-DEP
               move 'Y' to ws-earns-credit
           else if ACCTMAST-IS-SAVINGS
               move 'Y' to ws-earns-credit
           else
               move 'N' to ws-earns-credit
           end-if end-if
           perform bfee-find-rate-set
           if ws-rset-hit > 0
               move ws-rset-tiers(ws-rset-hit) to ws-tier-table
           else
               move 0 to ws-tier-count
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfee-match-product section.
       bfee-match-product-para.
           if ws-prod-code(ws-prod-sub) = ACCTMAST-PRODUCT
               move ws-prod-sub to ws-prod-hit
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the highest tier whose floor ws-abs-balance reaches - zero  *
      *** when no tier fits (only possible when tier 01 has a        *
      *** non-zero floor)                                             *
               add 1 to ws-accounts-read
               move 'N' to ws-accrual-changed
               if ACCTMAST-IS-ACTIVE
                   perform bfee-price-account
                   if ws-acct-is-by-product
                       add 1 to ws-accounts-by-product
                   end-if
                   if ws-acct-earns-credit
                       and ACCTMAST-BALANCE > 0
                       perform bfee-accrue-credit
                   end-if
      *            a loan's negative balance is the amount lent -
      *            its interest comes off the LOANSCHD schedule
      *            through ETPBLRP, never as overdraft interest
                   if ACCTMAST-BALANCE < 0
                       and not ACCTMAST-IS-INTERNAL
                       and not ACCTMAST-IS-LOAN
                       perform bfee-accrue-debit
                   end-if
                   if ws-is-fee-day
                       and ACCTMAST-ACCRUED-INT not = 0
                       perform bfee-capitalize
                   end-if
      *            a product's own fee on any of its accounts; the
      *            RATECFG fee on a checking account without one
                   if ws-is-fee-day and ws-acct-fee > 0
                       and ((ws-acct-is-by-product
                             and not ACCTMAST-IS-INTERNAL)
                            or ACCTMAST-IS-CHECKING)
                       compute ws-posting-amount =
                           0 - ws-acct-fee
                       end-compute
                       move 'MAINTENANCE FEE'
                           to ws-posting-narrative
                       move 'FE' to ws-posting-txn-type
                       move ACCTMAST-ACCTNO to ws-posting-acctno
                       move spaces to ws-posting-pair-id
                       perform bfee-emit-posting
                       add 1 to ws-fee-postings
                       add ws-acct-fee to ws-fee-total
                   end-if
                   if ws-accrual-was-changed
                       rewrite ACCTMAST-RECORD
      *** cycle day: the accumulated bucket goes to the balance as   *
      *** one POST entry through the normal posting run, and the     *
      *** bucket is cleared - one clean interest line per period on  *
      *** the statement; credit interest that bears tax posts gross  *
      *** and the withholding pair follows it                         *
      ***--------------------------------------------------------------*
       bfee-capitalize section.
       bfee-capitalize-para.
           move 0 to ws-tax-amount
           if ACCTMAST-ACCRUED-INT > 0
               and ws-wht-acctno not = spaces
               perform bfee-find-tax-standing
               if ws-holder-rate > 0
                   compute ws-tax-amount rounded =
                       ACCTMAST-ACCRUED-INT * ws-holder-rate / 100
                   end-compute
               end-if
           end-if
           move ACCTMAST-ACCTNO to ws-posting-acctno
           move spaces to ws-posting-pair-id
           move ACCTMAST-ACCRUED-INT to ws-posting-amount
           if ws-tax-amount > 0
               move 'INTEREST GROSS' to ws-posting-narrative
               move 'IN' to ws-posting-txn-type
           else
               move 'INTEREST CAPITALIZED' to ws-posting-narrative
               move 'IN' to ws-posting-txn-type
           end-if
           perform bfee-emit-posting
           if ws-tax-amount > 0
               perform bfee-withhold-tax
           end-if
           add 1 to ws-capitalized-postings
           add ACCTMAST-ACCRUED-INT to ws-capitalized-total
           move 0 to ACCTMAST-ACCRUED-INT
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's tax band and rate by its primary holder -     *
      *** the ACCTXREF 'P' row - so a joint account is taxed once, by *
      *** the one standing; an account with no primary holder on file *
      *** is taxed at the standard rate                               *
      ***--------------------------------------------------------------*
       bfee-find-tax-standing section.
       bfee-find-tax-standing-para.
           move 'S' to ws-holder-band
           move ws-wht-rate-pct to ws-holder-rate
           if ws-holders-are-open
               move ACCTMAST-ACCTNO to ACCTXREF-ACCTNO
               move low-values to ACCTXREF-CUSTNO
               start ACCTXREF-FILE key not < ACCTXREF-KEY
                   invalid key
                       continue
               end-start
               if ws-acctxref-ok
                   move 'Y' to ws-xref-more
               else
                   move 'N' to ws-xref-more
               end-if
               perform bfee-scan-holders
                   until not ws-xref-more-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfee-scan-holders section.
       bfee-scan-holders-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-xref-more
           end-read
           if ws-xref-more-recs
               if ACCTXREF-ACCTNO not = ACCTMAST-ACCTNO
                   move 'N' to ws-xref-more
               else
                   if ACCTXREF-IS-PRIMARY
                       move 'N' to ws-xref-more
                       move ACCTXREF-CUSTNO to CUSTMAST-CUSTNO
                       read CUSTMAST-FILE
                           invalid key
                               continue
                       end-read
                       if ws-custmast-ok
                           if CUSTMAST-TAX-EXEMPT
                               move 'E' to ws-holder-band
                               move 0 to ws-holder-rate
                           else if CUSTMAST-TAX-NONRES
                               move 'N' to ws-holder-band
                               move CUSTMAST-TAX-RATE to ws-holder-rate
                           end-if end-if
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the withholding pair: the tax off the customer's account    *
      *** and onto the tax-payable account under one pair id, both    *
      *** narrated with the band and rate so ETPBWHT can total the    *
      *** month for remittance                                        *
      ***--------------------------------------------------------------*
       bfee-withhold-tax section.
       bfee-withhold-tax-para.
           add 1 to ws-pair-seq
           move ws-pair-seq to ws-pair-id-seq
           move ws-holder-rate to ws-tax-rate-display
           move 'TX' to ws-posting-txn-type
           move spaces to ws-posting-narrative
           string 'WHT TAX ' ws-holder-band ' ' ws-tax-rate-display '%'
               into ws-posting-narrative

           move ACCTMAST-ACCTNO to ws-posting-acctno
           compute ws-posting-amount = 0 - ws-tax-amount
           end-compute
           move ws-pair-id to ws-posting-pair-id
           perform bfee-emit-posting

           move ws-wht-acctno to ws-posting-acctno
           move ws-tax-amount to ws-posting-amount
           move ws-pair-id to ws-posting-pair-id
           perform bfee-emit-posting

           add 1 to ws-wht-postings
           add ws-tax-amount to ws-wht-total
           exit
           .
      ***--------------------------------------------------------------*
      *** sweeps the posting history for back-valued rows still      *
      *** owing their accrual correction - flagged 'P' by ETPBPST -  *
      *** and adds each correction to the account's accrued-interest *
                       continue
               end-read
               if ws-acctmast-ok
                   perform bfee-price-account
               end-if
               if ws-acctmast-ok
                   and ws-acct-earns-credit
                   and POSTHIST-VALUE-DATE is numeric
                   and POSTHIST-VALUE-DATE > 19000101
                   compute ws-adj-days =
           exit
           .
      ***--------------------------------------------------------------*
      *** walks the withdrawal notices: an early release's penalty    *
      *** is charged, and an open notice past its lapse window lapses *
      ***--------------------------------------------------------------*
       bfee-work-notices section.
       bfee-work-notices-para.
           open i-o WDNOTICE-FILE
           if ws-wdnotice-absent
               continue
           else
           if not ws-wdnotice-ok
               display 'ETPBFEE - WDNOTICE not available, status='
                   ws-wdnotice-status ' - notices not worked'
           else
               move 'Y' to ws-more-notices
               perform bfee-work-one-notice
                   until not ws-more-notice-recs
               close WDNOTICE-FILE
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bfee-work-one-notice section.
       bfee-work-one-notice-para.
           read WDNOTICE-FILE next record
               at end
                   move 'N' to ws-more-notices
           end-read
           if ws-more-notice-recs
               if WDNOTICE-PENALTY-DUE
                   perform bfee-charge-notice-penalty
               end-if
               if WDNOTICE-IS-OPEN
                   perform bfee-lapse-notice
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the penalty for the notice days an early release cut        *
      *** short: the account's credit rate on the notice amount for   *
      *** those days.  An account no longer active, or earning        *
      *** nothing, is charged nothing - the penalty is marked charged *
      *** at zero so it is judged once                                *
      ***--------------------------------------------------------------*
       bfee-charge-notice-penalty section.
       bfee-charge-notice-penalty-para.
           move 0 to ws-ntc-penalty
           move WDNOTICE-ACCTNO to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-ok
               and ACCTMAST-IS-ACTIVE
               perform bfee-price-account
               move WDNOTICE-AMOUNT to ws-abs-balance
               perform bfee-select-credit-rate
               if ws-day-rate-pct > 0
                   compute ws-ntc-penalty rounded =
                       WDNOTICE-AMOUNT * ws-day-rate-pct
                           * WDNOTICE-DAYS-SHORT / 36500
                   end-compute
               end-if
           end-if
           if ws-ntc-penalty > 0
               compute ws-posting-amount = 0 - ws-ntc-penalty
               end-compute
               move 'NOTICE PENALTY' to ws-posting-narrative
               move 'WP' to ws-posting-txn-type
               move WDNOTICE-ACCTNO to ws-posting-acctno
               move spaces to ws-posting-pair-id
               perform bfee-emit-posting
               add 1 to ws-ntc-penalties
               add ws-ntc-penalty to ws-ntc-penalty-total
           end-if
           move ws-ntc-penalty to WDNOTICE-PENALTY
           move 'C' to WDNOTICE-PENALTY-STATUS
           rewrite WDNOTICE-RECORD
           exit
           .
      ***--------------------------------------------------------------*
      *** an open notice lapses once the lapse window has run from    *
      *** the day it became usable - its earliest date, or the day it *
      *** was released early                                          *
      ***--------------------------------------------------------------*
       bfee-lapse-notice section.
       bfee-lapse-notice-para.
           if WDNOTICE-IS-EARLY
               move WDNOTICE-EARLY-DATE to ws-ntc-from-date
           else
               move WDNOTICE-EARLIEST-DATE to ws-ntc-from-date
           end-if
           if ws-ntc-from-date is numeric
               and ws-ntc-from-date > 19000101
               compute ws-ntc-lapse-date = function date-of-integer
                   (function integer-of-date(ws-ntc-from-date)
                    + ws-ntc-lapse-days)
               end-compute
               if ws-rcl-today > ws-ntc-lapse-date
                   move 'L' to WDNOTICE-STATUS
                   move ws-rcl-today to WDNOTICE-CLOSED-DATE
                   rewrite WDNOTICE-RECORD
                   add 1 to ws-ntc-lapsed
                   display 'ETPBFEE - withdrawal notice lapsed: '
                       WDNOTICE-ACCTNO ' notice ' WDNOTICE-SEQ
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** appends one structured POST entry to journal4, the same     *
      *** JNLREC shape ETPEJNL and ETPBSTO write                      *
      ***--------------------------------------------------------------*
           add 1 to ws-jnlrec-sequence
           move ws-jnlrec-sequence to JNLREC-SEQUENCE
           move 'POST' to JNLREC-POST-TAG
           move ws-posting-acctno to JNLREC-POST-ACCTNO
           move ws-posting-amount to JNLREC-POST-AMOUNT
           move ws-posting-pair-id to JNLREC-POST-PAIR-ID
           move ws-posting-narrative to JNLREC-POST-NARRATIVE
           move ws-posting-txn-type to JNLREC-POST-TXN-TYPE
           write JNLREC-RECORD
           perform bfee-tally-line
           exit
               perform bfee-close-mirror
               perform bfee-record-accrued
           end-if
           if ws-holders-are-open
               close ACCTXREF-FILE
               close CUSTMAST-FILE
               move 'N' to ws-holders-open
           end-if
           move ws-accounts-read to ws-report-count
           display 'ETPBFEE - accounts examined   : ' ws-report-count
           move ws-accounts-by-product to ws-report-count
           display 'ETPBFEE - priced by product   : ' ws-report-count
           move ws-interest-postings to ws-report-count
           display 'ETPBFEE - interest postings   : ' ws-report-count
           move ws-interest-total to ws-amount-display
           display 'ETPBFEE - capitalizations     : ' ws-report-count
           move ws-capitalized-total to ws-amount-display
           display 'ETPBFEE - capitalized amount  : ' ws-amount-display
           move ws-wht-postings to ws-report-count
           display 'ETPBFEE - tax withholdings    : ' ws-report-count
           move ws-wht-total to ws-amount-display
           display 'ETPBFEE - tax withheld        : ' ws-amount-display
           move ws-ntc-penalties to ws-report-count
           display 'ETPBFEE - notice penalties    : ' ws-report-count
           move ws-ntc-penalty-total to ws-amount-display
           display 'ETPBFEE - penalties charged   : ' ws-amount-display
           move ws-ntc-lapsed to ws-report-count
           display 'ETPBFEE - notices lapsed      : ' ws-report-count
           move ws-accrued-outstanding to ws-amount-display
           display 'ETPBFEE - accrued unposted    : ' ws-amount-display
           display 'ETPBFEE - cycle complete'
