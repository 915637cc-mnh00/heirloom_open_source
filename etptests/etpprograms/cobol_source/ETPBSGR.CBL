       identification division.

       program-id. ETPBSGR.

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

      * ETPBSGR - signing mandates relying on a closed customer
      * Run in the chain after ETPBPST: lists into RPTSPOOL every
      * account whose signing mandate counts on a customer who can no
      * longer sign - a signatory named on SIGNATRY whose customer is
      * closed, deceased or gone from CUSTMAST, and, on an account
      * whose SIGNRULE lets any holder sign ('A' or 'T'), a holder
      * off ACCTXREF who is closed or deceased.  Closed accounts are
      * passed over.  The mandate is then re-set on the ETPESGN
      * screen.

       environment division.

       input-output section.
       file-control.
           select SIGNATRY-FILE assign to "SIGNATRY"
               organization is indexed
               access mode is dynamic
               record key is SIGNATRY-KEY
               file status is ws-signatry-status.

           select SIGNRULE-FILE assign to "SIGNRULE"
               organization is indexed
               access mode is dynamic
               record key is SIGNRULE-ACCTNO
               file status is ws-signrule-status.

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

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

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
       fd  SIGNATRY-FILE.
           copy SIGNATRY.

       fd  SIGNRULE-FILE.
           copy SIGNRULE.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RUNCTRL-FILE.
           copy RUNCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBSGR'.

       01  ws-signatry-status                pic x(2).
           88  ws-signatry-ok                value '00'.
       01  ws-signrule-status                pic x(2).
           88  ws-signrule-ok                value '00'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
           88  ws-custmast-notfnd            value '23'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
           88  ws-acctmast-notfnd            value '23'.
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
       77  ws-rcl-jobname                    pic x(8) value 'ETPBSGR'.
       77  ws-rcl-predecessor                pic x(8) value 'ETPBPST'.
       01  ws-rcl-own-found                  pic x(1).
           88  ws-rcl-own-was-found          value 'Y'.
       01  ws-rcl-override                   pic x(1).
           88  ws-rcl-was-overridden         value 'Y'.

      ***--------------------------------------------------------------*
      *** the walk of the mandates and what each customer is          *
      ***--------------------------------------------------------------*
       01  ws-signrule-open                  pic x(1) value 'N'.
           88  ws-signrule-is-open           value 'Y'.
       01  ws-acctxref-open                  pic x(1) value 'N'.
           88  ws-acctxref-is-open           value 'Y'.
       01  ws-more-signers                   pic x(1) value 'Y'.
           88  ws-more-signer-recs           value 'Y'.
       01  ws-more-rules                     pic x(1) value 'Y'.
           88  ws-more-rule-recs             value 'Y'.
       01  ws-more-xref                      pic x(1).
           88  ws-more-xref-recs             value 'Y'.
       01  ws-rule-acctno                    pic x(10).
       01  ws-chk-acctno                     pic x(10).
       01  ws-chk-custno                     pic x(10).
       01  ws-chk-source                     pic x(9).
       01  ws-chk-standing                   pic x(11).
       01  ws-acct-live                      pic x(1).
           88  ws-acct-is-live               value 'Y'.

       01  ws-signers-read                   pic 9(7) comp value 0.
       01  ws-rules-read                     pic 9(7) comp value 0.
       01  ws-holders-read                   pic 9(7) comp value 0.
       01  ws-lines-listed                   pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBSGR'.
       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bsgr-mainline section.
       bsgr-mainline-para.
           perform bsgr-register-start
           if ws-run-is-allowed
               perform bsgr-initialize
               if ws-run-is-ok
                   perform bsgr-process-signatory
                       until not ws-more-signer-recs
                   if ws-signrule-is-open
                       perform bsgr-process-rule
                           until not ws-more-rule-recs
                   end-if
                   perform bsgr-write-totals
               end-if
               perform bsgr-finalize
               perform bsgr-register-end
           end-if
           stop run
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run before ETPBPST has completed, or twice for   *
      *** the same day, unless overridden by ETPBDRV                  *
      ***--------------------------------------------------------------*
       bsgr-register-start section.
       bsgr-register-start-para.
           move 'Y' to ws-run-allowed
           move function current-date(9:6) to ws-rcl-now
           perform bsgr-load-business-date
           open i-o RUNCTRL-FILE
           if ws-runctrl-absent
               open output RUNCTRL-FILE
               close RUNCTRL-FILE
               open i-o RUNCTRL-FILE
           end-if
           if not ws-runctrl-ok
               display 'ETPBSGR - RUNCTRL not available, status='
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
                       display 'ETPBSGR - predecessor '
                           ws-rcl-predecessor
                           ' has not run today, refusing to run'
                       move 'N' to ws-run-allowed
                   else
                       if not RUNCTRL-IS-COMPLETE
                           display 'ETPBSGR - predecessor '
                               ws-rcl-predecessor
                               ' has not completed, refusing to run'
                           move 'N' to ws-run-allowed
                       end-if
                   end-if
               end-if
               if ws-run-is-allowed
                   and ws-rcl-own-was-found
                   and not ws-rcl-was-overridden
                   display 'ETPBSGR - already run today, '
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
       bsgr-load-business-date section.
       bsgr-load-business-date-para.
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
       bsgr-register-end section.
       bsgr-register-end-para.
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
      *** opens the mandates, the customers and accounts they name    *
      *** and the spool, and heads the report; with no SIGNATRY and   *
      *** no CUSTMAST there is nothing to check                       *
      ***--------------------------------------------------------------*
       bsgr-initialize section.
       bsgr-initialize-para.
           display 'ETPBSGR - signing mandates, business date '
               ws-rcl-today
           open input CUSTMAST-FILE
           open input ACCTMAST-FILE
           open input SIGNATRY-FILE
           if not ws-custmast-ok or not ws-acctmast-ok
               or not ws-signatry-ok
               display 'ETPBSGR - master files not available, status='
                   ws-custmast-status ' ' ws-acctmast-status ' '
                   ws-signatry-status
               if ws-custmast-ok
                   close CUSTMAST-FILE
               end-if
               if ws-acctmast-ok
                   close ACCTMAST-FILE
               end-if
               if ws-signatry-ok
                   close SIGNATRY-FILE
               end-if
               move 'N' to ws-run-ok
           else
               open input SIGNRULE-FILE
               if ws-signrule-ok
                   open input ACCTXREF-FILE
                   if ws-acctxref-ok
                       move 'Y' to ws-signrule-open
                       move 'Y' to ws-acctxref-open
                   else
                       close SIGNRULE-FILE
                   end-if
               end-if
               if not ws-signrule-is-open
                   display 'ETPBSGR - SIGNRULE or ACCTXREF not '
                       'available, holders not checked'
               end-if
               perform bsgr-spool-open
               move spaces to ws-spool-text
               string 'SIGNING MANDATES ON CLOSED CUSTOMERS - '
                   'BUSINESS DATE ' ws-rcl-today
                   delimited by size
                   into ws-spool-text
               perform bsgr-spool-line
               move spaces to ws-spool-text
               string 'ACCOUNT    CUSTOMER   SOURCE    '
                   'CUSTOMER IS'
                   delimited by size
                   into ws-spool-text
               perform bsgr-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one named signatory: listed when the customer is closed or  *
      *** no longer on file                                            *
      ***--------------------------------------------------------------*
       bsgr-process-signatory section.
       bsgr-process-signatory-para.
           read SIGNATRY-FILE next record
               at end
                   move 'N' to ws-more-signers
           end-read
           if ws-more-signer-recs
               add 1 to ws-signers-read
               move SIGNATRY-ACCTNO to ws-chk-acctno
               move SIGNATRY-CUSTNO to ws-chk-custno
               move 'SIGNATORY' to ws-chk-source
               perform bsgr-check-customer
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one signing rule: where any holder may sign, each holder on *
      *** ACCTXREF is checked in turn                                  *
      ***--------------------------------------------------------------*
       bsgr-process-rule section.
       bsgr-process-rule-para.
           read SIGNRULE-FILE next record
               at end
                   move 'N' to ws-more-rules
           end-read
           if ws-more-rule-recs
               add 1 to ws-rules-read
               if not SIGNRULE-NAMED
                   move SIGNRULE-ACCTNO to ws-rule-acctno
                   move SIGNRULE-ACCTNO to ACCTXREF-ACCTNO
                   move low-values to ACCTXREF-CUSTNO
                   move 'Y' to ws-more-xref
                   start ACCTXREF-FILE key not < ACCTXREF-KEY
                       invalid key
                           move 'N' to ws-more-xref
                   end-start
                   perform bsgr-process-holder
                       until not ws-more-xref-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsgr-process-holder section.
       bsgr-process-holder-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-more-xref
           end-read
           if ws-more-xref-recs
               if ACCTXREF-ACCTNO not = ws-rule-acctno
                   move 'N' to ws-more-xref
               else
                   add 1 to ws-holders-read
                   move ACCTXREF-ACCTNO to ws-chk-acctno
                   move ACCTXREF-CUSTNO to ws-chk-custno
                   move 'HOLDER' to ws-chk-source
                   perform bsgr-check-customer
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's standing on CUSTMAST, on an account still    *
      *** open - a closed or missing customer is listed                *
      ***--------------------------------------------------------------*
       bsgr-check-customer section.
       bsgr-check-customer-para.
           move 'Y' to ws-acct-live
           move ws-chk-acctno to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-acctmast-notfnd
               move 'N' to ws-acct-live
           else if ACCTMAST-IS-CLOSED
               move 'N' to ws-acct-live
           end-if end-if
           if ws-acct-is-live
               move spaces to ws-chk-standing
               move ws-chk-custno to CUSTMAST-CUSTNO
               read CUSTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-custmast-notfnd
                   move 'NOT ON FILE' to ws-chk-standing
               else if CUSTMAST-IS-CLOSED
                   move 'CLOSED' to ws-chk-standing
               else if CUSTMAST-IS-DECEASED
                   move 'DECEASED' to ws-chk-standing
               end-if end-if end-if
               if ws-chk-standing not = spaces
                   move spaces to ws-spool-text
                   string ws-chk-acctno ' '
                       ws-chk-custno ' '
                       ws-chk-source ' '
                       ws-chk-standing
                       delimited by size
                       into ws-spool-text
                   perform bsgr-spool-line
                   add 1 to ws-lines-listed
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bsgr-write-totals section.
       bsgr-write-totals-para.
           move ws-lines-listed to ws-report-count
           move spaces to ws-spool-text
           string 'SIGNERS ON CLOSED  ' ws-report-count
               delimited by size
               into ws-spool-text
           perform bsgr-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bsgr-finalize section.
       bsgr-finalize-para.
           if ws-run-is-ok
               close SIGNATRY-FILE
               close CUSTMAST-FILE
               close ACCTMAST-FILE
               if ws-signrule-is-open
                   close SIGNRULE-FILE
               end-if
               if ws-acctxref-is-open
                   close ACCTXREF-FILE
               end-if
               perform bsgr-spool-close
           end-if
           move ws-signers-read to ws-report-count
           display 'ETPBSGR - signatories read    : ' ws-report-count
           move ws-rules-read to ws-report-count
           display 'ETPBSGR - signing rules read  : ' ws-report-count
           move ws-holders-read to ws-report-count
           display 'ETPBSGR - holders checked     : ' ws-report-count
           move ws-lines-listed to ws-report-count
           display 'ETPBSGR - closed signers      : ' ws-report-count
           display 'ETPBSGR - signing mandate report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bsgr-spool-open section.
       bsgr-spool-open-para.
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
       bsgr-spool-line section.
       bsgr-spool-line-para.
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
       bsgr-spool-close section.
       bsgr-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBSGR.
