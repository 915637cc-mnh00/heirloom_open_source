       identification division.

       program-id. ETPBNRG.

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


      * ETPBNRG - number-range maintenance and usage
      * ETPEAMT, ETPECST and ETPBTKO number new accounts and
      * customers off the NUMRANGE row of the kind and branch, and
      * ETPEQOT its rate quotes.  This loads a branch's range and
      * extends one running short, from the optional
      * /tmp/numrange_request.txt - one line per range: kind ('A'
      * accounts, 'C' customers, 'Q' quote references), branch,
      * lowest and highest nine-digit number body and the percent
      * used at which to warn.  A new range may not overlap another of
      * its kind, and starts past the highest number already on the
      * master, on QUOTE, or still carried on the HASHCHN chain rows
      * of records archived away, so no number ever comes round
      * twice; an existing range may only have its top raised and its
      * warning changed.  Then every range is reported with the
      * numbers given and left, and a range at or past its warning
      * percent - the SYSPARM 'NRWARNPC' default where the row has
      * none - is flagged NEARLY USED UP, or USED UP when nothing is
      * left.  Output to RPTSPOOL and the job log.

       environment division.

       input-output section.
       file-control.
           select REQUEST-FILE assign to "/tmp/numrange_request.txt"
               organization is line sequential
               file status is ws-request-status.

           select NUMRANGE-FILE assign to "NUMRANGE"
               organization is indexed
               access mode is dynamic
               record key is NUMRANGE-KEY
               file status is ws-numrange-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select QUOTE-FILE assign to "QUOTE"
               organization is indexed
               access mode is dynamic
               record key is QUOTE-REF
               file status is ws-quote-status.

           select HASHCHN-FILE assign to "HASHCHN"
               organization is indexed
               access mode is dynamic
               record key is HASHCHN-KEY
               file status is ws-hashchn-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
               record key is RPTSPOOL-KEY
               file status is ws-rptspool-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select BUSCTRL-FILE assign to "BUSCTRL"
               organization is indexed
               access mode is dynamic
               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

       data division.

       file section.
       fd  REQUEST-FILE.
       01  request-line                      pic x(40).

       fd  NUMRANGE-FILE.
           copy NUMRANGE.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  QUOTE-FILE.
           copy QUOTE.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBNRG'.

       01  ws-request-status                 pic x(2).
           88  ws-request-ok                 value '00'.
       01  ws-numrange-status                pic x(2).
           88  ws-numrange-ok                value '00'.
           88  ws-numrange-notfnd            value '23'.
           88  ws-numrange-absent            value '35'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-quote-status                   pic x(2).
           88  ws-quote-ok                   value '00'.
       01  ws-hashchn-status                 pic x(2).
           88  ws-hashchn-ok                 value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-requests                  pic x(1).
           88  ws-more-request-recs          value 'Y'.
       01  ws-more-ranges                    pic x(1).
           88  ws-more-range-recs            value 'Y'.
       01  ws-more-keys                      pic x(1).
           88  ws-more-key-recs              value 'Y'.

       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** the warning percent where a range carries none              *
      ***--------------------------------------------------------------*
       77  ws-warn-default                   pic 9(3) comp value 90.
       01  ws-warn-pct                       pic 9(3).

      ***--------------------------------------------------------------*
      *** one range request                                           *
      ***--------------------------------------------------------------*
       01  ws-request-record                 pic x(40).
       01  ws-request-view redefines ws-request-record.
           03  ws-rq-kind                    pic x(1).
               88  ws-rq-kind-valid          value 'A' 'C' 'Q'.
           03  ws-rq-branch                  pic x(3).
           03  ws-rq-low                     pic x(9).
           03  ws-rq-low-n redefines ws-rq-low
                                             pic 9(9).
           03  ws-rq-high                    pic x(9).
           03  ws-rq-high-n redefines ws-rq-high
                                             pic 9(9).
           03  ws-rq-warn                    pic x(3).
           03  ws-rq-warn-n redefines ws-rq-warn
                                             pic 9(3).
           03  filler                        pic x(15).
       01  ws-rq-warn-pct                    pic 9(3).
       01  ws-rq-reason                      pic x(30).
       01  ws-rq-existing                    pic x(1).
           88  ws-rq-is-existing             value 'Y'.
       01  ws-rq-next                        pic 9(9).
       01  ws-rq-old-low                     pic 9(9).
       01  ws-rq-old-next                    pic 9(9).

      ***--------------------------------------------------------------*
      *** the overlap test against the other ranges of the kind, and  *
      *** the highest number body already used inside the range       *
      ***--------------------------------------------------------------*
       01  ws-overlap-branch                 pic x(3).
       01  ws-lo-key                         pic x(10).
       01  ws-hi-key                         pic x(10).
       01  ws-found-key                      pic x(10).
       01  ws-found-view redefines ws-found-key.
           03  ws-found-body                 pic 9(9).
           03  filler                        pic x(1).
       01  ws-max-body                       pic 9(9).
       01  ws-used-seen                      pic x(1).
           88  ws-used-was-seen              value 'Y'.

      ***--------------------------------------------------------------*
      *** the range being reported                                    *
      ***--------------------------------------------------------------*
       01  ws-size                           pic 9(10) comp.
       01  ws-used                           pic 9(10) comp.
       01  ws-left                           pic 9(10) comp.
       01  ws-pct                            pic 9(3)v9.
       01  ws-verdict                        pic x(14).

      ***--------------------------------------------------------------*
      *** run tallies                                                 *
      ***--------------------------------------------------------------*
       01  ws-requests-read                  pic 9(7) comp value 0.
       01  ws-ranges-added                   pic 9(7) comp value 0.
       01  ws-ranges-changed                 pic 9(7) comp value 0.
       01  ws-requests-rejected              pic 9(7) comp value 0.
       01  ws-ranges-reported                pic 9(7) comp value 0.
       01  ws-ranges-warned                  pic 9(7) comp value 0.

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBNRG'.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-body-disp                      pic 9(9).
       01  ws-count-disp                     pic zzzzzzzz9.
       01  ws-pct-disp                       pic zz9.9.

       procedure division.
       bnrg-mainline section.
       bnrg-mainline-para.
           perform bnrg-initialize
           if ws-run-is-ok
               perform bnrg-apply-requests
               perform bnrg-report
               close NUMRANGE-FILE
           end-if
           perform bnrg-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the business date, the warning default, the range file      *
      *** (created on first use) and the spool                        *
      ***--------------------------------------------------------------*
       bnrg-initialize section.
       bnrg-initialize-para.
           display 'ETPBNRG - number-range maintenance and usage'
           perform bnrg-load-business-date
           move ws-warn-default to ws-warn-pct
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'NRWARNPC' to SYSPARM-KEY
               read SYSPARM-FILE
                   invalid key
                       continue
               end-read
               if ws-sysparm-ok
                   and SYSPARM-VALUE > 0
                   and SYSPARM-VALUE not > 100
                   move SYSPARM-VALUE to ws-warn-pct
               end-if
               close SYSPARM-FILE
           end-if
           open i-o NUMRANGE-FILE
           if ws-numrange-absent
               open output NUMRANGE-FILE
               close NUMRANGE-FILE
               open i-o NUMRANGE-FILE
           end-if
           if not ws-numrange-ok
               display 'ETPBNRG - unable to open NUMRANGE, status='
                   ws-numrange-status
               move 'N' to ws-run-ok
           end-if
           perform bnrg-spool-open
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bnrg-load-business-date section.
       bnrg-load-business-date-para.
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
      *** each request line loads a new range or extends one already  *
      *** there; the masters and chain rows are read only to find     *
      *** where a new range must start                                *
      ***--------------------------------------------------------------*
       bnrg-apply-requests section.
       bnrg-apply-requests-para.
           open input REQUEST-FILE
           if not ws-request-ok
               display 'ETPBNRG - no range requests on file'
           else
               open input ACCTMAST-FILE
               open input CUSTMAST-FILE
               open input HASHCHN-FILE
               open input QUOTE-FILE
               move 'Y' to ws-more-requests
               perform bnrg-apply-one
                   until not ws-more-request-recs
               close REQUEST-FILE
               if ws-acctmast-ok
                   close ACCTMAST-FILE
               end-if
               if ws-custmast-ok
                   close CUSTMAST-FILE
               end-if
               if ws-hashchn-ok
                   close HASHCHN-FILE
               end-if
               if ws-quote-ok
                   close QUOTE-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bnrg-apply-one section.
       bnrg-apply-one-para.
           read REQUEST-FILE into ws-request-record
               at end
                   move 'N' to ws-more-requests
           end-read
           if ws-more-request-recs
               and ws-request-record not = spaces
               add 1 to ws-requests-read
               perform bnrg-check-request
               if ws-rq-reason = spaces
                   perform bnrg-check-overlap
               end-if
               if ws-rq-reason = spaces
                   if ws-rq-is-existing
                       perform bnrg-extend-range
                   else
                       perform bnrg-add-range
                   end-if
               end-if
               if ws-rq-reason not = spaces
                   add 1 to ws-requests-rejected
                   display 'ETPBNRG - request rejected, '
                       ws-rq-reason ' : ' ws-request-record(1:25)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the request's own fields, then what an existing range of    *
      *** the kind and branch allows                                  *
      ***--------------------------------------------------------------*
       bnrg-check-request section.
       bnrg-check-request-para.
           move spaces to ws-rq-reason
           move 'N' to ws-rq-existing
           move 0 to ws-rq-warn-pct
           if ws-rq-warn not = spaces
               and ws-rq-warn is numeric
               move ws-rq-warn-n to ws-rq-warn-pct
           end-if
           if not ws-rq-kind-valid
               move 'KIND MUST BE A, C OR Q' to ws-rq-reason
           else if ws-rq-low is not numeric
               or ws-rq-high is not numeric
               or ws-rq-low-n = 0
               or ws-rq-low-n > ws-rq-high-n
               move 'BAD LOW OR HIGH NUMBER' to ws-rq-reason
           else if (ws-rq-warn not = spaces
                    and ws-rq-warn is not numeric)
               or ws-rq-warn-pct > 100
               move 'BAD WARNING PERCENT' to ws-rq-reason
           else
               move ws-rq-kind to NUMRANGE-KIND
               move ws-rq-branch to NUMRANGE-BRANCH
               read NUMRANGE-FILE
                   invalid key
                       continue
               end-read
               if ws-numrange-ok
                   move 'Y' to ws-rq-existing
                   move NUMRANGE-LOW to ws-rq-old-low
                   move NUMRANGE-NEXT to ws-rq-old-next
                   if ws-rq-low-n not = ws-rq-old-low
                       move 'LOW CANNOT CHANGE' to ws-rq-reason
                   else if ws-rq-high-n + 1 < ws-rq-old-next
                       move 'HIGH BELOW NUMBERS GIVEN' to ws-rq-reason
                   end-if end-if
               end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** no two ranges of a kind may share a number - every other    *
      *** branch's range of the kind is held against this one         *
      ***--------------------------------------------------------------*
       bnrg-check-overlap section.
       bnrg-check-overlap-para.
           move ws-rq-kind to NUMRANGE-KIND
           move low-values to NUMRANGE-BRANCH
           start NUMRANGE-FILE key is not less than NUMRANGE-KEY
               invalid key
                   move 'N' to ws-more-ranges
               not invalid key
                   move 'Y' to ws-more-ranges
           end-start
           perform bnrg-overlap-one
               until not ws-more-range-recs
           exit
           .
      ***--------------------------------------------------------------*
       bnrg-overlap-one section.
       bnrg-overlap-one-para.
           read NUMRANGE-FILE next record
               at end
                   move 'N' to ws-more-ranges
           end-read
           if ws-more-range-recs
               if NUMRANGE-KIND not = ws-rq-kind
                   move 'N' to ws-more-ranges
               else if NUMRANGE-BRANCH not = ws-rq-branch
                   and NUMRANGE-LOW not > ws-rq-high-n
                   and NUMRANGE-HIGH not < ws-rq-low-n
                   move NUMRANGE-BRANCH to ws-overlap-branch
                   move spaces to ws-rq-reason
                   string 'OVERLAPS BRANCH ' ws-overlap-branch
                       ' RANGE'
                       delimited by size into ws-rq-reason
                   move 'N' to ws-more-ranges
               end-if end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a new range starts past the highest number inside it that   *
      *** the master, an archived record's chain row or - for quote   *
      *** references - QUOTE already holds                            *
      ***--------------------------------------------------------------*
       bnrg-add-range section.
       bnrg-add-range-para.
           move ws-rq-low-n to ws-lo-key(1:9)
           move '0' to ws-lo-key(10:1)
           move ws-rq-high-n to ws-hi-key(1:9)
           move '9' to ws-hi-key(10:1)
           move 'N' to ws-used-seen
           move 0 to ws-max-body
           evaluate ws-rq-kind
               when 'A'
                   perform bnrg-scan-accounts
                   perform bnrg-scan-chains
               when 'C'
                   perform bnrg-scan-customers
                   perform bnrg-scan-chains
               when other
                   perform bnrg-scan-quotes
           end-evaluate
           move ws-rq-low-n to ws-rq-next
           if ws-used-was-seen
               compute ws-rq-next = ws-max-body + 1
           end-if
           move ws-rq-kind to NUMRANGE-KIND
           move ws-rq-branch to NUMRANGE-BRANCH
           move ws-rq-low-n to NUMRANGE-LOW
           move ws-rq-high-n to NUMRANGE-HIGH
           move ws-rq-next to NUMRANGE-NEXT
           move ws-rq-warn-pct to NUMRANGE-WARN-PCT
           move 0 to NUMRANGE-LAST-DATE
           move spaces to NUMRANGE-LAST-BY
           write NUMRANGE-RECORD
               invalid key
                   continue
           end-write
           if ws-numrange-ok
               add 1 to ws-ranges-added
               move ws-rq-next to ws-body-disp
               display 'ETPBNRG - range added ' ws-rq-kind ' '
                   ws-rq-branch ' ' ws-rq-low ' TO ' ws-rq-high
                   ' NEXT ' ws-body-disp
           else
               move 'RANGE NOT WRITTEN' to ws-rq-reason
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an existing range keeps its low and next; its top is raised *
      *** and its warning percent taken as given                      *
      ***--------------------------------------------------------------*
       bnrg-extend-range section.
       bnrg-extend-range-para.
           move ws-rq-kind to NUMRANGE-KIND
           move ws-rq-branch to NUMRANGE-BRANCH
           read NUMRANGE-FILE
               invalid key
                   continue
           end-read
           if ws-numrange-ok
               move ws-rq-high-n to NUMRANGE-HIGH
               move ws-rq-warn-pct to NUMRANGE-WARN-PCT
               rewrite NUMRANGE-RECORD
                   invalid key
                       continue
               end-rewrite
           end-if
           if ws-numrange-ok
               add 1 to ws-ranges-changed
               display 'ETPBNRG - range changed ' ws-rq-kind ' '
                   ws-rq-branch ' ' ws-rq-low ' TO ' ws-rq-high
           else
               move 'RANGE NOT REWRITTEN' to ws-rq-reason
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** account numbers on the master inside the range              *
      ***--------------------------------------------------------------*
       bnrg-scan-accounts section.
       bnrg-scan-accounts-para.
           move 'N' to ws-more-keys
           if ws-acctmast-ok
               move ws-lo-key to ACCTMAST-ACCTNO
               start ACCTMAST-FILE key is not less than ACCTMAST-ACCTNO
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to ws-more-keys
               end-start
           end-if
           perform bnrg-scan-account-one
               until not ws-more-key-recs
           exit
           .
      ***--------------------------------------------------------------*
       bnrg-scan-account-one section.
       bnrg-scan-account-one-para.
           read ACCTMAST-FILE next record
               at end
                   move 'N' to ws-more-keys
           end-read
           if ws-more-key-recs
               if ACCTMAST-ACCTNO > ws-hi-key
                   move 'N' to ws-more-keys
               else
                   move ACCTMAST-ACCTNO to ws-found-key
                   perform bnrg-note-used
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** customer numbers on the master inside the range             *
      ***--------------------------------------------------------------*
       bnrg-scan-customers section.
       bnrg-scan-customers-para.
           move 'N' to ws-more-keys
           if ws-custmast-ok
               move ws-lo-key to CUSTMAST-CUSTNO
               start CUSTMAST-FILE key is not less than CUSTMAST-CUSTNO
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to ws-more-keys
               end-start
           end-if
           perform bnrg-scan-customer-one
               until not ws-more-key-recs
           exit
           .
      ***--------------------------------------------------------------*
       bnrg-scan-customer-one section.
       bnrg-scan-customer-one-para.
           read CUSTMAST-FILE next record
               at end
                   move 'N' to ws-more-keys
           end-read
           if ws-more-key-recs
               if CUSTMAST-CUSTNO > ws-hi-key
                   move 'N' to ws-more-keys
               else
                   move CUSTMAST-CUSTNO to ws-found-key
                   perform bnrg-note-used
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** quote references on QUOTE inside the range                  *
      ***--------------------------------------------------------------*
       bnrg-scan-quotes section.
       bnrg-scan-quotes-para.
           move 'N' to ws-more-keys
           if ws-quote-ok
               move ws-lo-key to QUOTE-REF
               start QUOTE-FILE key is not less than QUOTE-REF
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to ws-more-keys
               end-start
           end-if
           perform bnrg-scan-quote-one
               until not ws-more-key-recs
           exit
           .
      ***--------------------------------------------------------------*
       bnrg-scan-quote-one section.
       bnrg-scan-quote-one-para.
           read QUOTE-FILE next record
               at end
                   move 'N' to ws-more-keys
           end-read
           if ws-more-key-recs
               if QUOTE-REF > ws-hi-key
                   move 'N' to ws-more-keys
               else
                   move QUOTE-REF to ws-found-key
                   perform bnrg-note-used
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** chain rows outlive the records ETPBHAR, ETPBRET and ETPBCAR *
      *** archive - an account's POSTHIST chain, a customer's CUSTAUD *
      *** chain - so the numbers they hold stay used                  *
      ***--------------------------------------------------------------*
       bnrg-scan-chains section.
       bnrg-scan-chains-para.
           move 'N' to ws-more-keys
           if ws-hashchn-ok
               if ws-rq-kind = 'A'
                   move 'P' to HASHCHN-TRAIL
               else
                   move 'C' to HASHCHN-TRAIL
               end-if
               move ws-lo-key to HASHCHN-OWNER
               start HASHCHN-FILE key is not less than HASHCHN-KEY
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to ws-more-keys
               end-start
           end-if
           perform bnrg-scan-chain-one
               until not ws-more-key-recs
           exit
           .
      ***--------------------------------------------------------------*
       bnrg-scan-chain-one section.
       bnrg-scan-chain-one-para.
           read HASHCHN-FILE next record
               at end
                   move 'N' to ws-more-keys
           end-read
           if ws-more-key-recs
               if (ws-rq-kind = 'A' and not HASHCHN-IS-POSTHIST)
                   or (ws-rq-kind = 'C' and not HASHCHN-IS-CUSTAUD)
                   or HASHCHN-OWNER > ws-hi-key
                   move 'N' to ws-more-keys
               else
                   move HASHCHN-OWNER to ws-found-key
                   perform bnrg-note-used
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bnrg-note-used section.
       bnrg-note-used-para.
           if ws-found-key is numeric
               move 'Y' to ws-used-seen
               if ws-found-body > ws-max-body
                   move ws-found-body to ws-max-body
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every range with the numbers given and left, flagged when   *
      *** it reaches its warning percent                              *
      ***--------------------------------------------------------------*
       bnrg-report section.
       bnrg-report-para.
           move spaces to ws-spool-text
           string 'NUMBER RANGES AT ' ws-today
               delimited by size into ws-spool-text
           perform bnrg-spool-line
           move spaces to ws-spool-text
           string 'K BRN LOW       HIGH      NEXT      '
               '    GIVEN      LEFT  PCT'
               delimited by size into ws-spool-text
           perform bnrg-spool-line
           move low-values to NUMRANGE-KEY
           start NUMRANGE-FILE key is not less than NUMRANGE-KEY
               invalid key
                   move 'N' to ws-more-ranges
               not invalid key
                   move 'Y' to ws-more-ranges
           end-start
           perform bnrg-report-one
               until not ws-more-range-recs
           exit
           .
      ***--------------------------------------------------------------*
       bnrg-report-one section.
       bnrg-report-one-para.
           read NUMRANGE-FILE next record
               at end
                   move 'N' to ws-more-ranges
           end-read
           if ws-more-range-recs
               add 1 to ws-ranges-reported
               compute ws-size = NUMRANGE-HIGH - NUMRANGE-LOW + 1
               move 0 to ws-used
               if NUMRANGE-NEXT > NUMRANGE-LOW
                   compute ws-used = NUMRANGE-NEXT - NUMRANGE-LOW
               end-if
               if ws-used > ws-size
                   move ws-size to ws-used
               end-if
               compute ws-left = ws-size - ws-used
               compute ws-pct rounded = ws-used * 100 / ws-size
               move spaces to ws-verdict
               if ws-left = 0
                   move 'USED UP' to ws-verdict
               else if (NUMRANGE-WARN-PCT > 0
                        and ws-pct not < NUMRANGE-WARN-PCT)
                   or (NUMRANGE-WARN-PCT = 0
                       and ws-pct not < ws-warn-pct)
                   move 'NEARLY USED UP' to ws-verdict
               end-if end-if
               if ws-verdict not = spaces
                   add 1 to ws-ranges-warned
               end-if
               move ws-used to ws-count-disp
               move ws-pct to ws-pct-disp
               move spaces to ws-spool-text
               string NUMRANGE-KIND ' ' NUMRANGE-BRANCH ' '
                   NUMRANGE-LOW ' ' NUMRANGE-HIGH ' '
                   NUMRANGE-NEXT ' ' ws-count-disp
                   delimited by size into ws-spool-text
               move ws-left to ws-count-disp
               move ws-count-disp to ws-spool-text(47:9)
               move ws-pct-disp to ws-spool-text(57:5)
               move ws-verdict to ws-spool-text(63:14)
               perform bnrg-spool-line
               if ws-verdict not = spaces
                   display 'ETPBNRG - ' ws-spool-text(1:76)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bnrg-finalize section.
       bnrg-finalize-para.
           perform bnrg-spool-close
           move ws-requests-read to ws-report-count
           display 'ETPBNRG - range requests read  : ' ws-report-count
           move ws-ranges-added to ws-report-count
           display 'ETPBNRG - ranges added         : ' ws-report-count
           move ws-ranges-changed to ws-report-count
           display 'ETPBNRG - ranges changed       : ' ws-report-count
           move ws-requests-rejected to ws-report-count
           display 'ETPBNRG - requests rejected    : ' ws-report-count
           move ws-ranges-reported to ws-report-count
           display 'ETPBNRG - ranges reported      : ' ws-report-count
           move ws-ranges-warned to ws-report-count
           display 'ETPBNRG - ranges nearly used up: ' ws-report-count
           display 'ETPBNRG - number-range run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use)           *
      ***--------------------------------------------------------------*
       bnrg-spool-open section.
       bnrg-spool-open-para.
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
       bnrg-spool-line section.
       bnrg-spool-line-para.
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
       bnrg-spool-close section.
       bnrg-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBNRG.
