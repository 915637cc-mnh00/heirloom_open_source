      * LOADCTL-CHECKPT-COUNT mechanism ETPELOD's large load uses,
      * under the pseudo-terminal 'BTKO', so a 500,000-record take-on
      * that abends resumes past what it already loaded.
      * A live take-on record whose account or customer number is
      * blank is given the next number off its branch's NUMRANGE
      * range, exactly as the screens number a new account or
      * customer; each number given is listed with its record on
      * /tmp/takeon_numbers.txt and checkpointed at once, so a
      * resumed run never numbers the same record twice.  A
      * training take-on still needs its practice numbers keyed.

       environment division.

               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

           select NUMBERS-FILE assign to "/tmp/takeon_numbers.txt"
               organization is line sequential
               file status is ws-numbers-status.

           select NUMRANGE-FILE assign to "NUMRANGE"
               organization is indexed
               access mode is dynamic
               record key is NUMRANGE-KEY
               file status is ws-numrange-status.

           select LOADCTL-FILE assign to "LOADCTL"
               organization is indexed
               access mode is dynamic
       fd  REJECT-FILE.
       01  reject-line                       pic x(120).

       fd  NUMBERS-FILE.
       01  numbers-line                      pic x(100).

       fd  NUMRANGE-FILE.
           copy NUMRANGE.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
           88  ws-custxref-absent            value '35'.
       01  ws-numbers-status                 pic x(2).
           88  ws-numbers-ok                 value '00'.
       01  ws-numrange-status                pic x(2).
           88  ws-numrange-ok                value '00'.
           88  ws-numrange-notfnd            value '23'.
       01  ws-numrange-open                  pic x(1) value 'N'.
           88  ws-numrange-is-open           value 'Y'.
       01  ws-loadctl-status                 pic x(2).
           88  ws-loadctl-ok                 value '00'.
           88  ws-loadctl-notfnd             value '23'.
       01  ws-ckd-ok                         pic x(1).
           88  ws-ckd-passes                 value 'Y'.

      ***--------------------------------------------------------------*
      *** number allocation - a blank number on a live take-on takes  *
      *** the next off the branch's NUMRANGE row, moving past any     *
      *** number already on file                                      *
      ***--------------------------------------------------------------*
       01  ws-alloc-kind                     pic x(1).
       01  ws-alloc-branch                   pic x(3).
       01  ws-alloc-state                    pic x(1).
           88  ws-alloc-trying               value 'T'.
           88  ws-alloc-refused              value 'R'.
           88  ws-alloc-given                value 'G'.
       77  ws-alloc-max-tries                pic 9(2) comp value 20.
       01  ws-alloc-tries                    pic 9(2) comp.
       01  ws-today                          pic 9(8).

       01  ws-records-read                   pic 9(7) comp value 0.
       01  ws-records-loaded                 pic 9(7) comp value 0.
       01  ws-records-rejected               pic 9(7) comp value 0.
       01  ws-records-numbered               pic 9(7) comp value 0.
       01  ws-reject-reason                  pic x(30).

       01  ws-report-count                   pic zzzzzzz9.
                   perform btko-open-cust-files
               end-if
               perform btko-load-checkpoint
               perform btko-open-numbering
           end-if
           if not ws-run-is-ok
               move 'N' to ws-more-input
           exit
           .
      ***--------------------------------------------------------------*
      *** a live take-on numbers its blank-numbered records off the   *
      *** NUMRANGE ranges; the list of numbers given is carried on    *
      *** from the abended run when resuming                          *
      ***--------------------------------------------------------------*
       btko-open-numbering section.
       btko-open-numbering-para.
           move function current-date(1:8) to ws-today
           if ws-is-restarting
               open extend NUMBERS-FILE
           else
               open output NUMBERS-FILE
           end-if
           if not ws-target-training
               open i-o NUMRANGE-FILE
               if ws-numrange-ok
                   move 'Y' to ws-numrange-open
               else
                   display 'ETPBTKO - NUMRANGE not available, status='
                       ws-numrange-status
                       ' - blank numbers will be rejected'
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** LOADCTL row under pseudo-terminal 'BTKO': running with a    *
      *** checkpoint count means the last take-on abended and this    *
      *** run resumes past what it already loaded                     *
               end-if
               add 1 to ws-ckpt-since
               if ws-ckpt-since >= ws-ckpt-every
                   or ws-alloc-given
                   perform btko-take-checkpoint
               end-if
           end-if
      ***--------------------------------------------------------------*
       btko-load-account section.
       btko-load-account-para.
           move space to ws-alloc-state
           move ws-in-acctno to ws-ckd-acctno
           perform btko-check-acctno
      *    a blank number on a live take-on is given one below
           if ws-in-acctno = spaces
               and not ws-target-training
               move 'Y' to ws-ckd-ok
           end-if
           if not ws-ckd-passes
               move 'CHECK DIGIT FAILED' to ws-reject-reason
               perform btko-write-reject
               move 'BAD ACCOUNT TYPE' to ws-reject-reason
               perform btko-write-reject
           else
               perform btko-number-account
               if ws-alloc-refused
                   perform btko-write-reject
               else
                   perform btko-write-account
               end-if
           end-if end-if end-if end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the clean account record onto the master, with the          *
      *** ownership row on the cross-reference when a customer is     *
      *** named                                                       *
      ***--------------------------------------------------------------*
       btko-write-account section.
       btko-write-account-para.
           move ws-in-acctno to ACCTMAST-ACCTNO
           if ws-in-bal-sign = '-'
               compute ACCTMAST-BALANCE = 0 - ws-in-balance
               end-compute
           else
               move ws-in-balance to ACCTMAST-BALANCE
           end-if
           move ws-in-acct-status to ACCTMAST-STATUS
      *    a blank type is a grandfathered record from before the
      *    type code existed - taken on as ordinary checking
           if ws-in-acct-type = space
               move 'C' to ACCTMAST-ACCT-TYPE
           else
               move ws-in-acct-type to ACCTMAST-ACCT-TYPE
           end-if
           move ws-in-odlimit to ACCTMAST-ODLIMIT
           move ws-in-branch to ACCTMAST-BRANCH
      *    fields the external layout does not carry start clean
           move ACCTMAST-BALANCE to ACCTMAST-MEMO-BALANCE
           move spaces to ACCTMAST-CURRENCY
           move 0 to ACCTMAST-ACCRUED-INT
           move 0 to ACCTMAST-MATURITY-DATE
           move 0 to ACCTMAST-TERM-RATE
           move 0 to ACCTMAST-TERM-DAYS
           move 'N' to ACCTMAST-ROLLOVER
           move spaces to ACCTMAST-SETTLE-ACCT
           move 0 to ACCTMAST-LOAN-PRINCIPAL
           move 0 to ACCTMAST-LOAN-TERM
           move 0 to ACCTMAST-LOAN-DAY
           move 0 to ACCTMAST-ARREARS-COUNT
           move 0 to ACCTMAST-ARREARS-AMOUNT
           move spaces to ACCTMAST-PRODUCT
           move 0 to ACCTMAST-NOTICE-DAYS
           write ACCTMAST-RECORD
               invalid key
                   continue
           end-write
           if ws-acctmast-dup
               move 'DUPLICATE ACCOUNT' to ws-reject-reason
               perform btko-write-reject
           else
               add 1 to ws-records-loaded
               if ws-in-custno not = spaces
                   and ws-acctxref-ok
                   move ws-in-acctno to ACCTXREF-ACCTNO
                   move ws-in-custno to ACCTXREF-CUSTNO
                   move 'P' to ACCTXREF-ROLE
                   write ACCTXREF-RECORD
                       invalid key
                           continue
                   end-write
                   if ws-custxref-ok
                       move ws-in-custno to CUSTXREF-CUSTNO
                       move ws-in-acctno to CUSTXREF-ACCTNO
                       move 'P' to CUSTXREF-ROLE
                       write CUSTXREF-RECORD
                           invalid key
                               continue
                       end-write
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one customer record: key present - or, on a live take-on,   *
      *** given off the branch's range - status value, duplicate      *
      *** test, then the write                                        *
      ***--------------------------------------------------------------*
       btko-load-customer section.
       btko-load-customer-para.
           move space to ws-alloc-state
           if ws-in-ccustno = spaces
               and ws-target-training
               move 'BLANK CUSTOMER NUMBER' to ws-reject-reason
               perform btko-write-reject
           else if ws-in-cstatus not = 'A'
               move 'BAD STATUS' to ws-reject-reason
               perform btko-write-reject
           else
               perform btko-number-customer
               if ws-alloc-refused
                   perform btko-write-reject
               else
                   perform btko-write-customer
               end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the clean customer record onto the master                   *
      ***--------------------------------------------------------------*
       btko-write-customer section.
       btko-write-customer-para.
           move ws-in-ccustno to CUSTMAST-CUSTNO
           move ws-in-cname to CUSTMAST-NAME
           move ws-in-caddress to CUSTMAST-ADDRESS
           move ws-in-cstatus to CUSTMAST-STATUS
           move ws-in-cbranch to CUSTMAST-BRANCH
      *    fields the external layout does not carry start clean
           move spaces to CUSTMAST-PHONE
           move 0 to CUSTMAST-BIRTH-DATE
           move spaces to CUSTMAST-ID-DOC-TYPE
           move spaces to CUSTMAST-ID-DOC-REF
           move 0 to CUSTMAST-KYC-REVIEW-DATE
           move spaces to CUSTMAST-TAX-STATUS
           move 0 to CUSTMAST-TAX-RATE
           write CUSTMAST-RECORD
               invalid key
                   continue
           end-write
           if ws-custmast-dup
               move 'DUPLICATE CUSTOMER' to ws-reject-reason
               perform btko-write-reject
           else
               add 1 to ws-records-loaded
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a blank account number is given the next free one off the   *
      *** range of the record's branch                                *
      ***--------------------------------------------------------------*
       btko-number-account section.
       btko-number-account-para.
           if ws-in-acctno = spaces
               move 'A' to ws-alloc-kind
               move ws-in-branch to ws-alloc-branch
               move 0 to ws-alloc-tries
               move 'T' to ws-alloc-state
               perform btko-allocate-account
                   until not ws-alloc-trying
               if ws-alloc-given
                   perform btko-write-number
                   move ws-ckd-acctno to ws-in-acctno
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       btko-allocate-account section.
       btko-allocate-account-para.
           perform btko-allocate-number
           if ws-alloc-trying
               move ws-ckd-acctno to ACCTMAST-ACCTNO
               read ACCTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-acctmast-notfnd
                   move 'G' to ws-alloc-state
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a blank customer number is given the next free one off the  *
      *** range of the record's branch                                *
      ***--------------------------------------------------------------*
       btko-number-customer section.
       btko-number-customer-para.
           if ws-in-ccustno = spaces
               move 'C' to ws-alloc-kind
               move ws-in-cbranch to ws-alloc-branch
               move 0 to ws-alloc-tries
               move 'T' to ws-alloc-state
               perform btko-allocate-customer
                   until not ws-alloc-trying
               if ws-alloc-given
                   perform btko-write-number
                   move ws-ckd-acctno to ws-in-ccustno
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       btko-allocate-customer section.
       btko-allocate-customer-para.
           perform btko-allocate-number
           if ws-alloc-trying
               move ws-ckd-acctno to CUSTMAST-CUSTNO
               read CUSTMAST-FILE
                   invalid key
                       continue
               end-read
               if ws-custmast-notfnd
                   move 'G' to ws-alloc-state
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the next number off the NUMRANGE row for ws-alloc-kind and  *
      *** ws-alloc-branch into ws-ckd-acctno - its body, then the      *
      *** check digit worked over it.  The row moves on before the    *
      *** number is used, so a number is never given twice; a number  *
      *** found already on file is passed over for the next           *
      ***--------------------------------------------------------------*
       btko-allocate-number section.
       btko-allocate-number-para.
           add 1 to ws-alloc-tries
           move ws-alloc-kind to NUMRANGE-KIND
           move ws-alloc-branch to NUMRANGE-BRANCH
           if ws-numrange-is-open
               read NUMRANGE-FILE
                   invalid key
                       continue
               end-read
           end-if
           if not ws-numrange-is-open or ws-numrange-notfnd
               move 'NO NUMBER RANGE FOR BRANCH' to ws-reject-reason
               move 'R' to ws-alloc-state
           else if NUMRANGE-NEXT > NUMRANGE-HIGH
               move 'NUMBER RANGE USED UP' to ws-reject-reason
               move 'R' to ws-alloc-state
           else if ws-alloc-tries > ws-alloc-max-tries
               move 'NO FREE NUMBER IN RANGE' to ws-reject-reason
               move 'R' to ws-alloc-state
           else
               move NUMRANGE-NEXT to ws-ckd-acctno(1:9)
               move '0' to ws-ckd-acctno(10:1)
               perform btko-check-acctno
               move ws-ckd-check to ws-ckd-digit(10)
               add 1 to NUMRANGE-NEXT
               move ws-today to NUMRANGE-LAST-DATE
               move ws-program-name to NUMRANGE-LAST-BY
               rewrite NUMRANGE-RECORD
                   invalid key
                       continue
               end-rewrite
               if not ws-numrange-ok
                   move 'NUMBER ALLOCATION FAILED' to ws-reject-reason
                   move 'R' to ws-alloc-state
               end-if
           end-if end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the number given, against the record as it arrived          *
      ***--------------------------------------------------------------*
       btko-write-number section.
       btko-write-number-para.
           add 1 to ws-records-numbered
           move spaces to numbers-line
           string ws-ckd-acctno ' : ' ws-input-record(1:80)
               delimited by size
               into numbers-line
           write numbers-line
           exit
           .
      ***--------------------------------------------------------------*
       btko-write-reject section.
       btko-write-reject-para.
           if ws-run-is-ok
               close INPUT-FILE
               close REJECT-FILE
               close NUMBERS-FILE
               if ws-numrange-is-open
                   close NUMRANGE-FILE
               end-if
               if ws-mode-accounts
                   close ACCTMAST-FILE
                   if ws-acctxref-ok
           display 'ETPBTKO - records loaded   : ' ws-report-count
           move ws-records-rejected to ws-report-count
           display 'ETPBTKO - records rejected : ' ws-report-count
           move ws-records-numbered to ws-report-count
           display 'ETPBTKO - numbers given    : ' ws-report-count
           display 'ETPBTKO - take-on complete'
           stop run
           .
