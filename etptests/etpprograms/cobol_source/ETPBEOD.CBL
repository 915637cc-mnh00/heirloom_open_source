      * (POSTCTRL) into one combined summary report instead of operators
      * having to run ETPBJRC/ETPBUSE/ETPBGLR separately and add the
      * pieces up by hand.
      * The day's POSTHIST rows are also totalled by transaction type
      * code, so the mix of deposits, transfers, fees and so on is on
      * the same page as the totals.

       environment division.

               file status is ws-futrwhs-status.


           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is sequential
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select TXNCODE-FILE assign to "TXNCODE"
               organization is indexed
               access mode is dynamic
               record key is TXNCODE-CODE
               file status is ws-txncode-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
           copy FUTRWHS.


       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  TXNCODE-FILE.
           copy TXNCODE.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       01  ws-warehouse-waiting              pic 9(7) comp value 0.
       01  ws-more-postctrl                  pic x(1).

      ***--------------------------------------------------------------*
      *** the business day's postings by transaction type - one slot  *
      *** per code seen on the day's POSTHIST rows, untyped rows      *
      *** under a blank code                                          *
      ***--------------------------------------------------------------*
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.
       01  ws-txncode-status                 pic x(2).
           88  ws-txncode-ok                 value '00'.
       01  ws-txncode-open                   pic x(1) value 'N'.
           88  ws-txncode-is-open            value 'Y'.
       01  ws-type-count                     pic 9(3) comp value 0.
       01  ws-type-idx                       pic 9(3) comp.
       01  ws-type-found                     pic 9(3) comp.
       01  ws-type-overflow                  pic 9(7) comp value 0.
       01  ws-type-table.
           03  ws-type-entry                 occurs 50 times.
               05  ws-type-code              pic x(2).
               05  ws-type-rows              pic 9(7) comp.
               05  ws-type-amount            pic s9(11)v99 comp-3.
       01  ws-type-desc                      pic x(20).
       01  ws-type-amount-disp               pic -zzzzzzzzz9.99.

      ***--------------------------------------------------------------*
      *** report spool - this job's summary lines are also written   *
      *** to RPTSPOOL for the online ERPT viewer                     *
               perform beod-summarize-transactions
               perform beod-summarize-postings
               perform beod-summarize-warehouse
               perform beod-summarize-types
               display 'ETPBEOD - end-of-day summary complete'
               perform beod-spool-summary
               perform beod-register-end
           exit
           .
      ***--------------------------------------------------------------*
      *** totals the business day's POSTHIST rows by transaction type *
      *** code - the file is in account order, so the whole of it is  *
      *** read and each row for the day is added to its code's slot   *
      ***--------------------------------------------------------------*
       beod-summarize-types section.
       beod-summarize-types-para.
           display ' '
           display 'Postings by transaction type:'
           move 0 to ws-type-count
           move 0 to ws-type-overflow
           open input POSTHIST-FILE
           if not ws-posthist-ok
               display '  unable to open POSTHIST, status='
                   ws-posthist-status
           else
               move 'Y' to ws-more-history
               perform beod-read-history
                   until not ws-more-history-recs
               close POSTHIST-FILE
               open input TXNCODE-FILE
               if ws-txncode-ok
                   move 'Y' to ws-txncode-open
               end-if
               perform beod-show-type
                   varying ws-type-idx from 1 by 1
                   until ws-type-idx > ws-type-count
               if ws-txncode-is-open
                   close TXNCODE-FILE
                   move 'N' to ws-txncode-open
               end-if
               if ws-type-overflow > 0
                   move ws-type-overflow to ws-report-count
                   display '  rows of further types not split out: '
                       ws-report-count
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       beod-read-history section.
       beod-read-history-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               and POSTHIST-DATE = ws-rcl-today
               move 0 to ws-type-found
               perform beod-find-type
                   varying ws-type-idx from 1 by 1
                   until ws-type-idx > ws-type-count
                      or ws-type-found > 0
               if ws-type-found = 0
                   if ws-type-count < 50
                       add 1 to ws-type-count
                       move ws-type-count to ws-type-found
                       move POSTHIST-TXN-TYPE
                           to ws-type-code(ws-type-found)
                       move 0 to ws-type-rows(ws-type-found)
                       move 0 to ws-type-amount(ws-type-found)
                   else
                       add 1 to ws-type-overflow
                   end-if
               end-if
               if ws-type-found > 0
                   add 1 to ws-type-rows(ws-type-found)
                   add POSTHIST-AMOUNT
                       to ws-type-amount(ws-type-found)
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       beod-find-type section.
       beod-find-type-para.
           if ws-type-code(ws-type-idx) = POSTHIST-TXN-TYPE
               move ws-type-idx to ws-type-found
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one code's line - its TXNCODE description where the table   *
      *** is on file, rows and net amount                             *
      ***--------------------------------------------------------------*
       beod-show-type section.
       beod-show-type-para.
           move spaces to ws-type-desc
           if ws-type-code(ws-type-idx) = spaces
               move '(untyped)' to ws-type-desc
           else
               if ws-txncode-is-open
                   move ws-type-code(ws-type-idx) to TXNCODE-CODE
                   read TXNCODE-FILE
                       invalid key
                           continue
                   end-read
                   if ws-txncode-ok
                       move TXNCODE-DESC to ws-type-desc
                   end-if
               end-if
           end-if
           move ws-type-rows(ws-type-idx) to ws-report-count
           move ws-type-amount(ws-type-idx) to ws-type-amount-disp
           display '  ' ws-type-code(ws-type-idx) ' ' ws-type-desc
               ' rows: ' ws-report-count
               '  net: ' ws-type-amount-disp
           exit
           .
      ***--------------------------------------------------------------*
      *** registers this job's start for the business day on RUNCTRL: *
      *** refuses to run on a non-business day, when the predecessor  *
      *** job has not completed, or when this job has already run     *
               string 'entries carried over : ' ws-report-count
                   into ws-spool-text
               perform beod-spool-line
               perform beod-spool-type
                   varying ws-type-idx from 1 by 1
                   until ws-type-idx > ws-type-count
               perform beod-spool-close
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       beod-spool-type section.
       beod-spool-type-para.
           move ws-type-rows(ws-type-idx) to ws-report-count
           move ws-type-amount(ws-type-idx) to ws-type-amount-disp
           move spaces to ws-spool-text
           string 'type ' ws-type-code(ws-type-idx)
               ' rows/net     : ' ws-report-count
               '  ' ws-type-amount-disp
               into ws-spool-text
           perform beod-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and      *
      *** stamps this run's report date                              *
