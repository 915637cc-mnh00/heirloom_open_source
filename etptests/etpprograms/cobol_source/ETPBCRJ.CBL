       identification division.

       program-id. ETPBCRJ.

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

      * ETPBCRJ - credit bureau rejection loader
      * Reads the bureau's rejection file for an ETPBCRB submission
      * (/tmp/crb_reject.txt): one REJ line per record it refused -
      * the reporting month in columns 4-9, the account in 10-19,
      * the customer in 20-29, the bureau's reason code in 30-33
      * and reason text in 34-73 - closed by a TRL line carrying
      * the number of REJ lines in 10-16.  Every rejection is
      * listed to RPTSPOOL for data correction, with what CUSTMAST
      * and ACCTMAST hold for the customer and account today, so
      * the record can be put right before the next month's file
      * carries it again.  A customer or account the masters no
      * longer hold is flagged, and a trailer count that disagrees
      * with the lines read is reported.  Nothing is updated, so
      * reloading a file only lists it again.

       environment division.

       input-output section.
       file-control.
           select REJECT-FILE assign to "/tmp/crb_reject.txt"
               organization is line sequential
               file status is ws-reject-status.

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
       fd  REJECT-FILE.
       01  reject-line                       pic x(80).

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCRJ'.

       01  ws-reject-status                  pic x(2).
           88  ws-reject-ok                  value '00'.
       01  ws-acctmast-status                pic x(2).
           88  ws-acctmast-ok                value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-records                   pic x(1) value 'Y'.
           88  ws-are-more-records           value 'Y'.
       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** one rejection line                                          *
      ***--------------------------------------------------------------*
       01  ws-rej-record                     pic x(80).
       01  ws-rej-view redefines ws-rej-record.
           03  ws-rej-type                   pic x(3).
               88  ws-rej-is-reject          value 'REJ'.
               88  ws-rej-is-trailer         value 'TRL'.
           03  ws-rej-period                 pic 9(6).
           03  ws-rej-acctno                 pic x(10).
           03  ws-rej-custno                 pic x(10).
           03  ws-rej-reason-code            pic x(4).
           03  ws-rej-reason-text            pic x(40).
           03  filler                        pic x(7).
       01  ws-trl-view redefines ws-rej-record.
           03  filler                        pic x(9).
           03  ws-trl-count                  pic 9(7).
           03  filler                        pic x(64).
       01  ws-trailer-seen                   pic x(1) value 'N'.
           88  ws-trailer-was-seen           value 'Y'.

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCRJ'.

       01  ws-rejects-read                   pic 9(7) comp value 0.
       01  ws-custs-missing                  pic 9(7) comp value 0.
       01  ws-accts-missing                  pic 9(7) comp value 0.
       01  ws-lines-skipped                  pic 9(7) comp value 0.

       01  ws-bal-disp                       pic -(9)9.99.
       01  ws-report-count                   pic zzzzzz9.

       procedure division.
       bcrj-mainline section.
       bcrj-mainline-para.
           perform bcrj-initialize
           if ws-run-is-ok
               perform bcrj-load-reject
                   until not ws-are-more-records
               if not ws-trailer-was-seen
                   move spaces to ws-spool-text
                   string 'NO TRAILER ON THE REJECTION FILE - '
                       'IT MAY BE INCOMPLETE'
                       into ws-spool-text
                   perform bcrj-spool-line
                   display 'ETPBCRJ - ' ws-spool-text
               end-if
           end-if
           perform bcrj-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** no rejection file on hand means nothing to load             *
      ***--------------------------------------------------------------*
       bcrj-initialize section.
       bcrj-initialize-para.
           display 'ETPBCRJ - credit bureau rejection loading'
           perform bcrj-load-business-date
           open input REJECT-FILE
           if not ws-reject-ok
               display 'ETPBCRJ - no rejection file on hand, status='
                   ws-reject-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-records
           else
               open input ACCTMAST-FILE
               open input CUSTMAST-FILE
               if not ws-acctmast-ok or not ws-custmast-ok
                   display 'ETPBCRJ - unable to open ACCTMAST/CUSTMAST'
                       ', status=' ws-acctmast-status
                       '/' ws-custmast-status
                   close REJECT-FILE
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-records
               else
                   perform bcrj-spool-open
                   move spaces to ws-spool-text
                   string 'CREDIT BUREAU REJECTIONS LOADED ' ws-today
                       into ws-spool-text
                   perform bcrj-spool-line
                   move spaces to ws-spool-text
                   string 'MONTH  ACCOUNT    CUSTOMER   CODE REASON'
                       into ws-spool-text
                   perform bcrj-spool-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bcrj-load-business-date section.
       bcrj-load-business-date-para.
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
       bcrj-load-reject section.
       bcrj-load-reject-para.
           read REJECT-FILE into ws-rej-record
               at end
                   move 'N' to ws-more-records
           end-read
           if ws-are-more-records
               evaluate true
                   when ws-rej-is-trailer
                       perform bcrj-check-trailer
                   when ws-rej-is-reject
                       add 1 to ws-rejects-read
                       perform bcrj-list-reject
                   when other
                       add 1 to ws-lines-skipped
                       display 'ETPBCRJ - unreadable line skipped'
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the rejection as the bureau gave it, then what the masters  *
      *** hold today for the record to be corrected from              *
      ***--------------------------------------------------------------*
       bcrj-list-reject section.
       bcrj-list-reject-para.
           move spaces to ws-spool-text
           string ws-rej-period ' ' ws-rej-acctno ' '
               ws-rej-custno ' ' ws-rej-reason-code ' '
               ws-rej-reason-text
               into ws-spool-text
           perform bcrj-spool-line
           move ws-rej-custno to CUSTMAST-CUSTNO
           read CUSTMAST-FILE
               invalid key
                   continue
           end-read
           move spaces to ws-spool-text
           if ws-custmast-ok
               string '       NAME ' CUSTMAST-NAME
                   ' BORN ' CUSTMAST-BIRTH-DATE
                   ' ID ' CUSTMAST-ID-DOC-TYPE ' '
                   CUSTMAST-ID-DOC-REF
                   into ws-spool-text
           else
               add 1 to ws-custs-missing
               string '       CUSTOMER NOT ON CUSTOMER MASTER'
                   into ws-spool-text
           end-if
           perform bcrj-spool-line
           if ws-custmast-ok
               move spaces to ws-spool-text
               string '       ADDRESS ' CUSTMAST-ADDRESS
                   into ws-spool-text
               perform bcrj-spool-line
           end-if
           move ws-rej-acctno to ACCTMAST-ACCTNO
           read ACCTMAST-FILE
               invalid key
                   continue
           end-read
           move spaces to ws-spool-text
           if ws-acctmast-ok
               move ACCTMAST-BALANCE to ws-bal-disp
               string '       ACCOUNT TYPE ' ACCTMAST-ACCT-TYPE
                   ' STATUS ' ACCTMAST-STATUS
                   ' BALANCE ' ws-bal-disp
                   into ws-spool-text
           else
               add 1 to ws-accts-missing
               string '       ACCOUNT NOT ON ACCOUNT MASTER'
                   into ws-spool-text
           end-if
           perform bcrj-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the bureau's count of rejection lines against the lines     *
      *** read                                                        *
      ***--------------------------------------------------------------*
       bcrj-check-trailer section.
       bcrj-check-trailer-para.
           move 'Y' to ws-trailer-seen
           if ws-trl-count not is numeric
               or ws-trl-count not = ws-rejects-read
               move ws-rejects-read to ws-report-count
               move spaces to ws-spool-text
               string 'TRAILER COUNT ' ws-trl-count ' BUT '
                   ws-report-count ' REJECTIONS READ'
                   into ws-spool-text
               perform bcrj-spool-line
               display 'ETPBCRJ - ' ws-spool-text
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcrj-finalize section.
       bcrj-finalize-para.
           if ws-run-is-ok
               close REJECT-FILE
               close ACCTMAST-FILE
               close CUSTMAST-FILE
           end-if
           move ws-rejects-read to ws-report-count
           display 'ETPBCRJ - rejections read       : ' ws-report-count
           move ws-custs-missing to ws-report-count
           display 'ETPBCRJ - customers not on file : ' ws-report-count
           move ws-accts-missing to ws-report-count
           display 'ETPBCRJ - accounts not on file  : ' ws-report-count
           move ws-lines-skipped to ws-report-count
           display 'ETPBCRJ - lines skipped         : ' ws-report-count
           if ws-spool-is-open
               move ws-rejects-read to ws-report-count
               move spaces to ws-spool-text
               string 'REJECTIONS TO CORRECT : ' ws-report-count
                   into ws-spool-text
               perform bcrj-spool-line
               perform bcrj-spool-close
           end-if
           display 'ETPBCRJ - credit bureau rejection loading complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bcrj-spool-open section.
       bcrj-spool-open-para.
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
       bcrj-spool-line section.
       bcrj-spool-line-para.
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
       bcrj-spool-close section.
       bcrj-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBCRJ.
