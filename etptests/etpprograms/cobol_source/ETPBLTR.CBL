       identification division.

       program-id. ETPBLTR.

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

      * ETPBLTR - nightly customer letter print run
      * Every letter queued on LTRQUE - by ETPBODR, ETPBKYC, ETPBDOR,
      * ETPBTDM, ETPEAMT or any program that asks - is merged here
      * with the operations-maintained template for its letter type
      * (/tmp/letter_templates.txt, see LTRTMPL) and the customer's
      * name and address off the Customer Master, and written to the
      * print-vendor file /tmp/letters.txt: a HDR record, then for
      * each letter an LTR addressee record followed by its TXT
      * lines, then a TRL record with the letter and line counts.
      * A letter to a closed customer, a customer no longer on file
      * or one flagged on RTNMAIL for returned mail is not printed;
      * it is marked suppressed with the reason and listed.  A letter
      * type with no template stays queued for the next run and is
      * listed, so operations can add the template.  The listing goes
      * to RPTSPOOL for the ETPERPT viewer under this job's name.

       environment division.

       input-output section.
       file-control.
           select LTRQUE-FILE assign to "LTRQUE"
               organization is indexed
               access mode is dynamic
               record key is LTRQUE-KEY
               file status is ws-ltrque-status.

           select TEMPLATE-FILE assign to "/tmp/letter_templates.txt"
               organization is line sequential
               file status is ws-template-status.

           select PRINT-FILE assign to "/tmp/letters.txt"
               organization is line sequential
               file status is ws-print-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select RTNMAIL-FILE assign to "RTNMAIL"
               organization is indexed
               access mode is dynamic
               record key is RTNMAIL-CUSTNO
               file status is ws-rtnmail-status.

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
       fd  LTRQUE-FILE.
           copy LTRQUE.

       fd  TEMPLATE-FILE.
           copy LTRTMPL.

       fd  PRINT-FILE.
       01  print-line                        pic x(100).

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  RTNMAIL-FILE.
           copy RTNMAIL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBLTR'.

       01  ws-ltrque-status                  pic x(2).
           88  ws-ltrque-ok                  value '00'.
           88  ws-ltrque-absent              value '35'.
       01  ws-template-status                pic x(2).
           88  ws-template-ok                value '00'.
       01  ws-print-status                   pic x(2).
           88  ws-print-ok                   value '00'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
       01  ws-rtnmail-status                 pic x(2).
           88  ws-rtnmail-ok                 value '00'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-letters                   pic x(1) value 'Y'.
           88  ws-more-letter-recs           value 'Y'.
       01  ws-more-templates                 pic x(1) value 'Y'.
           88  ws-more-template-recs         value 'Y'.
       01  ws-rtnmail-open                   pic x(1) value 'N'.
           88  ws-rtnmail-is-open            value 'Y'.

       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** the templates, loaded whole at the start of the run in the  *
      *** order operations keep them                                  *
      ***--------------------------------------------------------------*
       77  ws-tmpl-max                       pic 9(4) comp value 500.
       01  ws-tmpl-count                     pic 9(4) comp value 0.
       01  ws-tmpl-table.
           03  ws-tmpl-entry                 occurs 500 times.
               05  ws-tmpl-type              pic x(8).
               05  ws-tmpl-text              pic x(70).
       01  ws-tmpl-ix                        pic 9(4) comp.
       01  ws-tmpl-lines                     pic 9(4) comp.

      ***--------------------------------------------------------------*
      *** one letter: the template line being merged, the merged      *
      *** line and the marker value being put in                      *
      ***--------------------------------------------------------------*
       01  ws-tmpl-line                      pic x(70).
       01  ws-merged-line                    pic x(80).
       01  ws-in-pos                         pic 9(3) comp.
       01  ws-out-pos                        pic 9(3) comp.
       01  ws-sub-value                      pic x(30).
       01  ws-sub-len                        pic 9(3) comp.
       01  ws-field-no                       pic 9(1).
       01  ws-suppress-text                  pic x(20).

      *    the print-vendor records
       01  ws-hdr-rec.
           03  filler                        pic x(3) value 'HDR'.
           03  ws-hdr-date                   pic 9(8).
           03  ws-hdr-source                 pic x(8).
       01  ws-ltr-rec.
           03  filler                        pic x(3) value 'LTR'.
           03  ws-ltr-custno                 pic x(10).
           03  ws-ltr-type                   pic x(8).
           03  ws-ltr-acctno                 pic x(10).
           03  ws-ltr-date                   pic 9(8).
           03  ws-ltr-name                   pic x(30).
           03  ws-ltr-address                pic x(30).
       01  ws-txt-rec.
           03  filler                        pic x(3) value 'TXT'.
           03  ws-txt-text                   pic x(80).
       01  ws-trl-rec.
           03  filler                        pic x(3) value 'TRL'.
           03  ws-trl-letters                pic 9(7).
           03  ws-trl-lines                  pic 9(7).

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBLTR'.

       01  ws-letters-read                   pic 9(7) comp value 0.
       01  ws-letters-printed                pic 9(7) comp value 0.
       01  ws-letters-suppressed             pic 9(7) comp value 0.
       01  ws-letters-no-template            pic 9(7) comp value 0.
       01  ws-lines-printed                  pic 9(7) comp value 0.

       01  ws-report-count                   pic zzzzzzz9.

       procedure division.
       bltr-mainline section.
       bltr-mainline-para.
           perform bltr-initialize
           if ws-run-is-ok
               move low-values to LTRQUE-KEY
               start LTRQUE-FILE key not < LTRQUE-KEY
                   invalid key
                       move 'N' to ws-more-letters
               end-start
               perform bltr-process-letter
                   until not ws-more-letter-recs
           end-if
           perform bltr-finalize
           stop run
           .
      ***--------------------------------------------------------------*
       bltr-initialize section.
       bltr-initialize-para.
           display 'ETPBLTR - customer letter print run'
           perform bltr-load-business-date
           perform bltr-load-templates
           open i-o LTRQUE-FILE
           if ws-ltrque-absent
               open output LTRQUE-FILE
               close LTRQUE-FILE
               open i-o LTRQUE-FILE
           end-if
           open input CUSTMAST-FILE
           if not ws-ltrque-ok or not ws-custmast-ok
               display 'ETPBLTR - unable to open LTRQUE or CUSTMAST, '
                   'statuses ' ws-ltrque-status ' '
                   ws-custmast-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-letters
           else
               open output PRINT-FILE
               if not ws-print-ok
                   display 'ETPBLTR - unable to open the print file, '
                       'status=' ws-print-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-letters
               else
                   move ws-today to ws-hdr-date
                   move ws-program-name to ws-hdr-source
                   move ws-hdr-rec to print-line
                   write print-line
                   open input RTNMAIL-FILE
                   if ws-rtnmail-ok
                       move 'Y' to ws-rtnmail-open
                   else
                       display 'ETPBLTR - no returned-mail flags on '
                           'file, status=' ws-rtnmail-status
                   end-if
                   perform bltr-spool-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bltr-load-business-date section.
       bltr-load-business-date-para.
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
      *** a missing template file is not fatal - every letter simply  *
      *** stays queued and is listed as having no template            *
      ***--------------------------------------------------------------*
       bltr-load-templates section.
       bltr-load-templates-para.
           open input TEMPLATE-FILE
           if not ws-template-ok
               display 'ETPBLTR - no letter templates, status='
                   ws-template-status
           else
               perform bltr-load-template-line
                   until not ws-more-template-recs
               close TEMPLATE-FILE
           end-if
           display 'ETPBLTR - template lines loaded: ' ws-tmpl-count
           exit
           .
      ***--------------------------------------------------------------*
       bltr-load-template-line section.
       bltr-load-template-line-para.
           read TEMPLATE-FILE
               at end
                   move 'N' to ws-more-templates
           end-read
           if ws-more-template-recs
               and LTRTMPL-TYPE not = spaces
               if ws-tmpl-count < ws-tmpl-max
                   add 1 to ws-tmpl-count
                   move LTRTMPL-TYPE to ws-tmpl-type(ws-tmpl-count)
                   move LTRTMPL-TEXT to ws-tmpl-text(ws-tmpl-count)
               else
                   display 'ETPBLTR - template table full, line '
                       'dropped for ' LTRTMPL-TYPE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one queue row: only a queued letter is acted on             *
      ***--------------------------------------------------------------*
       bltr-process-letter section.
       bltr-process-letter-para.
           read LTRQUE-FILE next record
               at end
                   move 'N' to ws-more-letters
           end-read
           if ws-more-letter-recs
               and LTRQUE-IS-QUEUED
               add 1 to ws-letters-read
               perform bltr-judge-letter
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a letter that cannot reach the customer is suppressed; one  *
      *** with no template waits; everything else is printed          *
      ***--------------------------------------------------------------*
       bltr-judge-letter section.
       bltr-judge-letter-para.
           move space to LTRQUE-REASON
           move LTRQUE-CUSTNO to CUSTMAST-CUSTNO
           read CUSTMAST-FILE
               invalid key
                   continue
           end-read
           if not ws-custmast-ok
               move 'N' to LTRQUE-REASON
               move 'NOT ON FILE' to ws-suppress-text
           else if CUSTMAST-IS-CLOSED
               move 'C' to LTRQUE-REASON
               move 'CUSTOMER CLOSED' to ws-suppress-text
           else if ws-rtnmail-is-open
               move LTRQUE-CUSTNO to RTNMAIL-CUSTNO
               read RTNMAIL-FILE
                   invalid key
                       continue
               end-read
               if ws-rtnmail-ok
                   and RTNMAIL-IS-RETURNED
                   move 'R' to LTRQUE-REASON
                   move 'MAIL RETURNED' to ws-suppress-text
               end-if
           end-if end-if end-if
           if LTRQUE-REASON not = space
               perform bltr-suppress-letter
           else
               perform bltr-count-template
               if ws-tmpl-lines = 0
                   add 1 to ws-letters-no-template
                   move spaces to ws-spool-text
                   string 'NO TEMPLATE  ' LTRQUE-CUSTNO ' '
                       LTRQUE-TYPE ' ' LTRQUE-ACCTNO
                       ' - LEFT QUEUED'
                       delimited by size
                       into ws-spool-text
                   perform bltr-spool-line
               else
                   perform bltr-print-letter
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bltr-suppress-letter section.
       bltr-suppress-letter-para.
           move 'S' to LTRQUE-STATUS
           move ws-today to LTRQUE-DONE-DATE
           rewrite LTRQUE-RECORD
           add 1 to ws-letters-suppressed
           move spaces to ws-spool-text
           string 'SUPPRESSED   ' LTRQUE-CUSTNO ' '
               LTRQUE-TYPE ' ' LTRQUE-ACCTNO ' '
               ws-suppress-text
               delimited by size
               into ws-spool-text
           perform bltr-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bltr-count-template section.
       bltr-count-template-para.
           move 0 to ws-tmpl-lines
           move 1 to ws-tmpl-ix
           perform bltr-count-template-line
               until ws-tmpl-ix > ws-tmpl-count
           exit
           .
      ***--------------------------------------------------------------*
       bltr-count-template-line section.
       bltr-count-template-line-para.
           if ws-tmpl-type(ws-tmpl-ix) = LTRQUE-TYPE
               add 1 to ws-tmpl-lines
           end-if
           add 1 to ws-tmpl-ix
           exit
           .
      ***--------------------------------------------------------------*
      *** the addressee record, then every template line of the type  *
      *** merged, and the queue row marked printed                    *
      ***--------------------------------------------------------------*
       bltr-print-letter section.
       bltr-print-letter-para.
           move LTRQUE-CUSTNO to ws-ltr-custno
           move LTRQUE-TYPE to ws-ltr-type
           move LTRQUE-ACCTNO to ws-ltr-acctno
           move LTRQUE-REQ-DATE to ws-ltr-date
           move CUSTMAST-NAME to ws-ltr-name
           move CUSTMAST-ADDRESS to ws-ltr-address
           move ws-ltr-rec to print-line
           write print-line
           move 1 to ws-tmpl-ix
           perform bltr-print-template-line
               until ws-tmpl-ix > ws-tmpl-count
           move 'P' to LTRQUE-STATUS
           move ws-today to LTRQUE-DONE-DATE
           rewrite LTRQUE-RECORD
           add 1 to ws-letters-printed
           move spaces to ws-spool-text
           string 'PRINTED      ' LTRQUE-CUSTNO ' '
               LTRQUE-TYPE ' ' LTRQUE-ACCTNO
               delimited by size
               into ws-spool-text
           perform bltr-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bltr-print-template-line section.
       bltr-print-template-line-para.
           if ws-tmpl-type(ws-tmpl-ix) = LTRQUE-TYPE
               move ws-tmpl-text(ws-tmpl-ix) to ws-tmpl-line
               perform bltr-merge-line
               move ws-merged-line to ws-txt-text
               move ws-txt-rec to print-line
               write print-line
               add 1 to ws-lines-printed
           end-if
           add 1 to ws-tmpl-ix
           exit
           .
      ***--------------------------------------------------------------*
      *** copies the template line across a character at a time,      *
      *** putting the value in wherever a marker stands               *
      ***--------------------------------------------------------------*
       bltr-merge-line section.
       bltr-merge-line-para.
           move spaces to ws-merged-line
           move 1 to ws-in-pos
           move 1 to ws-out-pos
           perform bltr-merge-char
               until ws-in-pos > 70
                  or ws-out-pos > 80
           exit
           .
      ***--------------------------------------------------------------*
       bltr-merge-char section.
       bltr-merge-char-para.
           move 0 to ws-sub-len
           if ws-tmpl-line(ws-in-pos:1) = '&'
               if ws-in-pos < 67
                   evaluate ws-tmpl-line(ws-in-pos:5)
                       when '&NAME'
                           move CUSTMAST-NAME to ws-sub-value
                           move 30 to ws-sub-len
                       when '&ADDR'
                           move CUSTMAST-ADDRESS to ws-sub-value
                           move 30 to ws-sub-len
                       when '&CUST'
                           move LTRQUE-CUSTNO to ws-sub-value
                           move 10 to ws-sub-len
                       when '&ACCT'
                           move LTRQUE-ACCTNO to ws-sub-value
                           move 10 to ws-sub-len
                       when '&DATE'
                           move LTRQUE-REQ-DATE to ws-sub-value
                           move 8 to ws-sub-len
                   end-evaluate
                   if ws-sub-len > 0
                       add 5 to ws-in-pos
                   end-if
               end-if
               if ws-sub-len = 0
                   and ws-in-pos < 69
                   and ws-tmpl-line(ws-in-pos + 1:1) = 'F'
                   and ws-tmpl-line(ws-in-pos + 2:1) >= '1'
                   and ws-tmpl-line(ws-in-pos + 2:1) <= '4'
                   move ws-tmpl-line(ws-in-pos + 2:1) to ws-field-no
                   move LTRQUE-FIELD(ws-field-no) to ws-sub-value
                   move 20 to ws-sub-len
                   add 3 to ws-in-pos
               end-if
           end-if
           if ws-sub-len > 0
               perform bltr-trim-value
                   until ws-sub-len = 0
                      or ws-sub-value(ws-sub-len:1) not = space
               if ws-out-pos + ws-sub-len > 81
                   compute ws-sub-len = 81 - ws-out-pos
                   end-compute
               end-if
               if ws-sub-len > 0
                   move ws-sub-value(1:ws-sub-len)
                       to ws-merged-line(ws-out-pos:ws-sub-len)
                   add ws-sub-len to ws-out-pos
               end-if
           else
               move ws-tmpl-line(ws-in-pos:1)
                   to ws-merged-line(ws-out-pos:1)
               add 1 to ws-in-pos
               add 1 to ws-out-pos
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bltr-trim-value section.
       bltr-trim-value-para.
           subtract 1 from ws-sub-len
           exit
           .
      ***--------------------------------------------------------------*
       bltr-finalize section.
       bltr-finalize-para.
           if ws-run-is-ok
               move ws-letters-printed to ws-trl-letters
               move ws-lines-printed to ws-trl-lines
               move ws-trl-rec to print-line
               write print-line
               close PRINT-FILE
               close LTRQUE-FILE
               close CUSTMAST-FILE
               if ws-rtnmail-is-open
                   close RTNMAIL-FILE
               end-if
           end-if
           move ws-letters-read to ws-report-count
           display 'ETPBLTR - letters queued     : ' ws-report-count
           move ws-letters-printed to ws-report-count
           display 'ETPBLTR - letters printed    : ' ws-report-count
           move ws-letters-suppressed to ws-report-count
           display 'ETPBLTR - letters suppressed : ' ws-report-count
           move ws-letters-no-template to ws-report-count
           display 'ETPBLTR - no template, held  : ' ws-report-count
           if ws-spool-is-open
               move ws-letters-printed to ws-report-count
               move spaces to ws-spool-text
               string 'letters printed    : ' ws-report-count
                   into ws-spool-text
               perform bltr-spool-line
               move ws-letters-suppressed to ws-report-count
               move spaces to ws-spool-text
               string 'letters suppressed : ' ws-report-count
                   into ws-spool-text
               perform bltr-spool-line
               move ws-letters-no-template to ws-report-count
               move spaces to ws-spool-text
               string 'no template, held  : ' ws-report-count
                   into ws-spool-text
               perform bltr-spool-line
               perform bltr-spool-close
           end-if
           display 'ETPBLTR - print run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bltr-spool-open section.
       bltr-spool-open-para.
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
       bltr-spool-line section.
       bltr-spool-line-para.
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
       bltr-spool-close section.
       bltr-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBLTR.
