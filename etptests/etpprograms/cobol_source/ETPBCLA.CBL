       identification division.

       program-id. ETPBCLA.

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


      * ETPBCLA - clearing-house answer loader
      * Reads the clearing house's answer to the ETPBCLR clearing
      * files (/tmp/clrack.txt): one ACK line per payment - the
      * file sequence in columns 4-9, the payment's trace id in
      * 10-21, 'A' accepted or 'R' rejected in 22, and for a
      * rejection the clearing house's reason code in 23-26 and
      * reason text in 27-56 - closed by a TRL line carrying the
      * number of ACK lines in 10-16.  Each line is matched to its
      * EXTPAY payment, which must be sent on that file.  An
      * accepted payment is marked so; a rejected one is refunded
      * the same night - the clearing account debited and the
      * customer credited as a balanced 'RT' pair on journal4,
      * the customer's leg narrated with the reason - marked
      * rejected with the code and reason, and a PAYRTN letter
      * explaining why is queued on LTRQUE for the account's
      * holder.  A line for an unknown payment, one not sent on
      * that file, or a trailer count that disagrees raises an
      * ALERTQ line.  A payment answered once is never answered
      * again, so reloading a file is harmless.  Payments still
      * awaiting an answer are listed on the RPTSPOOL report.

       environment division.

       input-output section.
       file-control.
           select ACK-FILE assign to "/tmp/clrack.txt"
               organization is line sequential
               file status is ws-ack-status.

           select EXTPAY-FILE assign to "EXTPAY"
               organization is indexed
               access mode is dynamic
               record key is EXTPAY-TRACE-ID
               file status is ws-extpay-status.

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

           select ALERTQ-FILE assign to "ALERTQ"
               organization is indexed
               access mode is dynamic
               record key is ALERTQ-LINENO
               file status is ws-alertq-status.

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select LTRQUE-FILE assign to "LTRQUE"
               organization is indexed
               access mode is dynamic
               record key is LTRQUE-KEY
               file status is ws-ltrque-status.

           select BUSCTRL-FILE assign to "BUSCTRL"
               organization is indexed
               access mode is dynamic
               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
               record key is RPTSPOOL-KEY
               file status is ws-rptspool-status.

       data division.

       file section.
       fd  ACK-FILE.
       01  ack-line                          pic x(60).

       fd  EXTPAY-FILE.
           copy EXTPAY.

       fd  JOURNAL4-FILE.
           copy JNLREC.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  JNL4VW-FILE.
           copy JNL4VW.

       fd  ALERTQ-FILE.
           copy ALERTQ.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  LTRQUE-FILE.
           copy LTRQUE.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCLA'.

       01  ws-ack-status                     pic x(2).
           88  ws-ack-ok                     value '00'.
       01  ws-extpay-status                  pic x(2).
           88  ws-extpay-ok                  value '00'.
           88  ws-extpay-notfnd              value '23'.
       01  ws-journal4-status                pic x(2).
           88  ws-journal4-ok                value '00'.
           88  ws-journal4-not-found         value '35'.
       01  ws-alertq-status                  pic x(2).
           88  ws-alertq-ok                  value '00'.
           88  ws-alertq-dup                 value '22'.
       01  ws-alert-open                     pic x(1) value 'N'.
           88  ws-alert-is-open              value 'Y'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
       01  ws-ltrque-status                  pic x(2).
           88  ws-ltrque-ok                  value '00'.
           88  ws-ltrque-dup                 value '22'.
           88  ws-ltrque-absent              value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.

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

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-acks                      pic x(1) value 'Y'.
           88  ws-more-ack-recs              value 'Y'.
       01  ws-more-pays                      pic x(1).
           88  ws-more-pay-recs              value 'Y'.
       01  ws-rcl-today                      pic 9(8).
       01  ws-today                          pic x(21).
       01  ws-jnlrec-sequence                pic 9(6) value 0.

      ***--------------------------------------------------------------*
      *** one answer line                                             *
      ***--------------------------------------------------------------*
       01  ws-ack-record                     pic x(60).
       01  ws-ack-view redefines ws-ack-record.
           03  ws-ack-type                   pic x(3).
               88  ws-ack-is-answer          value 'ACK'.
               88  ws-ack-is-trailer         value 'TRL'.
           03  ws-ack-seq                    pic 9(6).
           03  ws-ack-trace-id               pic x(12).
           03  ws-ack-result                 pic x(1).
               88  ws-ack-accepted           value 'A'.
               88  ws-ack-rejected           value 'R'.
           03  ws-ack-reason-code            pic x(4).
           03  ws-ack-reason-text            pic x(30).
           03  filler                        pic x(4).
       01  ws-trl-view redefines ws-ack-record.
           03  filler                        pic x(9).
           03  ws-trl-count                  pic 9(7).
           03  filler                        pic x(44).
       01  ws-trailer-seen                   pic x(1) value 'N'.
           88  ws-trailer-was-seen           value 'Y'.

      *    the refund pair - clearing account debited, customer
      *    credited, under one pair id
       01  ws-pair-id.
           03  filler                        pic x(2) value 'CA'.
           03  ws-pair-id-date               pic 9(4).
           03  ws-pair-id-seq                pic 9(7).
       01  ws-pair-seq                       pic 9(7) value 0.
       01  ws-posting-acctno                 pic x(10).
       01  ws-posting-amount                 pic s9(7)v99.
       01  ws-posting-narrative              pic x(20).
       01  ws-alert-text                     pic x(70).

      ***--------------------------------------------------------------*
      *** the PAYRTN letter to the paying account's holder            *
      ***--------------------------------------------------------------*
       01  ws-ltr-open                       pic x(1) value 'N'.
           88  ws-ltr-is-open                value 'Y'.
       01  ws-xref-open                      pic x(1) value 'N'.
           88  ws-xref-is-open               value 'Y'.
       01  ws-ltr-acctno                     pic x(10).
       01  ws-ltr-custno                     pic x(10).
       01  ws-ltr-first-custno               pic x(10).
       01  ws-ltr-fields.
           03  ws-ltr-field                  pic x(20) occurs 4 times.
       01  ws-ltr-written                    pic x(1).
           88  ws-ltr-write-done             value 'Y' 'F'.
       01  ws-xref-more                      pic x(1).
           88  ws-xref-more-recs             value 'Y'.

       01  ws-acks-read                      pic 9(7) comp value 0.
       01  ws-pays-accepted                  pic 9(7) comp value 0.
       01  ws-pays-rejected                  pic 9(7) comp value 0.
       01  ws-acks-repeated                  pic 9(7) comp value 0.
       01  ws-acks-exception                 pic 9(7) comp value 0.
       01  ws-pays-awaiting                  pic 9(7) comp value 0.
       01  ws-letters-queued                 pic 9(7) comp value 0.
       01  ws-refund-total                   pic 9(11)v99 value 0.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-count-display                  pic 9(7).
       01  ws-amount-display                 pic -zzzzzzzzz9.99.
       01  ws-ltr-amount                     pic zzzzzz9.99.

      ***--------------------------------------------------------------*
      *** report spool - the answers for the ETPERPT viewer           *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCLA'.

       procedure division.
       bcla-mainline section.
       bcla-mainline-para.
           perform bcla-initialize
           if ws-run-is-ok
               perform bcla-answer-one
                   until not ws-more-ack-recs
               perform bcla-list-awaiting
           end-if
           perform bcla-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bcla-load-business-date section.
       bcla-load-business-date-para.
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
      *** no answer file on hand means nothing to load; the letters   *
      *** need both the holders and the queue                         *
      ***--------------------------------------------------------------*
       bcla-initialize section.
       bcla-initialize-para.
           display 'ETPBCLA - clearing-house answer loading'
           perform bcla-load-business-date
           move function current-date to ws-today
           open input ACK-FILE
           if not ws-ack-ok
               display 'ETPBCLA - no answer file on hand, status='
                   ws-ack-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-acks
           else
               open i-o EXTPAY-FILE
               if not ws-extpay-ok
                   display 'ETPBCLA - unable to open EXTPAY, status='
                       ws-extpay-status
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-acks
                   close ACK-FILE
               else
                   open extend JOURNAL4-FILE
                   if ws-journal4-not-found
                       open output JOURNAL4-FILE
                   end-if
                   if not ws-journal4-ok
                       display 'ETPBCLA - unable to open journal4, '
                           'status=' ws-journal4-status
                       move 'N' to ws-run-ok
                       move 'N' to ws-more-acks
                       close ACK-FILE
                       close EXTPAY-FILE
                   else
                       perform bcla-open-mirror
                       open i-o ALERTQ-FILE
                       if ws-alertq-ok and ws-mirror-is-open
                           move 'Y' to ws-alert-open
                       end-if
                       open input ACCTXREF-FILE
                       if ws-acctxref-ok
                           move 'Y' to ws-xref-open
                       end-if
                       open i-o LTRQUE-FILE
                       if ws-ltrque-absent
                           open output LTRQUE-FILE
                           close LTRQUE-FILE
                           open i-o LTRQUE-FILE
                       end-if
                       if ws-xref-is-open and ws-ltrque-ok
                           move 'Y' to ws-ltr-open
                       end-if
                       perform bcla-spool-open
                       move spaces to ws-spool-text
                       string 'CLEARING-HOUSE ANSWERS LOADED '
                           ws-rcl-today
                           into ws-spool-text
                       perform bcla-spool-line
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one answer line against its payment                         *
      ***--------------------------------------------------------------*
       bcla-answer-one section.
       bcla-answer-one-para.
           read ACK-FILE into ws-ack-record
               at end
                   move 'N' to ws-more-acks
           end-read
           if ws-more-ack-recs
               evaluate true
                   when ws-ack-is-trailer
                       perform bcla-check-trailer
                   when ws-ack-is-answer
                       add 1 to ws-acks-read
                       perform bcla-match-answer
                   when other
                       display 'ETPBCLA - unreadable line skipped'
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcla-match-answer section.
       bcla-match-answer-para.
           move ws-ack-trace-id to EXTPAY-TRACE-ID
           read EXTPAY-FILE
               invalid key
                   continue
           end-read
           evaluate true
               when ws-extpay-notfnd
                   move spaces to ws-alert-text
                   string 'CLRANSWR ' ws-ack-trace-id
                       ' answered but no such payment'
                       delimited by size
                       into ws-alert-text
                   perform bcla-answer-exception
               when EXTPAY-IS-ACCEPTED or EXTPAY-IS-REJECTED
                   add 1 to ws-acks-repeated
                   display 'ETPBCLA - ' ws-ack-trace-id
                       ' already answered, skipped'
               when not EXTPAY-IS-SENT
                   or EXTPAY-FILE-SEQ not = ws-ack-seq
                   move spaces to ws-alert-text
                   string 'CLRANSWR ' ws-ack-trace-id
                       ' answered but not sent on file ' ws-ack-seq
                       delimited by size
                       into ws-alert-text
                   perform bcla-answer-exception
               when ws-ack-accepted
                   move 'A' to EXTPAY-STATUS
                   move ws-rcl-today to EXTPAY-ANSWER-DATE
                   rewrite EXTPAY-RECORD
                   add 1 to ws-pays-accepted
               when ws-ack-rejected
                   perform bcla-refund-payment
               when other
                   move spaces to ws-alert-text
                   string 'CLRANSWR ' ws-ack-trace-id
                       ' unknown answer ' ws-ack-result
                       delimited by size
                       into ws-alert-text
                   perform bcla-answer-exception
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** a rejected payment's money comes back out of the clearing   *
      *** account to the customer, the reason on the customer's leg,  *
      *** and a letter tells the holder why                           *
      ***--------------------------------------------------------------*
       bcla-refund-payment section.
       bcla-refund-payment-para.
           add 1 to ws-pair-seq
           move ws-rcl-today(5:4) to ws-pair-id-date
           move ws-pair-seq to ws-pair-id-seq

           move EXTPAY-CLR-ACCTNO to ws-posting-acctno
           compute ws-posting-amount = 0 - EXTPAY-AMOUNT
           end-compute
           move 'BANK PAYMENT RETURN' to ws-posting-narrative
           perform bcla-emit-posting

           move EXTPAY-FROM-ACCTNO to ws-posting-acctno
           move EXTPAY-AMOUNT to ws-posting-amount
           move spaces to ws-posting-narrative
           if ws-ack-reason-text = spaces
               string 'RTN ' ws-ack-reason-code
                   delimited by size
                   into ws-posting-narrative
           else
               string 'RTN ' ws-ack-reason-text
                   delimited by size
                   into ws-posting-narrative
           end-if
           perform bcla-emit-posting

           move 'R' to EXTPAY-STATUS
           move ws-rcl-today to EXTPAY-ANSWER-DATE
           move ws-ack-reason-code to EXTPAY-REJECT-CODE
           move ws-ack-reason-text to EXTPAY-REJECT-REASON
           rewrite EXTPAY-RECORD
           add 1 to ws-pays-rejected
           add EXTPAY-AMOUNT to ws-refund-total

           if ws-ltr-is-open
               move EXTPAY-FROM-ACCTNO to ws-ltr-acctno
               move EXTPAY-AMOUNT to ws-ltr-amount
               move ws-ltr-amount to ws-ltr-field(1)
               move EXTPAY-BEN-NAME to ws-ltr-field(2)
               if ws-ack-reason-text = spaces
                   move ws-ack-reason-code to ws-ltr-field(3)
               else
                   move ws-ack-reason-text to ws-ltr-field(3)
               end-if
               move ws-rcl-today to ws-ltr-field(4)
               perform bcla-queue-letter
           end-if

           move EXTPAY-AMOUNT to ws-amount-display
           move spaces to ws-spool-text
           string EXTPAY-TRACE-ID ' ' EXTPAY-FROM-ACCTNO
               ws-amount-display ' REFUNDED ' ws-ack-reason-code
               ' ' ws-ack-reason-text
               delimited by size
               into ws-spool-text
           perform bcla-spool-line
           display 'ETPBCLA - ' ws-spool-text
           exit
           .
      ***--------------------------------------------------------------*
      *** appends one structured POST entry to journal4, the same     *
      *** JNLREC shape ETPBSTO and ETPBTDM write                      *
      ***--------------------------------------------------------------*
       bcla-emit-posting section.
       bcla-emit-posting-para.
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
           move ws-pair-id to JNLREC-POST-PAIR-ID
           move ws-posting-narrative to JNLREC-POST-NARRATIVE
           move 'RT' to JNLREC-POST-TXN-TYPE
           move EXTPAY-TRACE-ID to JNLREC-POST-TRACE-ID
           write JNLREC-RECORD
           perform bcla-tally-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the clearing house's count of answer lines against the      *
      *** lines read                                                  *
      ***--------------------------------------------------------------*
       bcla-check-trailer section.
       bcla-check-trailer-para.
           move 'Y' to ws-trailer-seen
           if ws-trl-count not is numeric
               or ws-trl-count not = ws-acks-read
               move ws-acks-read to ws-count-display
               move spaces to ws-alert-text
               string 'CLRANSWR file ' ws-ack-seq ' trailer count '
                   ws-trl-count ' but ' ws-count-display ' read'
                   delimited by size
                   into ws-alert-text
               perform bcla-answer-exception
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcla-answer-exception section.
       bcla-answer-exception-para.
           add 1 to ws-acks-exception
           move ws-alert-text to ws-spool-text
           perform bcla-spool-line
           display 'ETPBCLA - ' ws-alert-text
           perform bcla-raise-alert
           exit
           .
      ***--------------------------------------------------------------*
      *** one operator alert on ALERTQ, numbered off the journal2     *
      *** tally as every ALERTQ writer numbers its lines              *
      ***--------------------------------------------------------------*
       bcla-raise-alert section.
       bcla-raise-alert-para.
           if ws-alert-is-open
               move 'journal2' to JNLCOUNT-JNAME
               read JNLCOUNT-FILE
                   invalid key
                       continue
               end-read
               if ws-jnlcount-notfnd
                   move 'journal2' to JNLCOUNT-JNAME
                   move 1 to JNLCOUNT-COUNT
                   write JNLCOUNT-RECORD
               else
                   add 1 to JNLCOUNT-COUNT
                   rewrite JNLCOUNT-RECORD
               end-if
               move JNLCOUNT-COUNT to ALERTQ-LINENO
               move ws-alert-text to ALERTQ-TEXT
               move 'H' to ALERTQ-SEVERITY
               move 'CLEARING' to ALERTQ-CATEGORY
               move function current-date(1:8)
                   to ALERTQ-RAISED-DATE
               move function current-date(9:6)
                   to ALERTQ-RAISED-TIME
               move 'N' to ALERTQ-ESCALATED
               move 'N' to ALERTQ-ACK
               move spaces to ALERTQ-ACK-USERID
               move 0 to ALERTQ-ACK-TIME
               write ALERTQ-RECORD
                   invalid key
                       continue
               end-write
               if ws-alertq-dup
                   rewrite ALERTQ-RECORD
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** queues the PAYRTN letter for the account's primary holder   *
      ***--------------------------------------------------------------*
       bcla-queue-letter section.
       bcla-queue-letter-para.
           perform bcla-letter-holder
           if ws-ltr-custno = spaces
               display 'ETPBCLA - ' ws-ltr-acctno
                   ' has no holder on ACCTXREF, no PAYRTN letter'
           else
               move spaces to LTRQUE-RECORD
               move ws-ltr-custno to LTRQUE-CUSTNO
               move function current-date(1:14) to LTRQUE-STAMP
               move 1 to LTRQUE-SEQ
               move 'Q' to LTRQUE-STATUS
               move 'PAYRTN' to LTRQUE-TYPE
               move ws-ltr-acctno to LTRQUE-ACCTNO
               move ws-program-name to LTRQUE-SOURCE
               move ws-rcl-today to LTRQUE-REQ-DATE
               move ws-ltr-fields to LTRQUE-FIELDS
               move 0 to LTRQUE-DONE-DATE
               move 'N' to ws-ltr-written
               perform bcla-queue-letter-write
                   until ws-ltr-write-done
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcla-queue-letter-write section.
       bcla-queue-letter-write-para.
           write LTRQUE-RECORD
               invalid key
                   continue
           end-write
           evaluate true
               when ws-ltrque-ok
                   move 'Y' to ws-ltr-written
                   add 1 to ws-letters-queued
               when ws-ltrque-dup and LTRQUE-SEQ < 99
                   add 1 to LTRQUE-SEQ
               when other
                   display 'ETPBCLA - PAYRTN letter for '
                       ws-ltr-custno ' not queued, status='
                       ws-ltrque-status
                   move 'F' to ws-ltr-written
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's primary holder off ACCTXREF - the first       *
      *** holder when no row is marked primary                        *
      ***--------------------------------------------------------------*
       bcla-letter-holder section.
       bcla-letter-holder-para.
           move spaces to ws-ltr-custno
           move spaces to ws-ltr-first-custno
           move ws-ltr-acctno to ACCTXREF-ACCTNO
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
           perform bcla-letter-holder-next
               until not ws-xref-more-recs
           if ws-ltr-custno = spaces
               move ws-ltr-first-custno to ws-ltr-custno
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcla-letter-holder-next section.
       bcla-letter-holder-next-para.
           read ACCTXREF-FILE next record
               at end
                   move 'N' to ws-xref-more
           end-read
           if ws-xref-more-recs
               if ACCTXREF-ACCTNO not = ws-ltr-acctno
                   move 'N' to ws-xref-more
               else
                   if ws-ltr-first-custno = spaces
                       move ACCTXREF-CUSTNO to ws-ltr-first-custno
                   end-if
                   if ACCTXREF-IS-PRIMARY
                       move ACCTXREF-CUSTNO to ws-ltr-custno
                       move 'N' to ws-xref-more
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every payment sent but still unanswered, for the report     *
      ***--------------------------------------------------------------*
       bcla-list-awaiting section.
       bcla-list-awaiting-para.
           move 'Y' to ws-more-pays
           move low-values to EXTPAY-TRACE-ID
           start EXTPAY-FILE key not < EXTPAY-TRACE-ID
               invalid key
                   move 'N' to ws-more-pays
           end-start
           perform bcla-list-awaiting-next
               until not ws-more-pay-recs
           exit
           .
      ***--------------------------------------------------------------*
       bcla-list-awaiting-next section.
       bcla-list-awaiting-next-para.
           read EXTPAY-FILE next record
               at end
                   move 'N' to ws-more-pays
           end-read
           if ws-more-pay-recs
               and EXTPAY-IS-SENT
               add 1 to ws-pays-awaiting
               move EXTPAY-AMOUNT to ws-amount-display
               move spaces to ws-spool-text
               string EXTPAY-TRACE-ID ' ' EXTPAY-FROM-ACCTNO
                   ws-amount-display ' AWAITING ANSWER, FILE '
                   EXTPAY-FILE-SEQ
                   delimited by size
                   into ws-spool-text
               perform bcla-spool-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcla-finalize section.
       bcla-finalize-para.
           if ws-run-is-ok
               if not ws-trailer-was-seen
                   move spaces to ws-alert-text
                   string 'CLRANSWR answer file has no trailer'
                       delimited by size
                       into ws-alert-text
                   perform bcla-answer-exception
               end-if
               close ACK-FILE
               close EXTPAY-FILE
               close JOURNAL4-FILE
               if ws-alertq-ok
                   close ALERTQ-FILE
               end-if
               perform bcla-close-mirror
               if ws-xref-is-open
                   close ACCTXREF-FILE
               end-if
               if ws-ltrque-ok
                   close LTRQUE-FILE
               end-if
           end-if
           move ws-acks-read to ws-report-count
           display 'ETPBCLA - answers read        : ' ws-report-count
           move ws-pays-accepted to ws-report-count
           display 'ETPBCLA - payments accepted   : ' ws-report-count
           move ws-pays-rejected to ws-report-count
           display 'ETPBCLA - payments refunded   : ' ws-report-count
           move ws-acks-repeated to ws-report-count
           display 'ETPBCLA - already answered    : ' ws-report-count
           move ws-acks-exception to ws-report-count
           display 'ETPBCLA - exceptions          : ' ws-report-count
           move ws-pays-awaiting to ws-report-count
           display 'ETPBCLA - awaiting an answer  : ' ws-report-count
           move ws-refund-total to ws-amount-display
           display 'ETPBCLA - amount refunded     : ' ws-amount-display
           if ws-spool-is-open
               move ws-pays-accepted to ws-report-count
               move spaces to ws-spool-text
               string 'payments accepted  : ' ws-report-count
                   into ws-spool-text
               perform bcla-spool-line
               move ws-pays-rejected to ws-report-count
               move spaces to ws-spool-text
               string 'payments refunded  : ' ws-report-count
                   into ws-spool-text
               perform bcla-spool-line
               move ws-refund-total to ws-amount-display
               move spaces to ws-spool-text
               string 'amount refunded    : ' ws-amount-display
                   into ws-spool-text
               perform bcla-spool-line
               move ws-letters-queued to ws-report-count
               move spaces to ws-spool-text
               string 'letters queued     : ' ws-report-count
                   into ws-spool-text
               perform bcla-spool-line
               perform bcla-spool-close
           end-if
           display 'ETPBCLA - answer loading complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bcla-spool-open section.
       bcla-spool-open-para.
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
       bcla-spool-line section.
       bcla-spool-line-para.
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
       bcla-spool-close section.
       bcla-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the tally and mirror files, creating the mirror on    *
      *** first use; without them the reconciliation would count the  *
      *** appended lines against a stale tally                        *
      ***--------------------------------------------------------------*
       bcla-open-mirror section.
       bcla-open-mirror-para.
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
               display 'ETPBCLA - journal tally/mirror unavailable, '
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
       bcla-close-mirror section.
       bcla-close-mirror-para.
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
       bcla-tally-line section.
       bcla-tally-line-para.
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
       end program ETPBCLA.
