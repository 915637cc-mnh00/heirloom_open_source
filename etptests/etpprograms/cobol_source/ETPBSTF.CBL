       identification division.

       program-id. ETPBSTF.

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

      * ETPBSTF - weekly staff-account activity report
      * For the compliance officer: every posting of the last seven
      * business days on an account held by a customer a member of
      * staff is linked to on STAFFLNK - their own accounts and their
      * relatives'.  STAFFLNK is walked user by user; each linked
      * customer's accounts come off CUSTXREF and each account's
      * postings in the week off POSTHIST, listed to RPTSPOOL under
      * the staff user with the relation, amount, running balance,
      * narrative and any reversal marked.  An account two of a
      * user's links share is listed once.  The screens already
      * refuse a staff member acting on these accounts; this is the
      * after-the-fact view of everything that did move on them.

       environment division.

       input-output section.
       file-control.
           select STAFFLNK-FILE assign to "STAFFLNK"
               organization is indexed
               access mode is sequential
               record key is STAFFLNK-KEY
               file status is ws-stafflnk-status.

           select CUSTXREF-FILE assign to "CUSTXREF"
               organization is indexed
               access mode is dynamic
               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

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
       fd  STAFFLNK-FILE.
           copy STAFFLNK.

       fd  CUSTXREF-FILE.
           copy CUSTXREF.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBSTF'.

       01  ws-stafflnk-status                pic x(2).
           88  ws-stafflnk-ok                value '00'.
           88  ws-stafflnk-eof               value '10'.
           88  ws-stafflnk-absent            value '35'.
       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
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
       01  ws-more-xref                      pic x(1).
           88  ws-more-xref-recs             value 'Y'.
       01  ws-more-history                   pic x(1).
           88  ws-more-history-recs          value 'Y'.

      ***--------------------------------------------------------------*
      *** the week - the business date and the six days before it    *
      ***--------------------------------------------------------------*
       77  ws-week-days                      pic 9(2) value 7.
       01  ws-today                          pic 9(8).
       01  ws-week-start                     pic 9(8).
       01  ws-week-int                       pic s9(9) comp.

      ***--------------------------------------------------------------*
      *** user break - STAFFLNK is user-major, so one user's links    *
      *** arrive together; the accounts already listed for the user  *
      *** are kept so a joint account two links share shows once     *
      ***--------------------------------------------------------------*
       01  ws-cur-userid                     pic x(8) value spaces.
       01  ws-user-postings                  pic 9(5) comp value 0.
       77  ws-acct-max                       pic 9(3) value 200.
       01  ws-acct-count                     pic 9(3) value 0.
       01  ws-acct-table.
           03  ws-acct-listed                pic x(10) occurs 200 times.
       01  ws-acct-sub                       pic 9(3).
       01  ws-acct-found                     pic x(1).
           88  ws-acct-was-found             value 'Y'.
       01  ws-cur-acctno                     pic x(10).
       01  ws-rev-mark                       pic x(1).

       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBSTF'.

       01  ws-links-read                     pic 9(7) comp value 0.
       01  ws-users-linked                   pic 9(5) comp value 0.
       01  ws-accts-listed                   pic 9(7) comp value 0.
       01  ws-postings-listed                pic 9(7) comp value 0.

       01  ws-amt-disp                       pic -(7)9.99.
       01  ws-bal-disp                       pic -(9)9.99.
       01  ws-report-count                   pic zzzz9.
       01  ws-report-count2                  pic zzzz9.

       procedure division.
       bstf-mainline section.
       bstf-mainline-para.
           perform bstf-initialize
           if ws-run-is-ok
               perform bstf-process-link
                   until not ws-are-more-records
               if ws-cur-userid not = spaces
                   perform bstf-user-total
               end-if
           end-if
           perform bstf-finalize
           stop run
           .
      ***--------------------------------------------------------------*
       bstf-initialize section.
       bstf-initialize-para.
           display 'ETPBSTF - weekly staff-account activity report'
           perform bstf-load-business-date
           compute ws-week-int =
               function integer-of-date(ws-today)
             - ws-week-days + 1
           end-compute
           compute ws-week-start =
               function date-of-integer(ws-week-int)
           end-compute
           perform bstf-spool-open
           move spaces to ws-spool-text
           string 'Staff-linked account postings ' ws-week-start
               ' to ' ws-today
               into ws-spool-text
           perform bstf-spool-line
           open input STAFFLNK-FILE
           if ws-stafflnk-absent
               display 'ETPBSTF - no staff links on file'
               move 'N' to ws-run-ok
               move 'N' to ws-more-records
           else
           if not ws-stafflnk-ok
               display 'ETPBSTF - unable to open STAFFLNK, status='
                   ws-stafflnk-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-records
           else
               open input CUSTXREF-FILE
               open input POSTHIST-FILE
               if not ws-custxref-ok or not ws-posthist-ok
                   display 'ETPBSTF - unable to open CUSTXREF/POSTHIST'
                       ', status=' ws-custxref-status
                       '/' ws-posthist-status
                   close STAFFLNK-FILE
                   move 'N' to ws-run-ok
                   move 'N' to ws-more-records
               else
                   move spaces to ws-spool-text
                   string 'account    date     R       amount'
                       '          balance narrative'
                       into ws-spool-text
                   perform bstf-spool-line
               end-if
           end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bstf-load-business-date section.
       bstf-load-business-date-para.
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
      *** one staff link - a new user starts a new block, then every  *
      *** account the linked customer holds is listed                 *
      ***--------------------------------------------------------------*
       bstf-process-link section.
       bstf-process-link-para.
           read STAFFLNK-FILE next record
               at end
                   move 'N' to ws-more-records
           end-read
           if ws-are-more-records
               add 1 to ws-links-read
               if STAFFLNK-USERID not = ws-cur-userid
                   if ws-cur-userid not = spaces
                       perform bstf-user-total
                   end-if
                   move STAFFLNK-USERID to ws-cur-userid
                   move 0 to ws-acct-count
                   add 1 to ws-users-linked
                   move spaces to ws-spool-text
                   string 'STAFF USER ' ws-cur-userid
                       into ws-spool-text
                   perform bstf-spool-line
               end-if
               move spaces to ws-spool-text
               string '  CUSTOMER ' STAFFLNK-CUSTNO
                   '  RELATION ' STAFFLNK-RELATION
                   into ws-spool-text
               perform bstf-spool-line
               move STAFFLNK-CUSTNO to CUSTXREF-CUSTNO
               move low-values to CUSTXREF-ACCTNO
               start CUSTXREF-FILE key not < CUSTXREF-KEY
                   invalid key
                       continue
               end-start
               if ws-custxref-ok
                   move 'Y' to ws-more-xref
               else
                   move 'N' to ws-more-xref
               end-if
               perform bstf-process-account
                   until not ws-more-xref-recs
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one account the linked customer holds - skipped when an    *
      *** earlier link of the same user already listed it            *
      ***--------------------------------------------------------------*
       bstf-process-account section.
       bstf-process-account-para.
           read CUSTXREF-FILE next record
               at end
                   move 'N' to ws-more-xref
           end-read
           if ws-more-xref-recs
               if CUSTXREF-CUSTNO not = STAFFLNK-CUSTNO
                   move 'N' to ws-more-xref
               else
                   move CUSTXREF-ACCTNO to ws-cur-acctno
                   perform bstf-find-account
                   if not ws-acct-was-found
                       perform bstf-list-account
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bstf-find-account section.
       bstf-find-account-para.
           move 'N' to ws-acct-found
           move 0 to ws-acct-sub
           perform bstf-find-account-scan
               until ws-acct-was-found
                  or ws-acct-sub >= ws-acct-count
           if not ws-acct-was-found
               and ws-acct-count < ws-acct-max
               add 1 to ws-acct-count
               move ws-cur-acctno to ws-acct-listed(ws-acct-count)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bstf-find-account-scan section.
       bstf-find-account-scan-para.
           add 1 to ws-acct-sub
           if ws-acct-listed(ws-acct-sub) = ws-cur-acctno
               move 'Y' to ws-acct-found
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's postings inside the week                      *
      ***--------------------------------------------------------------*
       bstf-list-account section.
       bstf-list-account-para.
           add 1 to ws-accts-listed
           move ws-cur-acctno to POSTHIST-ACCTNO
           move ws-week-start to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           start POSTHIST-FILE key not < POSTHIST-KEY
               invalid key
                   continue
           end-start
           if ws-posthist-ok
               move 'Y' to ws-more-history
           else
               move 'N' to ws-more-history
           end-if
           perform bstf-list-posting
               until not ws-more-history-recs
           exit
           .
      ***--------------------------------------------------------------*
      *** one posting - an R marks a reversal row, an X one that has  *
      *** since been backed out or returned                           *
      ***--------------------------------------------------------------*
       bstf-list-posting section.
       bstf-list-posting-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-more-history
           end-read
           if ws-more-history-recs
               if POSTHIST-ACCTNO not = ws-cur-acctno
                   or POSTHIST-DATE > ws-today
                   move 'N' to ws-more-history
               else
                   add 1 to ws-user-postings
                   add 1 to ws-postings-listed
                   move ' ' to ws-rev-mark
                   if POSTHIST-IS-REVERSAL
                       move 'R' to ws-rev-mark
                   else if POSTHIST-WAS-REVERSED
                       or POSTHIST-WAS-RETURNED
                       move 'X' to ws-rev-mark
                   end-if end-if
                   move POSTHIST-AMOUNT to ws-amt-disp
                   move POSTHIST-BALANCE to ws-bal-disp
                   move spaces to ws-spool-text
                   string POSTHIST-ACCTNO ' '
                       POSTHIST-DATE ' '
                       ws-rev-mark ' '
                       ws-amt-disp ' '
                       ws-bal-disp ' '
                       POSTHIST-NARRATIVE
                       into ws-spool-text
                   perform bstf-spool-line
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bstf-user-total section.
       bstf-user-total-para.
           move ws-acct-count to ws-report-count
           move ws-user-postings to ws-report-count2
           move spaces to ws-spool-text
           string '  ' ws-cur-userid ' accounts ' ws-report-count
               '  postings ' ws-report-count2
               into ws-spool-text
           perform bstf-spool-line
           display 'ETPBSTF - ' ws-spool-text
           move 0 to ws-user-postings
           exit
           .
      ***--------------------------------------------------------------*
       bstf-finalize section.
       bstf-finalize-para.
           if ws-run-is-ok
               close STAFFLNK-FILE
               close CUSTXREF-FILE
               close POSTHIST-FILE
           end-if
           move ws-links-read to ws-report-count
           display 'ETPBSTF - staff links read      : ' ws-report-count
           move ws-users-linked to ws-report-count
           display 'ETPBSTF - staff users           : ' ws-report-count
           move ws-accts-listed to ws-report-count
           display 'ETPBSTF - accounts listed       : ' ws-report-count
           move ws-postings-listed to ws-report-count
           display 'ETPBSTF - postings listed       : ' ws-report-count
           if ws-spool-is-open
               move ws-users-linked to ws-report-count
               move ws-accts-listed to ws-report-count2
               move spaces to ws-spool-text
               string 'staff users : ' ws-report-count
                   '  accounts : ' ws-report-count2
                   into ws-spool-text
               perform bstf-spool-line
               move ws-postings-listed to ws-report-count
               move spaces to ws-spool-text
               string 'postings    : ' ws-report-count
                   into ws-spool-text
               perform bstf-spool-line
               perform bstf-spool-close
           end-if
           display 'ETPBSTF - staff-account report complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bstf-spool-open section.
       bstf-spool-open-para.
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
       bstf-spool-line section.
       bstf-spool-line-para.
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
       bstf-spool-close section.
       bstf-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBSTF.
