       identification division.

       program-id. ETPBMRG.

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

      * ETPBMRG - duplicate customer merge
      * Carries out every MRGCAND pair a supervisor has approved on
      * ETPEMRG: the duplicate's account relationships on both
      * cross-references, its CUSTAUD change history, its pending
      * PENDCHG changes and its SANCHIT sanctions hits all move to
      * the customer number kept, and the duplicate is closed with a
      * CUSTAUD 'M' row under each number.  A pending change that
      * would close the duplicate is rejected rather than moved -
      * the merge closes it, and moved it would close the customer
      * kept.  A hit already on the kept number is replaced only
      * when the duplicate's hit holds transfers and the kept one
      * does not.  Restartable through the MRGCTL progress row the
      * way ETPBRNM is through RNMCTL: an abend resumes at the pair
      * and step it died on, every step is idempotent, so a
      * customer's accounts are never left split between the two
      * numbers.  A pair whose customers are no longer both open is
      * cancelled.  Each merge is written to the
      * /tmp/merge_audit.txt trail with per-file counts.
      * The kept number's CUSTAUD trail, the duplicate's rows
      * now among its own, is sealed afresh onto its HASHCHN
      * tamper-evident chain from the chain's anchor, and the
      * duplicate's chain is left standing on its anchor.

       environment division.

       input-output section.
       file-control.
           select AUDIT-FILE assign to "/tmp/merge_audit.txt"
               organization is line sequential
               file status is ws-audit-status.

           select MRGCTL-FILE assign to "MRGCTL"
               organization is indexed
               access mode is dynamic
               record key is MRGCTL-CNAME
               file status is ws-mrgctl-status.

           select MRGCAND-FILE assign to "MRGCAND"
               organization is indexed
               access mode is dynamic
               record key is MRGCAND-KEY
               file status is ws-mrgcand-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select CUSTXREF-FILE assign to "CUSTXREF"
               organization is indexed
               access mode is dynamic
               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select CUSTAUD-FILE assign to "CUSTAUD"
               organization is indexed
               access mode is dynamic
               record key is CUSTAUD-KEY
               file status is ws-custaud-status.

           select HASHCHN-FILE assign to "HASHCHN"
               organization is indexed
               access mode is dynamic
               record key is HASHCHN-KEY
               file status is ws-hashchn-status.

           select PENDCHG-FILE assign to "PENDCHG"
               organization is indexed
               access mode is dynamic
               record key is PENDCHG-KEY
               file status is ws-pendchg-status.

           select SANCHIT-FILE assign to "SANCHIT"
               organization is indexed
               access mode is dynamic
               record key is SANCHIT-KEY
               file status is ws-sanchit-status.

           select BUSCTRL-FILE assign to "BUSCTRL"
               organization is indexed
               access mode is dynamic
               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

       data division.

       file section.
       fd  AUDIT-FILE.
       01  audit-line                        pic x(80).

       fd  MRGCTL-FILE.
           copy MRGCTL.

       fd  MRGCAND-FILE.
           copy MRGCAND.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  CUSTXREF-FILE.
           copy CUSTXREF.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  CUSTAUD-FILE.
           copy CUSTAUD.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  PENDCHG-FILE.
           copy PENDCHG.

       fd  SANCHIT-FILE.
           copy SANCHIT.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBMRG'.

       01  ws-audit-status                   pic x(2).
           88  ws-audit-ok                   value '00'.
       01  ws-mrgctl-status                  pic x(2).
           88  ws-mrgctl-ok                  value '00'.
           88  ws-mrgctl-notfnd              value '23'.
           88  ws-mrgctl-absent              value '35'.
       01  ws-mrgcand-status                 pic x(2).
           88  ws-mrgcand-ok                 value '00'.
           88  ws-mrgcand-absent             value '35'.
       01  ws-custmast-status                pic x(2).
           88  ws-custmast-ok                value '00'.
           88  ws-custmast-notfnd            value '23'.
       01  ws-custxref-status                pic x(2).
           88  ws-custxref-ok                value '00'.
           88  ws-custxref-absent            value '35'.
       01  ws-acctxref-status                pic x(2).
           88  ws-acctxref-ok                value '00'.
           88  ws-acctxref-absent            value '35'.
       01  ws-custaud-status                 pic x(2).
           88  ws-custaud-ok                 value '00'.
           88  ws-custaud-dup                value '22'.
           88  ws-custaud-absent             value '35'.
       01  ws-pendchg-status                 pic x(2).
           88  ws-pendchg-ok                 value '00'.
           88  ws-pendchg-dup                value '22'.
           88  ws-pendchg-absent             value '35'.
       01  ws-sanchit-status                 pic x(2).
           88  ws-sanchit-ok                 value '00'.
           88  ws-sanchit-notfnd             value '23'.
           88  ws-sanchit-absent             value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-more-pairs                     pic x(1) value 'Y'.
           88  ws-more-pair-recs             value 'Y'.
       01  ws-more-rows                      pic x(1).
           88  ws-more-data-recs             value 'Y'.

       01  ws-today                          pic 9(8).

      ***--------------------------------------------------------------*
      *** the pair in hand and the restart bookkeeping                *
      ***--------------------------------------------------------------*
       01  ws-kept-custno                    pic x(10).
       01  ws-dup-custno                     pic x(10).
       01  ws-pair-key                       pic x(20).
       01  ws-resuming                       pic x(1) value 'N'.
           88  ws-is-resuming                value 'Y'.
       01  ws-step                           pic 9(2).
       01  ws-pair-ok                        pic x(1).
           88  ws-pair-passes                value 'Y'.
       01  ws-cancel-reason                  pic x(30).

      *    the row being moved, held while the copy under the kept
      *    number is written, so the original can be deleted
       01  ws-xref-acctno                    pic x(10).
       01  ws-xref-role                      pic x(1).
       01  ws-aud-image                      pic x(322).
       01  ws-aud-try                        pic x(322).
       01  ws-reseal-custno                  pic x(10).
       01  ws-pend-image                     pic x(160).
       01  ws-pend-try                       pic x(160).
       01  ws-pend-last-key                  pic x(26).
       01  ws-hit-image                      pic x(176).
       01  ws-hit-status                     pic x(1).
           88  ws-hit-blocks                 value 'P' 'M'.
       01  ws-copy-done                      pic x(1).
           88  ws-copy-is-done               value 'Y'.

      *    the closing audit rows
       01  ws-dup-image                      pic x(130).
       01  ws-kept-image                     pic x(130).
       01  ws-aud-cust                       pic x(10).
       01  ws-aud-action                     pic x(1).
       01  ws-aud-before                     pic x(130).
       01  ws-aud-after                      pic x(130).
       01  ws-aud-written                    pic x(1).
           88  ws-aud-was-written            value 'Y'.

       01  ws-rows-xref                      pic 9(5) comp.
       01  ws-rows-audit                     pic 9(5) comp.
       01  ws-rows-pend                      pic 9(5) comp.
       01  ws-rows-pend-rej                  pic 9(5) comp.
       01  ws-rows-hits                      pic 9(5) comp.
       77  ws-rows-max                       pic 9(5) comp value 9000.

       01  ws-pairs-read                     pic 9(5) comp value 0.
       01  ws-pairs-done                     pic 9(5) comp value 0.
       01  ws-pairs-cancelled                pic 9(5) comp value 0.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-row-count                      pic zzzz9.
       01  ws-row-count2                     pic zzzz9.
       01  ws-row-count3                     pic zzzz9.
       01  ws-row-count4                     pic zzzz9.

      ***--------------------------------------------------------------*
      *** tamper-evident chain - each audit row takes the next        *
      *** number on its customer's HASHCHN row and a seal over        *
      *** its contents and the seal before it                         *
      ***--------------------------------------------------------------*
       01  ws-hashchn-status                 pic x(2).
           88  ws-hashchn-ok                 value '00'.
           88  ws-hashchn-notfnd             value '23'.
           88  ws-hashchn-absent             value '35'.
       01  ws-hashchn-open                   pic x(1) value 'N'.
           88  ws-hashchn-is-open            value 'Y'.
       01  ws-chain-new                      pic x(1).
           88  ws-chain-is-new               value 'Y'.
       01  ws-seal-data.
           03  ws-seal-prev                  pic 9(18).
           03  ws-seal-body                  pic x(322).
       01  ws-seal-len                       pic 9(4) comp.
       01  ws-seal-idx                       pic 9(4) comp.
       01  ws-seal-a                         pic 9(9) comp.
       01  ws-seal-b                         pic 9(9) comp.
       01  ws-seal-work                      pic 9(12) comp.
       01  ws-seal-quot                      pic 9(12) comp.
       01  ws-seal                           pic 9(18).
       01  ws-seal-owner                     pic x(10).
       01  ws-seal-stored                    pic 9(18).

       procedure division.
       bmrg-mainline section.
       bmrg-mainline-para.
           perform bmrg-initialize
           if ws-run-is-ok
               if ws-is-resuming
                   perform bmrg-resume-pair
               end-if
               move low-values to MRGCAND-KEY
               start MRGCAND-FILE key not < MRGCAND-KEY
                   invalid key
                       move 'N' to ws-more-pairs
               end-start
               perform bmrg-process-pair
                   until not ws-more-pair-recs
           end-if
           perform bmrg-finalize
           stop run
           .
      ***--------------------------------------------------------------*
       bmrg-initialize section.
       bmrg-initialize-para.
           display 'ETPBMRG - duplicate customer merge'
           perform bmrg-load-business-date
           open i-o MRGCAND-FILE
           if not ws-mrgcand-ok
               display 'ETPBMRG - no merge candidates on file, '
                   'status=' ws-mrgcand-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-pairs
           else
               open extend AUDIT-FILE
               if not ws-audit-ok
                   open output AUDIT-FILE
               end-if
               perform bmrg-open-files
               if ws-run-is-ok
                   perform bmrg-load-progress
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bmrg-load-business-date section.
       bmrg-load-business-date-para.
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
      *** the master and both cross-references must be there; the     *
      *** history, pending and hit files are created empty on first   *
      *** use                                                          *
      ***--------------------------------------------------------------*
       bmrg-open-files section.
       bmrg-open-files-para.
           open i-o CUSTMAST-FILE
           open i-o CUSTXREF-FILE
           open i-o ACCTXREF-FILE
           if not ws-custmast-ok or not ws-custxref-ok
               or not ws-acctxref-ok
               display 'ETPBMRG - unable to open CUSTMAST, CUSTXREF '
                   'or ACCTXREF - statuses ' ws-custmast-status ' '
                   ws-custxref-status ' ' ws-acctxref-status
               move 'N' to ws-run-ok
               move 'N' to ws-more-pairs
           end-if
           open i-o CUSTAUD-FILE
           if ws-custaud-absent
               open output CUSTAUD-FILE
               close CUSTAUD-FILE
               open i-o CUSTAUD-FILE
           end-if
           perform bmrg-open-chain
           open i-o PENDCHG-FILE
           if ws-pendchg-absent
               open output PENDCHG-FILE
               close PENDCHG-FILE
               open i-o PENDCHG-FILE
           end-if
           open i-o SANCHIT-FILE
           if ws-sanchit-absent
               open output SANCHIT-FILE
               close SANCHIT-FILE
               open i-o SANCHIT-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an in-progress control row means the last merge died        *
      *** mid-pair - that pair is finished first, from the step after *
      *** the last one recorded                                        *
      ***--------------------------------------------------------------*
       bmrg-load-progress section.
       bmrg-load-progress-para.
           open i-o MRGCTL-FILE
           if ws-mrgctl-absent
               open output MRGCTL-FILE
               close MRGCTL-FILE
               open i-o MRGCTL-FILE
           end-if
           if not ws-mrgctl-ok
               display 'ETPBMRG - MRGCTL not available, status='
                   ws-mrgctl-status ' - merge not restartable'
               move 'N' to ws-run-ok
               move 'N' to ws-more-pairs
           else
               move 'CUSTMRG ' to MRGCTL-CNAME
               read MRGCTL-FILE
                   invalid key
                       continue
               end-read
               if not ws-mrgctl-notfnd
                   and MRGCTL-IN-PROGRESS
                   move 'Y' to ws-resuming
                   move MRGCTL-KEPT-CUSTNO to ws-kept-custno
                   move MRGCTL-DUP-CUSTNO to ws-dup-custno
                   move MRGCTL-STEP-DONE to ws-step
                   display 'ETPBMRG - resuming abended merge of '
                       ws-dup-custno ' into ' ws-kept-custno
                       ' past step ' ws-step
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the abended pair's candidate row, then its remaining steps  *
      ***--------------------------------------------------------------*
       bmrg-resume-pair section.
       bmrg-resume-pair-para.
           if ws-kept-custno < ws-dup-custno
               move ws-kept-custno to MRGCAND-CUSTNO-A
               move ws-dup-custno to MRGCAND-CUSTNO-B
           else
               move ws-dup-custno to MRGCAND-CUSTNO-A
               move ws-kept-custno to MRGCAND-CUSTNO-B
           end-if
           read MRGCAND-FILE
               invalid key
                   continue
           end-read
           if ws-mrgcand-ok
               perform bmrg-merge-pair
           else
               display 'ETPBMRG - candidate for the abended merge '
                   'is gone, finishing it regardless'
               move spaces to MRGCAND-USERID
               perform bmrg-merge-steps
               perform bmrg-clear-progress
           end-if
           move 'N' to ws-resuming
           exit
           .
      ***--------------------------------------------------------------*
      *** one candidate row: only an approved pair is acted on        *
      ***--------------------------------------------------------------*
       bmrg-process-pair section.
       bmrg-process-pair-para.
           read MRGCAND-FILE next record
               at end
                   move 'N' to ws-more-pairs
           end-read
           if ws-more-pair-recs
               and MRGCAND-IS-APPROVED
               add 1 to ws-pairs-read
               if MRGCAND-KEEPS-B
                   move MRGCAND-CUSTNO-B to ws-kept-custno
                   move MRGCAND-CUSTNO-A to ws-dup-custno
               else
                   move MRGCAND-CUSTNO-A to ws-kept-custno
                   move MRGCAND-CUSTNO-B to ws-dup-custno
               end-if
               move 0 to ws-step
               perform bmrg-validate-pair
               if ws-pair-passes
                   perform bmrg-merge-pair
               else
                   perform bmrg-cancel-pair
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** both customers must still be on the master and open - an    *
      *** earlier merge may have closed one of them                   *
      ***--------------------------------------------------------------*
       bmrg-validate-pair section.
       bmrg-validate-pair-para.
           move 'N' to ws-pair-ok
           move spaces to ws-cancel-reason
           move ws-kept-custno to CUSTMAST-CUSTNO
           read CUSTMAST-FILE
               invalid key
                   continue
           end-read
           if not ws-custmast-ok
               move 'KEPT CUSTOMER NOT ON FILE' to ws-cancel-reason
           else if CUSTMAST-IS-CLOSED
               move 'KEPT CUSTOMER CLOSED' to ws-cancel-reason
           else
               move ws-dup-custno to CUSTMAST-CUSTNO
               read CUSTMAST-FILE
                   invalid key
                       continue
               end-read
               if not ws-custmast-ok
                   move 'DUPLICATE NOT ON FILE' to ws-cancel-reason
               else if CUSTMAST-IS-CLOSED
                   move 'DUPLICATE ALREADY CLOSED'
                       to ws-cancel-reason
               else
                   move 'Y' to ws-pair-ok
               end-if end-if
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-cancel-pair section.
       bmrg-cancel-pair-para.
           display 'ETPBMRG - merge of ' ws-dup-custno ' into '
               ws-kept-custno ' cancelled: ' ws-cancel-reason
           move 'X' to MRGCAND-STATUS
           move ws-today to MRGCAND-MERGED-DATE
           rewrite MRGCAND-RECORD
           add 1 to ws-pairs-cancelled
           move spaces to audit-line
           string 'CANCELLED ' ws-dup-custno
               ' INTO ' ws-kept-custno
               ' ' ws-cancel-reason
               into audit-line
           write audit-line
           exit
           .
      ***--------------------------------------------------------------*
      *** the merge of one pair, step by step, then the candidate     *
      *** marked merged and the progress row cleared                   *
      ***--------------------------------------------------------------*
       bmrg-merge-pair section.
       bmrg-merge-pair-para.
           move MRGCAND-KEY to ws-pair-key
           perform bmrg-merge-steps
           move ws-pair-key to MRGCAND-KEY
           read MRGCAND-FILE
               invalid key
                   continue
           end-read
           if ws-mrgcand-ok
               move 'M' to MRGCAND-STATUS
               move ws-today to MRGCAND-MERGED-DATE
               rewrite MRGCAND-RECORD
           end-if
           perform bmrg-clear-progress
           add 1 to ws-pairs-done
           exit
           .
      ***--------------------------------------------------------------*
      *** the steps, in fixed order; each is idempotent (write under  *
      *** the kept number, then delete under the duplicate) so a      *
      *** resumed step may safely run again                            *
      ***--------------------------------------------------------------*
       bmrg-merge-steps section.
       bmrg-merge-steps-para.
           display 'ETPBMRG - merging ' ws-dup-custno
               ' into ' ws-kept-custno
           move 0 to ws-rows-xref
           move 0 to ws-rows-audit
           move 0 to ws-rows-pend
           move 0 to ws-rows-pend-rej
           move 0 to ws-rows-hits
           if ws-step < 1
               perform bmrg-save-progress
           end-if
           if ws-step < 1
               perform bmrg-step-xref
               move 1 to ws-step
               perform bmrg-save-progress
           end-if
           if ws-step < 2
               perform bmrg-step-custaud
               move 2 to ws-step
               perform bmrg-save-progress
           end-if
           if ws-step < 3
               perform bmrg-step-pendchg
               move 3 to ws-step
               perform bmrg-save-progress
           end-if
           if ws-step < 4
               perform bmrg-step-sanchit
               move 4 to ws-step
               perform bmrg-save-progress
           end-if
           if ws-step < 5
               perform bmrg-step-close
               move 5 to ws-step
               perform bmrg-save-progress
           end-if
           perform bmrg-audit-merge
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-save-progress section.
       bmrg-save-progress-para.
           move 'CUSTMRG ' to MRGCTL-CNAME
           move 'R' to MRGCTL-STATUS
           move ws-kept-custno to MRGCTL-KEPT-CUSTNO
           move ws-dup-custno to MRGCTL-DUP-CUSTNO
           move ws-step to MRGCTL-STEP-DONE
           write MRGCTL-RECORD
               invalid key
                   rewrite MRGCTL-RECORD
           end-write
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-clear-progress section.
       bmrg-clear-progress-para.
           move 'CUSTMRG ' to MRGCTL-CNAME
           read MRGCTL-FILE
               invalid key
                   continue
           end-read
           if ws-mrgctl-ok
               move ' ' to MRGCTL-STATUS
               move 0 to MRGCTL-STEP-DONE
               rewrite MRGCTL-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** step 1: every account relationship, on both cross-          *
      *** references.  An account both customers hold keeps the kept *
      *** number's row, taking the primary role if the duplicate had  *
      *** it                                                           *
      ***--------------------------------------------------------------*
       bmrg-step-xref section.
       bmrg-step-xref-para.
           move 'Y' to ws-more-rows
           perform bmrg-move-one-xref
               until ws-rows-xref > ws-rows-max
                  or not ws-more-data-recs
           exit
           .
      ***--------------------------------------------------------------*
      *** the rows are picked off one at a time from the top of the   *
      *** duplicate's key range, as ETPBRNM does - never deleted      *
      *** under a sequential browse                                    *
      ***--------------------------------------------------------------*
       bmrg-move-one-xref section.
       bmrg-move-one-xref-para.
           move 'N' to ws-more-rows
           move ws-dup-custno to CUSTXREF-CUSTNO
           move low-values to CUSTXREF-ACCTNO
           start CUSTXREF-FILE key not < CUSTXREF-KEY
               invalid key
                   continue
           end-start
           if ws-custxref-ok
               read CUSTXREF-FILE next record
                   at end
                       continue
               end-read
               if ws-custxref-ok
                   and CUSTXREF-CUSTNO = ws-dup-custno
                   move CUSTXREF-ACCTNO to ws-xref-acctno
                   move CUSTXREF-ROLE to ws-xref-role
                   move ws-kept-custno to CUSTXREF-CUSTNO
                   read CUSTXREF-FILE
                       invalid key
                           continue
                   end-read
                   if ws-custxref-ok
                       if ws-xref-role = 'P'
                           and not CUSTXREF-IS-PRIMARY
                           perform bmrg-promote-kept
                       end-if
                   else
                       perform bmrg-write-kept-xref
                   end-if
                   move ws-xref-acctno to ACCTXREF-ACCTNO
                   move ws-dup-custno to ACCTXREF-CUSTNO
                   delete ACCTXREF-FILE
                       invalid key
                           continue
                   end-delete
                   move ws-dup-custno to CUSTXREF-CUSTNO
                   move ws-xref-acctno to CUSTXREF-ACCTNO
                   delete CUSTXREF-FILE
                       invalid key
                           continue
                   end-delete
                   add 1 to ws-rows-xref
                   move 'Y' to ws-more-rows
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-write-kept-xref section.
       bmrg-write-kept-xref-para.
           move ws-kept-custno to CUSTXREF-CUSTNO
           move ws-xref-acctno to CUSTXREF-ACCTNO
           move ws-xref-role to CUSTXREF-ROLE
           write CUSTXREF-RECORD
               invalid key
                   continue
           end-write
           move ws-xref-acctno to ACCTXREF-ACCTNO
           move ws-kept-custno to ACCTXREF-CUSTNO
           move ws-xref-role to ACCTXREF-ROLE
           write ACCTXREF-RECORD
               invalid key
                   continue
           end-write
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-promote-kept section.
       bmrg-promote-kept-para.
           move 'P' to CUSTXREF-ROLE
           rewrite CUSTXREF-RECORD
           move ws-xref-acctno to ACCTXREF-ACCTNO
           move ws-kept-custno to ACCTXREF-CUSTNO
           read ACCTXREF-FILE
               invalid key
                   continue
           end-read
           if ws-acctxref-ok
               move 'P' to ACCTXREF-ROLE
               rewrite ACCTXREF-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** step 2: the duplicate's change history, each row under the  *
      *** kept number with its own time stamp                         *
      ***--------------------------------------------------------------*
       bmrg-step-custaud section.
       bmrg-step-custaud-para.
           move 'Y' to ws-more-rows
           perform bmrg-move-one-audit
               until ws-rows-audit > ws-rows-max
                  or not ws-more-data-recs
           move ws-kept-custno to ws-reseal-custno
           perform bmrg-reseal-chain
           move ws-dup-custno to ws-reseal-custno
           perform bmrg-reseal-chain
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-move-one-audit section.
       bmrg-move-one-audit-para.
           move 'N' to ws-more-rows
           move ws-dup-custno to CUSTAUD-CUSTNO
           move 0 to CUSTAUD-STAMP
           move 0 to CUSTAUD-SEQ
           start CUSTAUD-FILE key not < CUSTAUD-KEY
               invalid key
                   continue
           end-start
           if ws-custaud-ok
               read CUSTAUD-FILE next record
                   at end
                       continue
               end-read
               if ws-custaud-ok
                   and CUSTAUD-CUSTNO = ws-dup-custno
                   move CUSTAUD-RECORD to ws-aud-image
                   move ws-kept-custno to CUSTAUD-CUSTNO
                   move CUSTAUD-RECORD to ws-aud-try
                   move 'N' to ws-copy-done
                   perform bmrg-copy-audit
                       until ws-copy-is-done
                   move ws-aud-image to CUSTAUD-RECORD
                   delete CUSTAUD-FILE
                       invalid key
                           continue
                   end-delete
                   add 1 to ws-rows-audit
                   move 'Y' to ws-more-rows
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a key already taken under the kept number is either this    *
      *** row's own copy from an abended run (the same contents) or   *
      *** another change made in the same second - the sequence moves *
      *** on past it                                                   *
      ***--------------------------------------------------------------*
       bmrg-copy-audit section.
       bmrg-copy-audit-para.
           move ws-aud-try to CUSTAUD-RECORD
           write CUSTAUD-RECORD
               invalid key
                   continue
           end-write
           if not ws-custaud-dup
               move 'Y' to ws-copy-done
           else
               read CUSTAUD-FILE
                   invalid key
                       continue
               end-read
               if ws-custaud-ok
                   and CUSTAUD-RECORD(27:269) = ws-aud-try(27:269)
                   move 'Y' to ws-copy-done
               else
                   move ws-aud-try to CUSTAUD-RECORD
                   if CUSTAUD-SEQ = 99
                       display 'ETPBMRG - no free history key for '
                           ws-kept-custno ' ' CUSTAUD-STAMP
                       move 'Y' to ws-copy-done
                   else
                       add 1 to CUSTAUD-SEQ
                       move CUSTAUD-RECORD to ws-aud-try
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's trail in time-stamp order, numbered and      *
      *** sealed afresh from the chain's anchor - rows moved in       *
      *** from a duplicate carry the duplicate's chain, so the        *
      *** kept number's is rebuilt around them, and a number left     *
      *** with no rows stands on its anchor; safe to run again        *
      ***--------------------------------------------------------------*
       bmrg-reseal-chain section.
       bmrg-reseal-chain-para.
           if ws-hashchn-is-open
               move ws-reseal-custno to CUSTAUD-CUSTNO
               perform bmrg-chain-fetch
               move HASHCHN-ANCHOR-NO to HASHCHN-HEAD-NO
               move HASHCHN-ANCHOR-SEAL to HASHCHN-HEAD-SEAL
               move ws-reseal-custno to CUSTAUD-CUSTNO
               move 0 to CUSTAUD-STAMP
               move 0 to CUSTAUD-SEQ
               move 'Y' to ws-more-rows
               start CUSTAUD-FILE key not < CUSTAUD-KEY
                   invalid key
                       move 'N' to ws-more-rows
               end-start
               perform bmrg-reseal-one
                   until not ws-more-data-recs
               if ws-chain-is-new
                   write HASHCHN-RECORD
                       invalid key
                           continue
                   end-write
               else
                   rewrite HASHCHN-RECORD
                       invalid key
                           continue
                   end-rewrite
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-reseal-one section.
       bmrg-reseal-one-para.
           read CUSTAUD-FILE next record
               at end
                   move 'N' to ws-more-rows
           end-read
           if ws-more-data-recs
               if CUSTAUD-CUSTNO not = ws-reseal-custno
                   move 'N' to ws-more-rows
               else
                   perform bmrg-seal-row
                   rewrite CUSTAUD-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move CUSTAUD-CHAIN-NO to HASHCHN-HEAD-NO
                   move CUSTAUD-SEAL to HASHCHN-HEAD-SEAL
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** step 3: the duplicate's pending changes.  Decided ones stay  *
      *** as its history, so the range is browsed past each row      *
      *** rather than picked off the top                               *
      ***--------------------------------------------------------------*
       bmrg-step-pendchg section.
       bmrg-step-pendchg-para.
           move ws-dup-custno to PENDCHG-CUSTNO
           move 0 to PENDCHG-STAMP
           move 0 to PENDCHG-SEQ
           move PENDCHG-KEY to ws-pend-last-key
           move 'Y' to ws-more-rows
           perform bmrg-move-one-pend
               until ws-rows-pend > ws-rows-max
                  or not ws-more-data-recs
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-move-one-pend section.
       bmrg-move-one-pend-para.
           move 'N' to ws-more-rows
           move ws-pend-last-key to PENDCHG-KEY
           start PENDCHG-FILE key > PENDCHG-KEY
               invalid key
                   continue
           end-start
           if ws-pendchg-ok
               read PENDCHG-FILE next record
                   at end
                       continue
               end-read
               if ws-pendchg-ok
                   and PENDCHG-CUSTNO = ws-dup-custno
                   move PENDCHG-KEY to ws-pend-last-key
                   move 'Y' to ws-more-rows
                   if PENDCHG-IS-PENDING
                       if PENDCHG-NEW-STATUS = 'C'
                           perform bmrg-reject-pend
                       else
                           perform bmrg-move-pend
                       end-if
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a pending close of the duplicate is overtaken by the merge  *
      *** - moved, its approval would close the customer kept         *
      ***--------------------------------------------------------------*
       bmrg-reject-pend section.
       bmrg-reject-pend-para.
           move 'R' to PENDCHG-STATUS
           move ws-program-name to PENDCHG-CHECKER
           rewrite PENDCHG-RECORD
           add 1 to ws-rows-pend-rej
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-move-pend section.
       bmrg-move-pend-para.
           move PENDCHG-RECORD to ws-pend-image
           move ws-kept-custno to PENDCHG-CUSTNO
           move PENDCHG-RECORD to ws-pend-try
           move 'N' to ws-copy-done
           perform bmrg-copy-pend
               until ws-copy-is-done
           move ws-pend-image to PENDCHG-RECORD
           delete PENDCHG-FILE
               invalid key
                   continue
           end-delete
           add 1 to ws-rows-pend
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-copy-pend section.
       bmrg-copy-pend-para.
           move ws-pend-try to PENDCHG-RECORD
           write PENDCHG-RECORD
               invalid key
                   continue
           end-write
           if not ws-pendchg-dup
               move 'Y' to ws-copy-done
           else
               read PENDCHG-FILE
                   invalid key
                       continue
               end-read
               if ws-pendchg-ok
                   and PENDCHG-RECORD(27:) = ws-pend-try(27:)
                   move 'Y' to ws-copy-done
               else
                   move ws-pend-try to PENDCHG-RECORD
                   if PENDCHG-SEQ = 99
                       display 'ETPBMRG - no free pending key for '
                           ws-kept-custno ' ' PENDCHG-STAMP
                       move 'Y' to ws-copy-done
                   else
                       add 1 to PENDCHG-SEQ
                       move PENDCHG-RECORD to ws-pend-try
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** step 4: the duplicate's sanctions hits - the accounts now   *
      *** under the kept number must stay held while a hit is open    *
      ***--------------------------------------------------------------*
       bmrg-step-sanchit section.
       bmrg-step-sanchit-para.
           move 'Y' to ws-more-rows
           perform bmrg-move-one-hit
               until ws-rows-hits > ws-rows-max
                  or not ws-more-data-recs
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-move-one-hit section.
       bmrg-move-one-hit-para.
           move 'N' to ws-more-rows
           move ws-dup-custno to SANCHIT-CUSTNO
           move low-values to SANCHIT-ENTRY-ID
           start SANCHIT-FILE key not < SANCHIT-KEY
               invalid key
                   continue
           end-start
           if ws-sanchit-ok
               read SANCHIT-FILE next record
                   at end
                       continue
               end-read
               if ws-sanchit-ok
                   and SANCHIT-CUSTNO = ws-dup-custno
                   move SANCHIT-RECORD to ws-hit-image
                   move SANCHIT-STATUS to ws-hit-status
                   move ws-kept-custno to SANCHIT-CUSTNO
                   read SANCHIT-FILE
                       invalid key
                           continue
                   end-read
                   if ws-sanchit-notfnd
                       move ws-hit-image to SANCHIT-RECORD
                       move ws-kept-custno to SANCHIT-CUSTNO
                       write SANCHIT-RECORD
                           invalid key
                               continue
                       end-write
                   else
                       if ws-sanchit-ok
                           and not SANCHIT-BLOCKS
                           and ws-hit-blocks
                           move ws-hit-image to SANCHIT-RECORD
                           move ws-kept-custno to SANCHIT-CUSTNO
                           rewrite SANCHIT-RECORD
                       end-if
                   end-if
                   move ws-hit-image to SANCHIT-RECORD
                   delete SANCHIT-FILE
                       invalid key
                           continue
                   end-delete
                   add 1 to ws-rows-hits
                   move 'Y' to ws-more-rows
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** step 5: the duplicate is closed, with an 'M' history row    *
      *** under each number - the duplicate's showing it closed, the  *
      *** kept number's showing the record merged into it             *
      ***--------------------------------------------------------------*
       bmrg-step-close section.
       bmrg-step-close-para.
           move ws-kept-custno to CUSTMAST-CUSTNO
           read CUSTMAST-FILE
               invalid key
                   continue
           end-read
           move CUSTMAST-RECORD to ws-kept-image
           move ws-dup-custno to CUSTMAST-CUSTNO
           read CUSTMAST-FILE
               invalid key
                   continue
           end-read
           if ws-custmast-ok
               and not CUSTMAST-IS-CLOSED
               move CUSTMAST-RECORD to ws-dup-image
               move 'C' to CUSTMAST-STATUS
               rewrite CUSTMAST-RECORD
               if ws-custmast-ok
                   move ws-dup-custno to ws-aud-cust
                   move ws-dup-image to ws-aud-before
                   move CUSTMAST-RECORD to ws-aud-after
                   perform bmrg-write-history
                   move ws-kept-custno to ws-aud-cust
                   move CUSTMAST-RECORD to ws-aud-before
                   move ws-kept-image to ws-aud-after
                   perform bmrg-write-history
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the supervisor who approved the merge is the one on record  *
      ***--------------------------------------------------------------*
       bmrg-write-history section.
       bmrg-write-history-para.
           move ws-aud-cust to CUSTAUD-CUSTNO
           move function current-date(1:14) to CUSTAUD-STAMP
           move 1 to CUSTAUD-SEQ
           if MRGCAND-USERID = spaces
               move ws-program-name to CUSTAUD-USERID
           else
               move MRGCAND-USERID to CUSTAUD-USERID
           end-if
           move 'M' to CUSTAUD-ACTION
           move ws-aud-before to CUSTAUD-BEFORE-IMAGE
           move ws-aud-after to CUSTAUD-AFTER-IMAGE
           perform bmrg-chain-fetch
           move 'N' to ws-aud-written
           perform bmrg-write-history-once
               until ws-aud-was-written
           if ws-custaud-ok
               perform bmrg-chain-advance
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-write-history-once section.
       bmrg-write-history-once-para.
           perform bmrg-seal-row
           write CUSTAUD-RECORD
               invalid key
                   continue
           end-write
           if ws-custaud-dup
               and CUSTAUD-SEQ < 99
               add 1 to CUSTAUD-SEQ
           else
               move 'Y' to ws-aud-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the chain control file, created empty on first use; a       *
      *** run without it writes its rows unsealed, which the          *
      *** ETPBHCV check then reports                                  *
      ***--------------------------------------------------------------*
       bmrg-open-chain section.
       bmrg-open-chain-para.
           open i-o HASHCHN-FILE
           if ws-hashchn-absent
               open output HASHCHN-FILE
               close HASHCHN-FILE
               open i-o HASHCHN-FILE
           end-if
           if ws-hashchn-ok
               move 'Y' to ws-hashchn-open
           else
               display 'ETPBMRG - HASHCHN not available, status='
                   ws-hashchn-status ' - rows written unsealed'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the customer's chain row, held for the audit write          *
      *** that follows; a first row starts a new chain                *
      ***--------------------------------------------------------------*
       bmrg-chain-fetch section.
       bmrg-chain-fetch-para.
           move 'C' to HASHCHN-TRAIL
           move CUSTAUD-CUSTNO to HASHCHN-OWNER
           move 'N' to ws-chain-new
           if ws-hashchn-is-open
               read HASHCHN-FILE
                   invalid key
                       continue
               end-read
               if not ws-hashchn-ok
                   move 'Y' to ws-chain-new
                   move 'C' to HASHCHN-TRAIL
                   move CUSTAUD-CUSTNO to HASHCHN-OWNER
                   move 0 to HASHCHN-HEAD-NO
                   move 0 to HASHCHN-HEAD-SEAL
                   move 0 to HASHCHN-ANCHOR-NO
                   move 0 to HASHCHN-ANCHOR-SEAL
                   move 0 to HASHCHN-ANCHOR-DATE
                   move spaces to HASHCHN-ANCHOR-BY
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row takes the next number on the chain and is           *
      *** sealed over its contents and the seal before it             *
      ***--------------------------------------------------------------*
       bmrg-seal-row section.
       bmrg-seal-row-para.
           if ws-hashchn-is-open
               compute CUSTAUD-CHAIN-NO = HASHCHN-HEAD-NO + 1
               move HASHCHN-HEAD-SEAL to ws-seal-prev
               perform bmrg-seal-custaud
               move ws-seal to CUSTAUD-SEAL
           else
               move 0 to CUSTAUD-CHAIN-NO
               move 0 to CUSTAUD-SEAL
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row is on file - it becomes the chain's head            *
      ***--------------------------------------------------------------*
       bmrg-chain-advance section.
       bmrg-chain-advance-para.
           if ws-hashchn-is-open
               move CUSTAUD-CHAIN-NO to HASHCHN-HEAD-NO
               move CUSTAUD-SEAL to HASHCHN-HEAD-SEAL
               if ws-chain-is-new
                   write HASHCHN-RECORD
                       invalid key
                           continue
                   end-write
               else
                   rewrite HASHCHN-RECORD
                       invalid key
                           continue
                   end-rewrite
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the seal of the CUSTAUD row in hand, chained to the         *
      *** seal in ws-seal-prev.  The customer number is left          *
      *** out, the row itself is left as it was                       *
      ***--------------------------------------------------------------*
       bmrg-seal-custaud section.
       bmrg-seal-custaud-para.
           move CUSTAUD-CUSTNO to ws-seal-owner
           move CUSTAUD-SEAL to ws-seal-stored
           move spaces to CUSTAUD-CUSTNO
           move 0 to CUSTAUD-SEAL
           move CUSTAUD-RECORD to ws-seal-body
           move ws-seal-owner to CUSTAUD-CUSTNO
           move ws-seal-stored to CUSTAUD-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of CUSTAUD-RECORD
           perform bmrg-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** two running remainders over every byte of ws-seal-data,     *
      *** each modulo its own large prime, side by side make the      *
      *** eighteen-digit seal                                         *
      ***--------------------------------------------------------------*
       bmrg-seal-compute section.
       bmrg-seal-compute-para.
           move 0 to ws-seal-a
           move 0 to ws-seal-b
           perform bmrg-seal-byte
               varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-len
           compute ws-seal = ws-seal-a * 1000000000 + ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-seal-byte section.
       bmrg-seal-byte-para.
           compute ws-seal-work = ws-seal-a * 257
               + function ord(ws-seal-data(ws-seal-idx:1))
           divide ws-seal-work by 999999937
               giving ws-seal-quot remainder ws-seal-a
           compute ws-seal-work = ws-seal-b * 263 + ws-seal-idx
               + function ord(ws-seal-data(ws-seal-idx:1))
           divide ws-seal-work by 999999929
               giving ws-seal-quot remainder ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-audit-merge section.
       bmrg-audit-merge-para.
           move spaces to audit-line
           string 'MERGED ' ws-dup-custno
               ' INTO ' ws-kept-custno
               ' ON ' ws-today
               ' BY ' MRGCAND-USERID
               into audit-line
           write audit-line
           move ws-rows-xref to ws-row-count
           move ws-rows-audit to ws-row-count2
           move ws-rows-pend to ws-row-count3
           move ws-rows-hits to ws-row-count4
           move spaces to audit-line
           string '  XREF ' ws-row-count
               ' CUSTAUD ' ws-row-count2
               ' PENDCHG ' ws-row-count3
               ' SANCHIT ' ws-row-count4
               into audit-line
           write audit-line
           if ws-rows-pend-rej > 0
               move ws-rows-pend-rej to ws-row-count
               move spaces to audit-line
               string '  PENDING CLOSES REJECTED ' ws-row-count
                   into audit-line
               write audit-line
           end-if
           if ws-is-resuming
               move spaces to audit-line
               string '  RESUMED - COUNTS COVER THE STEPS REDONE'
                   into audit-line
               write audit-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bmrg-finalize section.
       bmrg-finalize-para.
           if ws-mrgcand-ok or ws-run-is-ok
               close MRGCAND-FILE
           end-if
           if ws-run-is-ok
               close AUDIT-FILE
               close MRGCTL-FILE
               close CUSTMAST-FILE
               close CUSTXREF-FILE
               close ACCTXREF-FILE
               close CUSTAUD-FILE
               if ws-hashchn-is-open
                   close HASHCHN-FILE
               end-if
               close PENDCHG-FILE
               close SANCHIT-FILE
           end-if
           move ws-pairs-read to ws-report-count
           display 'ETPBMRG - approved pairs read : ' ws-report-count
           move ws-pairs-done to ws-report-count
           display 'ETPBMRG - pairs merged        : ' ws-report-count
           move ws-pairs-cancelled to ws-report-count
           display 'ETPBMRG - pairs cancelled     : ' ws-report-count
           display 'ETPBMRG - merge complete'
           exit
           .
       end program ETPBMRG.
