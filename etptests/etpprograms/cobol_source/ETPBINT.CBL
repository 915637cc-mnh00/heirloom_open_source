      * - when the header count or trailer hash disagrees with what
      * was actually read.  Accepted records are emitted as journal4
      * POST entries for the normal ETPBPST run.
      * A partner that paid an item in error sends a return file
      * (/tmp/postrtn.txt - HDR, RTN details naming the original
      * item's trace id, account and amount, TRL total): each item
      * is found on POSTHIST by its trace id, backed out by an exact
      * offsetting POST with a return narrative (plus the RATECFG
      * 'RTNFEE' returned-item fee when one is configured), and its
      * history row marked returned.  Unknown or already-returned
      * items are rejected on the return disposition file, and the
      * whole return file is refused when its details do not balance
      * to the trailer total.  A partner registered with
      * availability days has each credit marked with them, so the
      * posting run holds it as uncollected funds (UNCOLL) for that
      * many business days; a credit returned while still uncollected
      * has its uncollected row closed as returned.
      * A debit is only taken under the customer's direct-debit
      * mandate for the sending partner (MANDATE, kept on ETPEMDT):
      * the detail may name the partner's mandate reference after
      * the narrative, otherwise any mandate the partner holds on the
      * account will serve.  A debit with no active mandate, or one
      * above the mandate's maximum, is rejected back to the partner
      * on the disposition file with the mandate reason, and each
      * debit taken stamps the mandate's last-used date.
      * A clearing partner's cheque presentment file
      * (/tmp/chqpres.txt - HDR, CHQ details of account, serial and
      * amount, TRL total) is judged against the CHQBOOK cheque
      * register kept on ETPECHQ: a cheque on an unused leaf of a
      * book issued to the account is paid by a debit POST and its
      * leaf marked paid, so it can never be paid twice; one on a
      * serial not issued, or paid, stopped or cancelled, goes back
      * on the presentment disposition file with a return reason
      * code instead of being posted.  The whole file is refused
      * when its details do not balance to the trailer total.

       environment division.

               organization is line sequential
               file status is ws-disp-status.

           select RTN-FILE assign to "/tmp/postrtn.txt"
               organization is line sequential
               file status is ws-rtn-status.

           select RTNDISP-FILE assign to "/tmp/postrtn_disp.txt"
               organization is line sequential
               file status is ws-rtndisp-status.

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select RATECFG-FILE assign to "RATECFG"
               organization is indexed
               access mode is dynamic
               record key is RATECFG-KEY
               file status is ws-ratecfg-status.

           select UNCOLL-FILE assign to "UNCOLL"
               organization is indexed
               access mode is dynamic
               record key is UNCOLL-KEY
               file status is ws-uncoll-status.

           select MANDATE-FILE assign to "MANDATE"
               organization is indexed
               access mode is dynamic
               record key is MANDATE-KEY
               file status is ws-mandate-status.

           select CHQ-FILE assign to "/tmp/chqpres.txt"
               organization is line sequential
               file status is ws-chq-status.

           select CHQDISP-FILE assign to "/tmp/chqpres_disp.txt"
               organization is line sequential
               file status is ws-chqdisp-status.

           select CHQBOOK-FILE assign to "CHQBOOK"
               organization is indexed
               access mode is dynamic
               record key is CHQBOOK-KEY
               file status is ws-chqbook-status.

       data division.

       file section.
       01  reject-line                       pic x(120).

       fd  ACCEPT-FILE.
       01  accept-line                       pic x(70).

       fd  ACCTMAST-FILE.
           copy ACCTMAST.
       fd  DISP-FILE.
       01  disp-line                         pic x(80).

       fd  RTN-FILE.
       01  rtn-line                          pic x(80).

       fd  RTNDISP-FILE.
       01  rtndisp-line                      pic x(100).

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  RATECFG-FILE.
           copy RATECFG.

       fd  UNCOLL-FILE.
           copy UNCOLL.

       fd  MANDATE-FILE.
           copy MANDATE.

       fd  CHQ-FILE.
       01  chq-line                          pic x(80).

       fd  CHQDISP-FILE.
       01  chqdisp-line                      pic x(100).

       fd  CHQBOOK-FILE.
           copy CHQBOOK.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBINT'.
           88  ws-dup-was-found              value 'Y'.
       01  ws-dup-age                        pic s9(9) comp.
       01  ws-partner-id                     pic x(8) value 'POSTINTF'.
      *    business days the partner's credits stay uncollected
       01  ws-partner-avail-days             pic 9(2) value 0.

      ***--------------------------------------------------------------*
      *** partner registry and disposition file - the file is only    *
      *    free text the partner sends with the movement, carried
      *    through as the posting narrative
           03  ws-dtl-narrative              pic x(20).
      *    the partner's mandate reference for a debit; blank lets
      *    any mandate the partner holds on the account serve
           03  ws-dtl-mandate-ref            pic x(18).
           03  filler                        pic x(19).
       01  ws-intf-trailer redefines ws-intf-record.
           03  ws-trl-type                   pic x(3).
           03  ws-trl-hash                   pic 9(11)v99.
      *    'A' would post, 'D' suspected duplicate - nothing acts on
      *    a staged detail until the whole file's verdict is in
           03  ws-acc-verdict                pic x(1).
      *    the mandate a debit was taken under, stamped as used
      *    only once the debit is really emitted
           03  ws-acc-mandate-ref            pic x(18).
           03  filler                        pic x(12).
       01  ws-acc-sign                       pic x(1).
       01  ws-acc-abs                        pic 9(7)v99.
      *    why the whole file was refused, for the superseding
           88  ws-ckd-passes                 value 'Y'.


      ***--------------------------------------------------------------*
      *** partner returns - each RTN detail names an item this job    *
      *** loaded earlier by its trace id; the item is found on its    *
      *** account's POSTHIST rows, staged until the return file's     *
      *** own controls prove out, then backed out by an offsetting    *
      *** POST and the history row marked returned                   *
      ***--------------------------------------------------------------*
       01  ws-rtn-status                     pic x(2).
           88  ws-rtn-ok                     value '00'.
       01  ws-rtndisp-status                 pic x(2).
           88  ws-rtndisp-ok                 value '00'.
       01  ws-posthist-status                pic x(2).
           88  ws-posthist-ok                value '00'.
           88  ws-posthist-notfnd            value '23'.
       01  ws-posthist-open                  pic x(1) value 'N'.
           88  ws-posthist-is-open           value 'Y'.
       01  ws-ratecfg-status                 pic x(2).
           88  ws-ratecfg-ok                 value '00'.
           88  ws-ratecfg-notfnd             value '23'.
       01  ws-uncoll-status                  pic x(2).
           88  ws-uncoll-ok                  value '00'.
       01  ws-uncoll-open                    pic x(1) value 'N'.
           88  ws-uncoll-is-open             value 'Y'.
      *    set when the returns phase had to open the partner
      *    registry itself, so it closes it again when done
       01  ws-rtn-partner-opened             pic x(1) value 'N'.
           88  ws-rtn-partner-was-opened     value 'Y'.
       01  ws-rtn-good                       pic x(1) value 'Y'.
           88  ws-rtn-is-good                value 'Y'.
       01  ws-rtn-more                       pic x(1) value 'Y'.
           88  ws-rtn-more-lines             value 'Y'.
       01  ws-rtn-trailer-seen               pic x(1) value 'N'.
           88  ws-rtn-trailer-was-seen       value 'Y'.
       01  ws-rtn-more-history               pic x(1).
           88  ws-rtn-more-history-recs      value 'Y'.
       01  ws-rtn-partner-id                 pic x(8) value 'POSTINTF'.
       01  ws-rtn-refuse-reason              pic x(30) value spaces.
       01  ws-rtn-reason                     pic x(30).

       01  ws-rtn-record                     pic x(80).
       01  ws-rtn-header redefines ws-rtn-record.
           03  ws-rtn-hdr-type               pic x(3).
           03  ws-rtn-hdr-date               pic 9(8).
           03  ws-rtn-hdr-count              pic 9(7).
           03  ws-rtn-hdr-partner            pic x(8).
           03  filler                        pic x(54).
       01  ws-rtn-detail redefines ws-rtn-record.
           03  ws-rtn-dtl-type               pic x(3).
           03  ws-rtn-dtl-trace              pic x(12).
           03  ws-rtn-dtl-acctno             pic x(10).
           03  ws-rtn-dtl-amount             pic 9(7)v99.
      *    the partner's own reason for the return, for the record
           03  ws-rtn-dtl-reason             pic x(20).
           03  filler                        pic x(26).
       01  ws-rtn-trailer redefines ws-rtn-record.
           03  ws-rtn-trl-type               pic x(3).
           03  ws-rtn-trl-total              pic 9(11)v99.
           03  filler                        pic x(64).

      *    what the search of the account's history found for the
      *    named trace id - the eligible row wins over any other
       01  ws-rtn-match                      pic x(1).
           88  ws-rtn-match-none             value 'N'.
           88  ws-rtn-match-eligible         value 'E'.
           88  ws-rtn-match-returned         value 'R'.
           88  ws-rtn-match-reversed         value 'V'.
           88  ws-rtn-match-differs          value 'A'.
       01  ws-rtn-match-key                  pic x(24).

      *    returns that passed, parked until the file's verdict is in
       77  ws-rtn-max                        pic 9(4) comp value 500.
       01  ws-rtn-table.
           03  ws-rtn-count                  pic 9(4) comp value 0.
           03  ws-rtn-entry occurs 500 times.
               05  ws-rtn-ent-key            pic x(24).
               05  ws-rtn-ent-acctno         pic x(10).
               05  ws-rtn-ent-trace          pic x(12).
               05  ws-rtn-ent-amount         pic 9(7)v99.
       01  ws-rtn-sub                        pic 9(4) comp.
       01  ws-rtn-dup                        pic x(1).
           88  ws-rtn-dup-found              value 'Y'.
       01  ws-rtn-row-marked                 pic x(1).
           88  ws-rtn-row-was-marked         value 'Y'.

      *    the fields of one disposition line back to the partner
       01  ws-rtn-disp-acctno                pic x(10).
       01  ws-rtn-disp-trace                 pic x(12).
       01  ws-rtn-disp-amount                pic 9(7)v99.

       01  ws-rtn-fee                        pic 9(7)v99 value 0.
       01  ws-rtn-read                       pic 9(7) comp value 0.
       01  ws-rtn-returned                   pic 9(7) comp value 0.
       01  ws-rtn-rejected                   pic 9(7) comp value 0.
       01  ws-rtn-fees                       pic 9(7) comp value 0.
       01  ws-rtn-total-read                 pic 9(11)v99 value 0.
       01  ws-rtn-total-returned             pic 9(11)v99 value 0.

      ***--------------------------------------------------------------*
      *** direct-debit mandates - a partner debit needs an active     *
      *** mandate for the partner on the account, no larger than its  *
      *** maximum; a missing register means mandates have not been    *
      *** taken up yet and debits load as they always did             *
      ***--------------------------------------------------------------*
       01  ws-mandate-status                 pic x(2).
           88  ws-mandate-file-ok            value '00'.
           88  ws-mandate-notfnd             value '23'.
       01  ws-mandate-open                   pic x(1) value 'N'.
           88  ws-mandate-is-open            value 'Y'.
       01  ws-mandate-ok                     pic x(1).
           88  ws-mandate-passes             value 'Y'.
       01  ws-mandate-active-seen            pic x(1).
           88  ws-mandate-active-was-seen    value 'Y'.
       01  ws-more-mandates                  pic x(1).
           88  ws-more-mandate-recs          value 'Y'.
       01  ws-mandate-as-of                  pic 9(8).
       01  ws-mandate-ref-used               pic x(18).
       01  ws-mandate-over-key               pic x(36).
       01  ws-details-no-mandate             pic 9(7) comp value 0.

      ***--------------------------------------------------------------*
      *** cheque presentments - each CHQ detail names a cheque by its *
      *** account and serial; one on a leaf CHQBOOK holds unused is   *
      *** staged until the presentment file's own controls prove out, *
      *** then paid by a debit POST and its leaf marked paid.  Any    *
      *** other goes back to the clearing partner with a return       *
      *** reason code and is never posted                             *
      ***--------------------------------------------------------------*
       01  ws-chq-status                     pic x(2).
           88  ws-chq-ok                     value '00'.
       01  ws-chqdisp-status                 pic x(2).
           88  ws-chqdisp-ok                 value '00'.
       01  ws-chqbook-status                 pic x(2).
           88  ws-chqbook-ok                 value '00'.
       01  ws-chqbook-open                   pic x(1) value 'N'.
           88  ws-chqbook-is-open            value 'Y'.
      *    set when the presentment phase had to open the partner
      *    registry or ACCTMAST itself, so it closes them again
       01  ws-chq-partner-opened             pic x(1) value 'N'.
           88  ws-chq-partner-was-opened     value 'Y'.
       01  ws-chq-acctmast-opened            pic x(1) value 'N'.
           88  ws-chq-acctmast-was-opened    value 'Y'.
       01  ws-chq-good                       pic x(1) value 'Y'.
           88  ws-chq-is-good                value 'Y'.
       01  ws-chq-more                       pic x(1) value 'Y'.
           88  ws-chq-more-lines             value 'Y'.
       01  ws-chq-trailer-seen               pic x(1) value 'N'.
           88  ws-chq-trailer-was-seen       value 'Y'.
       01  ws-chq-partner-id                 pic x(8) value 'POSTINTF'.
       01  ws-chq-refuse-reason              pic x(30) value spaces.
       01  ws-chq-file-date                  pic 9(8) value 0.
      *    the return reason code the clearing partner acts on, and
      *    its text
       01  ws-chq-rcode                      pic x(2).
       01  ws-chq-reason                     pic x(30).

       01  ws-chq-record                     pic x(80).
       01  ws-chq-header redefines ws-chq-record.
           03  ws-chq-hdr-type               pic x(3).
           03  ws-chq-hdr-date               pic 9(8).
           03  ws-chq-hdr-count              pic 9(7).
           03  ws-chq-hdr-partner            pic x(8).
           03  filler                        pic x(54).
       01  ws-chq-detail redefines ws-chq-record.
           03  ws-chq-dtl-type               pic x(3).
           03  ws-chq-dtl-acctno             pic x(10).
           03  ws-chq-dtl-serial             pic 9(6).
           03  ws-chq-dtl-amount             pic 9(7)v99.
           03  filler                        pic x(52).
       01  ws-chq-trailer redefines ws-chq-record.
           03  ws-chq-trl-type               pic x(3).
           03  ws-chq-trl-total              pic 9(11)v99.
           03  filler                        pic x(64).

      *    the leaf a presented cheque falls on, when a book holds it
       01  ws-chq-leaf-found                 pic x(1).
           88  ws-chq-leaf-was-found         value 'Y'.
       01  ws-chq-leaf                       pic 9(2) comp.

      *    cheques that passed, parked until the file's verdict is in
       77  ws-chq-max                        pic 9(4) comp value 500.
       01  ws-chq-table.
           03  ws-chq-count                  pic 9(4) comp value 0.
           03  ws-chq-entry occurs 500 times.
               05  ws-chq-ent-acctno         pic x(10).
               05  ws-chq-ent-serial         pic 9(6).
               05  ws-chq-ent-amount         pic 9(7)v99.
               05  ws-chq-ent-book-last      pic 9(6).
               05  ws-chq-ent-leaf           pic 9(2) comp.
       01  ws-chq-sub                        pic 9(4) comp.
       01  ws-chq-dup                        pic x(1).
           88  ws-chq-dup-found              value 'Y'.

      *    the fields of one disposition line back to the partner
       01  ws-chq-disp-acctno                pic x(10).
       01  ws-chq-disp-serial                pic 9(6).
       01  ws-chq-disp-amount                pic 9(7)v99.

       01  ws-chq-read                       pic 9(7) comp value 0.
       01  ws-chq-paid                       pic 9(7) comp value 0.
       01  ws-chq-returned                   pic 9(7) comp value 0.
       01  ws-chq-total-read                 pic 9(11)v99 value 0.
       01  ws-chq-total-paid                 pic 9(11)v99 value 0.

       01  ws-report-count                   pic zzzzzzz9.
       01  ws-hash-display                   pic zzzzzzzzzz9.99.

                   perform bint-disp-file-refused
               end-if
           end-if
           perform bint-process-returns
           perform bint-process-cheques
           perform bint-finalize
           stop run
           .
               open output DISP-FILE
               perform bint-open-partner
               perform bint-open-dupcheck
               perform bint-open-mandate
               open input ACCTMAST-FILE
               if not ws-acctmast-ok
                   display 'ETPBINT - unable to open ACCTMAST, '
                       add 1 to ws-details-rejected
                       move 'ACCOUNT NOT ON FILE' to ws-reject-reason
                       perform bint-write-reject
      *            a partner credit to a charged-off account is a
      *            recovery and is taken; a debit is not
                   else if not ACCTMAST-IS-ACTIVE
                       and not (ACCTMAST-IS-CHARGED-OFF
                                and ws-dtl-sign = '+')
                       add 1 to ws-details-rejected
                       move 'ACCOUNT NOT ACTIVE' to ws-reject-reason
                       perform bint-write-reject
                   else
                       perform bint-check-mandate
                       if not ws-mandate-passes
                           add 1 to ws-details-rejected
                           add 1 to ws-details-no-mandate
                           perform bint-write-reject
                       else
                       perform bint-check-duplicate
                       if ws-dup-was-found
                           perform bint-stage-duplicate
                       else
                           perform bint-accept-detail
                       end-if
                       end-if
                   end-if end-if
                   end-if
               end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the mandate register; without it mandates have not    *
      *** been taken up and partner debits are not checked            *
      ***--------------------------------------------------------------*
       bint-open-mandate section.
       bint-open-mandate-para.
           open i-o MANDATE-FILE
           if ws-mandate-file-ok
               move 'Y' to ws-mandate-open
           else
               display 'ETPBINT - MANDATE register not on file, '
                   'partner debits not checked against mandates'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a debit must be covered by an active mandate the partner    *
      *** holds on the account - the one the detail names, or else    *
      *** any of the partner's mandates on it - and be no larger than *
      *** that mandate's maximum.  A refusal leaves its reason in     *
      *** ws-reject-reason for the reject and disposition lines       *
      ***--------------------------------------------------------------*
       bint-check-mandate section.
       bint-check-mandate-para.
           move 'Y' to ws-mandate-ok
           move spaces to ws-mandate-ref-used
           if ws-mandate-is-open and ws-dtl-sign = '-'
               move 'N' to ws-mandate-ok
               move 'N' to ws-mandate-active-seen
               move spaces to ws-mandate-over-key
               if ws-file-date > 0
                   move ws-file-date to ws-mandate-as-of
               else
                   move ws-today-date to ws-mandate-as-of
               end-if
               move ws-dtl-acctno to MANDATE-ACCTNO
               move ws-partner-id to MANDATE-PARTNER-ID
               if ws-dtl-mandate-ref not = spaces
                   move ws-dtl-mandate-ref to MANDATE-REF
                   read MANDATE-FILE
                       invalid key
                           continue
                   end-read
                   if ws-mandate-file-ok
                       perform bint-judge-mandate
                   end-if
               else
                   move low-values to MANDATE-REF
                   start MANDATE-FILE key not < MANDATE-KEY
                       invalid key
                           continue
                   end-start
                   if ws-mandate-file-ok
                       move 'Y' to ws-more-mandates
                       perform bint-scan-mandate
                           until not ws-more-mandate-recs
                              or ws-mandate-passes
                   end-if
               end-if
               if not ws-mandate-passes
                   if ws-mandate-active-was-seen
                       move 'OVER MANDATE MAXIMUM'
                           to ws-reject-reason
                       perform bint-record-mandate-refusal
                   else
                       move 'NO ACTIVE MANDATE' to ws-reject-reason
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-scan-mandate section.
       bint-scan-mandate-para.
           read MANDATE-FILE next record
               at end
                   move 'N' to ws-more-mandates
           end-read
           if ws-more-mandate-recs
               if MANDATE-ACCTNO not = ws-dtl-acctno
                   or MANDATE-PARTNER-ID not = ws-partner-id
                   move 'N' to ws-more-mandates
               else
                   perform bint-judge-mandate
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a mandate is active from its start date until cancelled; a  *
      *** cancel keyed online stops it at once, a cancel date keyed   *
      *** ahead stops it on that date                                  *
      ***--------------------------------------------------------------*
       bint-judge-mandate section.
       bint-judge-mandate-para.
           if MANDATE-IS-ACTIVE
               and MANDATE-START-DATE <= ws-mandate-as-of
               and (MANDATE-CANCEL-DATE = 0
                    or MANDATE-CANCEL-DATE > ws-today-date)
               move 'Y' to ws-mandate-active-seen
               if MANDATE-MAX-AMOUNT = 0
                   or ws-dtl-amount <= MANDATE-MAX-AMOUNT
                   move 'Y' to ws-mandate-ok
                   move MANDATE-REF to ws-mandate-ref-used
               else
                   move MANDATE-KEY to ws-mandate-over-key
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** counts the refusal on the mandate the debit exceeded        *
      ***--------------------------------------------------------------*
       bint-record-mandate-refusal section.
       bint-record-mandate-refusal-para.
           if ws-mandate-over-key not = spaces
               move ws-mandate-over-key to MANDATE-KEY
               read MANDATE-FILE
                   invalid key
                       continue
               end-read
               if ws-mandate-file-ok
                   add 1 to MANDATE-DEBITS-REFUSED
                   rewrite MANDATE-RECORD
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the debit went to journal4 - stamp the mandate it was taken *
      *** under as used tonight                                       *
      ***--------------------------------------------------------------*
       bint-record-mandate-use section.
       bint-record-mandate-use-para.
           if ws-mandate-is-open
               move ws-acc-acctno to MANDATE-ACCTNO
               move ws-partner-id to MANDATE-PARTNER-ID
               move ws-acc-mandate-ref to MANDATE-REF
               read MANDATE-FILE
                   invalid key
                       continue
               end-read
               if ws-mandate-file-ok
                   move ws-today-date to MANDATE-LAST-USED-DATE
                   add 1 to MANDATE-DEBITS-TAKEN
                   rewrite MANDATE-RECORD
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the partner registry; a missing registry file means   *
      *** the registry has not been taken up yet, and files load as   *
      *** they always did under the POSTINTF default partner          *
                       move 'Y' to ws-partner-found
                       display 'ETPBINT - partner ' ws-partner-id
                           ' ' PARTNER-NAME
                       if PARTNER-AVAIL-DAYS is numeric
                           move PARTNER-AVAIL-DAYS
                               to ws-partner-avail-days
                       end-if
                   end-if
               end-if
           end-if
               move ws-acc-amount to SUSPFILE-POST-AMOUNT
               move ws-file-date to SUSPFILE-POST-VALUE-DATE
               move ws-acc-narrative to SUSPFILE-POST-NARRATIVE
               if ws-acc-amount > 0
                   move 'PC' to SUSPFILE-POST-TXN-TYPE
               else
                   move 'PD' to SUSPFILE-POST-TXN-TYPE
               end-if
               add 1 to ws-susp-seq
               move 'N' to ws-susp-written
               perform bint-suspend-duplicate-once
           move ws-signed-amount to ws-acc-amount
           move ws-dtl-narrative to ws-acc-narrative
           move 'A' to ws-acc-verdict
           move ws-mandate-ref-used to ws-acc-mandate-ref
           write accept-line from ws-accept-record
           exit
           .
               move ws-acc-acctno to JNLREC-POST-ACCTNO
               move ws-acc-amount to JNLREC-POST-AMOUNT
               move ws-file-date to JNLREC-POST-VALUE-DATE
               if ws-acc-amount > 0
                   move ws-partner-avail-days
                       to JNLREC-POST-AVAIL-DAYS
               end-if
               move ws-acc-narrative to JNLREC-POST-NARRATIVE
               if ws-acc-amount > 0
                   move 'PC' to JNLREC-POST-TXN-TYPE
               else
                   move 'PD' to JNLREC-POST-TXN-TYPE
               end-if
               move spaces to ws-trace-id
               string 'IN' ws-partner-id(1:4) ws-jnlrec-sequence
                   into ws-trace-id
               write JNLREC-RECORD
               perform bint-tally-line
               perform bint-record-fingerprint
               if ws-acc-amount < 0
                   and ws-acc-mandate-ref not = spaces
                   perform bint-record-mandate-use
               end-if
               move 'ACCEPTED' to ws-disp-verdict
               move spaces to ws-disp-reason
               perform bint-write-disposition-emit
               if ws-partner-is-open
                   close PARTNER-FILE
               end-if
               if ws-mandate-is-open
                   close MANDATE-FILE
               end-if
               if ws-disp-ok
                   close DISP-FILE
               end-if
           display 'ETPBINT - details rejected : ' ws-report-count
           move ws-details-duplicate to ws-report-count
           display 'ETPBINT - suspected dups   : ' ws-report-count
           move ws-details-no-mandate to ws-report-count
           display 'ETPBINT - mandate refusals : ' ws-report-count
           move ws-rtn-read to ws-report-count
           display 'ETPBINT - returns read     : ' ws-report-count
           move ws-rtn-returned to ws-report-count
           display 'ETPBINT - items returned   : ' ws-report-count
           move ws-rtn-rejected to ws-report-count
           display 'ETPBINT - returns rejected : ' ws-report-count
           move ws-rtn-fees to ws-report-count
           display 'ETPBINT - return fees      : ' ws-report-count
           move ws-rtn-total-returned to ws-hash-display
           display 'ETPBINT - returned total   : ' ws-hash-display
           move ws-chq-read to ws-report-count
           display 'ETPBINT - cheques presented: ' ws-report-count
           move ws-chq-paid to ws-report-count
           display 'ETPBINT - cheques paid     : ' ws-report-count
           move ws-chq-returned to ws-report-count
           display 'ETPBINT - cheques returned : ' ws-report-count
           move ws-chq-total-paid to ws-hash-display
           display 'ETPBINT - paid cheque total: ' ws-hash-display
           if ws-run-is-ok and ws-file-is-good
               display 'ETPBINT - interface load complete'
           else
           exit
           .
      ***--------------------------------------------------------------*
      *** the partner return file, when one is on hand: validated in  *
      *** full and balanced to its trailer before a single item is    *
      *** backed out, exactly as the posting file is                  *
      ***--------------------------------------------------------------*
       bint-process-returns section.
       bint-process-returns-para.
           open input RTN-FILE
           if not ws-rtn-ok
               display 'ETPBINT - no return file on hand'
           else
               display 'ETPBINT - partner return file'
               open output RTNDISP-FILE
               open i-o POSTHIST-FILE
               if not ws-posthist-ok
                   display 'ETPBINT - unable to open POSTHIST, '
                       'status=' ws-posthist-status
                   move 'HISTORY NOT AVAILABLE'
                       to ws-rtn-refuse-reason
                   move 'N' to ws-rtn-good
               else
                   move 'Y' to ws-posthist-open
                   open i-o UNCOLL-FILE
                   if ws-uncoll-ok
                       move 'Y' to ws-uncoll-open
                   end-if
                   perform bint-rtn-read-header
                   if ws-rtn-is-good
                       perform bint-rtn-process-line
                           until not ws-rtn-more-lines
                              or ws-rtn-trailer-was-seen
                       perform bint-rtn-check-controls
                   end-if
               end-if
               if ws-rtn-is-good
                   perform bint-rtn-emit
               else
                   display 'ETPBINT - RETURN FILE REFUSED, '
                       'nothing returned'
                   perform bint-rtn-disp-refused
               end-if
               close RTN-FILE
               if ws-rtndisp-ok
                   close RTNDISP-FILE
               end-if
               if ws-posthist-is-open
                   close POSTHIST-FILE
                   move 'N' to ws-posthist-open
               end-if
               if ws-uncoll-is-open
                   close UNCOLL-FILE
                   move 'N' to ws-uncoll-open
               end-if
               if ws-rtn-partner-was-opened
                   close PARTNER-FILE
                   move 'N' to ws-partner-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-rtn-read-header section.
       bint-rtn-read-header-para.
           read RTN-FILE into ws-rtn-record
               at end
                   move 'N' to ws-rtn-more
           end-read
           if not ws-rtn-more-lines
               display 'ETPBINT - return file is empty'
               move 'EMPTY FILE' to ws-rtn-refuse-reason
               move 'N' to ws-rtn-good
           else if ws-rtn-hdr-type not = 'HDR'
               display 'ETPBINT - first return record is not a header'
               move 'NO HEADER' to ws-rtn-refuse-reason
               move 'N' to ws-rtn-good
           else
               display 'ETPBINT - return file date ' ws-rtn-hdr-date
                   ', declared records ' ws-rtn-hdr-count
               perform bint-rtn-check-partner
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the return file's partner must be registered active, the    *
      *** same test the posting file passes; a blank id is the        *
      *** POSTINTF default partner                                    *
      ***--------------------------------------------------------------*
       bint-rtn-check-partner section.
       bint-rtn-check-partner-para.
           if ws-rtn-hdr-partner not = spaces
               move ws-rtn-hdr-partner to ws-rtn-partner-id
           end-if
           if not ws-partner-is-open
               perform bint-open-partner
               if ws-partner-is-open
                   move 'Y' to ws-rtn-partner-opened
               end-if
           end-if
           if ws-partner-is-open
               move ws-rtn-partner-id to PARTNER-ID
               read PARTNER-FILE
                   invalid key
                       continue
               end-read
               if ws-partner-notfnd
                   display 'ETPBINT - return partner ' ws-rtn-partner-id
                       ' is not registered, refusing the file'
                   move 'PARTNER NOT REGISTERED'
                       to ws-rtn-refuse-reason
                   move 'N' to ws-rtn-good
               else
                   if not PARTNER-IS-ACTIVE
                       display 'ETPBINT - return partner '
                           ws-rtn-partner-id
                           ' is suspended, refusing the file'
                       move 'PARTNER SUSPENDED'
                           to ws-rtn-refuse-reason
                       move 'N' to ws-rtn-good
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-rtn-process-line section.
       bint-rtn-process-line-para.
           read RTN-FILE into ws-rtn-record
               at end
                   move 'N' to ws-rtn-more
           end-read
           if ws-rtn-more-lines
               evaluate ws-rtn-dtl-type
                   when 'RTN'
                       add 1 to ws-rtn-read
                       perform bint-rtn-validate
                   when 'TRL'
                       move 'Y' to ws-rtn-trailer-seen
                   when other
                       add 1 to ws-rtn-read
                       move 'UNRECOGNIZED RECORD TYPE'
                           to ws-rtn-reason
                       perform bint-rtn-reject
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one return: the trace id must be one of this partner's own  *
      *** items, found posting on the named account for the named     *
      *** amount, and neither returned nor reversed already           *
      ***--------------------------------------------------------------*
       bint-rtn-validate section.
       bint-rtn-validate-para.
           if ws-rtn-dtl-amount not is numeric
               move 'NON-NUMERIC AMOUNT' to ws-rtn-reason
               perform bint-rtn-reject
           else
               add ws-rtn-dtl-amount to ws-rtn-total-read
               if ws-rtn-dtl-trace(1:2) not = 'IN'
                   or ws-rtn-dtl-trace(3:4)
                       not = ws-rtn-partner-id(1:4)
                   move 'NOT THIS PARTNER''S ITEM' to ws-rtn-reason
                   perform bint-rtn-reject
               else
                   perform bint-rtn-find-original
                   evaluate true
                       when ws-rtn-match-eligible
                           perform bint-rtn-probe-staged
                           if ws-rtn-dup-found
                               move 'TRACE ID NAMED TWICE'
                                   to ws-rtn-reason
                               perform bint-rtn-reject
                           else if ws-rtn-count >= ws-rtn-max
                               move 'TOO MANY RETURNS IN FILE'
                                   to ws-rtn-reason
                               perform bint-rtn-reject
                           else
                               perform bint-rtn-stage
                           end-if end-if
                       when ws-rtn-match-returned
                           move 'ALREADY RETURNED' to ws-rtn-reason
                           perform bint-rtn-reject
                       when ws-rtn-match-reversed
                           move 'ORIGINAL WAS REVERSED'
                               to ws-rtn-reason
                           perform bint-rtn-reject
                       when ws-rtn-match-differs
                           move 'AMOUNT DIFFERS FROM ORIGINAL'
                               to ws-rtn-reason
                           perform bint-rtn-reject
                       when other
                           move 'UNKNOWN TRACE ID' to ws-rtn-reason
                           perform bint-rtn-reject
                   end-evaluate
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** browses the named account's history for posting rows that   *
      *** carry the trace id                                          *
      ***--------------------------------------------------------------*
       bint-rtn-find-original section.
       bint-rtn-find-original-para.
           move 'N' to ws-rtn-match
           move ws-rtn-dtl-acctno to POSTHIST-ACCTNO
           move 0 to POSTHIST-DATE
           move 0 to POSTHIST-SEQ
           start POSTHIST-FILE key not < POSTHIST-KEY
               invalid key
                   continue
           end-start
           if ws-posthist-ok
               move 'Y' to ws-rtn-more-history
           else
               move 'N' to ws-rtn-more-history
           end-if
           perform bint-rtn-scan-history
               until not ws-rtn-more-history-recs
           exit
           .
      ***--------------------------------------------------------------*
       bint-rtn-scan-history section.
       bint-rtn-scan-history-para.
           read POSTHIST-FILE next record
               at end
                   move 'N' to ws-rtn-more-history
           end-read
           if ws-rtn-more-history-recs
               if POSTHIST-ACCTNO not = ws-rtn-dtl-acctno
                   move 'N' to ws-rtn-more-history
               else
                   if POSTHIST-TRACE-ID = ws-rtn-dtl-trace
                       and POSTHIST-IS-POSTING
                       and not ws-rtn-match-eligible
                       evaluate true
                           when POSTHIST-WAS-RETURNED
                               move 'R' to ws-rtn-match
                           when POSTHIST-WAS-REVERSED
                               move 'V' to ws-rtn-match
                           when POSTHIST-AMOUNT
                                   not = ws-rtn-dtl-amount
                               move 'A' to ws-rtn-match
                           when other
                               move 'E' to ws-rtn-match
                               move POSTHIST-KEY to ws-rtn-match-key
                       end-evaluate
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the same history row named twice in one file is returned    *
      *** once                                                        *
      ***--------------------------------------------------------------*
       bint-rtn-probe-staged section.
       bint-rtn-probe-staged-para.
           move 'N' to ws-rtn-dup
           perform bint-rtn-probe-one
               varying ws-rtn-sub from 1 by 1
               until ws-rtn-sub > ws-rtn-count
                  or ws-rtn-dup-found
           exit
           .
      ***--------------------------------------------------------------*
       bint-rtn-probe-one section.
       bint-rtn-probe-one-para.
           if ws-rtn-ent-key(ws-rtn-sub) = ws-rtn-match-key
               move 'Y' to ws-rtn-dup
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-rtn-stage section.
       bint-rtn-stage-para.
           add 1 to ws-rtn-count
           move ws-rtn-match-key to ws-rtn-ent-key(ws-rtn-count)
           move ws-rtn-dtl-acctno to ws-rtn-ent-acctno(ws-rtn-count)
           move ws-rtn-dtl-trace to ws-rtn-ent-trace(ws-rtn-count)
           move ws-rtn-dtl-amount to ws-rtn-ent-amount(ws-rtn-count)
           exit
           .
      ***--------------------------------------------------------------*
       bint-rtn-reject section.
       bint-rtn-reject-para.
           add 1 to ws-rtn-rejected
           display 'ETPBINT - return rejected: ' ws-rtn-reason
           move ws-rtn-dtl-acctno to ws-rtn-disp-acctno
           move ws-rtn-dtl-trace to ws-rtn-disp-trace
           if ws-rtn-dtl-amount is numeric
               move ws-rtn-dtl-amount to ws-rtn-disp-amount
           else
               move 0 to ws-rtn-disp-amount
           end-if
           move 'REJECTED' to ws-disp-verdict
           move ws-rtn-reason to ws-disp-reason
           perform bint-rtn-write-disp
           exit
           .
      ***--------------------------------------------------------------*
      *** one return disposition line - verdict, reason, and the      *
      *** item's account, trace id and amount                         *
      ***--------------------------------------------------------------*
       bint-rtn-write-disp section.
       bint-rtn-write-disp-para.
           if ws-rtndisp-ok
               move spaces to rtndisp-line
               string ws-rtn-partner-id ' '
                   ws-rtn-disp-acctno ' '
                   ws-rtn-disp-trace ' '
                   ws-rtn-disp-amount ' '
                   ws-disp-verdict ' '
                   ws-disp-reason
                   into rtndisp-line
               write rtndisp-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-rtn-disp-refused section.
       bint-rtn-disp-refused-para.
           if ws-rtndisp-ok
               move spaces to rtndisp-line
               string ws-rtn-partner-id ' '
                   'FILE-REFUSED - NO ITEM WAS RETURNED - '
                   ws-rtn-refuse-reason
                   into rtndisp-line
               write rtndisp-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the return file stands or falls on its own controls - the   *
      *** header count, and the trailer total against the sum of     *
      *** every detail amount read                                    *
      ***--------------------------------------------------------------*
       bint-rtn-check-controls section.
       bint-rtn-check-controls-para.
           if not ws-rtn-trailer-was-seen
               display 'ETPBINT - no return trailer record found'
               move 'NO TRAILER' to ws-rtn-refuse-reason
               move 'N' to ws-rtn-good
           else
               if ws-rtn-read not = ws-rtn-hdr-count
                   move ws-rtn-read to ws-report-count
                   display 'ETPBINT - return header declared '
                       ws-rtn-hdr-count ' records, file held '
                       ws-report-count
                   move 'RECORD COUNT MISMATCH'
                       to ws-rtn-refuse-reason
                   move 'N' to ws-rtn-good
               end-if
               if ws-rtn-trl-total not = ws-rtn-total-read
                   move ws-rtn-total-read to ws-hash-display
                   display 'ETPBINT - return trailer total '
                       'disagrees, computed ' ws-hash-display
                   move 'TRAILER TOTAL MISMATCH'
                       to ws-rtn-refuse-reason
                   move 'N' to ws-rtn-good
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the return file proved out - every staged item is backed    *
      *** out onto journal4 for the normal posting run               *
      ***--------------------------------------------------------------*
       bint-rtn-emit section.
       bint-rtn-emit-para.
           perform bint-rtn-load-fee
           open extend JOURNAL4-FILE
           if ws-journal4-not-found
               open output JOURNAL4-FILE
           end-if
           if not ws-journal4-ok
               display 'ETPBINT - unable to open journal4, status='
                   ws-journal4-status
           else
               perform bint-open-mirror
               perform bint-rtn-emit-one
                   varying ws-rtn-sub from 1 by 1
                   until ws-rtn-sub > ws-rtn-count
               close JOURNAL4-FILE
               perform bint-close-mirror
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the returned-item fee off RATECFG; zero or absent, none     *
      ***--------------------------------------------------------------*
       bint-rtn-load-fee section.
       bint-rtn-load-fee-para.
           move 0 to ws-rtn-fee
           open input RATECFG-FILE
           if ws-ratecfg-ok
               move 'RTNFEE  ' to RATECFG-KEY
               read RATECFG-FILE
                   invalid key
                       continue
               end-read
               if ws-ratecfg-ok
                   move RATECFG-VALUE to ws-rtn-fee
               end-if
               close RATECFG-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one staged return: the history row is marked returned, the  *
      *** offsetting POST names the original trace id in its          *
      *** narrative, and the fee follows as its own debit             *
      ***--------------------------------------------------------------*
       bint-rtn-emit-one section.
       bint-rtn-emit-one-para.
           move ws-rtn-ent-acctno(ws-rtn-sub) to ws-rtn-disp-acctno
           move ws-rtn-ent-trace(ws-rtn-sub) to ws-rtn-disp-trace
           move ws-rtn-ent-amount(ws-rtn-sub) to ws-rtn-disp-amount
           move ws-rtn-ent-key(ws-rtn-sub) to POSTHIST-KEY
           read POSTHIST-FILE
               invalid key
                   continue
           end-read
           move 'N' to ws-rtn-row-marked
           if not ws-posthist-ok
               add 1 to ws-rtn-rejected
               display 'ETPBINT - history row vanished, not returned: '
                   ws-rtn-disp-trace
               move 'REJECTED' to ws-disp-verdict
               move 'UNKNOWN TRACE ID' to ws-disp-reason
               perform bint-rtn-write-disp
           else
               move 'T' to POSTHIST-REVERSED
               rewrite POSTHIST-RECORD
               if ws-posthist-ok
                   move 'Y' to ws-rtn-row-marked
               else
                   add 1 to ws-rtn-rejected
                   display 'ETPBINT - history row not marked, not '
                       'returned: ' ws-rtn-disp-trace ' status='
                       ws-posthist-status
                   move 'REJECTED' to ws-disp-verdict
                   move 'HISTORY UPDATE FAILED' to ws-disp-reason
                   perform bint-rtn-write-disp
               end-if
           end-if
      *    the history row must be marked returned before the debit
      *    goes out - a row left returnable could be returned again,
      *    and the customer debited again, off the next file
           if ws-rtn-row-was-marked
               perform bint-rtn-close-uncoll
               move spaces to JNLREC-RECORD
               move ws-program-name to JNLREC-PROGRAM
               move ws-today(9:2) to JNLREC-TS-HH
               move ws-today(11:2) to JNLREC-TS-MM
               move ws-today(13:2) to JNLREC-TS-SS
               add 1 to ws-jnlrec-sequence
               move ws-jnlrec-sequence to JNLREC-SEQUENCE
               move 'POST' to JNLREC-POST-TAG
               move ws-rtn-disp-acctno to JNLREC-POST-ACCTNO
               compute JNLREC-POST-AMOUNT = 0 - ws-rtn-disp-amount
               end-compute
               move 0 to JNLREC-POST-VALUE-DATE
               string 'RTN ' ws-rtn-disp-trace
                   into JNLREC-POST-NARRATIVE
               move 'RT' to JNLREC-POST-TXN-TYPE
               move spaces to ws-trace-id
               string 'RT' ws-rtn-partner-id(1:4) ws-jnlrec-sequence
                   into ws-trace-id
               move ws-trace-id to JNLREC-POST-TRACE-ID
               write JNLREC-RECORD
               perform bint-tally-line
               add 1 to ws-rtn-returned
               add ws-rtn-disp-amount to ws-rtn-total-returned
               if ws-rtn-fee > 0
                   perform bint-rtn-emit-fee
               end-if
               move 'RETURNED' to ws-disp-verdict
               move spaces to ws-disp-reason
               perform bint-rtn-write-disp
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a credit returned while its funds are still uncollected is  *
      *** closed off the uncollected file - the return debit takes    *
      *** the money back, so it must not also stay held              *
      ***--------------------------------------------------------------*
       bint-rtn-close-uncoll section.
       bint-rtn-close-uncoll-para.
           if ws-uncoll-is-open
               move POSTHIST-ACCTNO to UNCOLL-ACCTNO
               move POSTHIST-DATE to UNCOLL-POST-DATE
               move POSTHIST-TRACE-ID to UNCOLL-TRACE-ID
               read UNCOLL-FILE
                   invalid key
                       continue
               end-read
               if ws-uncoll-ok
                   and UNCOLL-IS-UNCOLLECTED
                   move 'T' to UNCOLL-STATUS
                   move ws-today-date to UNCOLL-CLOSED-DATE
                   rewrite UNCOLL-RECORD
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-rtn-emit-fee section.
       bint-rtn-emit-fee-para.
           move spaces to JNLREC-RECORD
           move ws-program-name to JNLREC-PROGRAM
           move ws-today(9:2) to JNLREC-TS-HH
           move ws-today(11:2) to JNLREC-TS-MM
           move ws-today(13:2) to JNLREC-TS-SS
           add 1 to ws-jnlrec-sequence
           move ws-jnlrec-sequence to JNLREC-SEQUENCE
           move 'POST' to JNLREC-POST-TAG
           move ws-rtn-disp-acctno to JNLREC-POST-ACCTNO
           compute JNLREC-POST-AMOUNT = 0 - ws-rtn-fee
           end-compute
           move 0 to JNLREC-POST-VALUE-DATE
           move 'RETURNED ITEM FEE' to JNLREC-POST-NARRATIVE
           move 'FE' to JNLREC-POST-TXN-TYPE
           move spaces to ws-trace-id
           string 'RF' ws-rtn-partner-id(1:4) ws-jnlrec-sequence
               into ws-trace-id
           move ws-trace-id to JNLREC-POST-TRACE-ID
           write JNLREC-RECORD
           perform bint-tally-line
           add 1 to ws-rtn-fees
           exit
           .
      ***--------------------------------------------------------------*
      *** the clearing partner's cheque presentment file, when one is *
      *** on hand: every cheque judged against the register, and the *
      *** file balanced to its trailer before a single one is paid    *
      ***--------------------------------------------------------------*
       bint-process-cheques section.
       bint-process-cheques-para.
           open input CHQ-FILE
           if not ws-chq-ok
               display 'ETPBINT - no cheque presentment file on hand'
           else
               display 'ETPBINT - cheque presentment file'
               open output CHQDISP-FILE
               if not ws-run-is-ok
                   open input ACCTMAST-FILE
                   if ws-acctmast-ok
                       move 'Y' to ws-chq-acctmast-opened
                   end-if
               end-if
               open i-o CHQBOOK-FILE
               if not ws-chqbook-ok
                   display 'ETPBINT - unable to open CHQBOOK, '
                       'status=' ws-chqbook-status
                   move 'REGISTER NOT AVAILABLE'
                       to ws-chq-refuse-reason
                   move 'N' to ws-chq-good
               else if not ws-run-is-ok
                   and not ws-chq-acctmast-was-opened
                   display 'ETPBINT - unable to open ACCTMAST, '
                       'status=' ws-acctmast-status
                   move 'ACCOUNTS NOT AVAILABLE'
                       to ws-chq-refuse-reason
                   move 'N' to ws-chq-good
                   move 'Y' to ws-chqbook-open
               else
                   move 'Y' to ws-chqbook-open
                   perform bint-chq-read-header
                   if ws-chq-is-good
                       perform bint-chq-process-line
                           until not ws-chq-more-lines
                              or ws-chq-trailer-was-seen
                       perform bint-chq-check-controls
                   end-if
               end-if end-if
               if ws-chq-is-good
                   perform bint-chq-emit
               else
                   display 'ETPBINT - PRESENTMENT FILE REFUSED, '
                       'nothing paid'
                   perform bint-chq-disp-refused
               end-if
               close CHQ-FILE
               if ws-chqdisp-ok
                   close CHQDISP-FILE
               end-if
               if ws-chqbook-is-open
                   close CHQBOOK-FILE
                   move 'N' to ws-chqbook-open
               end-if
               if ws-chq-acctmast-was-opened
                   close ACCTMAST-FILE
               end-if
               if ws-chq-partner-was-opened
                   close PARTNER-FILE
                   move 'N' to ws-partner-open
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-chq-read-header section.
       bint-chq-read-header-para.
           read CHQ-FILE into ws-chq-record
               at end
                   move 'N' to ws-chq-more
           end-read
           if not ws-chq-more-lines
               display 'ETPBINT - presentment file is empty'
               move 'EMPTY FILE' to ws-chq-refuse-reason
               move 'N' to ws-chq-good
           else if ws-chq-hdr-type not = 'HDR'
               display 'ETPBINT - first presentment record is not a '
                   'header'
               move 'NO HEADER' to ws-chq-refuse-reason
               move 'N' to ws-chq-good
           else
               display 'ETPBINT - presentment file date '
                   ws-chq-hdr-date ', declared records '
                   ws-chq-hdr-count
               if ws-chq-hdr-date is numeric
                   move ws-chq-hdr-date to ws-chq-file-date
               end-if
               perform bint-chq-check-partner
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the presenting partner must be registered active, the same  *
      *** test the posting file passes; a blank id is the POSTINTF    *
      *** default partner                                             *
      ***--------------------------------------------------------------*
       bint-chq-check-partner section.
       bint-chq-check-partner-para.
           if ws-chq-hdr-partner not = spaces
               move ws-chq-hdr-partner to ws-chq-partner-id
           end-if
           if not ws-partner-is-open
               perform bint-open-partner
               if ws-partner-is-open
                   move 'Y' to ws-chq-partner-opened
               end-if
           end-if
           if ws-partner-is-open
               move ws-chq-partner-id to PARTNER-ID
               read PARTNER-FILE
                   invalid key
                       continue
               end-read
               if ws-partner-notfnd
                   display 'ETPBINT - presenting partner '
                       ws-chq-partner-id
                       ' is not registered, refusing the file'
                   move 'PARTNER NOT REGISTERED'
                       to ws-chq-refuse-reason
                   move 'N' to ws-chq-good
               else
                   if not PARTNER-IS-ACTIVE
                       display 'ETPBINT - presenting partner '
                           ws-chq-partner-id
                           ' is suspended, refusing the file'
                       move 'PARTNER SUSPENDED'
                           to ws-chq-refuse-reason
                       move 'N' to ws-chq-good
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-chq-process-line section.
       bint-chq-process-line-para.
           read CHQ-FILE into ws-chq-record
               at end
                   move 'N' to ws-chq-more
           end-read
           if ws-chq-more-lines
               evaluate ws-chq-dtl-type
                   when 'CHQ'
                       add 1 to ws-chq-read
                       perform bint-chq-validate
                   when 'TRL'
                       move 'Y' to ws-chq-trailer-seen
                   when other
                       add 1 to ws-chq-read
                       move 'XX' to ws-chq-rcode
                       move 'UNRECOGNIZED RECORD TYPE'
                           to ws-chq-reason
                       perform bint-chq-return
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one cheque: on an active account, on a leaf a book issued   *
      *** to that account holds, and the leaf still unused - not      *
      *** paid, stopped or cancelled, nor presented earlier in this   *
      *** same file                                                   *
      ***--------------------------------------------------------------*
       bint-chq-validate section.
       bint-chq-validate-para.
           if ws-chq-dtl-amount not is numeric
               or ws-chq-dtl-amount = 0
               or ws-chq-dtl-serial not is numeric
               or ws-chq-dtl-serial = 0
               move 'XX' to ws-chq-rcode
               move 'MALFORMED ITEM' to ws-chq-reason
               perform bint-chq-return
           else
               add ws-chq-dtl-amount to ws-chq-total-read
               move ws-chq-dtl-acctno to ws-ckd-acctno
               perform bint-check-acctno
               if not ws-ckd-passes
                   move 'AC' to ws-chq-rcode
                   move 'CHECK DIGIT FAILED' to ws-chq-reason
                   perform bint-chq-return
               else
                   move ws-chq-dtl-acctno to ACCTMAST-ACCTNO
                   read ACCTMAST-FILE
                       invalid key
                           continue
                   end-read
                   if ws-acctmast-not-found
                       move 'AC' to ws-chq-rcode
                       move 'ACCOUNT NOT ON FILE' to ws-chq-reason
                       perform bint-chq-return
                   else if not ACCTMAST-IS-ACTIVE
                       move 'AC' to ws-chq-rcode
                       move 'ACCOUNT NOT ACTIVE' to ws-chq-reason
                       perform bint-chq-return
                   else
                       perform bint-chq-find-leaf
                       perform bint-chq-judge-leaf
                   end-if end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the book holding the serial - the first book of the account *
      *** whose last serial is not below it, when its first serial is *
      *** not above it                                                *
      ***--------------------------------------------------------------*
       bint-chq-find-leaf section.
       bint-chq-find-leaf-para.
           move 'N' to ws-chq-leaf-found
           move ws-chq-dtl-acctno to CHQBOOK-ACCTNO
           move ws-chq-dtl-serial to CHQBOOK-LAST-SERIAL
           start CHQBOOK-FILE key not < CHQBOOK-KEY
               invalid key
                   continue
           end-start
           if ws-chqbook-ok
               read CHQBOOK-FILE next record
                   at end
                       continue
               end-read
               if ws-chqbook-ok
                   and CHQBOOK-ACCTNO = ws-chq-dtl-acctno
                   and CHQBOOK-FIRST-SERIAL not > ws-chq-dtl-serial
                   compute ws-chq-leaf =
                       ws-chq-dtl-serial - CHQBOOK-FIRST-SERIAL + 1
                   end-compute
                   move 'Y' to ws-chq-leaf-found
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-chq-judge-leaf section.
       bint-chq-judge-leaf-para.
           if not ws-chq-leaf-was-found
               move 'NI' to ws-chq-rcode
               move 'CHEQUE NOT ISSUED' to ws-chq-reason
               perform bint-chq-return
           else
               evaluate true
                   when CHQBOOK-LEAF-PAID(ws-chq-leaf)
                       move 'PD' to ws-chq-rcode
                       move 'CHEQUE ALREADY PAID' to ws-chq-reason
                       perform bint-chq-return
                   when CHQBOOK-LEAF-STOPPED(ws-chq-leaf)
                       move 'ST' to ws-chq-rcode
                       move 'PAYMENT STOPPED' to ws-chq-reason
                       perform bint-chq-return
                   when CHQBOOK-LEAF-CANCELLED(ws-chq-leaf)
                       move 'CN' to ws-chq-rcode
                       move 'CHEQUE CANCELLED' to ws-chq-reason
                       perform bint-chq-return
                   when CHQBOOK-LEAF-UNUSED(ws-chq-leaf)
                       perform bint-chq-probe-staged
                       if ws-chq-dup-found
                           move 'PD' to ws-chq-rcode
                           move 'CHEQUE PRESENTED TWICE'
                               to ws-chq-reason
                           perform bint-chq-return
                       else if ws-chq-count >= ws-chq-max
                           move 'XX' to ws-chq-rcode
                           move 'TOO MANY CHEQUES IN FILE'
                               to ws-chq-reason
                           perform bint-chq-return
                       else
                           perform bint-chq-stage
                       end-if end-if
                   when other
                       move 'NI' to ws-chq-rcode
                       move 'CHEQUE NOT ISSUED' to ws-chq-reason
                       perform bint-chq-return
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the same cheque presented twice in one file is paid once    *
      ***--------------------------------------------------------------*
       bint-chq-probe-staged section.
       bint-chq-probe-staged-para.
           move 'N' to ws-chq-dup
           perform bint-chq-probe-one
               varying ws-chq-sub from 1 by 1
               until ws-chq-sub > ws-chq-count
                  or ws-chq-dup-found
           exit
           .
      ***--------------------------------------------------------------*
       bint-chq-probe-one section.
       bint-chq-probe-one-para.
           if ws-chq-ent-acctno(ws-chq-sub) = ws-chq-dtl-acctno
               and ws-chq-ent-serial(ws-chq-sub) = ws-chq-dtl-serial
               move 'Y' to ws-chq-dup
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-chq-stage section.
       bint-chq-stage-para.
           add 1 to ws-chq-count
           move ws-chq-dtl-acctno to ws-chq-ent-acctno(ws-chq-count)
           move ws-chq-dtl-serial to ws-chq-ent-serial(ws-chq-count)
           move ws-chq-dtl-amount to ws-chq-ent-amount(ws-chq-count)
           move CHQBOOK-LAST-SERIAL
               to ws-chq-ent-book-last(ws-chq-count)
           move ws-chq-leaf to ws-chq-ent-leaf(ws-chq-count)
           exit
           .
      ***--------------------------------------------------------------*
      *** a cheque returned to the partner unpaid, with its reason    *
      ***--------------------------------------------------------------*
       bint-chq-return section.
       bint-chq-return-para.
           add 1 to ws-chq-returned
           display 'ETPBINT - cheque returned: ' ws-chq-rcode ' '
               ws-chq-reason
           move ws-chq-dtl-acctno to ws-chq-disp-acctno
           if ws-chq-dtl-serial is numeric
               move ws-chq-dtl-serial to ws-chq-disp-serial
           else
               move 0 to ws-chq-disp-serial
           end-if
           if ws-chq-dtl-amount is numeric
               move ws-chq-dtl-amount to ws-chq-disp-amount
           else
               move 0 to ws-chq-disp-amount
           end-if
           move 'RETURNED' to ws-disp-verdict
           perform bint-chq-write-disp
           exit
           .
      ***--------------------------------------------------------------*
      *** one presentment disposition line - the cheque's account,    *
      *** serial and amount, the verdict, and for a return its code   *
      *** and reason                                                  *
      ***--------------------------------------------------------------*
       bint-chq-write-disp section.
       bint-chq-write-disp-para.
           if ws-chqdisp-ok
               move spaces to chqdisp-line
               string ws-chq-partner-id ' '
                   ws-chq-disp-acctno ' '
                   ws-chq-disp-serial ' '
                   ws-chq-disp-amount ' '
                   ws-disp-verdict ' '
                   ws-chq-rcode ' '
                   ws-chq-reason
                   into chqdisp-line
               write chqdisp-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bint-chq-disp-refused section.
       bint-chq-disp-refused-para.
           if ws-chqdisp-ok
               move spaces to chqdisp-line
               string ws-chq-partner-id ' '
                   'FILE-REFUSED - NO CHEQUE WAS PAID - '
                   ws-chq-refuse-reason
                   into chqdisp-line
               write chqdisp-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the presentment file stands or falls on its own controls -  *
      *** the header count, and the trailer total against the sum of  *
      *** every cheque amount read                                    *
      ***--------------------------------------------------------------*
       bint-chq-check-controls section.
       bint-chq-check-controls-para.
           if not ws-chq-trailer-was-seen
               display 'ETPBINT - no presentment trailer record found'
               move 'NO TRAILER' to ws-chq-refuse-reason
               move 'N' to ws-chq-good
           else
               if ws-chq-read not = ws-chq-hdr-count
                   move ws-chq-read to ws-report-count
                   display 'ETPBINT - presentment header declared '
                       ws-chq-hdr-count ' records, file held '
                       ws-report-count
                   move 'RECORD COUNT MISMATCH'
                       to ws-chq-refuse-reason
                   move 'N' to ws-chq-good
               end-if
               if ws-chq-trl-total not = ws-chq-total-read
                   move ws-chq-total-read to ws-hash-display
                   display 'ETPBINT - presentment trailer total '
                       'disagrees, computed ' ws-hash-display
                   move 'TRAILER TOTAL MISMATCH'
                       to ws-chq-refuse-reason
                   move 'N' to ws-chq-good
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the presentment file proved out - every staged cheque is    *
      *** paid onto journal4 for the normal posting run               *
      ***--------------------------------------------------------------*
       bint-chq-emit section.
       bint-chq-emit-para.
           open extend JOURNAL4-FILE
           if ws-journal4-not-found
               open output JOURNAL4-FILE
           end-if
           if not ws-journal4-ok
               display 'ETPBINT - unable to open journal4, status='
                   ws-journal4-status
           else
               perform bint-open-mirror
               perform bint-chq-emit-one
                   varying ws-chq-sub from 1 by 1
                   until ws-chq-sub > ws-chq-count
               close JOURNAL4-FILE
               perform bint-close-mirror
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one staged cheque: its leaf marked paid with the amount and *
      *** the debit's trace id, so the serial can never be paid       *
      *** again, and the debit POST that pays it                      *
      ***--------------------------------------------------------------*
       bint-chq-emit-one section.
       bint-chq-emit-one-para.
           move ws-chq-ent-acctno(ws-chq-sub) to ws-chq-disp-acctno
           move ws-chq-ent-serial(ws-chq-sub) to ws-chq-disp-serial
           move ws-chq-ent-amount(ws-chq-sub) to ws-chq-disp-amount
           move ws-chq-ent-leaf(ws-chq-sub) to ws-chq-leaf
           move ws-chq-disp-acctno to CHQBOOK-ACCTNO
           move ws-chq-ent-book-last(ws-chq-sub)
               to CHQBOOK-LAST-SERIAL
           read CHQBOOK-FILE
               invalid key
                   continue
           end-read
           if not ws-chqbook-ok
               or not CHQBOOK-LEAF-UNUSED(ws-chq-leaf)
               add 1 to ws-chq-returned
               display 'ETPBINT - cheque leaf changed, not paid: '
                   ws-chq-disp-acctno ' ' ws-chq-disp-serial
               move 'RETURNED' to ws-disp-verdict
               move 'NI' to ws-chq-rcode
               move 'CHEQUE NOT ISSUED' to ws-chq-reason
               perform bint-chq-write-disp
           else
               move spaces to JNLREC-RECORD
               move ws-program-name to JNLREC-PROGRAM
               move ws-today(9:2) to JNLREC-TS-HH
               move ws-today(11:2) to JNLREC-TS-MM
               move ws-today(13:2) to JNLREC-TS-SS
               add 1 to ws-jnlrec-sequence
               move ws-jnlrec-sequence to JNLREC-SEQUENCE
               move 'POST' to JNLREC-POST-TAG
               move ws-chq-disp-acctno to JNLREC-POST-ACCTNO
               compute JNLREC-POST-AMOUNT = 0 - ws-chq-disp-amount
               end-compute
               move ws-chq-file-date to JNLREC-POST-VALUE-DATE
               string 'CHEQUE ' ws-chq-disp-serial
                   into JNLREC-POST-NARRATIVE
               move 'CQ' to JNLREC-POST-TXN-TYPE
               move spaces to ws-trace-id
               string 'CQ' ws-chq-partner-id(1:4) ws-jnlrec-sequence
                   into ws-trace-id
               move ws-trace-id to JNLREC-POST-TRACE-ID
               move 'P' to CHQBOOK-LEAF-STATUS(ws-chq-leaf)
               move ws-today-date to CHQBOOK-LEAF-DATE(ws-chq-leaf)
               move ws-chq-partner-id to CHQBOOK-LEAF-BY(ws-chq-leaf)
               move ws-chq-disp-amount
                   to CHQBOOK-LEAF-AMOUNT(ws-chq-leaf)
               move ws-trace-id to CHQBOOK-LEAF-TRACE-ID(ws-chq-leaf)
               rewrite CHQBOOK-RECORD
      *        the leaf must be marked paid before the debit goes
      *        out - a cheque paid on a leaf still unused could be
      *        paid again off the next file
               if not ws-chqbook-ok
                   add 1 to ws-chq-returned
                   display 'ETPBINT - cheque leaf not marked, not '
                       'paid: ' ws-chq-disp-acctno ' '
                       ws-chq-disp-serial ' status='
                       ws-chqbook-status
                   move 'RETURNED' to ws-disp-verdict
                   move 'XX' to ws-chq-rcode
                   move 'REGISTER UPDATE FAILED' to ws-chq-reason
                   perform bint-chq-write-disp
               else
                   write JNLREC-RECORD
                   perform bint-tally-line
                   add 1 to ws-chq-paid
                   add ws-chq-disp-amount to ws-chq-total-paid
                   move 'PAID' to ws-disp-verdict
                   move spaces to ws-chq-rcode
                   move spaces to ws-chq-reason
                   perform bint-chq-write-disp
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the tally and mirror files, creating the mirror on    *
      *** first use; without them the reconciliation would count the  *
      *** appended lines against a stale tally                        *
