      * oldest item's key and reason, and a high-severity ALERTQ
      * line when any queue's oldest open item has waited past the
      * SYSPARM 'AGEMAXDY' limit.  Dead letters carry no date, only
      * a time of day, so they are counted open but not aged.  The
      * unmatched OPENITEM items on the internal clearing and
      * suspense accounts are aged here as a sixth queue, by value
      * date, beside ETPBOIM's account-by-account ageing.
      * Output to RPTSPOOL and the job log.

       environment division.
               record key is DEADLTR-TASKN
               file status is ws-deadltr-status.

           select OPENITEM-FILE assign to "OPENITEM"
               organization is indexed
               access mode is sequential
               record key is OPENITEM-KEY
               file status is ws-openitem-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
       fd  DEADLTR-FILE.
           copy DEADLTR.

       fd  OPENITEM-FILE.
           copy OPENITEM.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

           88  ws-deadltr-ok                 value '00'.
           88  ws-deadltr-eof                value '10'.
           88  ws-deadltr-absent             value '35'.
       01  ws-openitem-status                pic x(2).
           88  ws-openitem-ok                value '00'.
           88  ws-openitem-eof               value '10'.
           88  ws-openitem-absent            value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
           perform bage-age-pendchg
           perform bage-age-pendreq
           perform bage-age-deadltr
           perform bage-age-openitem
           perform bage-finalize
           stop run
           .
           exit
           .
      ***--------------------------------------------------------------*
      *** unmatched items on the internal accounts kept on open       *
      *** items, aged from the value date they carry                  *
      ***--------------------------------------------------------------*
       bage-age-openitem section.
       bage-age-openitem-para.
           move 'OPENITEM' to ws-queue-name
           perform bage-reset-queue
           open input OPENITEM-FILE
           if ws-openitem-ok
               move 'Y' to ws-more-records
               perform bage-openitem-one
                   until not ws-are-more-records
               close OPENITEM-FILE
           end-if
           perform bage-report-queue
           exit
           .
      ***--------------------------------------------------------------*
       bage-openitem-one section.
       bage-openitem-one-para.
           read OPENITEM-FILE next record
               at end
                   move 'N' to ws-more-records
           end-read
           if ws-are-more-records
               and OPENITEM-IS-OPEN
               move OPENITEM-VALUE-DATE to ws-item-date
               move spaces to ws-item-key
               string OPENITEM-ACCTNO ' ' OPENITEM-DATE
                   into ws-item-key
               move OPENITEM-NARRATIVE to ws-item-reason
               perform bage-bucket-item
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the over-age alarm, numbered through the journal2 tally     *
      *** like every other alert writer                                *
      ***--------------------------------------------------------------*
