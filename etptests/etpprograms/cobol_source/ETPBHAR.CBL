      * us, so an abend can never lose a row or archive it twice.
      * ETPBHSR searches the archives for a dispute without restoring
      * anything.
      * Before a row is deleted its account's HASHCHN anchor is
      * moved up to it, so the tamper-evident chain still
      * verifies from the rows left online.

       environment division.

               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select HASHCHN-FILE assign to "HASHCHN"
               organization is indexed
               access mode is dynamic
               record key is HASHCHN-KEY
               file status is ws-hashchn-status.

           select ARCHIVE-FILE assign to ws-archive-name
               organization is line sequential
               file status is ws-archive-status.
       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  ARCHIVE-FILE.
       01  archive-line                      pic x(130).

       fd  PHACTL-FILE.
           copy PHACTL.

       01  ws-report-count                   pic zzzzzzzz9.

      ***--------------------------------------------------------------*
      *** the tamper-evident chain control file - a removed           *
      *** sealed row moves its chain's anchor forward                 *
      ***--------------------------------------------------------------*
       01  ws-hashchn-status                 pic x(2).
           88  ws-hashchn-ok                 value '00'.
           88  ws-hashchn-notfnd             value '23'.
           88  ws-hashchn-absent             value '35'.
       01  ws-hashchn-open                   pic x(1) value 'N'.
           88  ws-hashchn-is-open            value 'Y'.

       procedure division.
       bhar-mainline section.
       bhar-mainline-para.
               display 'ETPBHAR - unable to open POSTHIST, status='
                   ws-posthist-status
               move 'N' to ws-run-ok
           else
               perform bhar-open-chain
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the chain control file; without it rows are removed         *
      *** with no anchor kept, which the ETPBHCV check then           *
      *** reports as a broken chain                                   *
      ***--------------------------------------------------------------*
       bhar-open-chain section.
       bhar-open-chain-para.
           open i-o HASHCHN-FILE
           if ws-hashchn-ok
               move 'Y' to ws-hashchn-open
           else
               display 'ETPBHAR - HASHCHN not available, status='
                   ws-hashchn-status ' - no chain anchors kept'
           end-if
           exit
           .
           end-read
           if ws-more-history-recs
               and POSTHIST-DATE < ws-cutoff-date
               perform bhar-anchor-row
               delete POSTHIST-FILE
                   invalid key
                       continue
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a sealed row about to be removed moves its chain's          *
      *** anchor up to it, so the chain still verifies from the       *
      *** rows left; done before the delete, and only ever            *
      *** forward, so a rerun after an abend is harmless              *
      ***--------------------------------------------------------------*
       bhar-anchor-row section.
       bhar-anchor-row-para.
           if ws-hashchn-is-open
               and POSTHIST-CHAIN-NO is numeric
               and POSTHIST-CHAIN-NO > 0
               move 'P' to HASHCHN-TRAIL
               move POSTHIST-ACCTNO to HASHCHN-OWNER
               read HASHCHN-FILE
                   invalid key
                       continue
               end-read
               if ws-hashchn-ok
                   and POSTHIST-CHAIN-NO > HASHCHN-ANCHOR-NO
                   move POSTHIST-CHAIN-NO to HASHCHN-ANCHOR-NO
                   move POSTHIST-SEAL to HASHCHN-ANCHOR-SEAL
                   move ws-rcl-today to HASHCHN-ANCHOR-DATE
                   move ws-program-name to HASHCHN-ANCHOR-BY
                   rewrite HASHCHN-RECORD
                       invalid key
                           continue
                   end-rewrite
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bhar-save-progress section.
       bhar-save-progress-para.
           if ws-run-is-ok
               close POSTHIST-FILE
           end-if
           if ws-hashchn-is-open
               close HASHCHN-FILE
           end-if
           move ws-rows-examined to ws-report-count
           display 'ETPBHAR - rows examined: ' ws-report-count
           display 'ETPBHAR - archive file : ' ws-archive-name
