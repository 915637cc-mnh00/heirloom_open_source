      * abend resumes at the pair and step it died on; every step is
      * idempotent, so nothing moves twice).  Each mapping is
      * written to the /tmp/renumber_audit.txt trail with per-file
      * counts.  The account's HASHCHN chain row moves with its
      * POSTHIST rows; the seals leave the account number out, so
      * the chain carries on unbroken under the new number.

       environment division.

               record key is STOPINST-KEY
               file status is ws-stopinst-status.

           select HASHCHN-FILE assign to "HASHCHN"
               organization is indexed
               access mode is dynamic
               record key is HASHCHN-KEY
               file status is ws-hashchn-status.

       data division.

       file section.
       fd  STOPINST-FILE.
           copy STOPINST.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBRNM'.
           88  ws-stopinst-eof               value '10'.
           88  ws-stopinst-dup               value '22'.
           88  ws-stopinst-absent            value '35'.
       01  ws-hashchn-status                 pic x(2).
           88  ws-hashchn-ok                 value '00'.
           88  ws-hashchn-notfnd             value '23'.
           88  ws-hashchn-absent             value '35'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
           open i-o WATCHLST-FILE
           open i-o ODLIMIT-FILE
           open i-o STOPINST-FILE
           open i-o HASHCHN-FILE
           if ws-hashchn-absent
               open output HASHCHN-FILE
               close HASHCHN-FILE
               open i-o HASHCHN-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           perform brnm-move-one-hist
               until ws-rows-moved > 999999
                  or not ws-more-data-recs
           perform brnm-move-chain
           exit
           .
      ***--------------------------------------------------------------*
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's chain row follows its history rows - a        *
      *** rerun of the step finds it already moved                    *
      ***--------------------------------------------------------------*
       brnm-move-chain section.
       brnm-move-chain-para.
           move 'P' to HASHCHN-TRAIL
           move ws-old-acctno to HASHCHN-OWNER
           read HASHCHN-FILE
               invalid key
                   continue
           end-read
           if ws-hashchn-ok
               move ws-new-acctno to HASHCHN-OWNER
               write HASHCHN-RECORD
                   invalid key
                       continue
               end-write
               move ws-old-acctno to HASHCHN-OWNER
               delete HASHCHN-FILE
                   invalid key
                       continue
               end-delete
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** step 4: standing orders keep their ids; only the account    *
      *** field inside each order changes                              *
      ***--------------------------------------------------------------*
               close WATCHLST-FILE
               close ODLIMIT-FILE
               close STOPINST-FILE
               close HASHCHN-FILE
           end-if
           move ws-pairs-read to ws-report-count
           display 'ETPBRNM - pairs requested : ' ws-report-count
