      * lines the audit rows - and deletes them from the online
      * files, keeping the master to the living book.  ETPBCSR is
      * the ETPBSRC-style retrieval for a dispute.
      * Before an audit row is deleted its customer's HASHCHN
      * anchor is moved up to it, so the tamper-evident chain
      * still verifies once the customer has gone.

       environment division.

               record key is CUSTAUD-KEY
               file status is ws-custaud-status.

           select HASHCHN-FILE assign to "HASHCHN"
               organization is indexed
               access mode is dynamic
               record key is HASHCHN-KEY
               file status is ws-hashchn-status.

           select ARCHIVE-FILE assign to ws-archive-name
               organization is line sequential
               file status is ws-archive-status.
       fd  CUSTAUD-FILE.
           copy CUSTAUD.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  ARCHIVE-FILE.
       01  archive-line                      pic x(330).

       fd  SYSPARM-FILE.
           copy SYSPARM.
       01  ws-idle-days                      pic s9(9) comp.
       01  ws-arch-record.
           03  ws-arch-tag                   pic x(2).
           03  ws-arch-body                  pic x(328).

       01  ws-customers-read                 pic 9(7) comp value 0.
       01  ws-customers-archived             pic 9(7) comp value 0.

       01  ws-report-count                   pic zzzzzzz9.

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
       bcar-mainline section.
       bcar-mainline-para.
                   close CUSTAUD-FILE
                   open i-o CUSTAUD-FILE
               end-if
               perform bcar-open-chain
               open extend ARCHIVE-FILE
               if not ws-archive-ok
                   open output ARCHIVE-FILE
                   move 'N' to ws-more-customers
                   close CUSTMAST-FILE
                   close CUSTAUD-FILE
                   if ws-hashchn-is-open
                       close HASHCHN-FILE
                   end-if
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the chain control file; without it rows are removed         *
      *** with no anchor kept, which the ETPBHCV check then           *
      *** reports as a broken chain                                   *
      ***--------------------------------------------------------------*
       bcar-open-chain section.
       bcar-open-chain-para.
           open i-o HASHCHN-FILE
           if ws-hashchn-ok
               move 'Y' to ws-hashchn-open
           else
               display 'ETPBCAR - HASHCHN not available, status='
                   ws-hashchn-status ' - no chain anchors kept'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
                   move 'CA' to ws-arch-tag
                   move CUSTAUD-RECORD to ws-arch-body
                   write archive-line from ws-arch-record
                   perform bcar-anchor-row
                   delete CUSTAUD-FILE
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
       bcar-anchor-row section.
       bcar-anchor-row-para.
           if ws-hashchn-is-open
               and CUSTAUD-CHAIN-NO is numeric
               and CUSTAUD-CHAIN-NO > 0
               move 'C' to HASHCHN-TRAIL
               move CUSTAUD-CUSTNO to HASHCHN-OWNER
               read HASHCHN-FILE
                   invalid key
                       continue
               end-read
               if ws-hashchn-ok
                   and CUSTAUD-CHAIN-NO > HASHCHN-ANCHOR-NO
                   move CUSTAUD-CHAIN-NO to HASHCHN-ANCHOR-NO
                   move CUSTAUD-SEAL to HASHCHN-ANCHOR-SEAL
                   move ws-today to HASHCHN-ANCHOR-DATE
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
       bcar-finalize section.
       bcar-finalize-para.
               close CUSTMAST-FILE
               close CUSTAUD-FILE
               close ARCHIVE-FILE
               if ws-hashchn-is-open
                   close HASHCHN-FILE
               end-if
           end-if
           move ws-customers-read to ws-report-count
           display 'ETPBCAR - customers examined : ' ws-report-count
