      * table names each file it tends, its retention, and whether
      * removed rows are archived first (to a dated
      * /tmp/retn_<file>_YYYYMMDD.txt) or purged outright.  Tended
      * files: SECAUDIT, CUSTAUD, TXTIME, HLTHIST and the BALHIST
      * daily balance history by row date, the acknowledged ALERTQ
      * history by raised date, and the JNL4VW journal mirror by
      * keeping the newest N lines (its rows carry no date).
      * A policy row naming anything else is reported, not guessed
      * at.  Everything removed is counted and reported file by
      * file.
      * Before a CUSTAUD row is deleted its customer's HASHCHN
      * anchor is moved up to it, so the tamper-evident chain
      * still verifies from the rows left online.

       environment division.

               record key is HLTHIST-KEY
               file status is ws-hlthist-status.

           select BALHIST-FILE assign to "BALHIST"
               organization is indexed
               access mode is dynamic
               record key is BALHIST-KEY
               file status is ws-balhist-status.

           select ALERTQ-FILE assign to "ALERTQ"
               organization is indexed
               access mode is dynamic
               record key is JNLCOUNT-JNAME
               file status is ws-jnlcount-status.

           select HASHCHN-FILE assign to "HASHCHN"
               organization is indexed
               access mode is dynamic
               record key is HASHCHN-KEY
               file status is ws-hashchn-status.

           select ARCHIVE-FILE assign to ws-archive-name
               organization is line sequential
               file status is ws-archive-status.
       fd  HLTHIST-FILE.
           copy HLTHIST.

       fd  BALHIST-FILE.
           copy BALHIST.

       fd  ALERTQ-FILE.
           copy ALERTQ.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  ARCHIVE-FILE.
       01  archive-line                      pic x(330).

       fd  BUSCTRL-FILE.
           copy BUSCTRL.
       01  ws-hlthist-status                 pic x(2).
           88  ws-hlthist-ok                 value '00'.
           88  ws-hlthist-eof                value '10'.
       01  ws-balhist-status                 pic x(2).
           88  ws-balhist-ok                 value '00'.
       01  ws-alertq-status                  pic x(2).
           88  ws-alertq-ok                  value '00'.
           88  ws-alertq-eof                 value '10'.

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
       bret-mainline section.
       bret-mainline-para.
                       perform bret-tend-txtime
                   when 'HLTHIST '
                       perform bret-tend-hlthist
                   when 'BALHIST '
                       perform bret-tend-balhist
                   when 'ALERTQ  '
                       perform bret-tend-alertq
                   when 'JNL4VW  '
           else
               open i-o CUSTAUD-FILE
               if ws-custaud-ok
                   perform bret-open-chain
                   move 'Y' to ws-more-rows
                   perform bret-one-custaud
                       until not ws-more-data-recs
                   close CUSTAUD-FILE
                   if ws-hashchn-is-open
                       close HASHCHN-FILE
                       move 'N' to ws-hashchn-open
                   end-if
               end-if
           end-if
           exit
                   if ws-is-archiving
                       write archive-line from CUSTAUD-RECORD
                   end-if
                   perform bret-anchor-row
                   delete CUSTAUD-FILE
                       invalid key
                           continue
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the chain control file; without it rows are removed         *
      *** with no anchor kept, which the ETPBHCV check then           *
      *** reports as a broken chain                                   *
      ***--------------------------------------------------------------*
       bret-open-chain section.
       bret-open-chain-para.
           open i-o HASHCHN-FILE
           if ws-hashchn-ok
               move 'Y' to ws-hashchn-open
           else
               display 'ETPBRET - HASHCHN not available, status='
                   ws-hashchn-status ' - no chain anchors kept'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a sealed row about to be removed moves its chain's          *
      *** anchor up to it, so the chain still verifies from the       *
      *** rows left; done before the delete, and only ever            *
      *** forward, so a rerun after an abend is harmless              *
      ***--------------------------------------------------------------*
       bret-anchor-row section.
       bret-anchor-row-para.
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
       bret-tend-txtime section.
       bret-tend-txtime-para.
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bret-tend-balhist section.
       bret-tend-balhist-para.
           if ws-pol-archives and not ws-is-archiving
               continue
           else
               open i-o BALHIST-FILE
               if ws-balhist-ok
                   move 'Y' to ws-more-rows
                   perform bret-one-balhist
                       until not ws-more-data-recs
                   close BALHIST-FILE
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bret-one-balhist section.
       bret-one-balhist-para.
           read BALHIST-FILE next record
               at end
                   move 'N' to ws-more-rows
           end-read
           if ws-more-data-recs
               if BALHIST-DATE < ws-cutoff-date
                   if ws-is-archiving
                       write archive-line from BALHIST-RECORD
                   end-if
                   delete BALHIST-FILE
                       invalid key
                           continue
                   end-delete
                   add 1 to ws-removed
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** alert history: only acknowledged, dated lines age out -     *
      *** unacknowledged or legacy undated lines always stay          *
