      * the backout.  The run id to reverse is read from
      * /tmp/reversal_request.txt; rows already reversed, and rows
      * that are themselves reversals, are never reversed again.
      * Reversal rows are sealed onto the account's HASHCHN
      * tamper-evident chain as ETPBPST's rows are.

       environment division.

               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select HASHCHN-FILE assign to "HASHCHN"
               organization is indexed
               access mode is dynamic
               record key is HASHCHN-KEY
               file status is ws-hashchn-status.

           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  HASHCHN-FILE.
           copy HASHCHN.

       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       01  ws-reversal-amount                pic s9(7)v99.

       01  ws-run-date                       pic 9(8).

      ***--------------------------------------------------------------*
      *** tamper-evident chain - each history row takes the next      *
      *** number on its account's HASHCHN row and a seal over         *
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
           03  ws-seal-body                  pic x(127).
       01  ws-seal-len                       pic 9(4) comp.
       01  ws-seal-idx                       pic 9(4) comp.
       01  ws-seal-a                         pic 9(9) comp.
       01  ws-seal-b                         pic 9(9) comp.
       01  ws-seal-work                      pic 9(12) comp.
       01  ws-seal-quot                      pic 9(12) comp.
       01  ws-seal                           pic 9(18).
       01  ws-seal-owner                     pic x(10).
       01  ws-seal-stored                    pic 9(18).
       01  ws-seal-flags                     pic x(2).

       01  ws-hist-seq                       pic 9(6) value 0.
       01  ws-hist-written                   pic x(1).
           88  ws-hist-was-written           value 'Y'.
      *                    stamps, not the wall clock - a backout
      *                    running past midnight stays on its own day
                           perform brev-load-business-date
                           perform brev-open-chain
                       end-if
                   end-if
               end-if
               add 1 to ws-rows-examined
               if POSTHIST-RUNID = ws-target-run-id
                   and POSTHIST-IS-POSTING
      *            a row the partner has since returned was already
      *            offset by its return posting
                   if POSTHIST-WAS-REVERSED or POSTHIST-WAS-RETURNED
                       add 1 to ws-rows-skipped
                   else
                       perform brev-reverse-one
       brev-write-reversal-row section.
       brev-write-reversal-row-para.
           add 1 to ws-hist-seq
           move ws-rev-acctno to POSTHIST-ACCTNO
           perform brev-chain-fetch
           move 'N' to ws-hist-written
           perform brev-write-reversal-once
               until ws-hist-was-written
           if ws-posthist-ok
               perform brev-chain-advance
           end-if
           exit
           .
      ***--------------------------------------------------------------*
           move ws-run-date to POSTHIST-VALUE-DATE
           move space to POSTHIST-INT-ADJ
           move 'REVERSAL' to POSTHIST-NARRATIVE
           move 'RV' to POSTHIST-TXN-TYPE
           move 0 to POSTHIST-WINDOW
           move ws-rev-trace-id to POSTHIST-TRACE-ID
           perform brev-seal-row
           write POSTHIST-RECORD
               invalid key
                   continue
           exit
           .
      ***--------------------------------------------------------------*
      *** the chain control file, created empty on first use; a       *
      *** run without it writes its rows unsealed, which the          *
      *** ETPBHCV check then reports                                  *
      ***--------------------------------------------------------------*
       brev-open-chain section.
       brev-open-chain-para.
           open i-o HASHCHN-FILE
           if ws-hashchn-absent
               open output HASHCHN-FILE
               close HASHCHN-FILE
               open i-o HASHCHN-FILE
           end-if
           if ws-hashchn-ok
               move 'Y' to ws-hashchn-open
           else
               display 'ETPBREV - HASHCHN not available, status='
                   ws-hashchn-status ' - rows written unsealed'
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the account's chain row, held for the history write         *
      *** that follows; a first row starts a new chain                *
      ***--------------------------------------------------------------*
       brev-chain-fetch section.
       brev-chain-fetch-para.
           move 'P' to HASHCHN-TRAIL
           move POSTHIST-ACCTNO to HASHCHN-OWNER
           move 'N' to ws-chain-new
           if ws-hashchn-is-open
               read HASHCHN-FILE
                   invalid key
                       continue
               end-read
               if not ws-hashchn-ok
                   move 'Y' to ws-chain-new
                   move 'P' to HASHCHN-TRAIL
                   move POSTHIST-ACCTNO to HASHCHN-OWNER
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
       brev-seal-row section.
       brev-seal-row-para.
           if ws-hashchn-is-open
               compute POSTHIST-CHAIN-NO = HASHCHN-HEAD-NO + 1
               move HASHCHN-HEAD-SEAL to ws-seal-prev
               perform brev-seal-posthist
               move ws-seal to POSTHIST-SEAL
           else
               move 0 to POSTHIST-CHAIN-NO
               move 0 to POSTHIST-SEAL
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the row is on file - it becomes the chain's head            *
      ***--------------------------------------------------------------*
       brev-chain-advance section.
       brev-chain-advance-para.
           if ws-hashchn-is-open
               move POSTHIST-CHAIN-NO to HASHCHN-HEAD-NO
               move POSTHIST-SEAL to HASHCHN-HEAD-SEAL
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
      *** the seal of the POSTHIST row in hand, chained to the        *
      *** seal in ws-seal-prev.  The account number and the           *
      *** REVERSED and INT-ADJ flags are left out, the row            *
      *** itself is left as it was                                    *
      ***--------------------------------------------------------------*
       brev-seal-posthist section.
       brev-seal-posthist-para.
           move POSTHIST-ACCTNO to ws-seal-owner
           move POSTHIST-REVERSED to ws-seal-flags(1:1)
           move POSTHIST-INT-ADJ to ws-seal-flags(2:1)
           move POSTHIST-SEAL to ws-seal-stored
           move spaces to POSTHIST-ACCTNO
           move space to POSTHIST-REVERSED
           move space to POSTHIST-INT-ADJ
           move 0 to POSTHIST-SEAL
           move POSTHIST-RECORD to ws-seal-body
           move ws-seal-owner to POSTHIST-ACCTNO
           move ws-seal-flags(1:1) to POSTHIST-REVERSED
           move ws-seal-flags(2:1) to POSTHIST-INT-ADJ
           move ws-seal-stored to POSTHIST-SEAL
           compute ws-seal-len = length of ws-seal-prev
               + length of POSTHIST-RECORD
           perform brev-seal-compute
           exit
           .
      ***--------------------------------------------------------------*
      *** two running remainders over every byte of ws-seal-data,     *
      *** each modulo its own large prime, side by side make the      *
      *** eighteen-digit seal                                         *
      ***--------------------------------------------------------------*
       brev-seal-compute section.
       brev-seal-compute-para.
           move 0 to ws-seal-a
           move 0 to ws-seal-b
           perform brev-seal-byte
               varying ws-seal-idx from 1 by 1
               until ws-seal-idx > ws-seal-len
           compute ws-seal = ws-seal-a * 1000000000 + ws-seal-b
           exit
           .
      ***--------------------------------------------------------------*
       brev-seal-byte section.
       brev-seal-byte-para.
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
      *** moves the reversed amount out of the ACCTPOST control total  *
      *** and onto the ACCTRVSL control row - the two still sum to     *
      *** what journal4 shows, so ETPBGLR reconciles after the backout *
               close POSTHIST-FILE
               close ACCTMAST-FILE
               close POSTCTRL-FILE
               if ws-hashchn-is-open
                   close HASHCHN-FILE
               end-if
           end-if
           move ws-rows-examined to ws-report-count
           display 'ETPBREV - history rows examined : '
