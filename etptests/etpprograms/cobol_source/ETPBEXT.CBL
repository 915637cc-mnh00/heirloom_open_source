      * the last extract (compared against the EXTSNAP baseline),
      * or 'R' plus a sequence number to retransmit a named past
      * extract from its archive copy without touching the master.
      * The sequence is shared with ETPBGLJ's GL journals, which a
      * retransmit here refuses.

       environment division.

               if ws-extreg-notfnd
                   display 'ETPBEXT - extract ' ws-retrans-seq
                       ' is not on the registry'
               else
               if EXTREG-IS-GL-JOURNAL
                   display 'ETPBEXT - ' ws-retrans-seq
                       ' is a GL journal, not an extract - resend '
                       EXTREG-FILE-NAME
               else
                   move EXTREG-FILE-NAME to ws-archive-name
                   open input ARCHIVE-FILE
                           ' resent from ' ws-archive-name
                   end-if
               end-if
               end-if
               close EXTREG-FILE
           end-if
           exit
