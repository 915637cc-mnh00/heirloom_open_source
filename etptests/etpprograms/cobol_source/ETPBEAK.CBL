      * balances that extract staged on EXTSNAP to the delta
      * baseline, so ETPBEXT's next delta measures from what head
      * office confirmed it loaded rather than from what was merely
      * sent.  ETPBGLJ's GL journals share the registry and are
      * matched the same way, but stage no balances, so their
      * acknowledgment promotes nothing.

       environment division.

                           rewrite EXTREG-RECORD
                           add 1 to ws-acks-matched
                           if ws-ack-seq > ws-high-ack-seq
                               and not EXTREG-IS-GL-JOURNAL
                               move ws-ack-seq to ws-high-ack-seq
                           end-if
                           display 'ETPBEAK - extract ' ws-ack-seq
