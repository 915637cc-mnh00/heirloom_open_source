                       string '  ' ws-date-disp
                           '  ' ws-amt-disp
                           '  ' ws-bal-disp
                           '  ' POSTHIST-TXN-TYPE
                           ' ' POSTHIST-NARRATIVE ' REVERSAL'
                           into ws-spool-text
                   else
                       string '  ' ws-date-disp
                           '  ' ws-amt-disp
                           '  ' ws-bal-disp
                           '  ' POSTHIST-TXN-TYPE
                           ' ' POSTHIST-NARRATIVE
                           into ws-spool-text
                   end-if
                   perform bstm-spool-line
