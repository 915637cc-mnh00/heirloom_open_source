                       ' user=' IDLETRK-USERID
                   if ws-repairing
                       move 'N' to IDLETRK-STATUS
                       move spaces to IDLETRK-CTX-ACCTNO
                       move spaces to IDLETRK-CTX-CUSTNO
                       move spaces to IDLETRK-CTX-JUMP-TO
                       move spaces to IDLETRK-CTX-JUMP-FROM
                       rewrite IDLETRK-RECORD
                       add 1 to ws-repairs-made
                       display '    repaired: signed off'
