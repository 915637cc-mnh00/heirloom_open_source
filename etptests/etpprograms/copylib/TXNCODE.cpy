      *    transaction-code table - one row per kind of movement a
      *    posting can be, keyed by the two-character code every
      *    capture point stamps in JNLREC-POST-TXN-TYPE; ETPEJNL
      *    checks a keyed code against it and ETPBPST suspends an
      *    entry whose code it does not hold or holds as withdrawn.
      *    The codes the system itself stamps:
      *      'DP' deposit                'WD' withdrawal
      *      'TR' funds transfer         'XR' cross-region transfer
      *      'SO' standing order         'PC' partner credit
      *      'PD' partner debit          'RT' returned item
      *      'IN' credit interest        'FE' fee
      *      'TX' withholding tax        'TD' term deposit
      *      'LN' loan drawdown or repayment
      *      'LI' loan interest          'CO' charge-off
      *      'CL' close-out sweep        'ES' escheatment/reclaim
      *      'FX' FX revaluation         'SR' suspense release
      *      'RV' reversal               'SW' balance sweep
      *      'TL' teller over/short      'XS' inter-region settlement
      *      'EP' external payment       'DS' dispute credit
      *      'LG' legal-order remittance 'BP' bulk payment
      *      'WP' notice withdrawal penalty
      *      'CQ' cheque paid
       01  TXNCODE-RECORD.
           02  TXNCODE-CODE                   PIC X(2).
           02  TXNCODE-DESC                   PIC X(20).
      *    the direction the code normally moves money - informative
      *    only, a reversal of either kind runs the other way
           02  TXNCODE-DIRECTION              PIC X(1).
               88  TXNCODE-IS-CREDIT          VALUE 'C'.
               88  TXNCODE-IS-DEBIT           VALUE 'D'.
               88  TXNCODE-IS-EITHER          VALUE 'B'.
           02  TXNCODE-STATUS                 PIC X(1).
               88  TXNCODE-IS-ACTIVE          VALUE 'A'.
               88  TXNCODE-IS-WITHDRAWN       VALUE 'W'.
