      *    the ETPBRET retention manager tends, so retention becomes
      *    configuration instead of a new purge job begged for per
      *    file.  The value is a day count for the dated files
      *    (SECAUDIT, CUSTAUD, TXTIME, HLTHIST, the BALHIST daily
      *    balances, and the acknowledged ALERTQ history); for the
      *    undated JNL4VW mirror it is read as the number of newest
      *    lines to keep.  Mode 'A' archives the removed rows to a
      *    dated file first, 'P' purges outright
       01  RETNTBL-RECORD.
           02  RETNTBL-FILE-NAME              PIC X(8).
           02  RETNTBL-DAYS                   PIC 9(7).
