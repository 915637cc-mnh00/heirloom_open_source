      *    the before and after values - so "who lowered the lockout
      *    threshold last month, and from what" is a keyed read, not
      *    a grep through journal archives.  Paged online by ETPECFH
      *    by table and date.  A control-table import by ETPBCFG is
      *    audited here too, row by row, under the userid CFGIMPRT
       01  CFGAUD-RECORD.
           02  CFGAUD-KEY.
               03  CFGAUD-TABLE               PIC X(8).
