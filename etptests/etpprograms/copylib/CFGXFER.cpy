      *    control-table transfer file - written by ETPBCFG to carry
      *    the control tables (SYSPARM, MENUTBL, TXAUTH, TXCONFL,
      *    SYSIDTBL, RATETBL, EXRATE, RETNTBL, ALRTSUB) from one
      *    region to another, and read back by it to compare two
      *    regions or to import one region's tables onto the other.
      *    A HDR record carrying the export's version - a running
      *    number kept on POSTCTRL 'CFGVERNO' - with the time it was
      *    taken and the business date, then one DTL record per table
      *    row: the table's name and the row exactly as the table
      *    holds it, tables in the order above and each in its key
      *    order, so two files can be merged table by table.  A TRL
      *    record repeats the number of rows
       01  CFGXFER-RECORD.
           02  CFGXFER-REC-TYPE               PIC X(3).
               88  CFGXFER-IS-HEADER          VALUE 'HDR'.
               88  CFGXFER-IS-DETAIL          VALUE 'DTL'.
               88  CFGXFER-IS-TRAILER         VALUE 'TRL'.
           02  CFGXFER-TABLE                  PIC X(8).
      *    the row - the longest control-table record fits
           02  CFGXFER-ROW                    PIC X(50).
           02  FILLER                         PIC X(19).
       01  CFGXFER-HEADER REDEFINES CFGXFER-RECORD.
           02  FILLER                         PIC X(3).
           02  CFGXFER-HDR-VERSION            PIC 9(6).
           02  CFGXFER-HDR-STAMP              PIC 9(14).
           02  CFGXFER-HDR-BUS-DATE           PIC 9(8).
           02  FILLER                         PIC X(49).
       01  CFGXFER-TRAILER REDEFINES CFGXFER-RECORD.
           02  FILLER                         PIC X(3).
           02  CFGXFER-TRL-COUNT              PIC 9(7).
           02  FILLER                         PIC X(70).
