      *    file growth history - one row per file per business date,
      *    written by ETPBCAP with the file's record count that night,
      *    the ceiling then in force (CAPTBL, zero for none), the
      *    growth per day over the SYSPARM 'CAPDAYS ' window and the
      *    days left at that rate before the ceiling is reached.  The
      *    level the count stood at is kept so an alert is raised as
      *    a file crosses into the warning band or reaches its
      *    ceiling, not again every night it stays there
       01  CAPHIST-RECORD.
           02  CAPHIST-KEY.
               03  CAPHIST-FILE-NAME          PIC X(8).
               03  CAPHIST-DATE               PIC 9(8).
           02  CAPHIST-COUNT                  PIC 9(9).
           02  CAPHIST-CEILING                PIC 9(9).
           02  CAPHIST-GROWTH                 PIC S9(7)V9.
      *        99999 - not growing, or no ceiling to grow into
           02  CAPHIST-DAYS-LEFT              PIC 9(5).
           02  CAPHIST-LEVEL                  PIC X(1).
               88  CAPHIST-IS-NORMAL          VALUE SPACE.
               88  CAPHIST-IS-WARNING         VALUE 'W'.
               88  CAPHIST-IS-FULL            VALUE 'F'.
      *        the count fell further than CAPTBL allows the file
           02  CAPHIST-SHRUNK                 PIC X(1).
               88  CAPHIST-HAS-SHRUNK         VALUE 'Y'.
