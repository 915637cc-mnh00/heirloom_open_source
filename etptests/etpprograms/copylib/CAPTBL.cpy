      *    capacity ceilings for the files ETPBCAP counts every night -
      *    one row per file, keyed by the file's name: the most records
      *    the file is sized for, the percent of that at which an
      *    ALERTQ warning is raised (zero takes SYSPARM 'CAPWARN '),
      *    and how far, in percent, the count may fall from one night
      *    to the next before the fall is flagged as unexpected - a
      *    queue that drains or a history ETPBRET purges wants a wide
      *    allowance, a master none at all.  A file with no row is
      *    still counted and its growth reported, with no ceiling to
      *    project against and SYSPARM 'CAPSHRNK' for the fall
       01  CAPTBL-RECORD.
           02  CAPTBL-FILE-NAME               PIC X(8).
           02  CAPTBL-CEILING                 PIC 9(9).
           02  CAPTBL-WARN-PCT                PIC 9(3).
           02  CAPTBL-SHRINK-PCT              PIC 9(3).
