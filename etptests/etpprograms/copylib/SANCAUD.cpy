      *    sanctions screening audit - one row for every screening
      *    decision: each ETPECST screen of an added or changed name
      *    whether it hit or not, each hit the ETPBSNS rescreen
      *    raises, and each clear or confirm keyed on ETPESAN.  Never
      *    rewritten; the history compliance shows the examiner
       01  SANCAUD-RECORD.
           02  SANCAUD-KEY.
               03  SANCAUD-CUSTNO             PIC X(10).
               03  SANCAUD-STAMP              PIC 9(14).
               03  SANCAUD-SEQ                PIC 9(4).
      *    'S' name screened, 'C' hit cleared, 'M' hit confirmed
           02  SANCAUD-EVENT                  PIC X(1).
               88  SANCAUD-IS-SCREENING       VALUE 'S'.
               88  SANCAUD-IS-CLEARED         VALUE 'C'.
               88  SANCAUD-IS-CONFIRMED       VALUE 'M'.
      *    'A' add, 'C' name change, 'B' batch rescreen, 'R' review
           02  SANCAUD-SOURCE                 PIC X(1).
           02  SANCAUD-NAME                   PIC X(30).
      *    potential hits the screening found (zero is a clean
      *    pass), or the one entry a review decided
           02  SANCAUD-HITS                   PIC 9(3).
           02  SANCAUD-ENTRY-ID               PIC X(10).
           02  SANCAUD-LIST-DATE              PIC 9(8).
           02  SANCAUD-USERID                 PIC X(8).
           02  SANCAUD-NOTE                   PIC X(30).
