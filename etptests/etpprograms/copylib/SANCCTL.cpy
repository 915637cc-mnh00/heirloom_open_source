      *    sanctions list control - a single row ('SANCLIST') naming
      *    the list on file: its official date, when ETPBSNL loaded
      *    it and how many entries it carried, and when ETPBSNS last
      *    rescreened the whole customer base against it.  A load
      *    stamp later than the rescreen stamp means a new list is
      *    waiting for the nightly rescreen
       01  SANCCTL-RECORD.
           02  SANCCTL-CNAME                  PIC X(8).
           02  SANCCTL-LIST-DATE              PIC 9(8).
           02  SANCCTL-LOADED-STAMP           PIC 9(14).
           02  SANCCTL-ENTRIES                PIC 9(7).
           02  SANCCTL-SCREENED-STAMP         PIC 9(14).
