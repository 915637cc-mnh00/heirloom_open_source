      *    matches the acknowledgment file against these rows and
      *    alerts on a mismatch; a retransmit regenerates the named
      *    extract from its archive copy instead of rerunning
      *    against a master file that has since moved on.  ETPBGLJ
      *    registers its nightly GL journal here too, from the same
      *    sequence, as mode 'J', so head office acknowledges both
      *    files through the one matcher
       01  EXTREG-RECORD.
           02  EXTREG-SEQ                     PIC 9(6).
           02  EXTREG-DATE                    PIC 9(8).
               88  EXTREG-IS-FULL             VALUE 'F'.
               88  EXTREG-IS-DELTA            VALUE 'D'.
               88  EXTREG-IS-RETRANS          VALUE 'R'.
               88  EXTREG-IS-GL-JOURNAL       VALUE 'J'.
           02  EXTREG-RECORDS                 PIC 9(7).
           02  EXTREG-HASH                    PIC 9(11)V99.
           02  EXTREG-BASE-TOTAL              PIC S9(11)V99.
