               03  FUTRWHS-POST-AMOUNT        PIC S9(7)V99.
               03  FUTRWHS-POST-PAIR-ID       PIC X(13).
               03  FUTRWHS-POST-VALUE-DATE    PIC 9(8).
               03  FILLER                     PIC X(2).
               03  FUTRWHS-POST-TXN-TYPE      PIC X(2).
               03  FILLER                     PIC X(2).
               03  FUTRWHS-POST-NARRATIVE     PIC X(20).
               03  FUTRWHS-POST-TRACE-ID      PIC X(12).
