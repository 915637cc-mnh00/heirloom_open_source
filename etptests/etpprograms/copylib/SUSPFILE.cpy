               03  SUSPFILE-POST-AMOUNT       PIC S9(7)V99.
               03  FILLER                     PIC X(13).
               03  SUSPFILE-POST-VALUE-DATE   PIC 9(8).
               03  FILLER                     PIC X(2).
               03  SUSPFILE-POST-TXN-TYPE     PIC X(2).
               03  FILLER                     PIC X(2).
               03  SUSPFILE-POST-NARRATIVE    PIC X(20).
               03  SUSPFILE-POST-TRACE-ID     PIC X(12).
