           02  FILLER REDEFINES ACTMEMF.
               03  ACTMEMA  PICTURE X.
           02  ACTMEMI  PIC X(12).
           02  ACTUNCL  COMP PIC S9(4).
           02  ACTUNCF  PICTURE X.
           02  FILLER REDEFINES ACTUNCF.
               03  ACTUNCA  PICTURE X.
           02  ACTUNCI  PIC X(12).
           02  ACTSTSL  COMP PIC S9(4).
           02  ACTSTSF  PICTURE X.
           02  FILLER REDEFINES ACTSTSF.
           02  FILLER PICTURE X(3).
           02  ACTMEMO  PIC $$$$,$$9.99-.
           02  FILLER PICTURE X(3).
           02  ACTUNCO  PIC $$$$,$$9.99-.
           02  FILLER PICTURE X(3).
           02  ACTSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTOWNO  PIC X(30).
