           02  FILLER REDEFINES ESONTRMF.
               03  ESONTRMA  PICTURE X.
           02  ESONTRMI  PIC X(1).
           02  ESONRSNL  COMP PIC S9(4).
           02  ESONRSNF  PICTURE X.
           02  FILLER REDEFINES ESONRSNF.
               03  ESONRSNA  PICTURE X.
           02  ESONRSNI  PIC X(40).
           02  ESONMSGL  COMP PIC S9(4).
           02  ESONMSGF  PICTURE X.
           02  FILLER REDEFINES ESONMSGF.
           02  FILLER PICTURE X(3).
           02  ESONTRMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ESONRSNO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  ESONMSGO  PIC X(79).
