           02  FILLER REDEFINES ERLMCURF.
               03  ERLMCURA  PICTURE X.
           02  ERLMCURI  PIC X(1).
           02  ERLMCNOL  COMP PIC S9(4).
           02  ERLMCNOF  PICTURE X.
           02  FILLER REDEFINES ERLMCNOF.
               03  ERLMCNOA  PICTURE X.
           02  ERLMCNOI  PIC X(10).
           02  ERLMRELL  COMP PIC S9(4).
           02  ERLMRELF  PICTURE X.
           02  FILLER REDEFINES ERLMRELF.
               03  ERLMRELA  PICTURE X.
           02  ERLMRELI  PIC X(1).
           02  ERLMLNGL  COMP PIC S9(4).
           02  ERLMLNGF  PICTURE X.
           02  FILLER REDEFINES ERLMLNGF.
               03  ERLMLNGA  PICTURE X.
           02  ERLMLNGI  PIC X(2).
           02  ERLMMSGL  COMP PIC S9(4).
           02  ERLMMSGF  PICTURE X.
           02  FILLER REDEFINES ERLMMSGF.
           02  FILLER PICTURE X(3).
           02  ERLMCURO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ERLMCNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ERLMRELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ERLMLNGO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ERLMMSGO  PIC X(79).
