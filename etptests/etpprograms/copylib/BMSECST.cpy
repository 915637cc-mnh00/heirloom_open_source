           02  FILLER REDEFINES CSTBRNF.
               03  CSTBRNA  PICTURE X.
           02  CSTBRNI  PIC X(3).
           02  CSTTXSL  COMP PIC S9(4).
           02  CSTTXSF  PICTURE X.
           02  FILLER REDEFINES CSTTXSF.
               03  CSTTXSA  PICTURE X.
           02  CSTTXSI  PIC X(1).
           02  CSTTXRL  COMP PIC S9(4).
           02  CSTTXRF  PICTURE X.
           02  FILLER REDEFINES CSTTXRF.
               03  CSTTXRA  PICTURE X.
           02  CSTTXRI  PIC X(7).
           02  CSTSTSL  COMP PIC S9(4).
           02  CSTSTSF  PICTURE X.
           02  FILLER REDEFINES CSTSTSF.
           02  FILLER REDEFINES CSTL05F.
               03  CSTL05A  PICTURE X.
           02  CSTL05I  PIC X(70).
           02  CSTEFDL  COMP PIC S9(4).
           02  CSTEFDF  PICTURE X.
           02  FILLER REDEFINES CSTEFDF.
               03  CSTEFDA  PICTURE X.
           02  CSTEFDI  PIC X(8).
           02  CSTMSGL  COMP PIC S9(4).
           02  CSTMSGF  PICTURE X.
           02  FILLER REDEFINES CSTMSGF.
           02  FILLER PICTURE X(3).
           02  CSTBRNO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  CSTTXSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CSTTXRO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  CSTSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CSTACLO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  CSTL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CSTEFDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CSTMSGO  PIC X(79).
