           02  FILLER REDEFINES XFRSIDF.
               03  XFRSIDA  PICTURE X.
           02  XFRSIDI  PIC X(4).
           02  XFRBNKL  COMP PIC S9(4).
           02  XFRBNKF  PICTURE X.
           02  FILLER REDEFINES XFRBNKF.
               03  XFRBNKA  PICTURE X.
           02  XFRBNKI  PIC X(11).
           02  XFRBACL  COMP PIC S9(4).
           02  XFRBACF  PICTURE X.
           02  FILLER REDEFINES XFRBACF.
               03  XFRBACA  PICTURE X.
           02  XFRBACI  PIC X(34).
           02  XFRBNML  COMP PIC S9(4).
           02  XFRBNMF  PICTURE X.
           02  FILLER REDEFINES XFRBNMF.
               03  XFRBNMA  PICTURE X.
           02  XFRBNMI  PIC X(30).
           02  XFRSG1L  COMP PIC S9(4).
           02  XFRSG1F  PICTURE X.
           02  FILLER REDEFINES XFRSG1F.
               03  XFRSG1A  PICTURE X.
           02  XFRSG1I  PIC X(10).
           02  XFRSG2L  COMP PIC S9(4).
           02  XFRSG2F  PICTURE X.
           02  FILLER REDEFINES XFRSG2F.
               03  XFRSG2A  PICTURE X.
           02  XFRSG2I  PIC X(10).
           02  XFRMSGL  COMP PIC S9(4).
           02  XFRMSGF  PICTURE X.
           02  FILLER REDEFINES XFRMSGF.
           02  FILLER PICTURE X(3).
           02  XFRSIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  XFRBNKO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  XFRBACO  PIC X(34).
           02  FILLER PICTURE X(3).
           02  XFRBNMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  XFRSG1O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  XFRSG2O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  XFRMSGO  PIC X(79).
