       01  BMSESANI.
           02  FILLER PIC X(12).
           02  ESANTRNL  COMP PIC S9(4).
           02  ESANTRNF  PICTURE X.
           02  FILLER REDEFINES ESANTRNF.
               03  ESANTRNA  PICTURE X.
           02  ESANTRNI  PIC X(4).
           02  ESANSELL  COMP PIC S9(4).
           02  ESANSELF  PICTURE X.
           02  FILLER REDEFINES ESANSELF.
               03  ESANSELA  PICTURE X.
           02  ESANSELI  PIC X(1).
           02  ESANACTL  COMP PIC S9(4).
           02  ESANACTF  PICTURE X.
           02  FILLER REDEFINES ESANACTF.
               03  ESANACTA  PICTURE X.
           02  ESANACTI  PIC X(1).
           02  ESANNOTL  COMP PIC S9(4).
           02  ESANNOTF  PICTURE X.
           02  FILLER REDEFINES ESANNOTF.
               03  ESANNOTA  PICTURE X.
           02  ESANNOTI  PIC X(30).
           02  ESANCUSL  COMP PIC S9(4).
           02  ESANCUSF  PICTURE X.
           02  FILLER REDEFINES ESANCUSF.
               03  ESANCUSA  PICTURE X.
           02  ESANCUSI  PIC X(10).
           02  ESANENTL  COMP PIC S9(4).
           02  ESANENTF  PICTURE X.
           02  FILLER REDEFINES ESANENTF.
               03  ESANENTA  PICTURE X.
           02  ESANENTI  PIC X(10).
           02  ESANPRGL  COMP PIC S9(4).
           02  ESANPRGF  PICTURE X.
           02  FILLER REDEFINES ESANPRGF.
               03  ESANPRGA  PICTURE X.
           02  ESANPRGI  PIC X(10).
           02  ESANSTSL  COMP PIC S9(4).
           02  ESANSTSF  PICTURE X.
           02  FILLER REDEFINES ESANSTSF.
               03  ESANSTSA  PICTURE X.
           02  ESANSTSI  PIC X(8).
           02  ESANDATL  COMP PIC S9(4).
           02  ESANDATF  PICTURE X.
           02  FILLER REDEFINES ESANDATF.
               03  ESANDATA  PICTURE X.
           02  ESANDATI  PIC X(8).
           02  ESANCNML  COMP PIC S9(4).
           02  ESANCNMF  PICTURE X.
           02  FILLER REDEFINES ESANCNMF.
               03  ESANCNMA  PICTURE X.
           02  ESANCNMI  PIC X(30).
           02  ESANLNML  COMP PIC S9(4).
           02  ESANLNMF  PICTURE X.
           02  FILLER REDEFINES ESANLNMF.
               03  ESANLNMA  PICTURE X.
           02  ESANLNMI  PIC X(60).
           02  ESANL01L  COMP PIC S9(4).
           02  ESANL01F  PICTURE X.
           02  FILLER REDEFINES ESANL01F.
               03  ESANL01A  PICTURE X.
           02  ESANL01I  PIC X(70).
           02  ESANL02L  COMP PIC S9(4).
           02  ESANL02F  PICTURE X.
           02  FILLER REDEFINES ESANL02F.
               03  ESANL02A  PICTURE X.
           02  ESANL02I  PIC X(70).
           02  ESANL03L  COMP PIC S9(4).
           02  ESANL03F  PICTURE X.
           02  FILLER REDEFINES ESANL03F.
               03  ESANL03A  PICTURE X.
           02  ESANL03I  PIC X(70).
           02  ESANL04L  COMP PIC S9(4).
           02  ESANL04F  PICTURE X.
           02  FILLER REDEFINES ESANL04F.
               03  ESANL04A  PICTURE X.
           02  ESANL04I  PIC X(70).
           02  ESANL05L  COMP PIC S9(4).
           02  ESANL05F  PICTURE X.
           02  FILLER REDEFINES ESANL05F.
               03  ESANL05A  PICTURE X.
           02  ESANL05I  PIC X(70).
           02  ESANL06L  COMP PIC S9(4).
           02  ESANL06F  PICTURE X.
           02  FILLER REDEFINES ESANL06F.
               03  ESANL06A  PICTURE X.
           02  ESANL06I  PIC X(70).
           02  ESANL07L  COMP PIC S9(4).
           02  ESANL07F  PICTURE X.
           02  FILLER REDEFINES ESANL07F.
               03  ESANL07A  PICTURE X.
           02  ESANL07I  PIC X(70).
           02  ESANL08L  COMP PIC S9(4).
           02  ESANL08F  PICTURE X.
           02  FILLER REDEFINES ESANL08F.
               03  ESANL08A  PICTURE X.
           02  ESANL08I  PIC X(70).
           02  ESANMSGL  COMP PIC S9(4).
           02  ESANMSGF  PICTURE X.
           02  FILLER REDEFINES ESANMSGF.
               03  ESANMSGA  PICTURE X.
           02  ESANMSGI  PIC X(79).
       01  BMSESANO REDEFINES BMSESANI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ESANTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ESANSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ESANACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ESANNOTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ESANCUSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ESANENTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ESANPRGO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ESANSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ESANDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ESANCNMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ESANLNMO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ESANL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ESANL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ESANL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ESANL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ESANL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ESANL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ESANL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ESANL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ESANMSGO  PIC X(79).
