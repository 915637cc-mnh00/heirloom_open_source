       01  BMSEDSPI.
           02  FILLER PIC X(12).
           02  DSPTRNL  COMP PIC S9(4).
           02  DSPTRNF  PICTURE X.
           02  FILLER REDEFINES DSPTRNF.
               03  DSPTRNA  PICTURE X.
           02  DSPTRNI  PIC X(4).
           02  DSPACTL  COMP PIC S9(4).
           02  DSPACTF  PICTURE X.
           02  FILLER REDEFINES DSPACTF.
               03  DSPACTA  PICTURE X.
           02  DSPACTI  PIC X(1).
           02  DSPTRCL  COMP PIC S9(4).
           02  DSPTRCF  PICTURE X.
           02  FILLER REDEFINES DSPTRCF.
               03  DSPTRCA  PICTURE X.
           02  DSPTRCI  PIC X(12).
           02  DSPACNL  COMP PIC S9(4).
           02  DSPACNF  PICTURE X.
           02  FILLER REDEFINES DSPACNF.
               03  DSPACNA  PICTURE X.
           02  DSPACNI  PIC X(10).
           02  DSPCUSL  COMP PIC S9(4).
           02  DSPCUSF  PICTURE X.
           02  FILLER REDEFINES DSPCUSF.
               03  DSPCUSA  PICTURE X.
           02  DSPCUSI  PIC X(10).
           02  DSPPDTL  COMP PIC S9(4).
           02  DSPPDTF  PICTURE X.
           02  FILLER REDEFINES DSPPDTF.
               03  DSPPDTA  PICTURE X.
           02  DSPPDTI  PIC X(8).
           02  DSPPAML  COMP PIC S9(4).
           02  DSPPAMF  PICTURE X.
           02  FILLER REDEFINES DSPPAMF.
               03  DSPPAMA  PICTURE X.
           02  DSPPAMI  PIC X(13).
           02  DSPAMTL  COMP PIC S9(4).
           02  DSPAMTF  PICTURE X.
           02  FILLER REDEFINES DSPAMTF.
               03  DSPAMTA  PICTURE X.
           02  DSPAMTI  PIC X(9).
           02  DSPRSNL  COMP PIC S9(4).
           02  DSPRSNF  PICTURE X.
           02  FILLER REDEFINES DSPRSNF.
               03  DSPRSNA  PICTURE X.
           02  DSPRSNI  PIC X(1).
           02  DSPNOTL  COMP PIC S9(4).
           02  DSPNOTF  PICTURE X.
           02  FILLER REDEFINES DSPNOTF.
               03  DSPNOTA  PICTURE X.
           02  DSPNOTI  PIC X(30).
           02  DSPSTSL  COMP PIC S9(4).
           02  DSPSTSF  PICTURE X.
           02  FILLER REDEFINES DSPSTSF.
               03  DSPSTSA  PICTURE X.
           02  DSPSTSI  PIC X(10).
           02  DSPDDLL  COMP PIC S9(4).
           02  DSPDDLF  PICTURE X.
           02  FILLER REDEFINES DSPDDLF.
               03  DSPDDLA  PICTURE X.
           02  DSPDDLI  PIC X(8).
           02  DSPPRVL  COMP PIC S9(4).
           02  DSPPRVF  PICTURE X.
           02  FILLER REDEFINES DSPPRVF.
               03  DSPPRVA  PICTURE X.
           02  DSPPRVI  PIC X(13).
           02  DSPOUTL  COMP PIC S9(4).
           02  DSPOUTF  PICTURE X.
           02  FILLER REDEFINES DSPOUTF.
               03  DSPOUTA  PICTURE X.
           02  DSPOUTI  PIC X(1).
           02  DSPMSGL  COMP PIC S9(4).
           02  DSPMSGF  PICTURE X.
           02  FILLER REDEFINES DSPMSGF.
               03  DSPMSGA  PICTURE X.
           02  DSPMSGI  PIC X(79).
       01  BMSEDSPO REDEFINES BMSEDSPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DSPTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DSPACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DSPTRCO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DSPACNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DSPCUSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DSPPDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DSPPAMO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  DSPAMTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  DSPRSNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DSPNOTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DSPSTSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DSPDDLO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DSPPRVO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  DSPOUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DSPMSGO  PIC X(79).
