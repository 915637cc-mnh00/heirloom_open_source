       01  BMSEOIMI.
           02  FILLER PIC X(12).
           02  OIMTRNL  COMP PIC S9(4).
           02  OIMTRNF  PICTURE X.
           02  FILLER REDEFINES OIMTRNF.
               03  OIMTRNA  PICTURE X.
           02  OIMTRNI  PIC X(4).
           02  OIMACTL  COMP PIC S9(4).
           02  OIMACTF  PICTURE X.
           02  FILLER REDEFINES OIMACTF.
               03  OIMACTA  PICTURE X.
           02  OIMACTI  PIC X(1).
           02  OIMACNL  COMP PIC S9(4).
           02  OIMACNF  PICTURE X.
           02  FILLER REDEFINES OIMACNF.
               03  OIMACNA  PICTURE X.
           02  OIMACNI  PIC X(10).
           02  OIMSELL  COMP PIC S9(4).
           02  OIMSELF  PICTURE X.
           02  FILLER REDEFINES OIMSELF.
               03  OIMSELA  PICTURE X.
           02  OIMSELI  PIC X(8).
           02  OIMMIDL  COMP PIC S9(4).
           02  OIMMIDF  PICTURE X.
           02  FILLER REDEFINES OIMMIDF.
               03  OIMMIDA  PICTURE X.
           02  OIMMIDI  PIC X(14).
           02  OIMTOTL  COMP PIC S9(4).
           02  OIMTOTF  PICTURE X.
           02  FILLER REDEFINES OIMTOTF.
               03  OIMTOTA  PICTURE X.
           02  OIMTOTI  PIC X(14).
           02  OIML01L  COMP PIC S9(4).
           02  OIML01F  PICTURE X.
           02  FILLER REDEFINES OIML01F.
               03  OIML01A  PICTURE X.
           02  OIML01I  PIC X(70).
           02  OIML02L  COMP PIC S9(4).
           02  OIML02F  PICTURE X.
           02  FILLER REDEFINES OIML02F.
               03  OIML02A  PICTURE X.
           02  OIML02I  PIC X(70).
           02  OIML03L  COMP PIC S9(4).
           02  OIML03F  PICTURE X.
           02  FILLER REDEFINES OIML03F.
               03  OIML03A  PICTURE X.
           02  OIML03I  PIC X(70).
           02  OIML04L  COMP PIC S9(4).
           02  OIML04F  PICTURE X.
           02  FILLER REDEFINES OIML04F.
               03  OIML04A  PICTURE X.
           02  OIML04I  PIC X(70).
           02  OIML05L  COMP PIC S9(4).
           02  OIML05F  PICTURE X.
           02  FILLER REDEFINES OIML05F.
               03  OIML05A  PICTURE X.
           02  OIML05I  PIC X(70).
           02  OIML06L  COMP PIC S9(4).
           02  OIML06F  PICTURE X.
           02  FILLER REDEFINES OIML06F.
               03  OIML06A  PICTURE X.
           02  OIML06I  PIC X(70).
           02  OIML07L  COMP PIC S9(4).
           02  OIML07F  PICTURE X.
           02  FILLER REDEFINES OIML07F.
               03  OIML07A  PICTURE X.
           02  OIML07I  PIC X(70).
           02  OIML08L  COMP PIC S9(4).
           02  OIML08F  PICTURE X.
           02  FILLER REDEFINES OIML08F.
               03  OIML08A  PICTURE X.
           02  OIML08I  PIC X(70).
           02  OIMMSGL  COMP PIC S9(4).
           02  OIMMSGF  PICTURE X.
           02  FILLER REDEFINES OIMMSGF.
               03  OIMMSGA  PICTURE X.
           02  OIMMSGI  PIC X(79).
       01  BMSEOIMO REDEFINES BMSEOIMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  OIMTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  OIMACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OIMACNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  OIMSELO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  OIMMIDO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  OIMTOTO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  OIML01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  OIML02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  OIML03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  OIML04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  OIML05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  OIML06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  OIML07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  OIML08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  OIMMSGO  PIC X(79).
