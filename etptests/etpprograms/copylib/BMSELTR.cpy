       01  BMSELTRI.
           02  FILLER PIC X(12).
           02  ELTRTRNL  COMP PIC S9(4).
           02  ELTRTRNF  PICTURE X.
           02  FILLER REDEFINES ELTRTRNF.
               03  ELTRTRNA  PICTURE X.
           02  ELTRTRNI  PIC X(4).
           02  ELTRCNOL  COMP PIC S9(4).
           02  ELTRCNOF  PICTURE X.
           02  FILLER REDEFINES ELTRCNOF.
               03  ELTRCNOA  PICTURE X.
           02  ELTRCNOI  PIC X(10).
           02  ELTRACTL  COMP PIC S9(4).
           02  ELTRACTF  PICTURE X.
           02  FILLER REDEFINES ELTRACTF.
               03  ELTRACTA  PICTURE X.
           02  ELTRACTI  PIC X(1).
           02  ELTRNOTL  COMP PIC S9(4).
           02  ELTRNOTF  PICTURE X.
           02  FILLER REDEFINES ELTRNOTF.
               03  ELTRNOTA  PICTURE X.
           02  ELTRNOTI  PIC X(30).
           02  ELTRNAML  COMP PIC S9(4).
           02  ELTRNAMF  PICTURE X.
           02  FILLER REDEFINES ELTRNAMF.
               03  ELTRNAMA  PICTURE X.
           02  ELTRNAMI  PIC X(30).
           02  ELTRRMLL  COMP PIC S9(4).
           02  ELTRRMLF  PICTURE X.
           02  FILLER REDEFINES ELTRRMLF.
               03  ELTRRMLA  PICTURE X.
           02  ELTRRMLI  PIC X(8).
           02  ELTRL01L  COMP PIC S9(4).
           02  ELTRL01F  PICTURE X.
           02  FILLER REDEFINES ELTRL01F.
               03  ELTRL01A  PICTURE X.
           02  ELTRL01I  PIC X(70).
           02  ELTRL02L  COMP PIC S9(4).
           02  ELTRL02F  PICTURE X.
           02  FILLER REDEFINES ELTRL02F.
               03  ELTRL02A  PICTURE X.
           02  ELTRL02I  PIC X(70).
           02  ELTRL03L  COMP PIC S9(4).
           02  ELTRL03F  PICTURE X.
           02  FILLER REDEFINES ELTRL03F.
               03  ELTRL03A  PICTURE X.
           02  ELTRL03I  PIC X(70).
           02  ELTRL04L  COMP PIC S9(4).
           02  ELTRL04F  PICTURE X.
           02  FILLER REDEFINES ELTRL04F.
               03  ELTRL04A  PICTURE X.
           02  ELTRL04I  PIC X(70).
           02  ELTRL05L  COMP PIC S9(4).
           02  ELTRL05F  PICTURE X.
           02  FILLER REDEFINES ELTRL05F.
               03  ELTRL05A  PICTURE X.
           02  ELTRL05I  PIC X(70).
           02  ELTRL06L  COMP PIC S9(4).
           02  ELTRL06F  PICTURE X.
           02  FILLER REDEFINES ELTRL06F.
               03  ELTRL06A  PICTURE X.
           02  ELTRL06I  PIC X(70).
           02  ELTRL07L  COMP PIC S9(4).
           02  ELTRL07F  PICTURE X.
           02  FILLER REDEFINES ELTRL07F.
               03  ELTRL07A  PICTURE X.
           02  ELTRL07I  PIC X(70).
           02  ELTRL08L  COMP PIC S9(4).
           02  ELTRL08F  PICTURE X.
           02  FILLER REDEFINES ELTRL08F.
               03  ELTRL08A  PICTURE X.
           02  ELTRL08I  PIC X(70).
           02  ELTRMSGL  COMP PIC S9(4).
           02  ELTRMSGF  PICTURE X.
           02  FILLER REDEFINES ELTRMSGF.
               03  ELTRMSGA  PICTURE X.
           02  ELTRMSGI  PIC X(79).
       01  BMSELTRO REDEFINES BMSELTRI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ELTRTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ELTRCNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ELTRACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ELTRNOTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ELTRNAMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ELTRRMLO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ELTRL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ELTRL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ELTRL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ELTRL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ELTRL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ELTRL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ELTRL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ELTRL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ELTRMSGO  PIC X(79).
