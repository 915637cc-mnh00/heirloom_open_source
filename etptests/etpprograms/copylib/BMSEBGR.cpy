       01  BMSEBGRI.
           02  FILLER PIC X(12).
           02  BGRTRNL  COMP PIC S9(4).
           02  BGRTRNF  PICTURE X.
           02  FILLER REDEFINES BGRTRNF.
               03  BGRTRNA  PICTURE X.
           02  BGRTRNI  PIC X(4).
           02  BGRUIDL  COMP PIC S9(4).
           02  BGRUIDF  PICTURE X.
           02  FILLER REDEFINES BGRUIDF.
               03  BGRUIDA  PICTURE X.
           02  BGRUIDI  PIC X(8).
           02  BGRSTPL  COMP PIC S9(4).
           02  BGRSTPF  PICTURE X.
           02  FILLER REDEFINES BGRSTPF.
               03  BGRSTPA  PICTURE X.
           02  BGRSTPI  PIC X(14).
           02  BGRACTL  COMP PIC S9(4).
           02  BGRACTF  PICTURE X.
           02  FILLER REDEFINES BGRACTF.
               03  BGRACTA  PICTURE X.
           02  BGRACTI  PIC X(1).
           02  BGRNOTL  COMP PIC S9(4).
           02  BGRNOTF  PICTURE X.
           02  FILLER REDEFINES BGRNOTF.
               03  BGRNOTA  PICTURE X.
           02  BGRNOTI  PIC X(30).
           02  BGRL01L  COMP PIC S9(4).
           02  BGRL01F  PICTURE X.
           02  FILLER REDEFINES BGRL01F.
               03  BGRL01A  PICTURE X.
           02  BGRL01I  PIC X(78).
           02  BGRL02L  COMP PIC S9(4).
           02  BGRL02F  PICTURE X.
           02  FILLER REDEFINES BGRL02F.
               03  BGRL02A  PICTURE X.
           02  BGRL02I  PIC X(78).
           02  BGRL03L  COMP PIC S9(4).
           02  BGRL03F  PICTURE X.
           02  FILLER REDEFINES BGRL03F.
               03  BGRL03A  PICTURE X.
           02  BGRL03I  PIC X(78).
           02  BGRL04L  COMP PIC S9(4).
           02  BGRL04F  PICTURE X.
           02  FILLER REDEFINES BGRL04F.
               03  BGRL04A  PICTURE X.
           02  BGRL04I  PIC X(78).
           02  BGRL05L  COMP PIC S9(4).
           02  BGRL05F  PICTURE X.
           02  FILLER REDEFINES BGRL05F.
               03  BGRL05A  PICTURE X.
           02  BGRL05I  PIC X(78).
           02  BGRL06L  COMP PIC S9(4).
           02  BGRL06F  PICTURE X.
           02  FILLER REDEFINES BGRL06F.
               03  BGRL06A  PICTURE X.
           02  BGRL06I  PIC X(78).
           02  BGRMSGL  COMP PIC S9(4).
           02  BGRMSGF  PICTURE X.
           02  FILLER REDEFINES BGRMSGF.
               03  BGRMSGA  PICTURE X.
           02  BGRMSGI  PIC X(79).
       01  BMSEBGRO REDEFINES BMSEBGRI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  BGRTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  BGRUIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  BGRSTPO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  BGRACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  BGRNOTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  BGRL01O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  BGRL02O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  BGRL03O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  BGRL04O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  BGRL05O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  BGRL06O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  BGRMSGO  PIC X(79).
