       01  BMSESWPI.
           02  FILLER PIC X(12).
           02  SWPTRNL  COMP PIC S9(4).
           02  SWPTRNF  PICTURE X.
           02  FILLER REDEFINES SWPTRNF.
               03  SWPTRNA  PICTURE X.
           02  SWPTRNI  PIC X(4).
           02  SWPACTL  COMP PIC S9(4).
           02  SWPACTF  PICTURE X.
           02  FILLER REDEFINES SWPACTF.
               03  SWPACTA  PICTURE X.
           02  SWPACTI  PIC X(1).
           02  SWPIDFL  COMP PIC S9(4).
           02  SWPIDFF  PICTURE X.
           02  FILLER REDEFINES SWPIDFF.
               03  SWPIDFA  PICTURE X.
           02  SWPIDFI  PIC X(6).
           02  SWPSRCL  COMP PIC S9(4).
           02  SWPSRCF  PICTURE X.
           02  FILLER REDEFINES SWPSRCF.
               03  SWPSRCA  PICTURE X.
           02  SWPSRCI  PIC X(10).
           02  SWPTGTL  COMP PIC S9(4).
           02  SWPTGTF  PICTURE X.
           02  FILLER REDEFINES SWPTGTF.
               03  SWPTGTA  PICTURE X.
           02  SWPTGTI  PIC X(10).
           02  SWPRULL  COMP PIC S9(4).
           02  SWPRULF  PICTURE X.
           02  FILLER REDEFINES SWPRULF.
               03  SWPRULA  PICTURE X.
           02  SWPRULI  PIC X(1).
           02  SWPLVLL  COMP PIC S9(4).
           02  SWPLVLF  PICTURE X.
           02  FILLER REDEFINES SWPLVLF.
               03  SWPLVLA  PICTURE X.
           02  SWPLVLI  PIC X(9).
           02  SWPMINL  COMP PIC S9(4).
           02  SWPMINF  PICTURE X.
           02  FILLER REDEFINES SWPMINF.
               03  SWPMINA  PICTURE X.
           02  SWPMINI  PIC X(9).
           02  SWPTXTL  COMP PIC S9(4).
           02  SWPTXTF  PICTURE X.
           02  FILLER REDEFINES SWPTXTF.
               03  SWPTXTA  PICTURE X.
           02  SWPTXTI  PIC X(20).
           02  SWPSTSL  COMP PIC S9(4).
           02  SWPSTSF  PICTURE X.
           02  FILLER REDEFINES SWPSTSF.
               03  SWPSTSA  PICTURE X.
           02  SWPSTSI  PIC X(9).
           02  SWPLSTL  COMP PIC S9(4).
           02  SWPLSTF  PICTURE X.
           02  FILLER REDEFINES SWPLSTF.
               03  SWPLSTA  PICTURE X.
           02  SWPLSTI  PIC X(40).
           02  SWPMSGL  COMP PIC S9(4).
           02  SWPMSGF  PICTURE X.
           02  FILLER REDEFINES SWPMSGF.
               03  SWPMSGA  PICTURE X.
           02  SWPMSGI  PIC X(79).
       01  BMSESWPO REDEFINES BMSESWPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  SWPTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  SWPACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SWPIDFO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  SWPSRCO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SWPTGTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SWPRULO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SWPLVLO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  SWPMINO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  SWPTXTO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SWPSTSO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  SWPLSTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  SWPMSGO  PIC X(79).
