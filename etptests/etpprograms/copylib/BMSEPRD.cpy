       01  BMSEPRDI.
           02  FILLER PIC X(12).
           02  PRDTRNL  COMP PIC S9(4).
           02  PRDTRNF  PICTURE X.
           02  FILLER REDEFINES PRDTRNF.
               03  PRDTRNA  PICTURE X.
           02  PRDTRNI  PIC X(4).
           02  PRDACTL  COMP PIC S9(4).
           02  PRDACTF  PICTURE X.
           02  FILLER REDEFINES PRDACTF.
               03  PRDACTA  PICTURE X.
           02  PRDACTI  PIC X(1).
           02  PRDCODL  COMP PIC S9(4).
           02  PRDCODF  PICTURE X.
           02  FILLER REDEFINES PRDCODF.
               03  PRDCODA  PICTURE X.
           02  PRDCODI  PIC X(6).
           02  PRDNAML  COMP PIC S9(4).
           02  PRDNAMF  PICTURE X.
           02  FILLER REDEFINES PRDNAMF.
               03  PRDNAMA  PICTURE X.
           02  PRDNAMI  PIC X(30).
           02  PRDTYPL  COMP PIC S9(4).
           02  PRDTYPF  PICTURE X.
           02  FILLER REDEFINES PRDTYPF.
               03  PRDTYPA  PICTURE X.
           02  PRDTYPI  PIC X(1).
           02  PRDCCYL  COMP PIC S9(4).
           02  PRDCCYF  PICTURE X.
           02  FILLER REDEFINES PRDCCYF.
               03  PRDCCYA  PICTURE X.
           02  PRDCCYI  PIC X(3).
           02  PRDODLL  COMP PIC S9(4).
           02  PRDODLF  PICTURE X.
           02  FILLER REDEFINES PRDODLF.
               03  PRDODLA  PICTURE X.
           02  PRDODLI  PIC X(9).
           02  PRDFEEL  COMP PIC S9(4).
           02  PRDFEEF  PICTURE X.
           02  FILLER REDEFINES PRDFEEF.
               03  PRDFEEA  PICTURE X.
           02  PRDFEEI  PIC X(9).
           02  PRDRSTL  COMP PIC S9(4).
           02  PRDRSTF  PICTURE X.
           02  FILLER REDEFINES PRDRSTF.
               03  PRDRSTA  PICTURE X.
           02  PRDRSTI  PIC X(4).
           02  PRDMINL  COMP PIC S9(4).
           02  PRDMINF  PICTURE X.
           02  FILLER REDEFINES PRDMINF.
               03  PRDMINA  PICTURE X.
           02  PRDMINI  PIC X(9).
           02  PRDJNTL  COMP PIC S9(4).
           02  PRDJNTF  PICTURE X.
           02  FILLER REDEFINES PRDJNTF.
               03  PRDJNTA  PICTURE X.
           02  PRDJNTI  PIC X(1).
           02  PRDNTCL  COMP PIC S9(4).
           02  PRDNTCF  PICTURE X.
           02  FILLER REDEFINES PRDNTCF.
               03  PRDNTCA  PICTURE X.
           02  PRDNTCI  PIC X(3).
           02  PRDSTSL  COMP PIC S9(4).
           02  PRDSTSF  PICTURE X.
           02  FILLER REDEFINES PRDSTSF.
               03  PRDSTSA  PICTURE X.
           02  PRDSTSI  PIC X(10).
           02  PRDMSGL  COMP PIC S9(4).
           02  PRDMSGF  PICTURE X.
           02  FILLER REDEFINES PRDMSGF.
               03  PRDMSGA  PICTURE X.
           02  PRDMSGI  PIC X(79).
       01  BMSEPRDO REDEFINES BMSEPRDI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  PRDTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  PRDACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PRDCODO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  PRDNAMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PRDTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PRDCCYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PRDODLO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  PRDFEEO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  PRDRSTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  PRDMINO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  PRDJNTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PRDNTCO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PRDSTSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PRDMSGO  PIC X(79).
