       01  BMSEDCDI.
           02  FILLER PIC X(12).
           02  DCDTRNL  COMP PIC S9(4).
           02  DCDTRNF  PICTURE X.
           02  FILLER REDEFINES DCDTRNF.
               03  DCDTRNA  PICTURE X.
           02  DCDTRNI  PIC X(4).
           02  DCDACTL  COMP PIC S9(4).
           02  DCDACTF  PICTURE X.
           02  FILLER REDEFINES DCDACTF.
               03  DCDACTA  PICTURE X.
           02  DCDACTI  PIC X(1).
           02  DCDCUSL  COMP PIC S9(4).
           02  DCDCUSF  PICTURE X.
           02  FILLER REDEFINES DCDCUSF.
               03  DCDCUSA  PICTURE X.
           02  DCDCUSI  PIC X(10).
           02  DCDNAML  COMP PIC S9(4).
           02  DCDNAMF  PICTURE X.
           02  FILLER REDEFINES DCDNAMF.
               03  DCDNAMA  PICTURE X.
           02  DCDNAMI  PIC X(30).
           02  DCDSTSL  COMP PIC S9(4).
           02  DCDSTSF  PICTURE X.
           02  FILLER REDEFINES DCDSTSF.
               03  DCDSTSA  PICTURE X.
           02  DCDSTSI  PIC X(12).
           02  DCDDODL  COMP PIC S9(4).
           02  DCDDODF  PICTURE X.
           02  FILLER REDEFINES DCDDODF.
               03  DCDDODA  PICTURE X.
           02  DCDDODI  PIC X(8).
           02  DCDEXAL  COMP PIC S9(4).
           02  DCDEXAF  PICTURE X.
           02  FILLER REDEFINES DCDEXAF.
               03  DCDEXAA  PICTURE X.
           02  DCDEXAI  PIC X(10).
           02  DCDEXNL  COMP PIC S9(4).
           02  DCDEXNF  PICTURE X.
           02  FILLER REDEFINES DCDEXNF.
               03  DCDEXNA  PICTURE X.
           02  DCDEXNI  PIC X(30).
           02  DCDL01L  COMP PIC S9(4).
           02  DCDL01F  PICTURE X.
           02  FILLER REDEFINES DCDL01F.
               03  DCDL01A  PICTURE X.
           02  DCDL01I  PIC X(70).
           02  DCDL02L  COMP PIC S9(4).
           02  DCDL02F  PICTURE X.
           02  FILLER REDEFINES DCDL02F.
               03  DCDL02A  PICTURE X.
           02  DCDL02I  PIC X(70).
           02  DCDL03L  COMP PIC S9(4).
           02  DCDL03F  PICTURE X.
           02  FILLER REDEFINES DCDL03F.
               03  DCDL03A  PICTURE X.
           02  DCDL03I  PIC X(70).
           02  DCDL04L  COMP PIC S9(4).
           02  DCDL04F  PICTURE X.
           02  FILLER REDEFINES DCDL04F.
               03  DCDL04A  PICTURE X.
           02  DCDL04I  PIC X(70).
           02  DCDL05L  COMP PIC S9(4).
           02  DCDL05F  PICTURE X.
           02  FILLER REDEFINES DCDL05F.
               03  DCDL05A  PICTURE X.
           02  DCDL05I  PIC X(70).
           02  DCDL06L  COMP PIC S9(4).
           02  DCDL06F  PICTURE X.
           02  FILLER REDEFINES DCDL06F.
               03  DCDL06A  PICTURE X.
           02  DCDL06I  PIC X(70).
           02  DCDL07L  COMP PIC S9(4).
           02  DCDL07F  PICTURE X.
           02  FILLER REDEFINES DCDL07F.
               03  DCDL07A  PICTURE X.
           02  DCDL07I  PIC X(70).
           02  DCDL08L  COMP PIC S9(4).
           02  DCDL08F  PICTURE X.
           02  FILLER REDEFINES DCDL08F.
               03  DCDL08A  PICTURE X.
           02  DCDL08I  PIC X(70).
           02  DCDMSGL  COMP PIC S9(4).
           02  DCDMSGF  PICTURE X.
           02  FILLER REDEFINES DCDMSGF.
               03  DCDMSGA  PICTURE X.
           02  DCDMSGI  PIC X(79).
       01  BMSEDCDO REDEFINES BMSEDCDI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DCDTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DCDACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DCDCUSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DCDNAMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DCDSTSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DCDDODO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DCDEXAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DCDEXNO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DCDL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DCDL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DCDL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DCDL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DCDL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DCDL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DCDL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DCDL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DCDMSGO  PIC X(79).
