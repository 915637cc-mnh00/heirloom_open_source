       01  BMSEWDNI.
           02  FILLER PIC X(12).
           02  WDNTRNL  COMP PIC S9(4).
           02  WDNTRNF  PICTURE X.
           02  FILLER REDEFINES WDNTRNF.
               03  WDNTRNA  PICTURE X.
           02  WDNTRNI  PIC X(4).
           02  WDNACTL  COMP PIC S9(4).
           02  WDNACTF  PICTURE X.
           02  FILLER REDEFINES WDNACTF.
               03  WDNACTA  PICTURE X.
           02  WDNACTI  PIC X(1).
           02  WDNACNL  COMP PIC S9(4).
           02  WDNACNF  PICTURE X.
           02  FILLER REDEFINES WDNACNF.
               03  WDNACNA  PICTURE X.
           02  WDNACNI  PIC X(10).
           02  WDNSTSL  COMP PIC S9(4).
           02  WDNSTSF  PICTURE X.
           02  FILLER REDEFINES WDNSTSF.
               03  WDNSTSA  PICTURE X.
           02  WDNSTSI  PIC X(8).
           02  WDNNTCL  COMP PIC S9(4).
           02  WDNNTCF  PICTURE X.
           02  FILLER REDEFINES WDNNTCF.
               03  WDNNTCA  PICTURE X.
           02  WDNNTCI  PIC X(3).
           02  WDNSEQL  COMP PIC S9(4).
           02  WDNSEQF  PICTURE X.
           02  FILLER REDEFINES WDNSEQF.
               03  WDNSEQA  PICTURE X.
           02  WDNSEQI  PIC X(3).
           02  WDNAMTL  COMP PIC S9(4).
           02  WDNAMTF  PICTURE X.
           02  FILLER REDEFINES WDNAMTF.
               03  WDNAMTA  PICTURE X.
           02  WDNAMTI  PIC X(9).
           02  WDNGVNL  COMP PIC S9(4).
           02  WDNGVNF  PICTURE X.
           02  FILLER REDEFINES WDNGVNF.
               03  WDNGVNA  PICTURE X.
           02  WDNGVNI  PIC X(8).
           02  WDNERLL  COMP PIC S9(4).
           02  WDNERLF  PICTURE X.
           02  FILLER REDEFINES WDNERLF.
               03  WDNERLA  PICTURE X.
           02  WDNERLI  PIC X(8).
           02  WDNL01L  COMP PIC S9(4).
           02  WDNL01F  PICTURE X.
           02  FILLER REDEFINES WDNL01F.
               03  WDNL01A  PICTURE X.
           02  WDNL01I  PIC X(70).
           02  WDNL02L  COMP PIC S9(4).
           02  WDNL02F  PICTURE X.
           02  FILLER REDEFINES WDNL02F.
               03  WDNL02A  PICTURE X.
           02  WDNL02I  PIC X(70).
           02  WDNL03L  COMP PIC S9(4).
           02  WDNL03F  PICTURE X.
           02  FILLER REDEFINES WDNL03F.
               03  WDNL03A  PICTURE X.
           02  WDNL03I  PIC X(70).
           02  WDNL04L  COMP PIC S9(4).
           02  WDNL04F  PICTURE X.
           02  FILLER REDEFINES WDNL04F.
               03  WDNL04A  PICTURE X.
           02  WDNL04I  PIC X(70).
           02  WDNL05L  COMP PIC S9(4).
           02  WDNL05F  PICTURE X.
           02  FILLER REDEFINES WDNL05F.
               03  WDNL05A  PICTURE X.
           02  WDNL05I  PIC X(70).
           02  WDNL06L  COMP PIC S9(4).
           02  WDNL06F  PICTURE X.
           02  FILLER REDEFINES WDNL06F.
               03  WDNL06A  PICTURE X.
           02  WDNL06I  PIC X(70).
           02  WDNL07L  COMP PIC S9(4).
           02  WDNL07F  PICTURE X.
           02  FILLER REDEFINES WDNL07F.
               03  WDNL07A  PICTURE X.
           02  WDNL07I  PIC X(70).
           02  WDNL08L  COMP PIC S9(4).
           02  WDNL08F  PICTURE X.
           02  FILLER REDEFINES WDNL08F.
               03  WDNL08A  PICTURE X.
           02  WDNL08I  PIC X(70).
           02  WDNMSGL  COMP PIC S9(4).
           02  WDNMSGF  PICTURE X.
           02  FILLER REDEFINES WDNMSGF.
               03  WDNMSGA  PICTURE X.
           02  WDNMSGI  PIC X(79).
       01  BMSEWDNO REDEFINES BMSEWDNI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  WDNTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  WDNACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  WDNACNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  WDNSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  WDNNTCO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  WDNSEQO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  WDNAMTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  WDNGVNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  WDNERLO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  WDNL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  WDNL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  WDNL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  WDNL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  WDNL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  WDNL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  WDNL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  WDNL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  WDNMSGO  PIC X(79).
