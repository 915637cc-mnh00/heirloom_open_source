       01  BMSESGNI.
           02  FILLER PIC X(12).
           02  SGNTRNL  COMP PIC S9(4).
           02  SGNTRNF  PICTURE X.
           02  FILLER REDEFINES SGNTRNF.
               03  SGNTRNA  PICTURE X.
           02  SGNTRNI  PIC X(4).
           02  SGNACTL  COMP PIC S9(4).
           02  SGNACTF  PICTURE X.
           02  FILLER REDEFINES SGNACTF.
               03  SGNACTA  PICTURE X.
           02  SGNACTI  PIC X(1).
           02  SGNACNL  COMP PIC S9(4).
           02  SGNACNF  PICTURE X.
           02  FILLER REDEFINES SGNACNF.
               03  SGNACNA  PICTURE X.
           02  SGNACNI  PIC X(10).
           02  SGNMODL  COMP PIC S9(4).
           02  SGNMODF  PICTURE X.
           02  FILLER REDEFINES SGNMODF.
               03  SGNMODA  PICTURE X.
           02  SGNMODI  PIC X(1).
           02  SGNCUSL  COMP PIC S9(4).
           02  SGNCUSF  PICTURE X.
           02  FILLER REDEFINES SGNCUSF.
               03  SGNCUSA  PICTURE X.
           02  SGNCUSI  PIC X(10).
           02  SGNLIML  COMP PIC S9(4).
           02  SGNLIMF  PICTURE X.
           02  FILLER REDEFINES SGNLIMF.
               03  SGNLIMA  PICTURE X.
           02  SGNLIMI  PIC X(9).
           02  SGNTTLL  COMP PIC S9(4).
           02  SGNTTLF  PICTURE X.
           02  FILLER REDEFINES SGNTTLF.
               03  SGNTTLA  PICTURE X.
           02  SGNTTLI  PIC X(20).
           02  SGNL01L  COMP PIC S9(4).
           02  SGNL01F  PICTURE X.
           02  FILLER REDEFINES SGNL01F.
               03  SGNL01A  PICTURE X.
           02  SGNL01I  PIC X(70).
           02  SGNL02L  COMP PIC S9(4).
           02  SGNL02F  PICTURE X.
           02  FILLER REDEFINES SGNL02F.
               03  SGNL02A  PICTURE X.
           02  SGNL02I  PIC X(70).
           02  SGNL03L  COMP PIC S9(4).
           02  SGNL03F  PICTURE X.
           02  FILLER REDEFINES SGNL03F.
               03  SGNL03A  PICTURE X.
           02  SGNL03I  PIC X(70).
           02  SGNL04L  COMP PIC S9(4).
           02  SGNL04F  PICTURE X.
           02  FILLER REDEFINES SGNL04F.
               03  SGNL04A  PICTURE X.
           02  SGNL04I  PIC X(70).
           02  SGNL05L  COMP PIC S9(4).
           02  SGNL05F  PICTURE X.
           02  FILLER REDEFINES SGNL05F.
               03  SGNL05A  PICTURE X.
           02  SGNL05I  PIC X(70).
           02  SGNL06L  COMP PIC S9(4).
           02  SGNL06F  PICTURE X.
           02  FILLER REDEFINES SGNL06F.
               03  SGNL06A  PICTURE X.
           02  SGNL06I  PIC X(70).
           02  SGNL07L  COMP PIC S9(4).
           02  SGNL07F  PICTURE X.
           02  FILLER REDEFINES SGNL07F.
               03  SGNL07A  PICTURE X.
           02  SGNL07I  PIC X(70).
           02  SGNL08L  COMP PIC S9(4).
           02  SGNL08F  PICTURE X.
           02  FILLER REDEFINES SGNL08F.
               03  SGNL08A  PICTURE X.
           02  SGNL08I  PIC X(70).
           02  SGNMSGL  COMP PIC S9(4).
           02  SGNMSGF  PICTURE X.
           02  FILLER REDEFINES SGNMSGF.
               03  SGNMSGA  PICTURE X.
           02  SGNMSGI  PIC X(79).
       01  BMSESGNO REDEFINES BMSESGNI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  SGNTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  SGNACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SGNACNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SGNMODO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SGNCUSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SGNLIMO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  SGNTTLO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SGNL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SGNL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SGNL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SGNL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SGNL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SGNL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SGNL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SGNL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SGNMSGO  PIC X(79).
