       01  BMSEPALI.
           02  FILLER PIC X(12).
           02  PALTRNL  COMP PIC S9(4).
           02  PALTRNF  PICTURE X.
           02  FILLER REDEFINES PALTRNF.
               03  PALTRNA  PICTURE X.
           02  PALTRNI  PIC X(4).
           02  PALUIDL  COMP PIC S9(4).
           02  PALUIDF  PICTURE X.
           02  FILLER REDEFINES PALUIDF.
               03  PALUIDA  PICTURE X.
           02  PALUIDI  PIC X(8).
           02  PALDATL  COMP PIC S9(4).
           02  PALDATF  PICTURE X.
           02  FILLER REDEFINES PALDATF.
               03  PALDATA  PICTURE X.
           02  PALDATI  PIC X(8).
           02  PALL01L  COMP PIC S9(4).
           02  PALL01F  PICTURE X.
           02  FILLER REDEFINES PALL01F.
               03  PALL01A  PICTURE X.
           02  PALL01I  PIC X(78).
           02  PALL02L  COMP PIC S9(4).
           02  PALL02F  PICTURE X.
           02  FILLER REDEFINES PALL02F.
               03  PALL02A  PICTURE X.
           02  PALL02I  PIC X(78).
           02  PALL03L  COMP PIC S9(4).
           02  PALL03F  PICTURE X.
           02  FILLER REDEFINES PALL03F.
               03  PALL03A  PICTURE X.
           02  PALL03I  PIC X(78).
           02  PALL04L  COMP PIC S9(4).
           02  PALL04F  PICTURE X.
           02  FILLER REDEFINES PALL04F.
               03  PALL04A  PICTURE X.
           02  PALL04I  PIC X(78).
           02  PALL05L  COMP PIC S9(4).
           02  PALL05F  PICTURE X.
           02  FILLER REDEFINES PALL05F.
               03  PALL05A  PICTURE X.
           02  PALL05I  PIC X(78).
           02  PALL06L  COMP PIC S9(4).
           02  PALL06F  PICTURE X.
           02  FILLER REDEFINES PALL06F.
               03  PALL06A  PICTURE X.
           02  PALL06I  PIC X(78).
           02  PALL07L  COMP PIC S9(4).
           02  PALL07F  PICTURE X.
           02  FILLER REDEFINES PALL07F.
               03  PALL07A  PICTURE X.
           02  PALL07I  PIC X(78).
           02  PALL08L  COMP PIC S9(4).
           02  PALL08F  PICTURE X.
           02  FILLER REDEFINES PALL08F.
               03  PALL08A  PICTURE X.
           02  PALL08I  PIC X(78).
           02  PALMSGL  COMP PIC S9(4).
           02  PALMSGF  PICTURE X.
           02  FILLER REDEFINES PALMSGF.
               03  PALMSGA  PICTURE X.
           02  PALMSGI  PIC X(79).
       01  BMSEPALO REDEFINES BMSEPALI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  PALTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  PALUIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PALDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PALL01O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  PALL02O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  PALL03O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  PALL04O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  PALL05O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  PALL06O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  PALL07O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  PALL08O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  PALMSGO  PIC X(79).
