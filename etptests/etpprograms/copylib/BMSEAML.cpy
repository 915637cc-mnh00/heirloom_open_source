       01  BMSEAMLI.
           02  FILLER PIC X(12).
           02  EAMLTRNL  COMP PIC S9(4).
           02  EAMLTRNF  PICTURE X.
           02  FILLER REDEFINES EAMLTRNF.
               03  EAMLTRNA  PICTURE X.
           02  EAMLTRNI  PIC X(4).
           02  EAMLSELL  COMP PIC S9(4).
           02  EAMLSELF  PICTURE X.
           02  FILLER REDEFINES EAMLSELF.
               03  EAMLSELA  PICTURE X.
           02  EAMLSELI  PIC X(1).
           02  EAMLACTL  COMP PIC S9(4).
           02  EAMLACTF  PICTURE X.
           02  FILLER REDEFINES EAMLACTF.
               03  EAMLACTA  PICTURE X.
           02  EAMLACTI  PIC X(1).
           02  EAMLNOTL  COMP PIC S9(4).
           02  EAMLNOTF  PICTURE X.
           02  FILLER REDEFINES EAMLNOTF.
               03  EAMLNOTA  PICTURE X.
           02  EAMLNOTI  PIC X(30).
           02  EAMLACNL  COMP PIC S9(4).
           02  EAMLACNF  PICTURE X.
           02  FILLER REDEFINES EAMLACNF.
               03  EAMLACNA  PICTURE X.
           02  EAMLACNI  PIC X(10).
           02  EAMLRULL  COMP PIC S9(4).
           02  EAMLRULF  PICTURE X.
           02  FILLER REDEFINES EAMLRULF.
               03  EAMLRULA  PICTURE X.
           02  EAMLRULI  PIC X(4).
           02  EAMLSTSL  COMP PIC S9(4).
           02  EAMLSTSF  PICTURE X.
           02  FILLER REDEFINES EAMLSTSF.
               03  EAMLSTSA  PICTURE X.
           02  EAMLSTSI  PIC X(8).
           02  EAMLOPNL  COMP PIC S9(4).
           02  EAMLOPNF  PICTURE X.
           02  FILLER REDEFINES EAMLOPNF.
               03  EAMLOPNA  PICTURE X.
           02  EAMLOPNI  PIC X(8).
           02  EAMLCUSL  COMP PIC S9(4).
           02  EAMLCUSF  PICTURE X.
           02  FILLER REDEFINES EAMLCUSF.
               03  EAMLCUSA  PICTURE X.
           02  EAMLCUSI  PIC X(10).
           02  EAMLSUML  COMP PIC S9(4).
           02  EAMLSUMF  PICTURE X.
           02  FILLER REDEFINES EAMLSUMF.
               03  EAMLSUMA  PICTURE X.
           02  EAMLSUMI  PIC X(40).
           02  EAMLL01L  COMP PIC S9(4).
           02  EAMLL01F  PICTURE X.
           02  FILLER REDEFINES EAMLL01F.
               03  EAMLL01A  PICTURE X.
           02  EAMLL01I  PIC X(70).
           02  EAMLL02L  COMP PIC S9(4).
           02  EAMLL02F  PICTURE X.
           02  FILLER REDEFINES EAMLL02F.
               03  EAMLL02A  PICTURE X.
           02  EAMLL02I  PIC X(70).
           02  EAMLL03L  COMP PIC S9(4).
           02  EAMLL03F  PICTURE X.
           02  FILLER REDEFINES EAMLL03F.
               03  EAMLL03A  PICTURE X.
           02  EAMLL03I  PIC X(70).
           02  EAMLL04L  COMP PIC S9(4).
           02  EAMLL04F  PICTURE X.
           02  FILLER REDEFINES EAMLL04F.
               03  EAMLL04A  PICTURE X.
           02  EAMLL04I  PIC X(70).
           02  EAMLL05L  COMP PIC S9(4).
           02  EAMLL05F  PICTURE X.
           02  FILLER REDEFINES EAMLL05F.
               03  EAMLL05A  PICTURE X.
           02  EAMLL05I  PIC X(70).
           02  EAMLL06L  COMP PIC S9(4).
           02  EAMLL06F  PICTURE X.
           02  FILLER REDEFINES EAMLL06F.
               03  EAMLL06A  PICTURE X.
           02  EAMLL06I  PIC X(70).
           02  EAMLL07L  COMP PIC S9(4).
           02  EAMLL07F  PICTURE X.
           02  FILLER REDEFINES EAMLL07F.
               03  EAMLL07A  PICTURE X.
           02  EAMLL07I  PIC X(70).
           02  EAMLL08L  COMP PIC S9(4).
           02  EAMLL08F  PICTURE X.
           02  FILLER REDEFINES EAMLL08F.
               03  EAMLL08A  PICTURE X.
           02  EAMLL08I  PIC X(70).
           02  EAMLMSGL  COMP PIC S9(4).
           02  EAMLMSGF  PICTURE X.
           02  FILLER REDEFINES EAMLMSGF.
               03  EAMLMSGA  PICTURE X.
           02  EAMLMSGI  PIC X(79).
       01  BMSEAMLO REDEFINES BMSEAMLI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  EAMLTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  EAMLSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EAMLACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EAMLNOTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  EAMLACNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  EAMLRULO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  EAMLSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EAMLOPNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EAMLCUSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  EAMLSUMO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  EAMLL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EAMLL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EAMLL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EAMLL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EAMLL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EAMLL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EAMLL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EAMLL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EAMLMSGO  PIC X(79).
