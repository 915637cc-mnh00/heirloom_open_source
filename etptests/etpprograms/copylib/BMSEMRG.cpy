       01  BMSEMRGI.
           02  FILLER PIC X(12).
           02  EMRGTRNL  COMP PIC S9(4).
           02  EMRGTRNF  PICTURE X.
           02  FILLER REDEFINES EMRGTRNF.
               03  EMRGTRNA  PICTURE X.
           02  EMRGTRNI  PIC X(4).
           02  EMRGSELL  COMP PIC S9(4).
           02  EMRGSELF  PICTURE X.
           02  FILLER REDEFINES EMRGSELF.
               03  EMRGSELA  PICTURE X.
           02  EMRGSELI  PIC X(1).
           02  EMRGACTL  COMP PIC S9(4).
           02  EMRGACTF  PICTURE X.
           02  FILLER REDEFINES EMRGACTF.
               03  EMRGACTA  PICTURE X.
           02  EMRGACTI  PIC X(1).
           02  EMRGNOTL  COMP PIC S9(4).
           02  EMRGNOTF  PICTURE X.
           02  FILLER REDEFINES EMRGNOTF.
               03  EMRGNOTA  PICTURE X.
           02  EMRGNOTI  PIC X(30).
           02  EMRGCSAL  COMP PIC S9(4).
           02  EMRGCSAF  PICTURE X.
           02  FILLER REDEFINES EMRGCSAF.
               03  EMRGCSAA  PICTURE X.
           02  EMRGCSAI  PIC X(10).
           02  EMRGCSBL  COMP PIC S9(4).
           02  EMRGCSBF  PICTURE X.
           02  FILLER REDEFINES EMRGCSBF.
               03  EMRGCSBA  PICTURE X.
           02  EMRGCSBI  PIC X(10).
           02  EMRGRULL  COMP PIC S9(4).
           02  EMRGRULF  PICTURE X.
           02  FILLER REDEFINES EMRGRULF.
               03  EMRGRULA  PICTURE X.
           02  EMRGRULI  PIC X(8).
           02  EMRGSTSL  COMP PIC S9(4).
           02  EMRGSTSF  PICTURE X.
           02  FILLER REDEFINES EMRGSTSF.
               03  EMRGSTSA  PICTURE X.
           02  EMRGSTSI  PIC X(8).
           02  EMRGDATL  COMP PIC S9(4).
           02  EMRGDATF  PICTURE X.
           02  FILLER REDEFINES EMRGDATF.
               03  EMRGDATA  PICTURE X.
           02  EMRGDATI  PIC X(8).
           02  EMRGL01L  COMP PIC S9(4).
           02  EMRGL01F  PICTURE X.
           02  FILLER REDEFINES EMRGL01F.
               03  EMRGL01A  PICTURE X.
           02  EMRGL01I  PIC X(70).
           02  EMRGL02L  COMP PIC S9(4).
           02  EMRGL02F  PICTURE X.
           02  FILLER REDEFINES EMRGL02F.
               03  EMRGL02A  PICTURE X.
           02  EMRGL02I  PIC X(70).
           02  EMRGL03L  COMP PIC S9(4).
           02  EMRGL03F  PICTURE X.
           02  FILLER REDEFINES EMRGL03F.
               03  EMRGL03A  PICTURE X.
           02  EMRGL03I  PIC X(70).
           02  EMRGL04L  COMP PIC S9(4).
           02  EMRGL04F  PICTURE X.
           02  FILLER REDEFINES EMRGL04F.
               03  EMRGL04A  PICTURE X.
           02  EMRGL04I  PIC X(70).
           02  EMRGL05L  COMP PIC S9(4).
           02  EMRGL05F  PICTURE X.
           02  FILLER REDEFINES EMRGL05F.
               03  EMRGL05A  PICTURE X.
           02  EMRGL05I  PIC X(70).
           02  EMRGL06L  COMP PIC S9(4).
           02  EMRGL06F  PICTURE X.
           02  FILLER REDEFINES EMRGL06F.
               03  EMRGL06A  PICTURE X.
           02  EMRGL06I  PIC X(70).
           02  EMRGL07L  COMP PIC S9(4).
           02  EMRGL07F  PICTURE X.
           02  FILLER REDEFINES EMRGL07F.
               03  EMRGL07A  PICTURE X.
           02  EMRGL07I  PIC X(70).
           02  EMRGL08L  COMP PIC S9(4).
           02  EMRGL08F  PICTURE X.
           02  FILLER REDEFINES EMRGL08F.
               03  EMRGL08A  PICTURE X.
           02  EMRGL08I  PIC X(70).
           02  EMRGMSGL  COMP PIC S9(4).
           02  EMRGMSGF  PICTURE X.
           02  FILLER REDEFINES EMRGMSGF.
               03  EMRGMSGA  PICTURE X.
           02  EMRGMSGI  PIC X(79).
       01  BMSEMRGO REDEFINES BMSEMRGI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  EMRGTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  EMRGSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EMRGACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EMRGNOTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  EMRGCSAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  EMRGCSBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  EMRGRULO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMRGSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMRGDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMRGL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EMRGL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EMRGL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EMRGL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EMRGL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EMRGL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EMRGL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EMRGL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  EMRGMSGO  PIC X(79).
