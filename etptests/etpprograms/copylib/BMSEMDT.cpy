       01  BMSEMDTI.
           02  FILLER PIC X(12).
           02  MDTTRNL  COMP PIC S9(4).
           02  MDTTRNF  PICTURE X.
           02  FILLER REDEFINES MDTTRNF.
               03  MDTTRNA  PICTURE X.
           02  MDTTRNI  PIC X(4).
           02  MDTACTL  COMP PIC S9(4).
           02  MDTACTF  PICTURE X.
           02  FILLER REDEFINES MDTACTF.
               03  MDTACTA  PICTURE X.
           02  MDTACTI  PIC X(1).
           02  MDTACCL  COMP PIC S9(4).
           02  MDTACCF  PICTURE X.
           02  FILLER REDEFINES MDTACCF.
               03  MDTACCA  PICTURE X.
           02  MDTACCI  PIC X(10).
           02  MDTPTNL  COMP PIC S9(4).
           02  MDTPTNF  PICTURE X.
           02  FILLER REDEFINES MDTPTNF.
               03  MDTPTNA  PICTURE X.
           02  MDTPTNI  PIC X(8).
           02  MDTREFL  COMP PIC S9(4).
           02  MDTREFF  PICTURE X.
           02  FILLER REDEFINES MDTREFF.
               03  MDTREFA  PICTURE X.
           02  MDTREFI  PIC X(18).
           02  MDTMAXL  COMP PIC S9(4).
           02  MDTMAXF  PICTURE X.
           02  FILLER REDEFINES MDTMAXF.
               03  MDTMAXA  PICTURE X.
           02  MDTMAXI  PIC X(9).
           02  MDTSTDL  COMP PIC S9(4).
           02  MDTSTDF  PICTURE X.
           02  FILLER REDEFINES MDTSTDF.
               03  MDTSTDA  PICTURE X.
           02  MDTSTDI  PIC X(8).
           02  MDTCNDL  COMP PIC S9(4).
           02  MDTCNDF  PICTURE X.
           02  FILLER REDEFINES MDTCNDF.
               03  MDTCNDA  PICTURE X.
           02  MDTCNDI  PIC X(8).
           02  MDTSTSL  COMP PIC S9(4).
           02  MDTSTSF  PICTURE X.
           02  FILLER REDEFINES MDTSTSF.
               03  MDTSTSA  PICTURE X.
           02  MDTSTSI  PIC X(10).
           02  MDTLSTL  COMP PIC S9(4).
           02  MDTLSTF  PICTURE X.
           02  FILLER REDEFINES MDTLSTF.
               03  MDTLSTA  PICTURE X.
           02  MDTLSTI  PIC X(60).
           02  MDTMSGL  COMP PIC S9(4).
           02  MDTMSGF  PICTURE X.
           02  FILLER REDEFINES MDTMSGF.
               03  MDTMSGA  PICTURE X.
           02  MDTMSGI  PIC X(79).
       01  BMSEMDTO REDEFINES BMSEMDTI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  MDTTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MDTACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDTACCO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MDTPTNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MDTREFO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  MDTMAXO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MDTSTDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MDTCNDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MDTSTSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MDTLSTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MDTMSGO  PIC X(79).
