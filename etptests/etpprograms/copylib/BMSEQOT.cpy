       01  BMSEQOTI.
           02  FILLER PIC X(12).
           02  QOTTRNL  COMP PIC S9(4).
           02  QOTTRNF  PICTURE X.
           02  FILLER REDEFINES QOTTRNF.
               03  QOTTRNA  PICTURE X.
           02  QOTTRNI  PIC X(4).
           02  QOTACTL  COMP PIC S9(4).
           02  QOTACTF  PICTURE X.
           02  FILLER REDEFINES QOTACTF.
               03  QOTACTA  PICTURE X.
           02  QOTACTI  PIC X(1).
           02  QOTREFL  COMP PIC S9(4).
           02  QOTREFF  PICTURE X.
           02  FILLER REDEFINES QOTREFF.
               03  QOTREFA  PICTURE X.
           02  QOTREFI  PIC X(10).
           02  QOTCNOL  COMP PIC S9(4).
           02  QOTCNOF  PICTURE X.
           02  FILLER REDEFINES QOTCNOF.
               03  QOTCNOA  PICTURE X.
           02  QOTCNOI  PIC X(10).
           02  QOTPRDL  COMP PIC S9(4).
           02  QOTPRDF  PICTURE X.
           02  FILLER REDEFINES QOTPRDF.
               03  QOTPRDA  PICTURE X.
           02  QOTPRDI  PIC X(6).
           02  QOTCCYL  COMP PIC S9(4).
           02  QOTCCYF  PICTURE X.
           02  FILLER REDEFINES QOTCCYF.
               03  QOTCCYA  PICTURE X.
           02  QOTCCYI  PIC X(3).
           02  QOTBRNL  COMP PIC S9(4).
           02  QOTBRNF  PICTURE X.
           02  FILLER REDEFINES QOTBRNF.
               03  QOTBRNA  PICTURE X.
           02  QOTBRNI  PIC X(3).
           02  QOTAMTL  COMP PIC S9(4).
           02  QOTAMTF  PICTURE X.
           02  FILLER REDEFINES QOTAMTF.
               03  QOTAMTA  PICTURE X.
           02  QOTAMTI  PIC X(9).
           02  QOTTRML  COMP PIC S9(4).
           02  QOTTRMF  PICTURE X.
           02  FILLER REDEFINES QOTTRMF.
               03  QOTTRMA  PICTURE X.
           02  QOTTRMI  PIC X(4).
           02  QOTRTEL  COMP PIC S9(4).
           02  QOTRTEF  PICTURE X.
           02  FILLER REDEFINES QOTRTEF.
               03  QOTRTEA  PICTURE X.
           02  QOTRTEI  PIC X(8).
           02  QOTMATL  COMP PIC S9(4).
           02  QOTMATF  PICTURE X.
           02  FILLER REDEFINES QOTMATF.
               03  QOTMATA  PICTURE X.
           02  QOTMATI  PIC X(8).
           02  QOTMAML  COMP PIC S9(4).
           02  QOTMAMF  PICTURE X.
           02  FILLER REDEFINES QOTMAMF.
               03  QOTMAMA  PICTURE X.
           02  QOTMAMI  PIC X(14).
           02  QOTVALL  COMP PIC S9(4).
           02  QOTVALF  PICTURE X.
           02  FILLER REDEFINES QOTVALF.
               03  QOTVALA  PICTURE X.
           02  QOTVALI  PIC X(8).
           02  QOTSTSL  COMP PIC S9(4).
           02  QOTSTSF  PICTURE X.
           02  FILLER REDEFINES QOTSTSF.
               03  QOTSTSA  PICTURE X.
           02  QOTSTSI  PIC X(8).
           02  QOTOPNL  COMP PIC S9(4).
           02  QOTOPNF  PICTURE X.
           02  FILLER REDEFINES QOTOPNF.
               03  QOTOPNA  PICTURE X.
           02  QOTOPNI  PIC X(10).
           02  QOTMSGL  COMP PIC S9(4).
           02  QOTMSGF  PICTURE X.
           02  FILLER REDEFINES QOTMSGF.
               03  QOTMSGA  PICTURE X.
           02  QOTMSGI  PIC X(79).
       01  BMSEQOTO REDEFINES BMSEQOTI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  QOTTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  QOTACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  QOTREFO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  QOTCNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  QOTPRDO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  QOTCCYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  QOTBRNO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  QOTAMTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  QOTTRMO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  QOTRTEO  PIC ZZ9.9999.
           02  FILLER PICTURE X(3).
           02  QOTMATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  QOTMAMO  PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER PICTURE X(3).
           02  QOTVALO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  QOTSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  QOTOPNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  QOTMSGO  PIC X(79).
