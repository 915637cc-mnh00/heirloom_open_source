       01  BMSECHQI.
           02  FILLER PIC X(12).
           02  CHQTRNL  COMP PIC S9(4).
           02  CHQTRNF  PICTURE X.
           02  FILLER REDEFINES CHQTRNF.
               03  CHQTRNA  PICTURE X.
           02  CHQTRNI  PIC X(4).
           02  CHQACTL  COMP PIC S9(4).
           02  CHQACTF  PICTURE X.
           02  FILLER REDEFINES CHQACTF.
               03  CHQACTA  PICTURE X.
           02  CHQACTI  PIC X(1).
           02  CHQACNL  COMP PIC S9(4).
           02  CHQACNF  PICTURE X.
           02  FILLER REDEFINES CHQACNF.
               03  CHQACNA  PICTURE X.
           02  CHQACNI  PIC X(10).
           02  CHQSERL  COMP PIC S9(4).
           02  CHQSERF  PICTURE X.
           02  FILLER REDEFINES CHQSERF.
               03  CHQSERA  PICTURE X.
           02  CHQSERI  PIC X(6).
           02  CHQLVSL  COMP PIC S9(4).
           02  CHQLVSF  PICTURE X.
           02  FILLER REDEFINES CHQLVSF.
               03  CHQLVSA  PICTURE X.
           02  CHQLVSI  PIC X(2).
           02  CHQFSTL  COMP PIC S9(4).
           02  CHQFSTF  PICTURE X.
           02  FILLER REDEFINES CHQFSTF.
               03  CHQFSTA  PICTURE X.
           02  CHQFSTI  PIC X(6).
           02  CHQLSTL  COMP PIC S9(4).
           02  CHQLSTF  PICTURE X.
           02  FILLER REDEFINES CHQLSTF.
               03  CHQLSTA  PICTURE X.
           02  CHQLSTI  PIC X(6).
           02  CHQIDTL  COMP PIC S9(4).
           02  CHQIDTF  PICTURE X.
           02  FILLER REDEFINES CHQIDTF.
               03  CHQIDTA  PICTURE X.
           02  CHQIDTI  PIC X(8).
           02  CHQIBYL  COMP PIC S9(4).
           02  CHQIBYF  PICTURE X.
           02  FILLER REDEFINES CHQIBYF.
               03  CHQIBYA  PICTURE X.
           02  CHQIBYI  PIC X(8).
           02  CHQSTSL  COMP PIC S9(4).
           02  CHQSTSF  PICTURE X.
           02  FILLER REDEFINES CHQSTSF.
               03  CHQSTSA  PICTURE X.
           02  CHQSTSI  PIC X(8).
           02  CHQLDTL  COMP PIC S9(4).
           02  CHQLDTF  PICTURE X.
           02  FILLER REDEFINES CHQLDTF.
               03  CHQLDTA  PICTURE X.
           02  CHQLDTI  PIC X(8).
           02  CHQLBYL  COMP PIC S9(4).
           02  CHQLBYF  PICTURE X.
           02  FILLER REDEFINES CHQLBYF.
               03  CHQLBYA  PICTURE X.
           02  CHQLBYI  PIC X(8).
           02  CHQLAML  COMP PIC S9(4).
           02  CHQLAMF  PICTURE X.
           02  FILLER REDEFINES CHQLAMF.
               03  CHQLAMA  PICTURE X.
           02  CHQLAMI  PIC X(12).
           02  CHQLEFL  COMP PIC S9(4).
           02  CHQLEFF  PICTURE X.
           02  FILLER REDEFINES CHQLEFF.
               03  CHQLEFA  PICTURE X.
           02  CHQLEFI  PIC X(50).
           02  CHQMSGL  COMP PIC S9(4).
           02  CHQMSGF  PICTURE X.
           02  FILLER REDEFINES CHQMSGF.
               03  CHQMSGA  PICTURE X.
           02  CHQMSGI  PIC X(79).
       01  BMSECHQO REDEFINES BMSECHQI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CHQTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CHQACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CHQACNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CHQSERO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  CHQLVSO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CHQFSTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  CHQLSTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  CHQIDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHQIBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHQSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHQLDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHQLBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHQLAMO  PIC Z,ZZZ,ZZ9.99.
           02  FILLER PICTURE X(3).
           02  CHQLEFO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  CHQMSGO  PIC X(79).
