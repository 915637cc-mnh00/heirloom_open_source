       01  BMSETLRI.
           02  FILLER PIC X(12).
           02  TLRTRNL  COMP PIC S9(4).
           02  TLRTRNF  PICTURE X.
           02  FILLER REDEFINES TLRTRNF.
               03  TLRTRNA  PICTURE X.
           02  TLRTRNI  PIC X(4).
           02  TLRACTL  COMP PIC S9(4).
           02  TLRACTF  PICTURE X.
           02  FILLER REDEFINES TLRACTF.
               03  TLRACTA  PICTURE X.
           02  TLRACTI  PIC X(1).
           02  TLRTIDL  COMP PIC S9(4).
           02  TLRTIDF  PICTURE X.
           02  FILLER REDEFINES TLRTIDF.
               03  TLRTIDA  PICTURE X.
           02  TLRTIDI  PIC X(8).
           02  TLRBRNL  COMP PIC S9(4).
           02  TLRBRNF  PICTURE X.
           02  FILLER REDEFINES TLRBRNF.
               03  TLRBRNA  PICTURE X.
           02  TLRBRNI  PIC X(3).
           02  TLRFLTL  COMP PIC S9(4).
           02  TLRFLTF  PICTURE X.
           02  FILLER REDEFINES TLRFLTF.
               03  TLRFLTA  PICTURE X.
           02  TLRFLTI  PIC X(9).
           02  TLRACNL  COMP PIC S9(4).
           02  TLRACNF  PICTURE X.
           02  FILLER REDEFINES TLRACNF.
               03  TLRACNA  PICTURE X.
           02  TLRACNI  PIC X(10).
           02  TLRAMTL  COMP PIC S9(4).
           02  TLRAMTF  PICTURE X.
           02  FILLER REDEFINES TLRAMTF.
               03  TLRAMTA  PICTURE X.
           02  TLRAMTI  PIC X(9).
           02  TLRNARL  COMP PIC S9(4).
           02  TLRNARF  PICTURE X.
           02  FILLER REDEFINES TLRNARF.
               03  TLRNARA  PICTURE X.
           02  TLRNARI  PIC X(20).
           02  TLRD01L  COMP PIC S9(4).
           02  TLRD01F  PICTURE X.
           02  FILLER REDEFINES TLRD01F.
               03  TLRD01A  PICTURE X.
           02  TLRD01I  PIC X(5).
           02  TLRD02L  COMP PIC S9(4).
           02  TLRD02F  PICTURE X.
           02  FILLER REDEFINES TLRD02F.
               03  TLRD02A  PICTURE X.
           02  TLRD02I  PIC X(5).
           02  TLRD03L  COMP PIC S9(4).
           02  TLRD03F  PICTURE X.
           02  FILLER REDEFINES TLRD03F.
               03  TLRD03A  PICTURE X.
           02  TLRD03I  PIC X(5).
           02  TLRD04L  COMP PIC S9(4).
           02  TLRD04F  PICTURE X.
           02  FILLER REDEFINES TLRD04F.
               03  TLRD04A  PICTURE X.
           02  TLRD04I  PIC X(5).
           02  TLRD05L  COMP PIC S9(4).
           02  TLRD05F  PICTURE X.
           02  FILLER REDEFINES TLRD05F.
               03  TLRD05A  PICTURE X.
           02  TLRD05I  PIC X(5).
           02  TLRD06L  COMP PIC S9(4).
           02  TLRD06F  PICTURE X.
           02  FILLER REDEFINES TLRD06F.
               03  TLRD06A  PICTURE X.
           02  TLRD06I  PIC X(5).
           02  TLRCOIL  COMP PIC S9(4).
           02  TLRCOIF  PICTURE X.
           02  FILLER REDEFINES TLRCOIF.
               03  TLRCOIA  PICTURE X.
           02  TLRCOII  PIC X(7).
           02  TLRSTSL  COMP PIC S9(4).
           02  TLRSTSF  PICTURE X.
           02  FILLER REDEFINES TLRSTSF.
               03  TLRSTSA  PICTURE X.
           02  TLRSTSI  PIC X(12).
           02  TLRCINL  COMP PIC S9(4).
           02  TLRCINF  PICTURE X.
           02  FILLER REDEFINES TLRCINF.
               03  TLRCINA  PICTURE X.
           02  TLRCINI  PIC X(14).
           02  TLRCOUL  COMP PIC S9(4).
           02  TLRCOUF  PICTURE X.
           02  FILLER REDEFINES TLRCOUF.
               03  TLRCOUA  PICTURE X.
           02  TLRCOUI  PIC X(14).
           02  TLREXPL  COMP PIC S9(4).
           02  TLREXPF  PICTURE X.
           02  FILLER REDEFINES TLREXPF.
               03  TLREXPA  PICTURE X.
           02  TLREXPI  PIC X(14).
           02  TLRCNTL  COMP PIC S9(4).
           02  TLRCNTF  PICTURE X.
           02  FILLER REDEFINES TLRCNTF.
               03  TLRCNTA  PICTURE X.
           02  TLRCNTI  PIC X(14).
           02  TLRDIFL  COMP PIC S9(4).
           02  TLRDIFF  PICTURE X.
           02  FILLER REDEFINES TLRDIFF.
               03  TLRDIFA  PICTURE X.
           02  TLRDIFI  PIC X(14).
           02  TLRMSGL  COMP PIC S9(4).
           02  TLRMSGF  PICTURE X.
           02  FILLER REDEFINES TLRMSGF.
               03  TLRMSGA  PICTURE X.
           02  TLRMSGI  PIC X(79).
       01  BMSETLRO REDEFINES BMSETLRI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TLRTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  TLRACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TLRTIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TLRBRNO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  TLRFLTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TLRACNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TLRAMTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TLRNARO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TLRD01O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TLRD02O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TLRD03O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TLRD04O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TLRD05O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TLRD06O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TLRCOIO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  TLRSTSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  TLRCINO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  TLRCOUO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  TLREXPO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  TLRCNTO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  TLRDIFO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  TLRMSGO  PIC X(79).
