       01  BMSELGOI.
           02  FILLER PIC X(12).
           02  LGOTRNL  COMP PIC S9(4).
           02  LGOTRNF  PICTURE X.
           02  FILLER REDEFINES LGOTRNF.
               03  LGOTRNA  PICTURE X.
           02  LGOTRNI  PIC X(4).
           02  LGOACTL  COMP PIC S9(4).
           02  LGOACTF  PICTURE X.
           02  FILLER REDEFINES LGOACTF.
               03  LGOACTA  PICTURE X.
           02  LGOACTI  PIC X(1).
           02  LGOACNL  COMP PIC S9(4).
           02  LGOACNF  PICTURE X.
           02  FILLER REDEFINES LGOACNF.
               03  LGOACNA  PICTURE X.
           02  LGOACNI  PIC X(10).
           02  LGOSTSL  COMP PIC S9(4).
           02  LGOSTSF  PICTURE X.
           02  FILLER REDEFINES LGOSTSF.
               03  LGOSTSA  PICTURE X.
           02  LGOSTSI  PIC X(8).
           02  LGOPRIL  COMP PIC S9(4).
           02  LGOPRIF  PICTURE X.
           02  FILLER REDEFINES LGOPRIF.
               03  LGOPRIA  PICTURE X.
           02  LGOPRII  PIC X(2).
           02  LGOSEQL  COMP PIC S9(4).
           02  LGOSEQF  PICTURE X.
           02  FILLER REDEFINES LGOSEQF.
               03  LGOSEQA  PICTURE X.
           02  LGOSEQI  PIC X(3).
           02  LGOKNDL  COMP PIC S9(4).
           02  LGOKNDF  PICTURE X.
           02  FILLER REDEFINES LGOKNDF.
               03  LGOKNDA  PICTURE X.
           02  LGOKNDI  PIC X(1).
           02  LGOAUTL  COMP PIC S9(4).
           02  LGOAUTF  PICTURE X.
           02  FILLER REDEFINES LGOAUTF.
               03  LGOAUTA  PICTURE X.
           02  LGOAUTI  PIC X(30).
           02  LGOREFL  COMP PIC S9(4).
           02  LGOREFF  PICTURE X.
           02  FILLER REDEFINES LGOREFF.
               03  LGOREFA  PICTURE X.
           02  LGOREFI  PIC X(20).
           02  LGOAMTL  COMP PIC S9(4).
           02  LGOAMTF  PICTURE X.
           02  FILLER REDEFINES LGOAMTF.
               03  LGOAMTA  PICTURE X.
           02  LGOAMTI  PIC X(9).
           02  LGORMTL  COMP PIC S9(4).
           02  LGORMTF  PICTURE X.
           02  FILLER REDEFINES LGORMTF.
               03  LGORMTA  PICTURE X.
           02  LGORMTI  PIC X(10).
           02  LGOL01L  COMP PIC S9(4).
           02  LGOL01F  PICTURE X.
           02  FILLER REDEFINES LGOL01F.
               03  LGOL01A  PICTURE X.
           02  LGOL01I  PIC X(70).
           02  LGOL02L  COMP PIC S9(4).
           02  LGOL02F  PICTURE X.
           02  FILLER REDEFINES LGOL02F.
               03  LGOL02A  PICTURE X.
           02  LGOL02I  PIC X(70).
           02  LGOL03L  COMP PIC S9(4).
           02  LGOL03F  PICTURE X.
           02  FILLER REDEFINES LGOL03F.
               03  LGOL03A  PICTURE X.
           02  LGOL03I  PIC X(70).
           02  LGOL04L  COMP PIC S9(4).
           02  LGOL04F  PICTURE X.
           02  FILLER REDEFINES LGOL04F.
               03  LGOL04A  PICTURE X.
           02  LGOL04I  PIC X(70).
           02  LGOL05L  COMP PIC S9(4).
           02  LGOL05F  PICTURE X.
           02  FILLER REDEFINES LGOL05F.
               03  LGOL05A  PICTURE X.
           02  LGOL05I  PIC X(70).
           02  LGOL06L  COMP PIC S9(4).
           02  LGOL06F  PICTURE X.
           02  FILLER REDEFINES LGOL06F.
               03  LGOL06A  PICTURE X.
           02  LGOL06I  PIC X(70).
           02  LGOL07L  COMP PIC S9(4).
           02  LGOL07F  PICTURE X.
           02  FILLER REDEFINES LGOL07F.
               03  LGOL07A  PICTURE X.
           02  LGOL07I  PIC X(70).
           02  LGOL08L  COMP PIC S9(4).
           02  LGOL08F  PICTURE X.
           02  FILLER REDEFINES LGOL08F.
               03  LGOL08A  PICTURE X.
           02  LGOL08I  PIC X(70).
           02  LGOMSGL  COMP PIC S9(4).
           02  LGOMSGF  PICTURE X.
           02  FILLER REDEFINES LGOMSGF.
               03  LGOMSGA  PICTURE X.
           02  LGOMSGI  PIC X(79).
       01  BMSELGOO REDEFINES BMSELGOI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LGOTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LGOACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LGOACNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LGOSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LGOPRIO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LGOSEQO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  LGOKNDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LGOAUTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  LGOREFO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LGOAMTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LGORMTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LGOL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGOL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGOL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGOL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGOL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGOL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGOL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGOL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LGOMSGO  PIC X(79).
