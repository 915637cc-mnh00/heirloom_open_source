       01  BMSENTFI.
           02  FILLER PIC X(12).
           02  ENTFTRNL  COMP PIC S9(4).
           02  ENTFTRNF  PICTURE X.
           02  FILLER REDEFINES ENTFTRNF.
               03  ENTFTRNA  PICTURE X.
           02  ENTFTRNI  PIC X(4).
           02  ENTFACTL  COMP PIC S9(4).
           02  ENTFACTF  PICTURE X.
           02  FILLER REDEFINES ENTFACTF.
               03  ENTFACTA  PICTURE X.
           02  ENTFACTI  PIC X(1).
           02  ENTFCNOL  COMP PIC S9(4).
           02  ENTFCNOF  PICTURE X.
           02  FILLER REDEFINES ENTFCNOF.
               03  ENTFCNOA  PICTURE X.
           02  ENTFCNOI  PIC X(10).
           02  ENTFNAML  COMP PIC S9(4).
           02  ENTFNAMF  PICTURE X.
           02  FILLER REDEFINES ENTFNAMF.
               03  ENTFNAMA  PICTURE X.
           02  ENTFNAMI  PIC X(30).
           02  ENTFCHNL  COMP PIC S9(4).
           02  ENTFCHNF  PICTURE X.
           02  FILLER REDEFINES ENTFCHNF.
               03  ENTFCHNA  PICTURE X.
           02  ENTFCHNI  PIC X(1).
           02  ENTFADRL  COMP PIC S9(4).
           02  ENTFADRF  PICTURE X.
           02  FILLER REDEFINES ENTFADRF.
               03  ENTFADRA  PICTURE X.
           02  ENTFADRI  PIC X(50).
           02  ENTFASTL  COMP PIC S9(4).
           02  ENTFASTF  PICTURE X.
           02  FILLER REDEFINES ENTFASTF.
               03  ENTFASTA  PICTURE X.
           02  ENTFASTI  PIC X(8).
           02  ENTFLOWL  COMP PIC S9(4).
           02  ENTFLOWF  PICTURE X.
           02  FILLER REDEFINES ENTFLOWF.
               03  ENTFLOWA  PICTURE X.
           02  ENTFLOWI  PIC X(11).
           02  ENTFLGDL  COMP PIC S9(4).
           02  ENTFLGDF  PICTURE X.
           02  FILLER REDEFINES ENTFLGDF.
               03  ENTFLGDA  PICTURE X.
           02  ENTFLGDI  PIC X(11).
           02  ENTFOLBL  COMP PIC S9(4).
           02  ENTFOLBF  PICTURE X.
           02  FILLER REDEFINES ENTFOLBF.
               03  ENTFOLBA  PICTURE X.
           02  ENTFOLBI  PIC X(1).
           02  ENTFOLDL  COMP PIC S9(4).
           02  ENTFOLDF  PICTURE X.
           02  FILLER REDEFINES ENTFOLDF.
               03  ENTFOLDA  PICTURE X.
           02  ENTFOLDI  PIC X(1).
           02  ENTFOXFL  COMP PIC S9(4).
           02  ENTFOXFF  PICTURE X.
           02  FILLER REDEFINES ENTFOXFF.
               03  ENTFOXFA  PICTURE X.
           02  ENTFOXFI  PIC X(1).
           02  ENTFOHLL  COMP PIC S9(4).
           02  ENTFOHLF  PICTURE X.
           02  FILLER REDEFINES ENTFOHLF.
               03  ENTFOHLA  PICTURE X.
           02  ENTFOHLI  PIC X(1).
           02  ENTFOTDL  COMP PIC S9(4).
           02  ENTFOTDF  PICTURE X.
           02  FILLER REDEFINES ENTFOTDF.
               03  ENTFOTDA  PICTURE X.
           02  ENTFOTDI  PIC X(1).
           02  ENTFMSGL  COMP PIC S9(4).
           02  ENTFMSGF  PICTURE X.
           02  FILLER REDEFINES ENTFMSGF.
               03  ENTFMSGA  PICTURE X.
           02  ENTFMSGI  PIC X(79).
       01  BMSENTFO REDEFINES BMSENTFI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ENTFTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ENTFACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ENTFCNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ENTFNAMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ENTFCHNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ENTFADRO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ENTFASTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ENTFLOWO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  ENTFLGDO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  ENTFOLBO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ENTFOLDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ENTFOXFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ENTFOHLO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ENTFOTDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ENTFMSGO  PIC X(79).
