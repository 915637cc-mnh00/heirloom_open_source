       01  BMSEMCTI.
           02  FILLER PIC X(12).
           02  EMCTTRNL  COMP PIC S9(4).
           02  EMCTTRNF  PICTURE X.
           02  FILLER REDEFINES EMCTTRNF.
               03  EMCTTRNA  PICTURE X.
           02  EMCTTRNI  PIC X(4).
           02  EMCTACTL  COMP PIC S9(4).
           02  EMCTACTF  PICTURE X.
           02  FILLER REDEFINES EMCTACTF.
               03  EMCTACTA  PICTURE X.
           02  EMCTACTI  PIC X(1).
           02  EMCTNUML  COMP PIC S9(4).
           02  EMCTNUMF  PICTURE X.
           02  FILLER REDEFINES EMCTNUMF.
               03  EMCTNUMA  PICTURE X.
           02  EMCTNUMI  PIC X(8).
           02  EMCTLNGL  COMP PIC S9(4).
           02  EMCTLNGF  PICTURE X.
           02  FILLER REDEFINES EMCTLNGF.
               03  EMCTLNGA  PICTURE X.
           02  EMCTLNGI  PIC X(2).
           02  EMCTTXTL  COMP PIC S9(4).
           02  EMCTTXTF  PICTURE X.
           02  FILLER REDEFINES EMCTTXTF.
               03  EMCTTXTA  PICTURE X.
           02  EMCTTXTI  PIC X(79).
           02  EMCTENGL  COMP PIC S9(4).
           02  EMCTENGF  PICTURE X.
           02  FILLER REDEFINES EMCTENGF.
               03  EMCTENGA  PICTURE X.
           02  EMCTENGI  PIC X(79).
           02  EMCTUPDL  COMP PIC S9(4).
           02  EMCTUPDF  PICTURE X.
           02  FILLER REDEFINES EMCTUPDF.
               03  EMCTUPDA  PICTURE X.
           02  EMCTUPDI  PIC X(17).
           02  EMCTMSGL  COMP PIC S9(4).
           02  EMCTMSGF  PICTURE X.
           02  FILLER REDEFINES EMCTMSGF.
               03  EMCTMSGA  PICTURE X.
           02  EMCTMSGI  PIC X(79).
       01  BMSEMCTO REDEFINES BMSEMCTI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  EMCTTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  EMCTACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EMCTNUMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMCTLNGO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  EMCTTXTO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  EMCTENGO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  EMCTUPDO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  EMCTMSGO  PIC X(79).
