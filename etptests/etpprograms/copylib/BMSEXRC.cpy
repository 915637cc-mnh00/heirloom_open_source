       01  BMSEXRCI.
           02  FILLER PIC X(12).
           02  XRCTRNL  COMP PIC S9(4).
           02  XRCTRNF  PICTURE X.
           02  FILLER REDEFINES XRCTRNF.
               03  XRCTRNA  PICTURE X.
           02  XRCTRNI  PIC X(4).
           02  XRCSIDL  COMP PIC S9(4).
           02  XRCSIDF  PICTURE X.
           02  FILLER REDEFINES XRCSIDF.
               03  XRCSIDA  PICTURE X.
           02  XRCSIDI  PIC X(4).
           02  XRCDATL  COMP PIC S9(4).
           02  XRCDATF  PICTURE X.
           02  FILLER REDEFINES XRCDATF.
               03  XRCDATA  PICTURE X.
           02  XRCDATI  PIC X(8).
           02  XRCPULL  COMP PIC S9(4).
           02  XRCPULF  PICTURE X.
           02  FILLER REDEFINES XRCPULF.
               03  XRCPULA  PICTURE X.
           02  XRCPULI  PIC X(5).
           02  XRCSNTL  COMP PIC S9(4).
           02  XRCSNTF  PICTURE X.
           02  FILLER REDEFINES XRCSNTF.
               03  XRCSNTA  PICTURE X.
           02  XRCSNTI  PIC X(40).
           02  XRCRCVL  COMP PIC S9(4).
           02  XRCRCVF  PICTURE X.
           02  FILLER REDEFINES XRCRCVF.
               03  XRCRCVA  PICTURE X.
           02  XRCRCVI  PIC X(40).
           02  XRCFLTL  COMP PIC S9(4).
           02  XRCFLTF  PICTURE X.
           02  FILLER REDEFINES XRCFLTF.
               03  XRCFLTA  PICTURE X.
           02  XRCFLTI  PIC X(40).
           02  XRCPTNL  COMP PIC S9(4).
           02  XRCPTNF  PICTURE X.
           02  FILLER REDEFINES XRCPTNF.
               03  XRCPTNA  PICTURE X.
           02  XRCPTNI  PIC X(40).
           02  XRCMSGL  COMP PIC S9(4).
           02  XRCMSGF  PICTURE X.
           02  FILLER REDEFINES XRCMSGF.
               03  XRCMSGA  PICTURE X.
           02  XRCMSGI  PIC X(79).
       01  BMSEXRCO REDEFINES BMSEXRCI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  XRCTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  XRCSIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  XRCDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  XRCPULO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  XRCSNTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  XRCRCVO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  XRCFLTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  XRCPTNO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  XRCMSGO  PIC X(79).
