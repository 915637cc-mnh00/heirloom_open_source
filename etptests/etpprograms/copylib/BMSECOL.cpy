       01  BMSECOLI.
           02  FILLER PIC X(12).
           02  ECOLTRNL  COMP PIC S9(4).
           02  ECOLTRNF  PICTURE X.
           02  FILLER REDEFINES ECOLTRNF.
               03  ECOLTRNA  PICTURE X.
           02  ECOLTRNI  PIC X(4).
           02  ECOLACTL  COMP PIC S9(4).
           02  ECOLACTF  PICTURE X.
           02  FILLER REDEFINES ECOLACTF.
               03  ECOLACTA  PICTURE X.
           02  ECOLACTI  PIC X(1).
           02  ECOLACNL  COMP PIC S9(4).
           02  ECOLACNF  PICTURE X.
           02  FILLER REDEFINES ECOLACNF.
               03  ECOLACNA  PICTURE X.
           02  ECOLACNI  PIC X(10).
           02  ECOLSTSL  COMP PIC S9(4).
           02  ECOLSTSF  PICTURE X.
           02  FILLER REDEFINES ECOLSTSF.
               03  ECOLSTSA  PICTURE X.
           02  ECOLSTSI  PIC X(8).
           02  ECOLRSNL  COMP PIC S9(4).
           02  ECOLRSNF  PICTURE X.
           02  FILLER REDEFINES ECOLRSNF.
               03  ECOLRSNA  PICTURE X.
           02  ECOLRSNI  PIC X(8).
           02  ECOLBALL  COMP PIC S9(4).
           02  ECOLBALF  PICTURE X.
           02  FILLER REDEFINES ECOLBALF.
               03  ECOLBALA  PICTURE X.
           02  ECOLBALI  PIC X(13).
           02  ECOLLIML  COMP PIC S9(4).
           02  ECOLLIMF  PICTURE X.
           02  FILLER REDEFINES ECOLLIMF.
               03  ECOLLIMA  PICTURE X.
           02  ECOLLIMI  PIC X(10).
           02  ECOLDAYL  COMP PIC S9(4).
           02  ECOLDAYF  PICTURE X.
           02  FILLER REDEFINES ECOLDAYF.
               03  ECOLDAYA  PICTURE X.
           02  ECOLDAYI  PIC X(5).
           02  ECOLCNTL  COMP PIC S9(4).
           02  ECOLCNTF  PICTURE X.
           02  FILLER REDEFINES ECOLCNTF.
               03  ECOLCNTA  PICTURE X.
           02  ECOLCNTI  PIC X(3).
           02  ECOLNOTL  COMP PIC S9(4).
           02  ECOLNOTF  PICTURE X.
           02  FILLER REDEFINES ECOLNOTF.
               03  ECOLNOTA  PICTURE X.
           02  ECOLNOTI  PIC X(30).
           02  ECOLPAML  COMP PIC S9(4).
           02  ECOLPAMF  PICTURE X.
           02  FILLER REDEFINES ECOLPAMF.
               03  ECOLPAMA  PICTURE X.
           02  ECOLPAMI  PIC X(9).
           02  ECOLPDTL  COMP PIC S9(4).
           02  ECOLPDTF  PICTURE X.
           02  FILLER REDEFINES ECOLPDTF.
               03  ECOLPDTA  PICTURE X.
           02  ECOLPDTI  PIC X(8).
           02  ECOLMSGL  COMP PIC S9(4).
           02  ECOLMSGF  PICTURE X.
           02  FILLER REDEFINES ECOLMSGF.
               03  ECOLMSGA  PICTURE X.
           02  ECOLMSGI  PIC X(79).
       01  BMSECOLO REDEFINES BMSECOLI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ECOLTRNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ECOLACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ECOLACNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ECOLSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ECOLRSNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ECOLBALO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  ECOLLIMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ECOLDAYO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ECOLCNTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ECOLNOTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ECOLPAMO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ECOLPDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ECOLMSGO  PIC X(79).
