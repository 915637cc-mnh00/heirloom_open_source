           02  FILLER REDEFINES AMTTYPF.
               03  AMTTYPA  PICTURE X.
           02  AMTTYPI  PIC X(1).
           02  AMTPRDL  COMP PIC S9(4).
           02  AMTPRDF  PICTURE X.
           02  FILLER REDEFINES AMTPRDF.
               03  AMTPRDA  PICTURE X.
           02  AMTPRDI  PIC X(6).
           02  AMTCCYL  COMP PIC S9(4).
           02  AMTCCYF  PICTURE X.
           02  FILLER REDEFINES AMTCCYF.
           02  FILLER REDEFINES AMTSETF.
               03  AMTSETA  PICTURE X.
           02  AMTSETI  PIC X(10).
           02  AMTPRNL  COMP PIC S9(4).
           02  AMTPRNF  PICTURE X.
           02  FILLER REDEFINES AMTPRNF.
               03  AMTPRNA  PICTURE X.
           02  AMTPRNI  PIC X(9).
           02  AMTTRML  COMP PIC S9(4).
           02  AMTTRMF  PICTURE X.
           02  FILLER REDEFINES AMTTRMF.
               03  AMTTRMA  PICTURE X.
           02  AMTTRMI  PIC X(3).
           02  AMTQRFL  COMP PIC S9(4).
           02  AMTQRFF  PICTURE X.
           02  FILLER REDEFINES AMTQRFF.
               03  AMTQRFA  PICTURE X.
           02  AMTQRFI  PIC X(10).
           02  AMTBALL  COMP PIC S9(4).
           02  AMTBALF  PICTURE X.
           02  FILLER REDEFINES AMTBALF.
           02  FILLER REDEFINES AMTSTSF.
               03  AMTSTSA  PICTURE X.
           02  AMTSTSI  PIC X(8).
           02  AMTSG1L  COMP PIC S9(4).
           02  AMTSG1F  PICTURE X.
           02  FILLER REDEFINES AMTSG1F.
               03  AMTSG1A  PICTURE X.
           02  AMTSG1I  PIC X(10).
           02  AMTSG2L  COMP PIC S9(4).
           02  AMTSG2F  PICTURE X.
           02  FILLER REDEFINES AMTSG2F.
               03  AMTSG2A  PICTURE X.
           02  AMTSG2I  PIC X(10).
           02  AMTMSGL  COMP PIC S9(4).
           02  AMTMSGF  PICTURE X.
           02  FILLER REDEFINES AMTMSGF.
           02  FILLER PICTURE X(3).
           02  AMTTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AMTPRDO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  AMTCCYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  AMTBRNO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  AMTSETO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  AMTPRNO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  AMTTRMO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  AMTQRFO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  AMTBALO  PIC $$$$,$$9.99-.
           02  FILLER PICTURE X(3).
           02  AMTSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AMTSG1O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  AMTSG2O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  AMTMSGO  PIC X(79).
