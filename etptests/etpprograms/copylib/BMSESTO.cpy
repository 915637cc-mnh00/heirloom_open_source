           02  FILLER REDEFINES STOSTSF.
               03  STOSTSA  PICTURE X.
           02  STOSTSI  PIC X(10).
           02  STOSG1L  COMP PIC S9(4).
           02  STOSG1F  PICTURE X.
           02  FILLER REDEFINES STOSG1F.
               03  STOSG1A  PICTURE X.
           02  STOSG1I  PIC X(10).
           02  STOSG2L  COMP PIC S9(4).
           02  STOSG2F  PICTURE X.
           02  FILLER REDEFINES STOSG2F.
               03  STOSG2A  PICTURE X.
           02  STOSG2I  PIC X(10).
           02  STOOC1L  COMP PIC S9(4).
           02  STOOC1F  PICTURE X.
           02  FILLER REDEFINES STOOC1F.
               03  STOOC1A  PICTURE X.
           02  STOOC1I  PIC X(40).
           02  STOOC2L  COMP PIC S9(4).
           02  STOOC2F  PICTURE X.
           02  FILLER REDEFINES STOOC2F.
               03  STOOC2A  PICTURE X.
           02  STOOC2I  PIC X(40).
           02  STOOC3L  COMP PIC S9(4).
           02  STOOC3F  PICTURE X.
           02  FILLER REDEFINES STOOC3F.
               03  STOOC3A  PICTURE X.
           02  STOOC3I  PIC X(40).
           02  STOOC4L  COMP PIC S9(4).
           02  STOOC4F  PICTURE X.
           02  FILLER REDEFINES STOOC4F.
               03  STOOC4A  PICTURE X.
           02  STOOC4I  PIC X(40).
           02  STOMSGL  COMP PIC S9(4).
           02  STOMSGF  PICTURE X.
           02  FILLER REDEFINES STOMSGF.
           02  FILLER PICTURE X(3).
           02  STOSTSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  STOSG1O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  STOSG2O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  STOOC1O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  STOOC2O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  STOOC3O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  STOOC4O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  STOMSGO  PIC X(79).
