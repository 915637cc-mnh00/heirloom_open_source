      *    privileged-activity trail - one row for every interaction
      *    a user holding the admin or senior role makes on a screen,
      *    written by the screen itself and kept apart from the
      *    operational journals so the security officer reviews it
      *    without the operators who are its subject being able to
      *    reach it.  Keyed user-major and in time order, so one
      *    user's session reads back as it happened: ETPEPAL replays
      *    it on the screen, and ETPBPAL lists the business day's rows
      *    to RPTSPOOL for the security officer
       01  PRIVACT-RECORD.
           02  PRIVACT-KEY.
               03  PRIVACT-USERID             PIC X(8).
               03  PRIVACT-DATE               PIC 9(8).
               03  PRIVACT-TIME               PIC 9(6).
      *        the CICS task number - two interactions in the same
      *        second are still two rows
               03  PRIVACT-TASKNO             PIC 9(7).
           02  PRIVACT-TERMID                 PIC X(4).
           02  PRIVACT-TRANID                 PIC X(4).
           02  PRIVACT-PROGRAM                PIC X(8).
           02  PRIVACT-ROLE                   PIC X(1).
      *    the attention key pressed, as CICS gave it (EIBAID - the
      *    replay screen names it), the screen's action code where it
      *    has one and the key of the record the interaction was
      *    about, as keyed - spaces where the screen has no such field
           02  PRIVACT-AID                    PIC X(1).
           02  PRIVACT-ACTION                 PIC X(1).
           02  PRIVACT-RECKEY                 PIC X(20).
