      *    screen message catalogue - one row per message number and
      *    language.  The number is the screen's transaction id and a
      *    running number within it (EACT0004), the help-panel lines
      *    of the menu are EMNUH001 on, and the few messages every
      *    screen sends share ETP0nnnn numbers.  A screen shows the
      *    row in the signed-on user's SECROLE language, the English
      *    row when that language has none, and its own English text
      *    when the catalogue has neither.  Maintained online on
      *    ETPEMCT; ETPBMCT lists the numbers still wanting a
      *    translation
       01  MSGCAT-RECORD.
           02  MSGCAT-KEY.
               03  MSGCAT-MSGNO               PIC X(8).
               03  MSGCAT-LANG                PIC X(2).
                   88  MSGCAT-IS-ENGLISH      VALUE 'EN'.
           02  MSGCAT-TEXT                    PIC X(79).
           02  MSGCAT-UPD-BY                  PIC X(8).
           02  MSGCAT-UPD-DATE                PIC 9(8).
