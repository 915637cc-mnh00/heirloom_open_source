      *    number allocation ranges - one row per kind of number and
      *    branch, from which ETPEAMT gives a new account and ETPECST
      *    a new customer its number, and ETPBTKO numbers a taken-on
      *    record that arrives without one; ETPEQOT references a
      *    term-deposit rate quote off its branch's 'Q' range the same
      *    way.  A number is the range's next nine-digit body with
      *    the Luhn check digit after it.
      *    The next body only ever moves up, so a number once given
      *    is never given again, whatever later becomes of its
      *    account or customer - ETPBCAR archiving included.  A
      *    branch of spaces is the range of the pre-branch book.
      *    Loaded and extended by ETPBNRG, which also warns when a
      *    range is nearly used up
       01  NUMRANGE-RECORD.
           02  NUMRANGE-KEY.
               03  NUMRANGE-KIND              PIC X(1).
                   88  NUMRANGE-IS-ACCOUNT    VALUE 'A'.
                   88  NUMRANGE-IS-CUSTOMER   VALUE 'C'.
                   88  NUMRANGE-IS-QUOTE      VALUE 'Q'.
               03  NUMRANGE-BRANCH            PIC X(3).
           02  NUMRANGE-LOW                   PIC 9(9).
           02  NUMRANGE-HIGH                  PIC 9(9).
           02  NUMRANGE-NEXT                  PIC 9(9).
      *    the percent used at which ETPBNRG warns - zero takes the
      *    SYSPARM 'NRWARNPC' default
           02  NUMRANGE-WARN-PCT              PIC 9(3).
      *    when a number was last given, and by whom - the user id
      *    on the screens, the program name in batch
           02  NUMRANGE-LAST-DATE             PIC 9(8).
           02  NUMRANGE-LAST-BY               PIC X(8).
