      *    access-review work, still honored but listed by ETPBRCT
      *    every period until someone recertifies it
           02  SECROLE-REVIEW-DATE           PIC 9(8).
      *    the language the user's screen messages are shown in, off
      *    the MSGCAT message catalogue - spaces reads as English
           02  SECROLE-LANGUAGE              PIC X(2).
               88  SECROLE-IS-ENGLISH        VALUE 'EN' SPACES.
               88  SECROLE-IS-SPANISH        VALUE 'ES'.
               88  SECROLE-LANGUAGE-VALID    VALUE 'EN' 'ES' SPACES.
