      *    break-glass review queue - one row for every emergency
      *    admin elevation claimed on ETPESON, keyed by the user and
      *    the moment it was claimed.  Written pending; a second
      *    admin - never the user who broke the glass - signs it off
      *    on ETPEBGR as justified or not, having replayed what was
      *    done under it from the PRIVACT trail (ETPEPAL) between the
      *    claim and the end of the window
       01  BRKGLASS-RECORD.
           02  BRKGLASS-KEY.
               03  BRKGLASS-USERID            PIC X(8).
               03  BRKGLASS-STAMP             PIC 9(14).
           02  BRKGLASS-TERMID                PIC X(4).
      *    the role the user held when the glass was broken, the
      *    reason they gave and the window they were granted
           02  BRKGLASS-ROLE                  PIC X(1).
           02  BRKGLASS-REASON                PIC X(40).
           02  BRKGLASS-MINUTES               PIC 9(4).
           02  BRKGLASS-UNTIL                 PIC 9(14).
      *    when ETPEMNU found the window over (or the session idled
      *    out) and dropped the elevation - zeros while it stands or
      *    when the user signed off inside the window
           02  BRKGLASS-DROPPED               PIC 9(14).
           02  BRKGLASS-STATUS                PIC X(1).
               88  BRKGLASS-IS-PENDING        VALUE 'P'.
               88  BRKGLASS-IS-JUSTIFIED      VALUE 'J'.
               88  BRKGLASS-IS-UNJUSTIFIED    VALUE 'U'.
           02  BRKGLASS-REVIEWER              PIC X(8).
           02  BRKGLASS-REVIEW-DATE           PIC 9(8).
           02  BRKGLASS-REVIEW-NOTE           PIC X(30).
