      *    money thinking they are practicing
           02  IDLETRK-TRAINING              PIC X(1).
               88  IDLETRK-IS-TRAINING       VALUE 'Y'.
      *    break-glass elevation - a user without an admin grant who
      *    claims emergency admin rights on ETPESON (PF9, with a
      *    reason) is treated as admin by every screen's
      *    authorization check until this date and time; ETPEMNU
      *    drops it once the window has passed.  The claim stamp
      *    keys the BRKGLASS row awaiting a second admin's review;
      *    both are zeros while the session holds no elevation
           02  IDLETRK-ELEV-UNTIL            PIC 9(14).
           02  IDLETRK-ELEV-STAMP            PIC 9(14).
      *    session context - the account and the customer last
      *    displayed on ETPEACT, ETPEINV or ETPECST, which the related
      *    screens start filled in with, and the jump in progress: the
      *    screen a PF key jumped to and the one it came from, which
      *    PF3 on the target goes back to.  All four are cleared at
      *    signon, signoff and idle timeout; a menu selection ends the
      *    jump
           02  IDLETRK-CTX-ACCTNO            PIC X(10).
           02  IDLETRK-CTX-CUSTNO            PIC X(10).
           02  IDLETRK-CTX-JUMP-TO           PIC X(4).
           02  IDLETRK-CTX-JUMP-FROM         PIC X(4).
