      *    customer merge progress - a single name-keyed row
      *    ('CUSTMRG ') recording which approved pair ETPBMRG is
      *    merging and the last step it completed, the RNMCTL restart
      *    discipline: an abended merge resumes at the pair and step
      *    it died on, so a customer's accounts are never left split
      *    between the two numbers.  Steps run in a fixed order
      *    (cross-references, change history, pending changes,
      *    sanctions hits, closing the duplicate) and every step is
      *    individually idempotent
       01  MRGCTL-RECORD.
           02  MRGCTL-CNAME                   PIC X(8).
           02  MRGCTL-STATUS                  PIC X(1).
               88  MRGCTL-IN-PROGRESS         VALUE 'R'.
               88  MRGCTL-IS-CLEAR            VALUE ' '.
           02  MRGCTL-KEPT-CUSTNO             PIC X(10).
           02  MRGCTL-DUP-CUSTNO              PIC X(10).
           02  MRGCTL-STEP-DONE               PIC 9(2).
