      *    probable duplicate customers - one row per pair of customer
      *    numbers the ETPBDUP report finds sharing a birth date and
      *    identity document, or a phone number and a closely matching
      *    name, keyed lower number first.  A supervisor decides the
      *    pair on the ETPEMRG screen - merge keeping the first or the
      *    second number, or reject it as two different people, which
      *    keeps the pair off later reports - and the ETPBMRG run
      *    carries out the approved merges
       01  MRGCAND-RECORD.
           02  MRGCAND-KEY.
               03  MRGCAND-CUSTNO-A           PIC X(10).
               03  MRGCAND-CUSTNO-B           PIC X(10).
           02  MRGCAND-STATUS                 PIC X(1).
               88  MRGCAND-IS-CANDIDATE       VALUE 'C'.
               88  MRGCAND-IS-APPROVED        VALUE 'A'.
               88  MRGCAND-IS-REJECTED        VALUE 'R'.
               88  MRGCAND-IS-MERGED          VALUE 'M'.
               88  MRGCAND-IS-CANCELLED       VALUE 'X'.
      *    'I' same birth date and identity document, 'N' same phone
      *    and a name matching in word order or spacing
           02  MRGCAND-RULE                   PIC X(1).
               88  MRGCAND-BY-IDENTITY        VALUE 'I'.
               88  MRGCAND-BY-NAME-PHONE      VALUE 'N'.
           02  MRGCAND-FOUND-DATE             PIC 9(8).
      *    the two names as the report found them
           02  MRGCAND-NAME-A                 PIC X(30).
           02  MRGCAND-NAME-B                 PIC X(30).
      *    the supervisor's decision - which number survives, when,
      *    who, and why
           02  MRGCAND-KEEP                   PIC X(1).
               88  MRGCAND-KEEPS-A            VALUE 'A'.
               88  MRGCAND-KEEPS-B            VALUE 'B'.
           02  MRGCAND-DECIDED-DATE           PIC 9(8).
           02  MRGCAND-USERID                 PIC X(8).
           02  MRGCAND-NOTE                   PIC X(30).
      *    the business date ETPBMRG merged or cancelled the pair
           02  MRGCAND-MERGED-DATE            PIC 9(8).
