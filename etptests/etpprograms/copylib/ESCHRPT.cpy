      *    unclaimed-property holder report - the fixed-format file
      *    ETPBESC writes for the state each year: one header naming
      *    the report year, one detail per account handed over in the
      *    run with the owner as the Customer Master knows them, and a
      *    trailer carrying the count and total the state balances
      *    the details against
       01  ESCHRPT-RECORD.
           02  ESCHRPT-TYPE                   PIC X(1).
               88  ESCHRPT-IS-HEADER          VALUE 'H'.
               88  ESCHRPT-IS-DETAIL          VALUE 'D'.
               88  ESCHRPT-IS-TRAILER         VALUE 'T'.
           02  ESCHRPT-BODY                   PIC X(119).
           02  ESCHRPT-HEADER REDEFINES ESCHRPT-BODY.
               03  ESCHRPT-H-REPORT-YEAR      PIC 9(4).
               03  ESCHRPT-H-PRODUCED         PIC 9(8).
               03  ESCHRPT-H-PROGRAM          PIC X(8).
               03  FILLER                     PIC X(99).
           02  ESCHRPT-DETAIL REDEFINES ESCHRPT-BODY.
               03  ESCHRPT-D-ACCTNO           PIC X(10).
               03  ESCHRPT-D-CUSTNO           PIC X(10).
               03  ESCHRPT-D-OWNER-NAME       PIC X(30).
               03  ESCHRPT-D-ADDRESS          PIC X(30).
               03  ESCHRPT-D-LAST-ACTIVITY    PIC 9(8).
               03  ESCHRPT-D-ESCHEAT-DATE     PIC 9(8).
               03  ESCHRPT-D-AMOUNT           PIC 9(9)V99.
               03  FILLER                     PIC X(12).
           02  ESCHRPT-TRAILER REDEFINES ESCHRPT-BODY.
               03  ESCHRPT-T-DETAIL-COUNT     PIC 9(7).
               03  ESCHRPT-T-AMOUNT           PIC 9(11)V99.
               03  FILLER                     PIC X(99).
