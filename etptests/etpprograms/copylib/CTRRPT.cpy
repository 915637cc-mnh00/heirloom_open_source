      *    large-cash threshold filing - the fixed-format file ETPBCTR
      *    writes each business day for the regulator: one header
      *    naming the business date and the threshold in force, then
      *    per reportable customer one 'C' identity record followed
      *    by an 'A' record for every account that contributed to the
      *    day's movement, and a trailer carrying the counts and
      *    totals the regulator balances the file against.  Amounts
      *    are base-currency equivalents; the 'A' record also carries
      *    the native figures and the currency they were priced from
       01  CTRRPT-RECORD.
           02  CTRRPT-TYPE                    PIC X(1).
               88  CTRRPT-IS-HEADER           VALUE 'H'.
               88  CTRRPT-IS-CUSTOMER         VALUE 'C'.
               88  CTRRPT-IS-ACCOUNT          VALUE 'A'.
               88  CTRRPT-IS-TRAILER          VALUE 'T'.
           02  CTRRPT-BODY                    PIC X(119).
           02  CTRRPT-HEADER REDEFINES CTRRPT-BODY.
               03  CTRRPT-H-BUSINESS-DATE     PIC 9(8).
               03  CTRRPT-H-PRODUCED          PIC 9(8).
               03  CTRRPT-H-PROGRAM           PIC X(8).
               03  CTRRPT-H-THRESHOLD         PIC 9(7).
               03  FILLER                     PIC X(88).
           02  CTRRPT-CUSTOMER REDEFINES CTRRPT-BODY.
               03  CTRRPT-C-CUSTNO            PIC X(10).
               03  CTRRPT-C-NAME              PIC X(30).
               03  CTRRPT-C-BIRTH-DATE        PIC 9(8).
               03  CTRRPT-C-ID-DOC-TYPE       PIC X(2).
               03  CTRRPT-C-ID-DOC-REF        PIC X(15).
               03  CTRRPT-C-ADDRESS           PIC X(30).
               03  CTRRPT-C-TOTAL-IN          PIC 9(9)V99.
               03  CTRRPT-C-TOTAL-OUT         PIC 9(9)V99.
               03  FILLER                     PIC X(2).
           02  CTRRPT-ACCOUNT REDEFINES CTRRPT-BODY.
               03  CTRRPT-A-CUSTNO            PIC X(10).
               03  CTRRPT-A-ACCTNO            PIC X(10).
               03  CTRRPT-A-ROLE              PIC X(1).
               03  CTRRPT-A-BRANCH            PIC X(3).
               03  CTRRPT-A-CURRENCY          PIC X(3).
               03  CTRRPT-A-NATIVE-IN         PIC 9(9)V99.
               03  CTRRPT-A-NATIVE-OUT        PIC 9(9)V99.
               03  CTRRPT-A-BASE-IN           PIC 9(9)V99.
               03  CTRRPT-A-BASE-OUT          PIC 9(9)V99.
               03  CTRRPT-A-COUNT-IN          PIC 9(5).
               03  CTRRPT-A-COUNT-OUT         PIC 9(5).
               03  FILLER                     PIC X(38).
           02  CTRRPT-TRAILER REDEFINES CTRRPT-BODY.
               03  CTRRPT-T-CUSTOMER-COUNT    PIC 9(7).
               03  CTRRPT-T-ACCOUNT-COUNT     PIC 9(7).
               03  CTRRPT-T-TOTAL-IN          PIC 9(11)V99.
               03  CTRRPT-T-TOTAL-OUT         PIC 9(11)V99.
               03  FILLER                     PIC X(79).
