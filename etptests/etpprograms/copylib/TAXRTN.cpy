      *    annual interest income information return - the fixed-
      *    format file ETPBTAX writes for the tax authority: one
      *    header naming the tax year and whether this is the
      *    original or an amended return, one detail per customer
      *    with anything to report, and a trailer carrying the
      *    control totals the authority balances the details against
       01  TAXRTN-RECORD.
           02  TAXRTN-TYPE                    PIC X(1).
               88  TAXRTN-IS-HEADER           VALUE 'H'.
               88  TAXRTN-IS-DETAIL           VALUE 'D'.
               88  TAXRTN-IS-TRAILER          VALUE 'T'.
           02  TAXRTN-BODY                    PIC X(119).
           02  TAXRTN-HEADER REDEFINES TAXRTN-BODY.
               03  TAXRTN-H-TAX-YEAR          PIC 9(4).
               03  TAXRTN-H-RETURN-TYPE       PIC X(1).
                   88  TAXRTN-H-IS-ORIGINAL   VALUE 'O'.
                   88  TAXRTN-H-IS-AMENDED    VALUE 'A'.
               03  TAXRTN-H-PRODUCED          PIC 9(8).
               03  TAXRTN-H-PROGRAM           PIC X(8).
               03  FILLER                     PIC X(98).
      *    amounts are the calendar year's totals over every account
      *    the customer holds as primary - interest credited, tax
      *    withheld from it and fees charged, all as positive sums
           02  TAXRTN-DETAIL REDEFINES TAXRTN-BODY.
               03  TAXRTN-D-CUSTNO            PIC X(10).
               03  TAXRTN-D-NAME              PIC X(30).
               03  TAXRTN-D-ADDRESS           PIC X(30).
               03  TAXRTN-D-TAX-STATUS        PIC X(1).
               03  TAXRTN-D-TAX-RATE          PIC 9(3)V9(4).
               03  TAXRTN-D-INTEREST          PIC 9(9)V99.
               03  TAXRTN-D-TAX-WITHHELD      PIC 9(9)V99.
               03  TAXRTN-D-FEES              PIC 9(9)V99.
               03  FILLER                     PIC X(8).
           02  TAXRTN-TRAILER REDEFINES TAXRTN-BODY.
               03  TAXRTN-T-DETAIL-COUNT      PIC 9(7).
               03  TAXRTN-T-INTEREST          PIC 9(11)V99.
               03  TAXRTN-T-TAX-WITHHELD      PIC 9(11)V99.
               03  TAXRTN-T-FEES              PIC 9(11)V99.
               03  FILLER                     PIC X(73).
