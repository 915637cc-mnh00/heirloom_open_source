      *    correspondence queue - one row per customer letter any
      *    program asks for, keyed by customer so ETPELTR can show a
      *    customer's whole correspondence history.  A row goes in
      *    queued; the nightly ETPBLTR print run merges it with the
      *    LTRTMPL template for its letter type and the customer's
      *    name and address into the print-vendor file and marks it
      *    printed, or marks it suppressed - with the reason - when
      *    the customer is closed, gone, or flagged on RTNMAIL.  A
      *    letter type with no template stays queued and is reported.
      *    The merge fields each type carries:
      *      ODEXCESS  1 balance, 2 agreed limit, 3 date overdrawn
      *      KYCDUE    1 review date due, or NOT SET
      *      DORMANT   1 date of the last activity
      *      TDMATURE  1 principal, 2 interest, 3 maturity date,
      *                4 ROLLED TO date, PAID TO account or HELD
      *      ACCTCLOS  1 closing date, 2 CLOSED or CLOSING
      *      PAYRTN    1 amount, 2 beneficiary name, 3 the clearing
      *                house's reason, 4 date returned
      *      SOFAILED  1 amount, 2 the standing order's narrative,
      *                3 the due date, 4 ORDER SUSPENDED or
      *                ORDER CONTINUES
       01  LTRQUE-RECORD.
           02  LTRQUE-KEY.
               03  LTRQUE-CUSTNO              PIC X(10).
               03  LTRQUE-STAMP               PIC 9(14).
               03  LTRQUE-SEQ                 PIC 9(2).
           02  LTRQUE-STATUS                  PIC X(1).
               88  LTRQUE-IS-QUEUED           VALUE 'Q'.
               88  LTRQUE-IS-PRINTED          VALUE 'P'.
               88  LTRQUE-IS-SUPPRESSED       VALUE 'S'.
           02  LTRQUE-TYPE                    PIC X(8).
           02  LTRQUE-ACCTNO                  PIC X(10).
      *    the program that asked for the letter, and its business
      *    date
           02  LTRQUE-SOURCE                  PIC X(8).
           02  LTRQUE-REQ-DATE                PIC 9(8).
           02  LTRQUE-FIELDS.
               03  LTRQUE-FIELD               PIC X(20) OCCURS 4 TIMES.
      *    the business date ETPBLTR printed or suppressed it
           02  LTRQUE-DONE-DATE               PIC 9(8).
           02  LTRQUE-REASON                  PIC X(1).
               88  LTRQUE-CUST-CLOSED         VALUE 'C'.
               88  LTRQUE-MAIL-RETURNED       VALUE 'R'.
               88  LTRQUE-NO-CUSTOMER         VALUE 'N'.
