      *    corporate bulk payment register - one row per bulk file a
      *    business customer has sent, keyed by the funding account
      *    its header names and the customer's own reference for the
      *    file.  ETPBBLK writes the row when it loads the file: a
      *    released batch stops the same file being paid twice, a
      *    refused one may be corrected and sent again under the same
      *    reference.  The batch number is carried in the trace id of
      *    every journal4 entry the batch generated (the funding debit
      *    and each credit), and the funding debit's narrative names
      *    the file reference, so the one statement line leads back
      *    to this row and the customer's result file
       01  BULKPAY-RECORD.
           02  BULKPAY-KEY.
               03  BULKPAY-FUND-ACCT          PIC X(10).
               03  BULKPAY-FILE-REF           PIC X(15).
           02  BULKPAY-FILE-DATE              PIC 9(8).
           02  BULKPAY-LOAD-DATE              PIC 9(8).
           02  BULKPAY-BATCH-NO               PIC 9(6).
           02  BULKPAY-STATUS                 PIC X(1).
               88  BULKPAY-IS-RELEASED        VALUE 'R'.
               88  BULKPAY-IS-REFUSED         VALUE 'J'.
      *    why the whole batch was refused - spaces on a release
           02  BULKPAY-REASON                 PIC X(30).
      *    the credits released and the details rejected one by one,
      *    and the single funding debit taken for the released ones
           02  BULKPAY-CREDIT-COUNT           PIC 9(5).
           02  BULKPAY-REJECT-COUNT           PIC 9(5).
           02  BULKPAY-TOTAL                  PIC 9(9)V99.
