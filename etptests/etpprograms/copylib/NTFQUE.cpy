      *    outbound notification queue - one row per customer event
      *    any program raises, keyed by customer like LTRQUE.  A row
      *    goes in queued; the ETPBNTF run writes it to the messaging
      *    gateway feed and marks it sent, or marks it suppressed with
      *    the reason when the customer has since opted out or the
      *    address has gone invalid.  A sent message the gateway later
      *    reports undeliverable is marked so.  The key is the message
      *    id the gateway hands back on its return file.
      *    The figures each event carries:
      *      LOWBAL    amount posted, balance after
      *      LGDEBIT   amount posted, balance after
      *      TRANSFER  amount, balance unknown (zero), other account
      *      HOLD      account only
      *      TDMATURE  principal, interest, ROLLED/PAID/HELD/BROKEN
       01  NTFQUE-RECORD.
           02  NTFQUE-KEY.
               03  NTFQUE-CUSTNO              PIC X(10).
               03  NTFQUE-STAMP               PIC 9(14).
               03  NTFQUE-SEQ                 PIC 9(2).
           02  NTFQUE-STATUS                  PIC X(1).
               88  NTFQUE-IS-QUEUED           VALUE 'Q'.
               88  NTFQUE-IS-SENT             VALUE 'S'.
               88  NTFQUE-IS-SUPPRESSED       VALUE 'X'.
               88  NTFQUE-IS-UNDELIVERED      VALUE 'U'.
           02  NTFQUE-EVENT                   PIC X(8).
           02  NTFQUE-ACCTNO                  PIC X(10).
           02  NTFQUE-AMOUNT                  PIC S9(9)V99.
           02  NTFQUE-BALANCE                 PIC S9(9)V99.
           02  NTFQUE-OTHER                   PIC X(10).
      *    the program that raised the event, and its date
           02  NTFQUE-SOURCE                  PIC X(8).
           02  NTFQUE-REQ-DATE                PIC 9(8).
      *    the business date ETPBNTF sent or suppressed it
           02  NTFQUE-DONE-DATE               PIC 9(8).
           02  NTFQUE-REASON                  PIC X(1).
               88  NTFQUE-NO-PREFS            VALUE 'N'.
               88  NTFQUE-OPTED-OUT           VALUE 'O'.
               88  NTFQUE-ADDR-BAD            VALUE 'I'.
