      *    messaging gateway return file - /tmp/notify_return.txt,
      *    one record per message the gateway could not deliver,
      *    read by ETPBNTF at the start of its next run.  The message
      *    id is the one the feed carried; the address is the one the
      *    gateway tried, so a customer who has keyed a new address
      *    since is not marked invalid
       01  NTFRTN-RECORD.
           02  NTFRTN-MSG-ID.
               03  NTFRTN-CUSTNO              PIC X(10).
               03  NTFRTN-STAMP               PIC 9(14).
               03  NTFRTN-SEQ                 PIC 9(2).
           02  NTFRTN-RESULT                  PIC X(1).
               88  NTFRTN-UNDELIVERABLE       VALUE 'U'.
           02  NTFRTN-ADDRESS                 PIC X(50).
           02  NTFRTN-REASON                  PIC X(30).
