      *    messaging gateway feed - /tmp/notify_feed.txt, written by
      *    ETPBNTF: a HDR record with the business date, one MSG
      *    record per message, and a TRL record with the count.  The
      *    message id is the NTFQUE key and comes back unchanged on
      *    the gateway's return file
       01  NTFFEED-RECORD.
           02  NTFFEED-REC-TYPE               PIC X(3).
               88  NTFFEED-IS-HEADER          VALUE 'HDR'.
               88  NTFFEED-IS-MESSAGE         VALUE 'MSG'.
               88  NTFFEED-IS-TRAILER         VALUE 'TRL'.
           02  NTFFEED-MSG-ID                 PIC X(26).
           02  NTFFEED-CHANNEL                PIC X(1).
           02  NTFFEED-ADDRESS                PIC X(50).
           02  NTFFEED-EVENT                  PIC X(8).
           02  NTFFEED-TEXT                   PIC X(100).
       01  NTFFEED-HEADER REDEFINES NTFFEED-RECORD.
           02  FILLER                         PIC X(3).
           02  NTFFEED-HDR-DATE               PIC 9(8).
           02  NTFFEED-HDR-SOURCE             PIC X(8).
           02  FILLER                         PIC X(169).
       01  NTFFEED-TRAILER REDEFINES NTFFEED-RECORD.
           02  FILLER                         PIC X(3).
           02  NTFFEED-TRL-COUNT              PIC 9(7).
           02  FILLER                         PIC X(178).
