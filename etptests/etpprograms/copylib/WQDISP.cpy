      *    work-queue disposition mirror - one row for every item an
      *    operator disposes of on the work-queue screens (ETPESUS
      *    suspense, ETPEHLD held postings, ETPEXRL held transfers,
      *    ETPECAP pending customer changes, ETPEDLB dead letters),
      *    written beside the disposition's journal1 entry, which has
      *    no batch-readable file behind it - the same mirroring idea
      *    as SECAUDIT for the signon entries; numbered off a 'wqdisp'
      *    row on JNLCOUNT and consumed by the ETPBWQT throughput and
      *    service-level report.  The time the item entered its queue
      *    is taken off the item itself: a queue that keeps only the
      *    day an item arrived gives midnight of that day, and a dead
      *    letter, which keeps only a time, the last time of day not
      *    after its disposal
       01  WQDISP-RECORD.
           02  WQDISP-SEQ                     PIC 9(8).
           02  WQDISP-QUEUE                   PIC X(8).
           02  WQDISP-ITEM-KEY                PIC X(26).
      *    the screen's audit event - SUSPREL, HELDCAN, XFRAPPR ...
           02  WQDISP-ACTION                  PIC X(8).
           02  WQDISP-USERID                  PIC X(8).
           02  WQDISP-TERMID                  PIC X(4).
           02  WQDISP-ENTERED-DATE            PIC 9(8).
           02  WQDISP-ENTERED-TIME            PIC 9(6).
           02  WQDISP-DONE-DATE               PIC 9(8).
           02  WQDISP-DONE-TIME               PIC 9(6).
