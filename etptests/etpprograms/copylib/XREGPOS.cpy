      *    inter-region settlement register - one row per cross-
      *    region transfer item, keyed by the companion region, the
      *    direction and the capture's trace id:
      *      'S' sent - written by ETPEXFR as the credit leg leaves
      *          for the companion, with how the leg fared
      *      'R' received - written by ETPETRN as it captures a
      *          companion's RCRD credit here; a redelivered credit
      *          finds its row and is not captured twice
      *      'P' the companion's 'R' rows for credits this region
      *          sent, pulled over the link by ETPEXRC for the
      *          ETPBXRC reconciliation to match against 'S' by
      *          trace id
      *    ETPBXRC marks each row matched, mismatched or unmatched,
      *    and stamps it settled once its amount has gone into a
      *    booked net settlement (see XREGDAY)
       01  XREGPOS-RECORD.
           02  XREGPOS-KEY.
               03  XREGPOS-SYSID              PIC X(4).
               03  XREGPOS-DIRECTION          PIC X(1).
                   88  XREGPOS-IS-SENT        VALUE 'S'.
                   88  XREGPOS-IS-RECEIVED    VALUE 'R'.
                   88  XREGPOS-IS-PARTNER     VALUE 'P'.
               03  XREGPOS-TRACE-ID           PIC X(12).
           02  XREGPOS-DATE                   PIC 9(8).
           02  XREGPOS-TIME                   PIC 9(6).
      *    the remote to-account on a sent row, the local account
      *    credited on a received or partner row
           02  XREGPOS-ACCTNO                 PIC X(10).
           02  XREGPOS-AMOUNT                 PIC 9(7)V99.
           02  XREGPOS-STATUS                 PIC X(1).
               88  XREGPOS-IS-APPLIED         VALUE 'A'.
               88  XREGPOS-IS-QUEUED          VALUE 'Q'.
               88  XREGPOS-IS-REFUSED         VALUE 'X'.
               88  XREGPOS-IS-FAILED          VALUE 'F'.
      *    the PENDREQ entry a queued leg waits on
           02  XREGPOS-PEND-SEQ               PIC 9(8).
           02  XREGPOS-MATCH                  PIC X(1).
               88  XREGPOS-IS-UNCHECKED       VALUE ' '.
               88  XREGPOS-IS-MATCHED         VALUE 'M'.
               88  XREGPOS-IS-MISMATCHED      VALUE 'D'.
               88  XREGPOS-IS-UNMATCHED       VALUE 'U'.
           02  XREGPOS-SETTLED-DATE           PIC 9(8).
