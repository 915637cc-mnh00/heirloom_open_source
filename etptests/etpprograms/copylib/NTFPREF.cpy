      *    customer notification preferences - one row per customer
      *    who has asked to hear from us between statements, kept on
      *    the ETPENTF screen.  The channel and contact address say
      *    where the outbound gateway sends; each event is sent only
      *    when its opt-in flag is 'Y'.  The low-balance alert fires
      *    when a posting takes the balance from at or above the
      *    threshold to below it; the large-debit alert when a single
      *    debit is at least its threshold (zero turns it off).  An
      *    address the gateway reports undeliverable is marked
      *    invalid by ETPBNTF and nothing more is sent to it until a
      *    new address is keyed
       01  NTFPREF-RECORD.
           02  NTFPREF-CUSTNO                 PIC X(10).
           02  NTFPREF-CHANNEL                PIC X(1).
               88  NTFPREF-BY-SMS             VALUE 'S'.
               88  NTFPREF-BY-EMAIL           VALUE 'E'.
           02  NTFPREF-ADDRESS                PIC X(50).
           02  NTFPREF-ADDR-STATUS            PIC X(1).
               88  NTFPREF-ADDR-VALID         VALUE 'V'.
               88  NTFPREF-ADDR-INVALID       VALUE 'I'.
           02  NTFPREF-INVALID-DATE           PIC 9(8).
           02  NTFPREF-INVALID-REASON         PIC X(30).
           02  NTFPREF-LOWBAL-AMT             PIC 9(9)V99.
           02  NTFPREF-LGDEBIT-AMT            PIC 9(9)V99.
           02  NTFPREF-OPT-LOWBAL             PIC X(1).
               88  NTFPREF-WANTS-LOWBAL       VALUE 'Y'.
           02  NTFPREF-OPT-LGDEBIT            PIC X(1).
               88  NTFPREF-WANTS-LGDEBIT      VALUE 'Y'.
           02  NTFPREF-OPT-TRANSFER           PIC X(1).
               88  NTFPREF-WANTS-TRANSFER     VALUE 'Y'.
           02  NTFPREF-OPT-HOLD               PIC X(1).
               88  NTFPREF-WANTS-HOLD         VALUE 'Y'.
           02  NTFPREF-OPT-TDMATURE           PIC X(1).
               88  NTFPREF-WANTS-TDMATURE     VALUE 'Y'.
      *    who last changed the row, and when
           02  NTFPREF-CHG-DATE               PIC 9(8).
           02  NTFPREF-CHG-USERID             PIC X(8).
