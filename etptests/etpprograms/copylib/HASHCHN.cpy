      *    tamper-evident chain control - one row per account's
      *    POSTHIST trail and per customer's CUSTAUD trail.  Every row
      *    written to either trail takes the next chain number and a
      *    seal worked over its own contents and the seal of the row
      *    before it in the chain, so a row edited, removed or put in
      *    place of another no longer matches what follows it.  The
      *    head is the last row sealed; the anchor stands in for the
      *    rows ETPBHAR, ETPBRET and ETPBCAR have removed, holding the
      *    number and seal of the newest of them, so the chain still
      *    verifies from the anchor on.  ETPBHCV walks every chain
      *    and reports where it breaks
       01  HASHCHN-RECORD.
           02  HASHCHN-KEY.
               03  HASHCHN-TRAIL              PIC X(1).
                   88  HASHCHN-IS-POSTHIST    VALUE 'P'.
                   88  HASHCHN-IS-CUSTAUD     VALUE 'C'.
      *        the account number for POSTHIST, the customer number
      *        for CUSTAUD
               03  HASHCHN-OWNER              PIC X(10).
           02  HASHCHN-HEAD-NO                PIC 9(9).
           02  HASHCHN-HEAD-SEAL              PIC 9(18).
           02  HASHCHN-ANCHOR-NO              PIC 9(9).
           02  HASHCHN-ANCHOR-SEAL            PIC 9(18).
      *    when the anchor last moved, and which job moved it
           02  HASHCHN-ANCHOR-DATE            PIC 9(8).
           02  HASHCHN-ANCHOR-BY              PIC X(8).
