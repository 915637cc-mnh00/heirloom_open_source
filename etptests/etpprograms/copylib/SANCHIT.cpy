      *    sanctions potential hit - one row per customer and listed
      *    entry whose names matched, raised by ETPECST as a name is
      *    added or changed and by the ETPBSNS rescreen when a new
      *    list is loaded.  While any of a customer's rows is pending
      *    or confirmed, ETPEXFR refuses transfers from every account
      *    the customer holds; a compliance user clears or confirms
      *    the hit on the ETPESAN review screen.  A cleared hit stays
      *    cleared while the customer's name is unchanged
       01  SANCHIT-RECORD.
           02  SANCHIT-KEY.
               03  SANCHIT-CUSTNO             PIC X(10).
               03  SANCHIT-ENTRY-ID           PIC X(10).
           02  SANCHIT-STATUS                 PIC X(1).
               88  SANCHIT-IS-PENDING         VALUE 'P'.
               88  SANCHIT-IS-CLEARED         VALUE 'C'.
               88  SANCHIT-IS-CONFIRMED       VALUE 'M'.
               88  SANCHIT-BLOCKS             VALUE 'P' 'M'.
      *    the customer name screened and the listed name it met
           02  SANCHIT-CUST-NAME              PIC X(30).
           02  SANCHIT-LIST-NAME              PIC X(60).
           02  SANCHIT-PROGRAM                PIC X(10).
      *    where the hit came from - 'A' add, 'C' name change,
      *    'B' the batch rescreen - and when
           02  SANCHIT-SOURCE                 PIC X(1).
           02  SANCHIT-SCREEN-DATE            PIC 9(8).
      *    the compliance decision - when, who, and why
           02  SANCHIT-DECIDED-DATE           PIC 9(8).
           02  SANCHIT-USERID                 PIC X(8).
           02  SANCHIT-NOTE                   PIC X(30).
