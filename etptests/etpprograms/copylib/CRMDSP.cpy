      *    disposition of a CRM customer-update file - written by
      *    ETPBCRM to /tmp/crm_disposition.txt for the CRM team: a
      *    HDR record naming the file sequence and whether the file
      *    was taken ('A') or refused whole on its controls ('J',
      *    with the reason), one DSP record per detail taken - the
      *    CRM's reference, the customer, and 'A' applied, 'P' held
      *    for a checker's approval or 'J' rejected, with the reason
      *    - and a TRL record counting each outcome
       01  CRMDSP-RECORD.
           02  CRMDSP-REC-TYPE                PIC X(3).
               88  CRMDSP-IS-HEADER           VALUE 'HDR'.
               88  CRMDSP-IS-DISPOSITION      VALUE 'DSP'.
               88  CRMDSP-IS-TRAILER          VALUE 'TRL'.
           02  CRMDSP-UPD-REF                 PIC X(12).
           02  CRMDSP-CUSTNO                  PIC X(10).
           02  CRMDSP-RESULT                  PIC X(1).
               88  CRMDSP-IS-APPLIED          VALUE 'A'.
               88  CRMDSP-IS-PENDED           VALUE 'P'.
               88  CRMDSP-IS-REJECTED         VALUE 'J'.
           02  CRMDSP-REASON                  PIC X(40).
           02  FILLER                         PIC X(34).
       01  CRMDSP-HEADER REDEFINES CRMDSP-RECORD.
           02  FILLER                         PIC X(3).
           02  CRMDSP-HDR-DATE                PIC 9(8).
           02  CRMDSP-HDR-FILE-SEQ            PIC 9(6).
           02  CRMDSP-HDR-RESULT              PIC X(1).
               88  CRMDSP-FILE-TAKEN          VALUE 'A'.
               88  CRMDSP-FILE-REFUSED        VALUE 'J'.
           02  CRMDSP-HDR-REASON              PIC X(40).
           02  FILLER                         PIC X(42).
       01  CRMDSP-TRAILER REDEFINES CRMDSP-RECORD.
           02  FILLER                         PIC X(3).
           02  CRMDSP-TRL-APPLIED             PIC 9(7).
           02  CRMDSP-TRL-PENDED              PIC 9(7).
           02  CRMDSP-TRL-REJECTED            PIC 9(7).
           02  FILLER                         PIC X(76).
