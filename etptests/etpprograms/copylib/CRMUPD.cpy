      *    inbound customer-update feed from the CRM system -
      *    /tmp/crm_update.txt, loaded daily by ETPBCRM: a HDR record
      *    with the file date, the CRM's own file sequence and the
      *    number of details, one DTL record per customer update, and
      *    a TRL record repeating the count.  A detail names the
      *    customer and carries only the fields that changed - a
      *    blank field leaves what the master holds, the ETPECST
      *    convention; the CRM's reference for the update comes back
      *    on the disposition file (CRMDSP)
       01  CRMUPD-RECORD.
           02  CRMUPD-REC-TYPE                PIC X(3).
               88  CRMUPD-IS-HEADER           VALUE 'HDR'.
               88  CRMUPD-IS-DETAIL           VALUE 'DTL'.
               88  CRMUPD-IS-TRAILER          VALUE 'TRL'.
           02  CRMUPD-UPD-REF                 PIC X(12).
           02  CRMUPD-CUSTNO                  PIC X(10).
      *    contact fields - applied directly
           02  CRMUPD-PHONE                   PIC X(15).
           02  CRMUPD-ADDRESS                 PIC X(30).
      *    identity fields - held on PENDCHG for a checker on ETPECAP
           02  CRMUPD-NAME                    PIC X(30).
           02  CRMUPD-BIRTH-DATE              PIC X(8).
           02  CRMUPD-ID-DOC-TYPE             PIC X(2).
           02  CRMUPD-ID-DOC-REF              PIC X(15).
           02  FILLER                         PIC X(5).
       01  CRMUPD-HEADER REDEFINES CRMUPD-RECORD.
           02  FILLER                         PIC X(3).
           02  CRMUPD-HDR-DATE                PIC 9(8).
           02  CRMUPD-HDR-FILE-SEQ            PIC 9(6).
           02  CRMUPD-HDR-COUNT               PIC 9(7).
           02  FILLER                         PIC X(106).
       01  CRMUPD-TRAILER REDEFINES CRMUPD-RECORD.
           02  FILLER                         PIC X(3).
           02  CRMUPD-TRL-COUNT               PIC 9(7).
           02  FILLER                         PIC X(120).
