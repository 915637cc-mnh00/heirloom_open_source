      *    staff-linked customers - one row per customer a SECROLE
      *    user owns or is related to, keyed user-major so a screen
      *    can test the signed-on user against a customer with one
      *    read.  Linked and unlinked by an admin on ETPERLM.  ETPEXFR,
      *    ETPESUS, ETPEHLD, ETPEXRL, ETPEAMT, ETPECST, ETPECAP and
      *    ETPEWDN refuse to act on a linked customer, or on an account
      *    any linked customer holds through ACCTXREF, and journal the
      *    refusal; ETPBSTF lists every posting on a linked account
      *    for the compliance officer each week
       01  STAFFLNK-RECORD.
           02  STAFFLNK-KEY.
               03  STAFFLNK-USERID            PIC X(8).
               03  STAFFLNK-CUSTNO            PIC X(10).
           02  STAFFLNK-RELATION              PIC X(1).
               88  STAFFLNK-IS-SELF           VALUE 'S'.
               88  STAFFLNK-IS-FAMILY         VALUE 'F'.
               88  STAFFLNK-IS-OTHER          VALUE 'O'.
               88  STAFFLNK-RELATION-VALID    VALUE 'S' 'F' 'O'.
           02  STAFFLNK-ADDED-BY              PIC X(8).
           02  STAFFLNK-ADDED-DATE            PIC 9(8).
