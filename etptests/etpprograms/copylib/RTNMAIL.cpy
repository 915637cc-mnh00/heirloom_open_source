      *    returned-mail flag - one row per customer whose post has
      *    come back undelivered, set and cleared on the ETPELTR
      *    correspondence screen.  While a row is flagged returned
      *    ETPBLTR prints nothing to the customer and reports each
      *    letter it holds back; clear it once a good address is on
      *    the Customer Master
       01  RTNMAIL-RECORD.
           02  RTNMAIL-CUSTNO                 PIC X(10).
           02  RTNMAIL-STATUS                 PIC X(1).
               88  RTNMAIL-IS-RETURNED        VALUE 'R'.
               88  RTNMAIL-IS-CLEARED         VALUE 'C'.
           02  RTNMAIL-FLAG-DATE              PIC 9(8).
           02  RTNMAIL-FLAG-USERID            PIC X(8).
           02  RTNMAIL-NOTE                   PIC X(30).
           02  RTNMAIL-CLEAR-DATE             PIC 9(8).
           02  RTNMAIL-CLEAR-USERID           PIC X(8).
