      *    through ETPECST, carrying who made it (the userid IDLETRK
      *    has for the terminal), when, and the full before and after
      *    images of the record, so "you changed my address wrong last
      *    month" can be answered from file; paged online by ETPECAH.
      *    ETPBMRG adds an 'M' row when it closes a duplicate customer
      *    merged into the number kept, and moves the duplicate's own
      *    history across to the kept number.  ETPEDCD adds a 'D'
      *    row when it records a customer's death and an 'E' row for
      *    each step of the estate that follows - an account frozen
      *    or left to the survivors, an order, warehoused entry or
      *    mandate cancelled, the executor named, a balance paid
      *    away - with the step laid over the after image.  ETPBBRX
      *    adds a 'B' row when it moves a customer to another branch,
      *    the images holding the customer before and after the move
       01  CUSTAUD-RECORD.
           02  CUSTAUD-KEY.
               03  CUSTAUD-CUSTNO             PIC X(10).
           02  CUSTAUD-ACTION                 PIC X(1).
               88  CUSTAUD-IS-ADD             VALUE 'A'.
               88  CUSTAUD-IS-CHANGE          VALUE 'C'.
               88  CUSTAUD-IS-MERGE           VALUE 'M'.
               88  CUSTAUD-IS-DECEASED        VALUE 'D'.
               88  CUSTAUD-IS-ESTATE          VALUE 'E'.
               88  CUSTAUD-IS-BRANCH-MOVE     VALUE 'B'.
           02  CUSTAUD-BEFORE-IMAGE           PIC X(130).
           02  CUSTAUD-AFTER-IMAGE            PIC X(130).
      *    estate step view of the after image on an 'E' row - the
      *    before image still holds the customer as it stood
           02  CUSTAUD-ESTATE-VIEW REDEFINES CUSTAUD-AFTER-IMAGE.
               03  CUSTAUD-EST-STEP           PIC X(1).
                   88  CUSTAUD-EST-FROZEN     VALUE 'F'.
                   88  CUSTAUD-EST-LEFT-JOINT VALUE 'J'.
                   88  CUSTAUD-EST-MANDATE    VALUE 'M'.
                   88  CUSTAUD-EST-ORDER      VALUE 'S'.
                   88  CUSTAUD-EST-WAREHOUSE  VALUE 'W'.
                   88  CUSTAUD-EST-EXECUTOR   VALUE 'X'.
                   88  CUSTAUD-EST-PAID       VALUE 'P'.
                   88  CUSTAUD-EST-CLOSED     VALUE 'C'.
                   88  CUSTAUD-EST-DEBIT      VALUE 'B'.
               03  CUSTAUD-EST-ACCTNO         PIC X(10).
      *        the order id, warehouse key, partner mandate,
      *        surviving holder or executor account the step touched
               03  CUSTAUD-EST-REF            PIC X(18).
               03  CUSTAUD-EST-AMOUNT         PIC S9(9)V99.
               03  CUSTAUD-EST-TEXT           PIC X(30).
               03  FILLER                     PIC X(60).
      *    the row's place in the customer's tamper-evident chain and
      *    its seal - see HASHCHN.  The seal covers everything but
      *    the customer number, which a merge may change; zero on
      *    rows written before the chain existed
           02  CUSTAUD-CHAIN-NO               PIC 9(9).
           02  CUSTAUD-SEAL                   PIC 9(18).
