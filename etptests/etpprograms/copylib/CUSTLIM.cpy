      *    customer-level aggregate credit limit - the most the
      *    customer may be overdrawn across every account held as
      *    primary (CUSTXREF role 'P') at once, loans and internal
      *    accounts aside.  A customer with no row here has no
      *    aggregate limit, only the per-account overdraft limits.
      *    ETPBPST holds a debit that would take the total past the
      *    limit on HELDPOST; ETPBCEX reports customers nearing it;
      *    ETPEPCF maintains the rows
       01  CUSTLIM-RECORD.
           02  CUSTLIM-CUSTNO                 PIC X(10).
           02  CUSTLIM-CREDIT-LIMIT           PIC 9(9)V99.
