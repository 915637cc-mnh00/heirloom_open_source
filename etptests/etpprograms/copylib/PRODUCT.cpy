      *    product catalogue - each product the bank sells, keyed by
      *    product code, naming the account type it opens as and the
      *    rules that used to be wired to the type letter.  ETPEAMT
      *    requires a product at open and takes the type, currency
      *    and overdraft limit from it; ETPBFEE prices each account by
      *    its product's rate-tier set and fee; ETPBPRH counts the
      *    holdings per product; ETPEPRD maintains the catalogue.  A
      *    new product is a row here, not a program change.
       01  PRODUCT-RECORD.
           02  PRODUCT-CODE                   PIC X(6).
           02  PRODUCT-NAME                   PIC X(30).
      *    the ACCTMAST-ACCT-TYPE the product opens as (C/S/I/T/L)
           02  PRODUCT-ACCT-TYPE              PIC X(1).
      *    the one currency the product is offered in - spaces is
      *    the base book, '***' allows any currency
           02  PRODUCT-CURRENCY               PIC X(3).
               88  PRODUCT-ANY-CURRENCY       VALUE '***'.
      *    overdraft limit a new account starts with
           02  PRODUCT-ODLIMIT                PIC 9(7)V99.
      *    the maintenance fee assessed on the RATECFG fee cycle day;
      *    zero charges none, whatever the account type
           02  PRODUCT-FEE                    PIC 9(7)V99.
      *    the RATETBL rate-tier set the product's credit and debit
      *    interest is priced from; spaces leaves the product on the
      *    standard set, earning credit interest only as a savings
      *    type always has
           02  PRODUCT-RATE-SET               PIC X(4).
      *    the smallest opening deposit the product is sold with
           02  PRODUCT-MIN-OPEN               PIC 9(7)V99.
           02  PRODUCT-JOINT                  PIC X(1).
               88  PRODUCT-JOINT-ALLOWED      VALUE 'Y'.
      *    a withdrawn product opens no new accounts; those already
      *    open keep its rules
           02  PRODUCT-STATUS                 PIC X(1).
               88  PRODUCT-IS-ACTIVE          VALUE 'A'.
               88  PRODUCT-IS-WITHDRAWN       VALUE 'W'.
      *    the days' notice a customer must give before a withdrawal
      *    from a notice savings product - copied onto every account
      *    opened under it, so a later change touches new accounts
      *    only; zero is instant access, and only a savings-type
      *    product may carry a notice period
           02  PRODUCT-NOTICE-DAYS            PIC 9(3).
