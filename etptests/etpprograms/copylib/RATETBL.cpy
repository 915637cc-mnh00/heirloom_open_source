      *    rate is charged on balances sitting in overdraft, which
      *    accrued nothing under the flat RATECFG INTRATE value.  Rows
      *    are only ever added, never rewritten - history stays
      *    reproducible.  Rows are grouped in rate-tier sets, each
      *    with its own effective dating, so each catalogue product
      *    (PRODUCT) can be priced on its own set; the spaces set is
      *    the standard table every other account is priced from.
      *    A term-deposit product's set also carries a term floor on
      *    each row, so ETPEQOT can quote by amount and term alike
       01  RATETBL-RECORD.
           02  RATETBL-KEY.
               03  RATETBL-SET                PIC X(4).
               03  RATETBL-EFF-DATE           PIC 9(8).
               03  RATETBL-TIER               PIC 9(2).
      *    lowest balance that earns this tier's credit rate; tier 01
      *    debit on the overdrawn portion of a negative balance
           02  RATETBL-CREDIT-RATE            PIC 9(3)V9(6).
           02  RATETBL-DEBIT-RATE             PIC 9(3)V9(6).
      *    the shortest term, in days, a term-deposit set's row is
      *    quoted for - ETPEQOT takes the highest tier whose balance
      *    floor the amount reaches and whose term floor the deposit
      *    reaches; zero quotes any term, and is what every other set
      *    carries
           02  RATETBL-MIN-TERM               PIC 9(4).
