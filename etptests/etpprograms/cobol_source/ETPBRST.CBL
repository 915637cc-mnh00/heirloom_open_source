       01  request-line                      pic x(40).

       fd  ACCT-BKP-FILE.
       01  acct-bkp-record                   pic x(124).

       fd  CUST-BKP-FILE.
       01  cust-bkp-record                   pic x(130).

       fd  CTRL-BKP-FILE.
       01  ctrl-bkp-record                   pic x(19).
