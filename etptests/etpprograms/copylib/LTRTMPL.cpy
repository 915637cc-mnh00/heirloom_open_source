      *    letter template line - operations keep the templates in
      *    /tmp/letter_templates.txt, one line per printed line:
      *    letter type in columns 1-8, line number in 9-10, text in
      *    11-80.  ETPBLTR loads the file at the start of each print
      *    run and replaces these markers in the text:
      *      &NAME  customer name         &ADDR  customer address
      *      &CUST  customer number       &ACCT  account number
      *      &DATE  date the letter was asked for
      *      &F1 to &F4  the merge fields the requesting program
      *                  supplied (see LTRQUE)
       01  LTRTMPL-RECORD.
           02  LTRTMPL-TYPE                   PIC X(8).
           02  LTRTMPL-LINE-NO                PIC 9(2).
           02  LTRTMPL-TEXT                   PIC X(70).
