      *    anti-money-laundering case - one row per AMLRULE hit the
      *    nightly ETPBAML run raises, keyed by account, rule and the
      *    business date it was opened.  Worked on the ETPEAML
      *    investigator screen, which lists the open cases, shows the
      *    account's POSTHIST rows from WINDOW-FROM to the open date
      *    that tripped the rule, and closes the case as a false
      *    positive or escalates it for a suspicious-activity filing
       01  AMLCASE-RECORD.
           02  AMLCASE-KEY.
               03  AMLCASE-ACCTNO             PIC X(10).
               03  AMLCASE-RULE-ID            PIC X(4).
               03  AMLCASE-OPEN-DATE          PIC 9(8).
           02  AMLCASE-STATUS                 PIC X(1).
               88  AMLCASE-IS-OPEN            VALUE 'O'.
               88  AMLCASE-IS-FALSE-POSITIVE  VALUE 'F'.
               88  AMLCASE-IS-ESCALATED       VALUE 'E'.
      *    the account's primary holder, off ACCTXREF when opened
           02  AMLCASE-CUSTNO                 PIC X(10).
      *    the first business date whose postings the rule weighed
           02  AMLCASE-WINDOW-FROM            PIC 9(8).
      *    how many postings tripped the rule and what they came to,
      *    with the rule's own figures spelled out for the screen
           02  AMLCASE-HIT-COUNT              PIC 9(5).
           02  AMLCASE-HIT-AMOUNT             PIC 9(11)V99.
           02  AMLCASE-SUMMARY                PIC X(40).
      *    the investigator's decision - when, who, and why
           02  AMLCASE-DECIDED-DATE           PIC 9(8).
           02  AMLCASE-USERID                 PIC X(8).
           02  AMLCASE-NOTE                   PIC X(30).
