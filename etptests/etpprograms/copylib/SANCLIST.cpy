      *    sanctions list - the government lists as last loaded by
      *    ETPBSNL from the official download.  Every listed name is
      *    held twice, once under each match form, so a customer name
      *    is screened by two keyed reads instead of a scan:
      *      'W' word-order form - upper case, punctuation dropped,
      *          the words sorted and run together, so 'SMITH JOHN'
      *          and 'John Smith' meet
      *      'S' spacing form - upper case, letters and digits only
      *          in their original order, so 'AL QAIDA' and
      *          'ALQAIDA' meet
      *    Either form of a customer name equal to either form of a
      *    listed name is a potential hit
       01  SANCLIST-RECORD.
           02  SANCLIST-KEY.
               03  SANCLIST-MATCH-KEY         PIC X(60).
               03  SANCLIST-ENTRY-ID          PIC X(10).
               03  SANCLIST-FORM              PIC X(1).
                   88  SANCLIST-WORD-FORM     VALUE 'W'.
                   88  SANCLIST-SPACE-FORM    VALUE 'S'.
      *    the name as published, the sanctions programme it is
      *    listed under, and the date of the list it came from
           02  SANCLIST-NAME                  PIC X(60).
           02  SANCLIST-PROGRAM               PIC X(10).
           02  SANCLIST-LIST-DATE             PIC 9(8).
