      *    uncollected funds - one row per partner credit posted to an
      *    account while the sending partner can still claw it back.
      *    ETPBPST writes the row when it applies a credit carrying
      *    the partner's availability days, dates the release that
      *    many business days (BUSCAL) after the posting, and keeps
      *    every uncollected row out of the memo balance it trues up;
      *    ETPBUNC makes the funds available on the release date and
      *    hands the amount back to the memo.  An item returned by
      *    the partner before then is closed by ETPBINT's returns
      *    phase.  ETPEACT, ETPEXFR and ETPEINV show the figures
       01  UNCOLL-RECORD.
           02  UNCOLL-KEY.
               03  UNCOLL-ACCTNO              PIC X(10).
      *        the posting run date - POSTHIST-DATE of the credit
               03  UNCOLL-POST-DATE           PIC 9(8).
               03  UNCOLL-TRACE-ID            PIC X(12).
           02  UNCOLL-AMOUNT                  PIC 9(7)V99.
           02  UNCOLL-RELEASE-DATE            PIC 9(8).
           02  UNCOLL-STATUS                  PIC X(1).
               88  UNCOLL-IS-UNCOLLECTED      VALUE 'U'.
               88  UNCOLL-IS-AVAILABLE        VALUE 'A'.
               88  UNCOLL-WAS-RETURNED        VALUE 'T'.
           02  UNCOLL-CLOSED-DATE             PIC 9(8).
           02  UNCOLL-NARRATIVE               PIC X(20).
