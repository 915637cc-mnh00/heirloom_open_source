       01  request-line                      pic x(80).

       fd  ARCHIVE-FILE.
       01  archive-line                      pic x(330).

       fd  REPORT-FILE.
       01  report-line                       pic x(350).

       working-storage section.


      *    the archived line: a two-byte tag then the record image,
      *    whose first ten bytes are the customer number either way
       01  ws-arch-record                    pic x(330).
       01  ws-arch-view redefines ws-arch-record.
           03  ws-arch-tag                   pic x(2).
           03  ws-arch-custno                pic x(10).
           03  filler                        pic x(318).

      *    the archive date being walked
       01  ws-cur-date.
               add 1 to ws-hits-found
               move spaces to report-line
               string 'ARCHIVE ' ws-cur-date-n
                   ' ' ws-arch-record(1:330)
                   into report-line
               write report-line
           end-if
