       01  request-line                      pic x(80).

       fd  ARCHIVE-FILE.
       01  archive-line                      pic x(130).

       fd  REPORT-FILE.
       01  report-line                       pic x(120).
       01  ws-archive-name                   pic x(40).

      *    the archived row, viewed through the history layout
       01  ws-arch-record                    pic x(130).
       01  ws-arch-view redefines ws-arch-record.
           03  ws-arch-acctno                pic x(10).
           03  ws-arch-date                  pic 9(8).
           03  ws-arch-narrative             pic x(20).
           03  ws-arch-window                pic 9(2).
           03  ws-arch-trace-id              pic x(12).
           03  filler                        pic x(32).

      *    the archive date being walked
       01  ws-cur-date.
