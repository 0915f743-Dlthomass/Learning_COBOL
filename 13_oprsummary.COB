           05  AUD-Y           PIC X(14).
           05  FILLER          PIC X.
           05  AUD-R           PIC X(15).
      *    Chained check value, verified by OPRAVER.
           05  FILLER          PIC X.
           05  AUD-CHAIN       PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(110).
