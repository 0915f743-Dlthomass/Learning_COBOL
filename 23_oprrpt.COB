           05  OUT-YM          PIC X(14).
           05  FILLER          PIC X(3).
           05  OUT-RM          PIC X(15).
           05  FILLER          PIC X.
           05  OUT-OPID        PIC X(6).
           05  FILLER          PIC X.
           05  OUT-SOURCE      PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(90).
