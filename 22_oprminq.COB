           05  OPRIDS-EXP-DATE PIC X(8).
           05  OPRIDS-OPS      PIC X(5).
           05  OPRIDS-LIMIT    PIC X(9).
           05  OPRIDS-COST-CTR PIC X(8).
           05  OPRIDS-PIN-HASH PIC X(10).
           05  OPRIDS-PIN-EXP  PIC X(8).
           05  OPRIDS-PIN-FAILS PIC 9.
           05  OPRIDS-PIN-LOCK PIC X.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
