      *          year-to-date side and zeroes the month-to-date side,
      *          so the next month's batch runs post into a clean
      *          month.  Run once, after the last batch run of the
      *          month.  The month is then marked closed on the period
      *          status file (OPRPERD.DAT), so a late feed dated in it
      *          goes to the prior-period adjustment file instead of
      *          into the new month's MTD, and a second roll of the same
      *          month is refused.  The month to close comes from the
      *          one-shot OPRMENDP.DAT when NIGHTRUN runs the roll (the
      *          night being run, not the clock, so a stream that runs
      *          past midnight or is restarted next morning still
      *          closes the right month); run by hand, it is asked for.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.

           SELECT PERD-FILE ASSIGN TO "OPRPERD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-FS.

           SELECT PARM-FILE ASSIGN TO "OPRMENDP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

      *=================================================================
       DATA DIVISION.

       FD  WORK-FILE.
       01  WORK-RECORD         PIC X(130).

       FD  PERD-FILE.
      *    Period status file - one line per month that has been
      *    closed: the month, its status (C = closed; a month can be
      *    reopened by setting O by hand), and the date and time this
      *    program rolled it and OPRBILL billed it.  Either mark
      *    closes the month to normal posting.
       01  PERD-RECORD.
           05  PERD-MONTH      PIC X(6).
           05  FILLER          PIC X.
           05  PERD-STATUS     PIC X.
           05  FILLER          PIC X.
           05  PERD-MEND-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  PERD-MEND-TIME  PIC X(6).
           05  FILLER          PIC X.
           05  PERD-BILL-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  PERD-BILL-TIME  PIC X(6).

       FD  PARM-FILE.
      *    One-shot run parameter - written by NIGHTRUN (or by hand)
      *    and truncated once read: the month to close, YYYYMM.
       01  PARM-RECORD.
           05  PARM-MONTH      PIC X(6).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-MAST-FS  PIC XX.
       77  WS-WORK-FS  PIC XX.
       77  WS-PARM-FS  PIC XX.
       77  PARM-SW     PIC X VALUE "N".
           88  PARM-USED           VALUE "Y".
       77  VALID-SW    PIC X VALUE "N".
           88  ANSWER-VALID        VALUE "Y".
       77  ANSWER      PIC X(32) VALUE SPACES.

       77  MAST-EOF-SW PIC X VALUE "N".
           88  MAST-EOF            VALUE "Y".

       77  ROLL-COUNT  PIC 9(3) VALUE 0.

      *    The month being closed and the period status file, held
      *    in memory and rewritten whole.
       77  WS-PERD-FS  PIC XX.
       77  PERD-EOF-SW PIC X VALUE "N".
           88  PERD-EOF            VALUE "Y".
       77  TODAY-DATE  PIC X(8) VALUE SPACES.
       77  TIME-NOW    PIC 9(8) VALUE 0.
       77  CLOSE-MONTH PIC X(6) VALUE SPACES.
       77  PERD-COUNT  PIC 9(3) VALUE 0.
       77  PERD-MAX    PIC 9(3) VALUE 240.
       77  PERD-IDX    PIC 9(3) VALUE 0.
       77  PERD-FOUND  PIC 9(3) VALUE 0.

       01  PERD-TABLE.
           05  PERD-ENTRY OCCURS 240 TIMES.
               10  PT-MONTH     PIC X(6).
               10  PT-STATUS    PIC X.
               10  PT-MEND-DATE PIC X(8).
               10  PT-MEND-TIME PIC X(6).
               10  PT-BILL-DATE PIC X(8).
               10  PT-BILL-TIME PIC X(6).

      *=================================================================
       PROCEDURE DIVISION.

      *    stream, so the counter starts from zero here, not just
      *    from its VALUE clause.
           MOVE 0 TO ROLL-COUNT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-PROCEDURE.
           IF NOT PARM-USED
               PERFORM ASK-MONTH-PROCEDURE
           END-IF.
           PERFORM LOAD-PERD-PROCEDURE.
           PERFORM CHECK-ROLLED-PROCEDURE.
           PERFORM ROLL-TO-WORK-PROCEDURE.
           PERFORM REWRITE-MAST-PROCEDURE.
           PERFORM CLOSE-PERIOD-PROCEDURE.
           DISPLAY "Month-end roll complete - " ROLL-COUNT
               " operator(s) rolled into YTD, MTD zeroed.".
           DISPLAY "Period " CLOSE-MONTH " closed on OPRPERD.DAT.".
           GOBACK.


       READ-PARM-PROCEDURE.
      *    A waiting OPRMENDP.DAT names the month, so the nightly job
      *    stream runs with nobody at the keyboard.  The file is
      *    truncated after one use.
           MOVE "N" TO PARM-SW.
           MOVE SPACES TO CLOSE-MONTH.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MONTH IS NUMERIC
                           AND PARM-MONTH(5:2) >= "01"
                           AND PARM-MONTH(5:2) <= "12"
                           MOVE PARM-MONTH TO CLOSE-MONTH
                           MOVE "Y" TO PARM-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
               OPEN OUTPUT PARM-FILE
               CLOSE PARM-FILE
           END-IF.


       ASK-MONTH-PROCEDURE.
      *    No default: closing a month cannot be undone short of
      *    editing OPRPERD.DAT, so the month is always typed in - a
      *    roll after midnight on the 1st would otherwise close the
      *    wrong one.
           MOVE "N" TO VALID-SW.
           PERFORM UNTIL ANSWER-VALID
               DISPLAY "Month to close YYYYMM (today is " TODAY-DATE
                   "):"
               ACCEPT ANSWER
               MOVE "Y" TO VALID-SW
               IF ANSWER(1:6) IS NUMERIC AND ANSWER(7:26) = SPACES
                   AND ANSWER(5:2) >= "01" AND ANSWER(5:2) <= "12"
                   CONTINUE
               ELSE
                   MOVE "N" TO VALID-SW
                   DISPLAY "Month must be 6 digits YYYYMM."
               END-IF
           END-PERFORM.
           MOVE ANSWER(1:6) TO CLOSE-MONTH.


       LOAD-PERD-PROCEDURE.
           MOVE 0 TO PERD-COUNT.
           MOVE "N" TO PERD-EOF-SW.
           OPEN INPUT PERD-FILE.
           IF WS-PERD-FS = "00"
               PERFORM UNTIL PERD-EOF OR PERD-COUNT >= PERD-MAX
                   READ PERD-FILE
                       AT END MOVE "Y" TO PERD-EOF-SW
                       NOT AT END
                           ADD 1 TO PERD-COUNT
                           MOVE PERD-MONTH TO PT-MONTH(PERD-COUNT)
                           MOVE PERD-STATUS TO PT-STATUS(PERD-COUNT)
                           MOVE PERD-MEND-DATE
                               TO PT-MEND-DATE(PERD-COUNT)
                           MOVE PERD-MEND-TIME
                               TO PT-MEND-TIME(PERD-COUNT)
                           MOVE PERD-BILL-DATE
                               TO PT-BILL-DATE(PERD-COUNT)
                           MOVE PERD-BILL-TIME
                               TO PT-BILL-TIME(PERD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PERD-FILE
           END-IF.
           MOVE 0 TO PERD-FOUND.
           MOVE 1 TO PERD-IDX.
           PERFORM UNTIL PERD-IDX > PERD-COUNT OR PERD-FOUND > 0
               IF PT-MONTH(PERD-IDX) = CLOSE-MONTH
                   MOVE PERD-IDX TO PERD-FOUND
               END-IF
               ADD 1 TO PERD-IDX
           END-PERFORM.


       CHECK-ROLLED-PROCEDURE.
      *    A second roll of the same month would move whatever has
      *    posted since the first roll - the next month's figures -
      *    into YTD.  Refuse it; a month reopened by hand (status O)
      *    may be rolled again.
           IF PERD-FOUND > 0
               IF PT-MEND-DATE(PERD-FOUND) NOT = SPACES
                   AND PT-STATUS(PERD-FOUND) = "C"
                   DISPLAY "Period " CLOSE-MONTH " was already rolled"
                       " on " PT-MEND-DATE(PERD-FOUND)
                       " - roll not repeated."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.


       ROLL-TO-WORK-PROCEDURE.
      *    Pass 1: every master record goes to the work file with
      *    its MTD figures added into YTD and the MTD side zeroed.
           CLOSE WORK-FILE.
           CLOSE MAST-FILE.


       CLOSE-PERIOD-PROCEDURE.
      *    The roll is on the master file - mark the month closed so
      *    OPERATORS diverts any later feed dated in it.
           IF PERD-FOUND = 0
               IF PERD-COUNT >= PERD-MAX
                   DISPLAY "WARNING: OPRPERD.DAT full at " PERD-MAX
                       " months - period " CLOSE-MONTH " not marked."
               ELSE
                   ADD 1 TO PERD-COUNT
                   MOVE PERD-COUNT TO PERD-FOUND
                   MOVE CLOSE-MONTH TO PT-MONTH(PERD-FOUND)
                   MOVE SPACES TO PT-BILL-DATE(PERD-FOUND)
                   MOVE SPACES TO PT-BILL-TIME(PERD-FOUND)
               END-IF
           END-IF.
           IF PERD-FOUND > 0
               ACCEPT TIME-NOW FROM TIME
               MOVE "C" TO PT-STATUS(PERD-FOUND)
               MOVE TODAY-DATE TO PT-MEND-DATE(PERD-FOUND)
               MOVE TIME-NOW(1:6) TO PT-MEND-TIME(PERD-FOUND)
               PERFORM SAVE-PERD-PROCEDURE
           END-IF.


       SAVE-PERD-PROCEDURE.
           OPEN OUTPUT PERD-FILE.
           IF WS-PERD-FS NOT = "00"
               DISPLAY "Cannot rewrite OPRPERD.DAT - status "
                   WS-PERD-FS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 1 TO PERD-IDX
               PERFORM UNTIL PERD-IDX > PERD-COUNT
                   MOVE SPACES TO PERD-RECORD
                   MOVE PT-MONTH(PERD-IDX) TO PERD-MONTH
                   MOVE PT-STATUS(PERD-IDX) TO PERD-STATUS
                   MOVE PT-MEND-DATE(PERD-IDX) TO PERD-MEND-DATE
                   MOVE PT-MEND-TIME(PERD-IDX) TO PERD-MEND-TIME
                   MOVE PT-BILL-DATE(PERD-IDX) TO PERD-BILL-DATE
                   MOVE PT-BILL-TIME(PERD-IDX) TO PERD-BILL-TIME
                   WRITE PERD-RECORD
                   ADD 1 TO PERD-IDX
               END-PERFORM
               CLOSE PERD-FILE
           END-IF.

       END PROGRAM OPRMEND.
