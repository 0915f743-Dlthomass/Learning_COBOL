      *          keeps the old months and startup scans stay short.
      *          Retention in months comes from OPRARCHP.DAT
      *          (default 1 = keep only the current month live).
      *          The audit chain is carried across: the live file's
      *          chain is verified first (a broken chain refuses the
      *          archive, so a break is never laundered into a fresh
      *          chain), each archived line is re-chained onto the end
      *          of its generation, and the lines kept live are
      *          re-chained from zero as the start of a new live file.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
       FD  AUDIT-FILE.
      *    The live audit trail - run-header stamps ("RUNHDR") divide
      *    it into runs; every other line belongs to the run stamped
      *    above it.  Columns 89-98 of every line hold its chained
      *    check value.
       01  AUDIT-GEN-RECORD    PIC X(98).
       01  AUDIT-RUN-RECORD.
           05  ARH-TAG         PIC X(6).
           05  FILLER          PIC X.
           05  ARH-RUN-NO      PIC X(6).
           05  FILLER          PIC X.
           05  ARH-DATE        PIC X(8).
           05  FILLER          PIC X(76).

       FD  WORK-FILE.
       01  WORK-RECORD         PIC X(98).

       FD  ARCH-FILE.
       01  ARCH-RECORD         PIC X(98).

       FD  PARM-FILE.
      *    Optional retention override: months of closed runs to keep
           88  AUDIT-EOF           VALUE "Y".
       77  WORK-EOF-SW PIC X VALUE "N".
           88  WORK-EOF            VALUE "Y".
       77  ARCH-EOF-SW PIC X VALUE "N".
           88  ARCH-EOF            VALUE "Y".

       77  RETENTION   PIC 9(2) VALUE 1.
       77  TODAY-DATE  PIC X(8) VALUE SPACES.
       77  ARCH-COUNT  PIC 9(6) VALUE 0.
       77  MONTH-COUNT PIC 9(3) VALUE 0.

      *    Audit chain - the running check value of the keep file and
      *    of the generation being appended to, and the work fields
      *    that fold one more line in (the fold OPERATORS writes with).
       77  KEEP-CHAIN  PIC 9(10) VALUE 0.
       77  ARCH-CHAIN  PIC 9(10) VALUE 0.
       77  LAST-CHAIN  PIC 9(10) VALUE 0.
       77  CHAIN-WK    PIC 9(12) VALUE 0.
       77  CHAIN-QUOT  PIC 9(12) VALUE 0.
       77  CHAIN-POS   PIC 9(3) VALUE 0.
       77  CHAIN-TEXT  PIC X(87) VALUE SPACES.
       77  LINE-NO     PIC 9(6) VALUE 0.
       77  CHAIN-SEEN-SW PIC X VALUE "N".
           88  CHAIN-SEEN          VALUE "Y".
       77  CHAIN-BREAK-SW PIC X VALUE "N".
           88  CHAIN-BROKEN        VALUE "Y".

      *=================================================================
       PROCEDURE DIVISION.

           MOVE 0 TO KEEP-COUNT.
           MOVE 0 TO ARCH-COUNT.
           MOVE 0 TO MONTH-COUNT.
           MOVE 0 TO KEEP-CHAIN.
           MOVE 0 TO ARCH-CHAIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-PROCEDURE.
           PERFORM SET-CUTOFF-PROCEDURE.
           PERFORM VERIFY-LIVE-PROCEDURE
               THRU VERIFY-LIVE-EXIT.
           IF CHAIN-BROKEN
               DISPLAY "Audit chain broken at line " LINE-NO
                   " of OPRAUDIT.DAT - archive refused."
               DISPLAY "Run OPRAVER for the report; OPRAUDIT.DAT"
                   " left unchanged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Archiving audit runs before " CUTOFF-MONTH
               " (retention " RETENTION " month(s)).".
           PERFORM SPLIT-AUDIT-PROCEDURE.
           COMPUTE CUT-MO = TOTAL-MONTHS - (CUT-YR-WK * 12) + 1.


       VERIFY-LIVE-PROCEDURE.
      *    Walk the live file's chain before anything is moved.  A
      *    line with no check value is from before chaining and is
      *    accepted only ahead of the first chained line; the next
      *    line then chains from zero, as OPERATORS starts it.
           MOVE "N" TO CHAIN-BREAK-SW.
           MOVE "N" TO CHAIN-SEEN-SW.
           MOVE 0 TO LINE-NO.
           MOVE 0 TO LAST-CHAIN.
           MOVE "N" TO AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FS NOT = "00"
      *        Reported by the split pass.
               GO TO VERIFY-LIVE-EXIT
           END-IF.
           PERFORM UNTIL AUDIT-EOF OR CHAIN-BROKEN
               READ AUDIT-FILE
                   AT END MOVE "Y" TO AUDIT-EOF-SW
                   NOT AT END
                       ADD 1 TO LINE-NO
                       PERFORM VERIFY-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       VERIFY-LIVE-EXIT.
           EXIT.


       VERIFY-LINE-PROCEDURE.
           EVALUATE TRUE
               WHEN AUDIT-GEN-RECORD(89:10) = SPACES
                   IF CHAIN-SEEN
                       MOVE "Y" TO CHAIN-BREAK-SW
                   ELSE
                       MOVE 0 TO LAST-CHAIN
                   END-IF
               WHEN AUDIT-GEN-RECORD(89:10) IS NOT NUMERIC
                   MOVE "Y" TO CHAIN-BREAK-SW
               WHEN OTHER
                   MOVE "Y" TO CHAIN-SEEN-SW
                   MOVE AUDIT-GEN-RECORD(1:87) TO CHAIN-TEXT
                   PERFORM CHAIN-LINE-PROCEDURE
                   IF AUDIT-GEN-RECORD(89:10) NOT = LAST-CHAIN
                       MOVE "Y" TO CHAIN-BREAK-SW
                   END-IF
           END-EVALUATE.


       SPLIT-AUDIT-PROCEDURE.
      *    Pass 1: route every live record either to its monthly
      *    generation file or to the keep file, by the month of the
           IF RUN-MONTH < CUTOFF-MONTH
               PERFORM WRITE-ARCHIVE-PROCEDURE
           ELSE
      *        Kept lines start the new live file's chain afresh.
               ADD 1 TO KEEP-COUNT
               MOVE KEEP-CHAIN TO LAST-CHAIN
               MOVE AUDIT-GEN-RECORD(1:87) TO CHAIN-TEXT
               PERFORM CHAIN-LINE-PROCEDURE
               MOVE LAST-CHAIN TO KEEP-CHAIN
               MOVE SPACES TO WORK-RECORD
               MOVE AUDIT-GEN-RECORD(1:87) TO WORK-RECORD(1:87)
               MOVE KEEP-CHAIN TO WORK-RECORD(89:10)
               WRITE WORK-RECORD
           END-IF.

               STRING "OPRAUD-" RUN-MONTH ".DAT"
                   DELIMITED BY SIZE INTO ARCH-NAME
               END-STRING
               PERFORM ARCH-TAIL-PROCEDURE
      *        Append, so rerunning the job or archiving two runs of
      *        the same month lands in one generation file.
               OPEN EXTEND ARCH-FILE
               MOVE RUN-MONTH TO OPEN-MONTH
               ADD 1 TO MONTH-COUNT
           END-IF.
      *    Re-chained onto the end of the generation.
           ADD 1 TO ARCH-COUNT.
           MOVE ARCH-CHAIN TO LAST-CHAIN.
           MOVE AUDIT-GEN-RECORD(1:87) TO CHAIN-TEXT.
           PERFORM CHAIN-LINE-PROCEDURE.
           MOVE LAST-CHAIN TO ARCH-CHAIN.
           MOVE SPACES TO ARCH-RECORD.
           MOVE AUDIT-GEN-RECORD(1:87) TO ARCH-RECORD(1:87).
           MOVE ARCH-CHAIN TO ARCH-RECORD(89:10).
           WRITE ARCH-RECORD.
           IF WS-ARCH-FS NOT = "00"
               DISPLAY "Write failed on " ARCH-NAME " - status "
           END-IF.


       ARCH-TAIL-PROCEDURE.
      *    The check value on the generation's last line, which the
      *    first line appended to it chains from - zero for a new
      *    generation, or one whose last line predates chaining.
           MOVE 0 TO ARCH-CHAIN.
           MOVE "N" TO ARCH-EOF-SW.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FS = "00"
               PERFORM UNTIL ARCH-EOF
                   READ ARCH-FILE
                       AT END MOVE "Y" TO ARCH-EOF-SW
                       NOT AT END
                           IF ARCH-RECORD(89:10) IS NUMERIC
                               MOVE ARCH-RECORD(89:10) TO ARCH-CHAIN
                           ELSE
                               MOVE 0 TO ARCH-CHAIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.


       CHAIN-LINE-PROCEDURE.
      *    Fold the line in CHAIN-TEXT into LAST-CHAIN: value times 31
      *    plus the character's ordinal, modulo 1000000007, across
      *    columns 1-87 - the fold OPERATORS writes the chain with.
           MOVE LAST-CHAIN TO CHAIN-WK.
           MOVE 1 TO CHAIN-POS.
           PERFORM UNTIL CHAIN-POS > 87
               COMPUTE CHAIN-WK = CHAIN-WK * 31
                   + FUNCTION ORD(CHAIN-TEXT(CHAIN-POS:1))
               DIVIDE CHAIN-WK BY 1000000007 GIVING CHAIN-QUOT
                   REMAINDER LAST-CHAIN
               MOVE LAST-CHAIN TO CHAIN-WK
               ADD 1 TO CHAIN-POS
           END-PERFORM.


       ARCHIVE-ABORT-PROCEDURE.
      *    An archive record that cannot be written must never be
      *    trimmed from the live file - stop before the rewrite pass,
