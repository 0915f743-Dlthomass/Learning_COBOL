       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRAVER.
      *=================================================================
      * Purpose: Audit trail verification.  Walks the pre-stamping
      *          generation OPRAUD-000000.DAT, every monthly generation
      *          OPRARCH has written (OPRAUD-YYYYMM.DAT) and the live
      *          OPRAUDIT.DAT, in that order, and checks two things:
      *
      *          - the chained check value on every line (columns
      *            89-98): the previous line's value folded with this
      *            line's columns 1-87, as OPERATORS writes it and
      *            OPRARCH carries it into the generations.  The first
      *            broken link in each file is reported - an edited,
      *            inserted or deleted line breaks the chain from that
      *            point on.  Lines written before chaining carry no
      *            value and are counted, not failed, as long as no
      *            chained line comes before them in the file.
      *
      *          - AUD-SEQ on the calculation lines, which climbs by
      *            one from file to file.  A gap (lines missing) or a
      *            repeat (lines duplicated or out of order) is
      *            reported.  A file whose first calculation line is
      *            000001 is a restart after OPRARCH emptied the live
      *            file, and is noted, not failed.
      *
      *          CALCS2's batch audit trail, C2AUDIT.DAT, is walked
      *          last and checked the same two ways - its wider lines
      *          fold columns 1-111 into the value at columns 113-122,
      *          and its sequence numbers climb on their own, apart
      *          from OPRAUDIT.DAT's.
      *
      *          Findings go to OPRAVER.RPT; return code 8 if any
      *          file fails, so a NIGHTRUN step condition can hold
      *          billing back until the trail is clean.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.

           SELECT REPORT-FILE ASSIGN TO "OPRAVER.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

      *=================================================================
       DATA DIVISION.

      *-----------------------------------------------------------------
       FILE SECTION.
       FD  AUDIT-FILE.
      *    Audit trail as written by OPERATORS - the live file and the
      *    generations share one layout, so the same FD reads
      *    whichever file AUDIT-NAME points at.  Only the sequence
      *    number, the run-header tag and the check value are looked
      *    at field by field; the chain covers the whole of columns
      *    1-87.  The record is as wide as CALCS2's C2AUDIT.DAT line,
      *    which the same FD reads; where the check value sits is
      *    held in CHAIN-AT, not in a field.
       01  AUDIT-RECORD.
           05  AUD-SEQ         PIC X(6).
           05  FILLER          PIC X(116).
       01  AUDIT-RUN-RECORD.
           05  ARH-TAG         PIC X(6).
           05  FILLER          PIC X(116).

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FS  PIC XX.
       77  WS-REPORT-FS PIC XX.

       77  AUDIT-EOF-SW PIC X VALUE "N".
           88  AUDIT-EOF           VALUE "Y".

       77  TODAY-DATE   PIC X(8) VALUE SPACES.
       77  AUDIT-NAME   PIC X(17) VALUE SPACES.

      *    Generation month being looked for, stepped from the first
      *    month a generation can carry to the current month.  Runs
      *    stamped before FIRST-GEN-MONTH do not exist - earlier
      *    unstamped lines all went to generation 000000.
       01  GEN-MONTH.
           05  GEN-YR       PIC 9(4).
           05  GEN-MO       PIC 9(2).
       77  FIRST-GEN-MONTH PIC X(6) VALUE "200001".
       77  LAST-MONTH   PIC X(6) VALUE SPACES.

      *    Audit chain - the running check value and the work fields
      *    that fold one more line in (the fold OPERATORS writes with).
       77  LAST-CHAIN   PIC 9(10) VALUE 0.
       77  CHAIN-WK     PIC 9(12) VALUE 0.
       77  CHAIN-QUOT   PIC 9(12) VALUE 0.
       77  CHAIN-POS    PIC 9(3) VALUE 0.
       77  CHAIN-TEXT   PIC X(111) VALUE SPACES.
      *    Columns folded, and the column the check value starts in:
      *    87/89 on OPRAUDIT.DAT and its generations, 111/113 on
      *    C2AUDIT.DAT.
       77  CHAIN-LEN    PIC 9(3) VALUE 87.
       77  CHAIN-AT     PIC 9(3) VALUE 89.
       77  STORED-CHAIN PIC X(10) VALUE SPACES.
       77  CHAIN-SEEN-SW PIC X VALUE "N".
           88  CHAIN-SEEN          VALUE "Y".
       77  CHAIN-BREAK-SW PIC X VALUE "N".
           88  CHAIN-BROKEN        VALUE "Y".
       77  BREAK-REASON PIC X(24) VALUE SPACES.

      *    AUD-SEQ continuity, carried from one file to the next.
       77  PREV-SEQ     PIC 9(6) VALUE 0.
       77  SEQ-WK       PIC 9(6) VALUE 0.
       77  MISSING-WK   PIC 9(6) VALUE 0.
       77  FIRST-CALC-SW PIC X VALUE "Y".
           88  FIRST-CALC-IN-FILE  VALUE "Y".

       77  FILE-LINES   PIC 9(6) VALUE 0.
       77  FILE-LEGACY  PIC 9(6) VALUE 0.
       77  FILE-COUNT   PIC 9(3) VALUE 0.
       77  TOTAL-LINES  PIC 9(7) VALUE 0.
       77  TOTAL-LEGACY PIC 9(7) VALUE 0.
       77  BROKEN-COUNT PIC 9(3) VALUE 0.
       77  GAP-COUNT    PIC 9(5) VALUE 0.
       77  REPEAT-COUNT PIC 9(5) VALUE 0.
       77  RESTART-COUNT PIC 9(5) VALUE 0.

      *    One line per finding.
       01  FINDING-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FL-TEXT         PIC X(24).
           05  FILLER          PIC X(6)  VALUE " LINE ".
           05  FL-LINE         PIC Z(5)9.
           05  FILLER          PIC X(5)  VALUE " SEQ ".
           05  FL-SEQ          PIC X(6).
           05  FL-CAPTION-1    PIC X(8)  VALUE SPACES.
           05  FL-VALUE-1      PIC X(10).
           05  FL-CAPTION-2    PIC X(10) VALUE SPACES.
           05  FL-VALUE-2      PIC X(10).

      *=================================================================
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    NIGHTRUN can CALL this program more than once in a job
      *    stream, so the tallies start from zero here, not just from
      *    their VALUE clauses.
           MOVE 0 TO PREV-SEQ.
           MOVE 0 TO FILE-COUNT.
           MOVE 0 TO TOTAL-LINES.
           MOVE 0 TO TOTAL-LEGACY.
           MOVE 0 TO BROKEN-COUNT.
           MOVE 0 TO GAP-COUNT.
           MOVE 0 TO REPEAT-COUNT.
           MOVE 0 TO RESTART-COUNT.
           MOVE 87 TO CHAIN-LEN.
           MOVE 89 TO CHAIN-AT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open OPRAVER.RPT - status "
                   WS-REPORT-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AUDIT TRAIL VERIFICATION " TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "OPRAUD-000000.DAT" TO AUDIT-NAME.
           PERFORM VERIFY-FILE-PROCEDURE
               THRU VERIFY-FILE-EXIT.
           PERFORM VERIFY-GENERATIONS-PROCEDURE.
           MOVE "OPRAUDIT.DAT" TO AUDIT-NAME.
           PERFORM VERIFY-FILE-PROCEDURE
               THRU VERIFY-FILE-EXIT.
           IF WS-AUDIT-FS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "OPRAUDIT.DAT NOT FOUND - STATUS " WS-AUDIT-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.
      *    CALCS2's trail keeps its own sequence, so continuity starts
      *    over for it.  A shop that has never run CALCS2 in batch has
      *    no such file, which is noted, not failed.
           MOVE 111 TO CHAIN-LEN.
           MOVE 113 TO CHAIN-AT.
           MOVE 0 TO PREV-SEQ.
           MOVE "C2AUDIT.DAT" TO AUDIT-NAME.
           PERFORM VERIFY-FILE-PROCEDURE
               THRU VERIFY-FILE-EXIT.
           IF WS-AUDIT-FS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "C2AUDIT.DAT NOT FOUND - STATUS " WS-AUDIT-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.
           PERFORM REPORT-SUMMARY-PROCEDURE.
           CLOSE REPORT-FILE.
           GOBACK.


       VERIFY-GENERATIONS-PROCEDURE.
      *    Every month from FIRST-GEN-MONTH to the current one; a
      *    month with no generation file is skipped.
           MOVE FIRST-GEN-MONTH TO GEN-MONTH.
           MOVE TODAY-DATE(1:6) TO LAST-MONTH.
           PERFORM UNTIL GEN-MONTH > LAST-MONTH
               MOVE SPACES TO AUDIT-NAME
               STRING "OPRAUD-" GEN-MONTH ".DAT"
                   DELIMITED BY SIZE INTO AUDIT-NAME
               END-STRING
               PERFORM VERIFY-FILE-PROCEDURE
                   THRU VERIFY-FILE-EXIT
               IF GEN-MO = 12
                   ADD 1 TO GEN-YR
                   MOVE 1 TO GEN-MO
               ELSE
                   ADD 1 TO GEN-MO
               END-IF
           END-PERFORM.


       VERIFY-FILE-PROCEDURE.
      *    Each file's chain starts from zero - OPRARCH starts a new
      *    generation and a new live file that way.
           MOVE 0 TO FILE-LINES.
           MOVE 0 TO FILE-LEGACY.
           MOVE 0 TO LAST-CHAIN.
           MOVE "N" TO CHAIN-SEEN-SW.
           MOVE "N" TO CHAIN-BREAK-SW.
           MOVE "Y" TO FIRST-CALC-SW.
           MOVE "N" TO AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FS NOT = "00"
               GO TO VERIFY-FILE-EXIT
           END-IF.
           ADD 1 TO FILE-COUNT.
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-FILE
                   AT END MOVE "Y" TO AUDIT-EOF-SW
                   NOT AT END
                       ADD 1 TO FILE-LINES
                       IF NOT CHAIN-BROKEN
                           PERFORM CHECK-CHAIN-PROCEDURE
                       END-IF
                       IF ARH-TAG NOT = "RUNHDR"
                           PERFORM CHECK-SEQ-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           ADD FILE-LINES TO TOTAL-LINES.
           ADD FILE-LEGACY TO TOTAL-LEGACY.
           MOVE SPACES TO REPORT-RECORD.
           IF CHAIN-BROKEN
               ADD 1 TO BROKEN-COUNT
               STRING AUDIT-NAME "  " FILE-LINES " LINE(S)  "
                   FILE-LEGACY " BEFORE CHAINING  CHAIN BROKEN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING AUDIT-NAME "  " FILE-LINES " LINE(S)  "
                   FILE-LEGACY " BEFORE CHAINING  CHAIN INTACT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.

       VERIFY-FILE-EXIT.
           EXIT.


       CHECK-CHAIN-PROCEDURE.
      *    A line with no check value predates chaining and restarts
      *    the chain at zero - but only ahead of the first chained
      *    line.  Once the file is chained, a missing, unreadable or
      *    wrong value is the first broken link.
           MOVE AUDIT-RECORD(1:CHAIN-LEN) TO CHAIN-TEXT.
           MOVE AUDIT-RECORD(CHAIN-AT:10) TO STORED-CHAIN.
           EVALUATE TRUE
               WHEN STORED-CHAIN = SPACES AND NOT CHAIN-SEEN
                   ADD 1 TO FILE-LEGACY
                   MOVE 0 TO LAST-CHAIN
               WHEN STORED-CHAIN = SPACES
                   MOVE "CHECK VALUE MISSING" TO BREAK-REASON
                   PERFORM CHAIN-LINE-PROCEDURE
                   PERFORM REPORT-BREAK-PROCEDURE
               WHEN STORED-CHAIN IS NOT NUMERIC
                   MOVE "CHECK VALUE UNREADABLE" TO BREAK-REASON
                   PERFORM CHAIN-LINE-PROCEDURE
                   PERFORM REPORT-BREAK-PROCEDURE
               WHEN OTHER
                   MOVE "Y" TO CHAIN-SEEN-SW
                   PERFORM CHAIN-LINE-PROCEDURE
                   IF STORED-CHAIN NOT = LAST-CHAIN
                       MOVE "CHAIN BROKEN" TO BREAK-REASON
                       PERFORM REPORT-BREAK-PROCEDURE
                   END-IF
           END-EVALUATE.


       REPORT-BREAK-PROCEDURE.
           MOVE "Y" TO CHAIN-BREAK-SW.
           MOVE BREAK-REASON TO FL-TEXT.
           MOVE FILE-LINES TO FL-LINE.
           MOVE AUD-SEQ TO FL-SEQ.
           MOVE " STORED " TO FL-CAPTION-1.
           MOVE STORED-CHAIN TO FL-VALUE-1.
           MOVE " EXPECTED " TO FL-CAPTION-2.
           MOVE LAST-CHAIN TO FL-VALUE-2.
           WRITE REPORT-RECORD FROM FINDING-LINE.


       CHAIN-LINE-PROCEDURE.
      *    Fold the line in CHAIN-TEXT into LAST-CHAIN: value times 31
      *    plus the character's ordinal, modulo 1000000007, across
      *    columns 1 to CHAIN-LEN - the fold OPERATORS and CALCS2
      *    write the chain with.
           MOVE LAST-CHAIN TO CHAIN-WK.
           MOVE 1 TO CHAIN-POS.
           PERFORM UNTIL CHAIN-POS > CHAIN-LEN
               COMPUTE CHAIN-WK = CHAIN-WK * 31
                   + FUNCTION ORD(CHAIN-TEXT(CHAIN-POS:1))
               DIVIDE CHAIN-WK BY 1000000007 GIVING CHAIN-QUOT
                   REMAINDER LAST-CHAIN
               MOVE LAST-CHAIN TO CHAIN-WK
               ADD 1 TO CHAIN-POS
           END-PERFORM.


       CHECK-SEQ-PROCEDURE.
      *    Calculation lines only.  The sequence climbs by one across
      *    the whole trail; 000001 opening a file is a restart on an
      *    emptied live file.
           MOVE SPACES TO FL-CAPTION-1.
           MOVE SPACES TO FL-VALUE-1.
           MOVE SPACES TO FL-CAPTION-2.
           MOVE SPACES TO FL-VALUE-2.
           MOVE FILE-LINES TO FL-LINE.
           MOVE AUD-SEQ TO FL-SEQ.
           IF AUD-SEQ IS NOT NUMERIC
               ADD 1 TO REPEAT-COUNT
               MOVE "SEQUENCE UNREADABLE" TO FL-TEXT
               WRITE REPORT-RECORD FROM FINDING-LINE
               MOVE "N" TO FIRST-CALC-SW
               GO TO CHECK-SEQ-EXIT
           END-IF.
           MOVE AUD-SEQ TO SEQ-WK.
           EVALUATE TRUE
               WHEN PREV-SEQ = 0
                   CONTINUE
               WHEN SEQ-WK = PREV-SEQ + 1
                   CONTINUE
               WHEN SEQ-WK = 1 AND FIRST-CALC-IN-FILE
                   ADD 1 TO RESTART-COUNT
                   MOVE "SEQUENCE RESTARTED" TO FL-TEXT
                   MOVE " AFTER " TO FL-CAPTION-1
                   MOVE PREV-SEQ TO FL-VALUE-1
                   WRITE REPORT-RECORD FROM FINDING-LINE
               WHEN SEQ-WK > PREV-SEQ
                   ADD 1 TO GAP-COUNT
                   COMPUTE MISSING-WK = SEQ-WK - PREV-SEQ - 1
                   MOVE "SEQUENCE GAP" TO FL-TEXT
                   MOVE " AFTER " TO FL-CAPTION-1
                   MOVE PREV-SEQ TO FL-VALUE-1
                   MOVE " MISSING " TO FL-CAPTION-2
                   MOVE MISSING-WK TO FL-VALUE-2
                   WRITE REPORT-RECORD FROM FINDING-LINE
               WHEN OTHER
                   ADD 1 TO REPEAT-COUNT
                   MOVE "SEQUENCE REPEATED" TO FL-TEXT
                   MOVE " AFTER " TO FL-CAPTION-1
                   MOVE PREV-SEQ TO FL-VALUE-1
                   WRITE REPORT-RECORD FROM FINDING-LINE
           END-EVALUATE.
           MOVE SEQ-WK TO PREV-SEQ.
           MOVE "N" TO FIRST-CALC-SW.

       CHECK-SEQ-EXIT.
           EXIT.


       REPORT-SUMMARY-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AUDIT FILES CHECKED " FILE-COUNT
               "  LINES " TOTAL-LINES
               "  BEFORE CHAINING " TOTAL-LEGACY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BROKEN CHAINS " BROKEN-COUNT
               "  SEQUENCE GAPS " GAP-COUNT
               "  REPEATS " REPEAT-COUNT
               "  RESTARTS " RESTART-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF BROKEN-COUNT = 0 AND GAP-COUNT = 0
               AND REPEAT-COUNT = 0
               MOVE "AUDIT TRAIL CHAIN AND SEQUENCE INTACT"
                   TO REPORT-RECORD
           ELSE
               MOVE "*** AUDIT TRAIL FAILED VERIFICATION ***"
                   TO REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD(1:80).

       END PROGRAM OPRAVER.
