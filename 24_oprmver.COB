       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMVER.
      *=================================================================
      * Purpose: Verification and rebuild of the operator master
      *          file's month-to-date side.  Recomputes each
      *          operator's MTD calculation count, per-operation
      *          counts (+ - * / %) and result total from the audit
      *          trail - the live OPRAUDIT.DAT plus the monthly
      *          generations OPRARCH has rolled the month's runs
      *          into - and compares them field by field with
      *          MAST-MTD-* on OPRMAST.DAT.  Differences go to the
      *          exception report OPRMVER.RPT.
      *
      *          Only what POST-MASTER-PROCEDURE would have posted is
      *          counted: batch runs, not interactive sessions, and
      *          not prior-period adjustment runs (those post to
      *          YTD), stamped after the last month-end roll on the
      *          period status file (OPRPERD.DAT).  The audit trail
      *          carries display names, so each name is resolved to
      *          its operator id through OPRIDS.DAT and the before
      *          and after images on OPRHIST.DAT, which catches
      *          operators renamed during the month.
      *
      *          Rebuild mode rewrites the MTD side of every record
      *          that differs from the recomputed figures (YTD is
      *          left alone) and logs a before and after image of
      *          each corrected record on OPRMFIX.DAT - the sanctioned
      *          way to repair the master without hand-editing it.
      *          A rebuild is refused while any audit name cannot be
      *          resolved to exactly one operator id.  The mode comes
      *          from the one-shot OPRMVERP.DAT ("V" verify, "R"
      *          rebuild) when NIGHTRUN supplies it, else it is asked.
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

           SELECT MAST-FILE ASSIGN TO "OPRMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-FS.

           SELECT OPRIDS-FILE ASSIGN TO "OPRIDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPRIDS-FS.

           SELECT HIST-FILE ASSIGN TO "OPRHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

           SELECT PERD-FILE ASSIGN TO "OPRPERD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-FS.

           SELECT REPORT-FILE ASSIGN TO "OPRMVER.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

           SELECT FIX-FILE ASSIGN TO "OPRMFIX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-FS.

           SELECT PARM-FILE ASSIGN TO "OPRMVERP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

      *=================================================================
       DATA DIVISION.

      *-----------------------------------------------------------------
       FILE SECTION.
       FD  AUDIT-FILE.
      *    Audit trail as written by OPERATORS - the live file and the
      *    monthly generations share one layout, so the same FD reads
      *    whichever file AUDIT-NAME points at.  Run-header stamps
      *    ("RUNHDR") carry the run's date, time, mode and, for a
      *    prior-period adjustment run, the closed period.
       01  AUDIT-RECORD.
           05  AUD-SEQ         PIC X(6).
           05  FILLER          PIC X.
           05  AUD-NAME        PIC X(32).
           05  FILLER          PIC X.
           05  AUD-X           PIC X(14).
           05  FILLER          PIC X.
           05  AUD-OP          PIC X.
           05  FILLER          PIC X.
           05  AUD-Y           PIC X(14).
           05  FILLER          PIC X.
           05  AUD-R           PIC X(15).
      *    Chained check value, verified by OPRAVER.
           05  FILLER          PIC X.
           05  AUD-CHAIN       PIC X(10).
       01  AUDIT-RUN-RECORD.
           05  ARH-TAG         PIC X(6).
           05  FILLER          PIC X.
           05  ARH-RUN-NO      PIC X(6).
           05  FILLER          PIC X.
           05  ARH-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  ARH-TIME        PIC X(6).
           05  FILLER          PIC X.
           05  ARH-MODE        PIC X.
           05  FILLER          PIC X.
           05  ARH-PERIOD      PIC X(6).
           05  FILLER          PIC X(52).

       FD  MAST-FILE.
      *    Operator master file as posted by OPERATORS and rolled by
      *    OPRMEND - MTD and YTD figures keyed by operator id.
       01  MAST-RECORD.
           05  MAST-ID         PIC X(6).
           05  FILLER          PIC X.
           05  MAST-MTD-CALCS  PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-MTD-ADD    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-MTD-SUB    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-MTD-MUL    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-MTD-DIV    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-MTD-REM    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-MTD-TOTAL  PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  MAST-YTD-CALCS  PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-YTD-ADD    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-YTD-SUB    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-YTD-MUL    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-YTD-DIV    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-YTD-REM    PIC 9(6).
           05  FILLER          PIC X.
           05  MAST-YTD-TOTAL  PIC S9(13)V99 SIGN LEADING SEPARATE.

       FD  OPRIDS-FILE.
      *    Operator reference, read only for the id behind each
      *    display name on the audit trail.
       01  OPRIDS-RECORD.
           05  OPRIDS-ID       PIC X(6).
           05  OPRIDS-NAME     PIC X(32).
           05  OPRIDS-STATUS   PIC X.
           05  OPRIDS-EFF-DATE PIC X(8).
           05  OPRIDS-EXP-DATE PIC X(8).
           05  OPRIDS-OPS      PIC X(5).
           05  OPRIDS-LIMIT    PIC X(9).
           05  OPRIDS-COST-CTR PIC X(8).
           05  OPRIDS-PIN-HASH PIC X(10).
           05  OPRIDS-PIN-EXP  PIC X(8).
           05  OPRIDS-PIN-FAILS PIC 9.
           05  OPRIDS-PIN-LOCK PIC X.

       FD  HIST-FILE.
      *    OPRMAINT's change history - the before and after images
      *    hold every name an operator id has carried, so a run
      *    stamped before a rename still resolves to its id.
       01  HIST-RECORD.
           05  HIST-DATE       PIC X(8).
           05  FILLER          PIC X.
           05  HIST-TIME       PIC X(6).
           05  FILLER          PIC X.
           05  HIST-MAINT-ID   PIC X(6).
           05  FILLER          PIC X.
           05  HIST-ACTION     PIC X(8).
           05  FILLER          PIC X.
           05  HIST-BEFORE.
               10  HB-ID       PIC X(6).
               10  HB-NAME     PIC X(32).
               10  FILLER      PIC X(39).
           05  FILLER          PIC X.
           05  HIST-AFTER.
               10  HA-ID       PIC X(6).
               10  HA-NAME     PIC X(32).
               10  FILLER      PIC X(39).

       FD  PERD-FILE.
      *    Period status file, shared with OPRMEND and OPRBILL - the
      *    latest month-end roll stamp marks where the current MTD
      *    figures began.
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

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(100).

       FD  FIX-FILE.
      *    Rebuild log, appended to and never rewritten: when, what
      *    kind of correction (REBUILD an existing record, ADD one
      *    the master was missing), and the full master record
      *    before and after.
       01  FIX-RECORD.
           05  FIX-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  FIX-TIME        PIC X(6).
           05  FILLER          PIC X.
           05  FIX-ACTION      PIC X(8).
           05  FILLER          PIC X.
           05  FIX-BEFORE      PIC X(130).
           05  FILLER          PIC X.
           05  FIX-AFTER       PIC X(130).

       FD  PARM-FILE.
      *    One-shot mode answer from NIGHTRUN: "V" verify only, "R"
      *    verify and rebuild.  Truncated once read.
       01  PARM-RECORD.
           05  PARM-MODE       PIC X.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FS  PIC XX.
       77  WS-MAST-FS   PIC XX.
       77  WS-OPRIDS-FS PIC XX.
       77  WS-HIST-FS   PIC XX.
       77  WS-PERD-FS   PIC XX.
       77  WS-REPORT-FS PIC XX.
       77  WS-FIX-FS    PIC XX.
       77  WS-PARM-FS   PIC XX.

       77  AUDIT-EOF-SW PIC X VALUE "N".
           88  AUDIT-EOF           VALUE "Y".
       77  MAST-EOF-SW  PIC X VALUE "N".
           88  MAST-EOF            VALUE "Y".
       77  OPRIDS-EOF-SW PIC X VALUE "N".
           88  OPRIDS-EOF          VALUE "Y".
       77  HIST-EOF-SW  PIC X VALUE "N".
           88  HIST-EOF            VALUE "Y".
       77  PERD-EOF-SW  PIC X VALUE "N".
           88  PERD-EOF            VALUE "Y".
       77  VALID-SW     PIC X VALUE "Y".
           88  ANSWER-VALID        VALUE "Y".

      *    V verify only, R verify and rebuild.
       77  RUN-MODE     PIC X VALUE "V".
           88  REBUILD-MODE        VALUE "R".
      *    Set when a rebuild was due but the fix log or the master
      *    could not be written, so the report does not claim it.
       77  REBUILD-FAIL-SW PIC X VALUE "N".
           88  REBUILD-FAILED      VALUE "Y".
       77  PARM-SW      PIC X VALUE "N".
           88  PARM-USED           VALUE "Y".
       77  ANSWER       PIC X(10) VALUE SPACES.

      *    Whether the lines below the current run header count
      *    towards MTD - a batch run, not an adjustment run, stamped
      *    after the last roll.
       77  RUN-COUNTS-SW PIC X VALUE "N".
           88  RUN-COUNTS          VALUE "Y".

       77  TODAY-DATE   PIC X(8) VALUE SPACES.
       77  TIME-NOW     PIC 9(8) VALUE 0.
       77  AUDIT-NAME   PIC X(17) VALUE SPACES.

      *    Date and time of the last month-end roll - runs stamped
      *    after it are this month's.  With no roll on file the
      *    current month's first day is taken.
       01  ROLL-STAMP.
           05  ROLL-DATE    PIC X(8).
           05  ROLL-TIME    PIC X(6).
       01  RUN-STAMP.
           05  RUN-DATE     PIC X(8).
           05  RUN-TIME     PIC X(6).
       77  ROLL-FOUND-SW PIC X VALUE "N".
           88  ROLL-FOUND          VALUE "Y".

      *    Generation month being read, stepped from the roll month
      *    to the current month.
       01  GEN-MONTH.
           05  GEN-YR       PIC 9(4).
           05  GEN-MO       PIC 9(2).
       77  LAST-MONTH   PIC X(6) VALUE SPACES.

       77  FILE-LINES   PIC 9(6) VALUE 0.
       77  COUNTED-LINES PIC 9(6) VALUE 0.
       77  FILE-COUNT   PIC 9(3) VALUE 0.
       77  RESULT-WK    PIC S9(11)V99 VALUE 0.
       77  IDX          PIC 9(3) VALUE 0.
       77  FOUND-IDX    PIC 9(3) VALUE 0.

      *    Display name to operator id, from OPRIDS.DAT and every
      *    image on OPRHIST.DAT.  A name seen against two different
      *    ids is ambiguous and attributes nothing.
       77  NAME-COUNT   PIC 9(4) VALUE 0.
       77  NAME-MAX     PIC 9(4) VALUE 2000.
       77  NAME-IDX     PIC 9(4) VALUE 0.
       77  NAME-FOUND   PIC 9(4) VALUE 0.
       77  NAME-WK      PIC X(32) VALUE SPACES.
       77  NAME-ID-WK   PIC X(6) VALUE SPACES.

       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 2000 TIMES.
               10  NM-NAME      PIC X(32).
               10  NM-ID        PIC X(6).
               10  NM-AMBIG     PIC X.

      *    Audit names that did not resolve, with their line counts.
       77  UNRES-COUNT  PIC 9(3) VALUE 0.
       77  UNRES-MAX    PIC 9(3) VALUE 100.
       77  UNRES-LINES  PIC 9(6) VALUE 0.

       01  UNRES-TABLE.
           05  UNRES-ENTRY OCCURS 100 TIMES.
               10  UN-NAME      PIC X(32).
               10  UN-LINES     PIC 9(6).
               10  UN-AMBIG     PIC X.

      *    Recomputed MTD figures, keyed by operator id.
       77  CALC-COUNT   PIC 9(3) VALUE 0.
       77  CALC-MAX     PIC 9(3) VALUE 500.
       77  CALC-IDX     PIC 9(3) VALUE 0.

       01  CALC-TABLE.
           05  CALC-ENTRY OCCURS 500 TIMES.
               10  CT-ID        PIC X(6).
               10  CT-CALCS     PIC 9(6).
               10  CT-ADD       PIC 9(6).
               10  CT-SUB       PIC 9(6).
               10  CT-MUL       PIC 9(6).
               10  CT-DIV       PIC 9(6).
               10  CT-REM       PIC 9(6).
               10  CT-TOTAL     PIC S9(13)V99.
               10  CT-MATCHED   PIC X.

      *    The master file, held in memory and rewritten whole on a
      *    rebuild - the load/save shape OPERATORS posts it with.
       77  MAST-COUNT   PIC 9(3) VALUE 0.
       77  MAST-MAX     PIC 9(3) VALUE 500.
       77  MAST-IDX     PIC 9(3) VALUE 0.

       01  MAST-TABLE.
           05  MAST-ENTRY OCCURS 500 TIMES.
               10  MT-ID        PIC X(6).
               10  MT-MTD-CALCS PIC 9(6).
               10  MT-MTD-ADD   PIC 9(6).
               10  MT-MTD-SUB   PIC 9(6).
               10  MT-MTD-MUL   PIC 9(6).
               10  MT-MTD-DIV   PIC 9(6).
               10  MT-MTD-REM   PIC 9(6).
               10  MT-MTD-TOTAL PIC S9(13)V99.
               10  MT-YTD-CALCS PIC 9(6).
               10  MT-YTD-ADD   PIC 9(6).
               10  MT-YTD-SUB   PIC 9(6).
               10  MT-YTD-MUL   PIC 9(6).
               10  MT-YTD-DIV   PIC 9(6).
               10  MT-YTD-REM   PIC 9(6).
               10  MT-YTD-TOTAL PIC S9(13)V99.
               10  MT-DIFF      PIC X.

       77  CHECKED-COUNT PIC 9(3) VALUE 0.
       77  DIFF-COUNT   PIC 9(3) VALUE 0.
       77  FIX-COUNT    PIC 9(3) VALUE 0.
       77  ADD-COUNT    PIC 9(3) VALUE 0.
       77  DIFF-SW      PIC X VALUE "N".
           88  RECORD-DIFFERS      VALUE "Y".
       77  FIX-ACTION-WK PIC X(8) VALUE SPACES.
       77  BEFORE-IMAGE PIC X(130) VALUE SPACES.
       77  AFTER-IMAGE  PIC X(130) VALUE SPACES.

      *    One exception line per differing field.
       01  EXC-LINE.
           05  EX-ID        PIC X(6).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  EX-FIELD     PIC X(14).
           05  FILLER       PIC X(8) VALUE " MASTER ".
           05  EX-MASTER    PIC X(17).
           05  FILLER       PIC X(9) VALUE "   AUDIT ".
           05  EX-AUDIT     PIC X(17).
           05  FILLER       PIC X(2) VALUE SPACES.
           05  EX-FLAG      PIC X(14).

       77  EX-MASTER-WK PIC S9(13)V99 VALUE 0.
       77  EX-AUDIT-WK  PIC S9(13)V99 VALUE 0.
      *    Counts print as whole numbers, the result total as money.
       77  EX-MONEY-SW  PIC X VALUE "N".
           88  EX-MONEY            VALUE "Y".
       77  COUNT-ED     PIC Z(16)9.
       77  MONEY-ED     PIC -Z(12)9.99.

      *=================================================================
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    NIGHTRUN can CALL this program more than once in a job
      *    stream, so the tables and tallies start from zero here,
      *    not just from their VALUE clauses.
           MOVE 0 TO NAME-COUNT.
           MOVE 0 TO UNRES-COUNT.
           MOVE 0 TO UNRES-LINES.
           MOVE 0 TO CALC-COUNT.
           MOVE 0 TO MAST-COUNT.
           MOVE 0 TO FILE-COUNT.
           MOVE 0 TO COUNTED-LINES.
           MOVE 0 TO CHECKED-COUNT.
           MOVE 0 TO DIFF-COUNT.
           MOVE 0 TO FIX-COUNT.
           MOVE 0 TO ADD-COUNT.
           MOVE "N" TO REBUILD-FAIL-SW.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-PROCEDURE.
           IF NOT PARM-USED
               PERFORM ASK-MODE-PROCEDURE
           END-IF.
           PERFORM LOAD-MAST-PROCEDURE.
           PERFORM LOAD-NAMES-PROCEDURE.
           PERFORM FIND-ROLL-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open OPRMVER.RPT - status "
                   WS-REPORT-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REPORT-HEADING-PROCEDURE.
           PERFORM READ-GENERATIONS-PROCEDURE.
           MOVE "OPRAUDIT.DAT" TO AUDIT-NAME.
           PERFORM READ-AUDIT-PROCEDURE
               THRU READ-AUDIT-EXIT.
           PERFORM COMPARE-PROCEDURE.
           PERFORM REPORT-UNRESOLVED-PROCEDURE.
           IF REBUILD-MODE
               PERFORM REBUILD-PROCEDURE
                   THRU REBUILD-EXIT
           END-IF.
           PERFORM REPORT-SUMMARY-PROCEDURE.
           CLOSE REPORT-FILE.
           GOBACK.


       READ-PARM-PROCEDURE.
           MOVE "N" TO PARM-SW.
           MOVE "V" TO RUN-MODE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MODE = "V" OR PARM-MODE = "v"
                           MOVE "Y" TO PARM-SW
                       END-IF
                       IF PARM-MODE = "R" OR PARM-MODE = "r"
                           MOVE "R" TO RUN-MODE
                           MOVE "Y" TO PARM-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
               OPEN OUTPUT PARM-FILE
               CLOSE PARM-FILE
           END-IF.


       ASK-MODE-PROCEDURE.
           MOVE "N" TO VALID-SW.
           PERFORM UNTIL ANSWER-VALID
               DISPLAY "Verify only (V) or verify and rebuild the"
                   " MTD side (R)?"
               ACCEPT ANSWER
               MOVE "Y" TO VALID-SW
               EVALUATE ANSWER
                   WHEN "V"
                   WHEN "v"
                       MOVE "V" TO RUN-MODE
                   WHEN "R"
                   WHEN "r"
                       MOVE "R" TO RUN-MODE
                   WHEN OTHER
                       MOVE "N" TO VALID-SW
                       DISPLAY "Answer V or R."
               END-EVALUATE
           END-PERFORM.


       LOAD-MAST-PROCEDURE.
           MOVE "N" TO MAST-EOF-SW.
           OPEN INPUT MAST-FILE.
           IF WS-MAST-FS = "35"
      *        No posting yet - every recomputed operator is missing.
               CONTINUE
           ELSE
               IF WS-MAST-FS NOT = "00"
                   DISPLAY "Cannot open OPRMAST.DAT - status "
                       WS-MAST-FS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL MAST-EOF OR MAST-COUNT >= MAST-MAX
                   READ MAST-FILE
                       AT END MOVE "Y" TO MAST-EOF-SW
                       NOT AT END
                           ADD 1 TO MAST-COUNT
                           PERFORM MOVE-MAST-IN-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE MAST-FILE
           END-IF.


       MOVE-MAST-IN-PROCEDURE.
           MOVE MAST-ID TO MT-ID(MAST-COUNT).
           MOVE MAST-MTD-CALCS TO MT-MTD-CALCS(MAST-COUNT).
           MOVE MAST-MTD-ADD TO MT-MTD-ADD(MAST-COUNT).
           MOVE MAST-MTD-SUB TO MT-MTD-SUB(MAST-COUNT).
           MOVE MAST-MTD-MUL TO MT-MTD-MUL(MAST-COUNT).
           MOVE MAST-MTD-DIV TO MT-MTD-DIV(MAST-COUNT).
           MOVE MAST-MTD-REM TO MT-MTD-REM(MAST-COUNT).
           MOVE MAST-MTD-TOTAL TO MT-MTD-TOTAL(MAST-COUNT).
           MOVE MAST-YTD-CALCS TO MT-YTD-CALCS(MAST-COUNT).
           MOVE MAST-YTD-ADD TO MT-YTD-ADD(MAST-COUNT).
           MOVE MAST-YTD-SUB TO MT-YTD-SUB(MAST-COUNT).
           MOVE MAST-YTD-MUL TO MT-YTD-MUL(MAST-COUNT).
           MOVE MAST-YTD-DIV TO MT-YTD-DIV(MAST-COUNT).
           MOVE MAST-YTD-REM TO MT-YTD-REM(MAST-COUNT).
           MOVE MAST-YTD-TOTAL TO MT-YTD-TOTAL(MAST-COUNT).
           MOVE "N" TO MT-DIFF(MAST-COUNT).


       LOAD-NAMES-PROCEDURE.
      *    Current names first, then every name the change history
      *    has recorded against an id.
           MOVE "N" TO OPRIDS-EOF-SW.
           OPEN INPUT OPRIDS-FILE.
           IF WS-OPRIDS-FS NOT = "00"
               DISPLAY "Cannot open OPRIDS.DAT - status " WS-OPRIDS-FS
           ELSE
               PERFORM UNTIL OPRIDS-EOF
                   READ OPRIDS-FILE
                       AT END MOVE "Y" TO OPRIDS-EOF-SW
                       NOT AT END
                           MOVE OPRIDS-NAME TO NAME-WK
                           MOVE OPRIDS-ID TO NAME-ID-WK
                           PERFORM ADD-NAME-PROCEDURE
                               THRU ADD-NAME-EXIT
                   END-READ
               END-PERFORM
               CLOSE OPRIDS-FILE
           END-IF.
           MOVE "N" TO HIST-EOF-SW.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FS = "00"
               PERFORM UNTIL HIST-EOF
                   READ HIST-FILE
                       AT END MOVE "Y" TO HIST-EOF-SW
                       NOT AT END
                           MOVE HB-NAME TO NAME-WK
                           MOVE HB-ID TO NAME-ID-WK
                           PERFORM ADD-NAME-PROCEDURE
                               THRU ADD-NAME-EXIT
                           MOVE HA-NAME TO NAME-WK
                           MOVE HA-ID TO NAME-ID-WK
                           PERFORM ADD-NAME-PROCEDURE
                               THRU ADD-NAME-EXIT
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.


       ADD-NAME-PROCEDURE.
           IF NAME-WK = SPACES OR NAME-ID-WK = SPACES
               GO TO ADD-NAME-EXIT
           END-IF.
           PERFORM FIND-NAME-PROCEDURE.
           IF NAME-FOUND > 0
               IF NM-ID(NAME-FOUND) NOT = NAME-ID-WK
                   MOVE "Y" TO NM-AMBIG(NAME-FOUND)
               END-IF
           ELSE
               IF NAME-COUNT < NAME-MAX
                   ADD 1 TO NAME-COUNT
                   MOVE NAME-WK TO NM-NAME(NAME-COUNT)
                   MOVE NAME-ID-WK TO NM-ID(NAME-COUNT)
                   MOVE "N" TO NM-AMBIG(NAME-COUNT)
               END-IF
           END-IF.

       ADD-NAME-EXIT.
           EXIT.


       FIND-NAME-PROCEDURE.
           MOVE 0 TO NAME-FOUND.
           MOVE 1 TO NAME-IDX.
           PERFORM UNTIL NAME-IDX > NAME-COUNT OR NAME-FOUND > 0
               IF NM-NAME(NAME-IDX) = NAME-WK
                   MOVE NAME-IDX TO NAME-FOUND
               END-IF
               ADD 1 TO NAME-IDX
           END-PERFORM.


       FIND-ROLL-PROCEDURE.
      *    The latest month-end roll on the period status file, by
      *    date and time.  A month reopened by hand still had its
      *    roll applied to the master, so status is not consulted.
           MOVE "N" TO ROLL-FOUND-SW.
           MOVE SPACES TO ROLL-STAMP.
           MOVE "N" TO PERD-EOF-SW.
           OPEN INPUT PERD-FILE.
           IF WS-PERD-FS = "00"
               PERFORM UNTIL PERD-EOF
                   READ PERD-FILE
                       AT END MOVE "Y" TO PERD-EOF-SW
                       NOT AT END
                           IF PERD-MEND-DATE NOT = SPACES
                               MOVE PERD-MEND-DATE TO RUN-DATE
                               MOVE PERD-MEND-TIME TO RUN-TIME
                               IF RUN-STAMP > ROLL-STAMP
                                   MOVE RUN-STAMP TO ROLL-STAMP
                                   MOVE "Y" TO ROLL-FOUND-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERD-FILE
           END-IF.
           IF NOT ROLL-FOUND
               MOVE TODAY-DATE(1:6) TO ROLL-DATE(1:6)
               MOVE "01" TO ROLL-DATE(7:2)
               MOVE "000000" TO ROLL-TIME
           END-IF.


       REPORT-HEADING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           IF REBUILD-MODE
               STRING "OPERATOR MASTER VERIFICATION " TODAY-DATE
                   "  MODE REBUILD"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "OPERATOR MASTER VERIFICATION " TODAY-DATE
                   "  MODE VERIFY"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF ROLL-FOUND
               STRING "MTD FROM BATCH RUNS AFTER THE MONTH-END ROLL OF "
                   ROLL-DATE " " ROLL-TIME
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "NO MONTH-END ROLL ON OPRPERD.DAT - MTD FROM "
                   "BATCH RUNS SINCE " ROLL-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.


       READ-GENERATIONS-PROCEDURE.
      *    Every monthly generation from the roll month through the
      *    current month - normally just the current month, or the
      *    closing month too when runs followed the roll before the
      *    month turned.  A month with no generation is skipped.
           MOVE ROLL-DATE(1:6) TO GEN-MONTH.
           MOVE TODAY-DATE(1:6) TO LAST-MONTH.
           PERFORM UNTIL GEN-MONTH > LAST-MONTH
               MOVE SPACES TO AUDIT-NAME
               STRING "OPRAUD-" GEN-MONTH ".DAT"
                   DELIMITED BY SIZE INTO AUDIT-NAME
               END-STRING
               PERFORM READ-AUDIT-PROCEDURE
                   THRU READ-AUDIT-EXIT
               IF GEN-MO = 12
                   ADD 1 TO GEN-YR
                   MOVE 1 TO GEN-MO
               ELSE
                   ADD 1 TO GEN-MO
               END-IF
           END-PERFORM.


       READ-AUDIT-PROCEDURE.
           MOVE 0 TO FILE-LINES.
           MOVE "N" TO RUN-COUNTS-SW.
           MOVE "N" TO AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FS NOT = "00"
               GO TO READ-AUDIT-EXIT
           END-IF.
           ADD 1 TO FILE-COUNT.
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-FILE
                   AT END MOVE "Y" TO AUDIT-EOF-SW
                   NOT AT END PERFORM TALLY-AUDIT-PROCEDURE
                       THRU TALLY-AUDIT-EXIT
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "READ " AUDIT-NAME "  " FILE-LINES
               " LINE(S) COUNTED"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

       READ-AUDIT-EXIT.
           EXIT.


       TALLY-AUDIT-PROCEDURE.
      *    A run header decides whether the lines under it count;
      *    every counted line is attributed by name to an id.
           IF ARH-TAG = "RUNHDR"
               MOVE "N" TO RUN-COUNTS-SW
               MOVE ARH-DATE TO RUN-DATE
               MOVE ARH-TIME TO RUN-TIME
               IF (ARH-MODE = "B" OR ARH-MODE = "b")
                   AND ARH-PERIOD = SPACES
                   AND RUN-STAMP > ROLL-STAMP
                   MOVE "Y" TO RUN-COUNTS-SW
               END-IF
               GO TO TALLY-AUDIT-EXIT
           END-IF.
           IF NOT RUN-COUNTS
               GO TO TALLY-AUDIT-EXIT
           END-IF.
           ADD 1 TO FILE-LINES.
           ADD 1 TO COUNTED-LINES.
           MOVE AUD-NAME TO NAME-WK.
           PERFORM FIND-NAME-PROCEDURE.
           IF NAME-FOUND = 0
               PERFORM NOTE-UNRESOLVED-PROCEDURE
               GO TO TALLY-AUDIT-EXIT
           END-IF.
           IF NM-AMBIG(NAME-FOUND) = "Y"
               PERFORM NOTE-UNRESOLVED-PROCEDURE
               GO TO TALLY-AUDIT-EXIT
           END-IF.
           MOVE 0 TO FOUND-IDX.
           MOVE 1 TO CALC-IDX.
           PERFORM UNTIL CALC-IDX > CALC-COUNT OR FOUND-IDX > 0
               IF CT-ID(CALC-IDX) = NM-ID(NAME-FOUND)
                   MOVE CALC-IDX TO FOUND-IDX
               END-IF
               ADD 1 TO CALC-IDX
           END-PERFORM.
           IF FOUND-IDX = 0
               IF CALC-COUNT >= CALC-MAX
                   DISPLAY "Recompute table full at " CALC-MAX
                       " operators - " NM-ID(NAME-FOUND)
                       " not counted."
                   GO TO TALLY-AUDIT-EXIT
               END-IF
               ADD 1 TO CALC-COUNT
               MOVE CALC-COUNT TO FOUND-IDX
               INITIALIZE CALC-ENTRY(FOUND-IDX)
               MOVE NM-ID(NAME-FOUND) TO CT-ID(FOUND-IDX)
               MOVE "N" TO CT-MATCHED(FOUND-IDX)
           END-IF.
           COMPUTE RESULT-WK = FUNCTION NUMVAL(AUD-R).
           ADD 1 TO CT-CALCS(FOUND-IDX).
           ADD RESULT-WK TO CT-TOTAL(FOUND-IDX).
           EVALUATE AUD-OP
               WHEN "+" ADD 1 TO CT-ADD(FOUND-IDX)
               WHEN "-" ADD 1 TO CT-SUB(FOUND-IDX)
               WHEN "*" ADD 1 TO CT-MUL(FOUND-IDX)
               WHEN "/" ADD 1 TO CT-DIV(FOUND-IDX)
               WHEN "%" ADD 1 TO CT-REM(FOUND-IDX)
           END-EVALUATE.

       TALLY-AUDIT-EXIT.
           EXIT.


       NOTE-UNRESOLVED-PROCEDURE.
           ADD 1 TO UNRES-LINES.
           MOVE 1 TO IDX.
           MOVE 0 TO FOUND-IDX.
           PERFORM UNTIL IDX > UNRES-COUNT OR FOUND-IDX > 0
               IF UN-NAME(IDX) = AUD-NAME
                   MOVE IDX TO FOUND-IDX
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF FOUND-IDX = 0 AND UNRES-COUNT < UNRES-MAX
               ADD 1 TO UNRES-COUNT
               MOVE UNRES-COUNT TO FOUND-IDX
               MOVE AUD-NAME TO UN-NAME(FOUND-IDX)
               MOVE 0 TO UN-LINES(FOUND-IDX)
               MOVE "N" TO UN-AMBIG(FOUND-IDX)
               IF NAME-FOUND > 0
                   MOVE "Y" TO UN-AMBIG(FOUND-IDX)
               END-IF
           END-IF.
           IF FOUND-IDX > 0
               ADD 1 TO UN-LINES(FOUND-IDX)
           END-IF.


       COMPARE-PROCEDURE.
      *    Field by field, master against recomputed.  An operator
      *    with nothing on the audit trail this month compares
      *    against zeroes; an operator the master has never seen is
      *    reported missing.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 1 TO MAST-IDX.
           PERFORM UNTIL MAST-IDX > MAST-COUNT
               PERFORM COMPARE-ONE-PROCEDURE
                   THRU COMPARE-ONE-EXIT
               ADD 1 TO MAST-IDX
           END-PERFORM.
           MOVE 1 TO CALC-IDX.
           PERFORM UNTIL CALC-IDX > CALC-COUNT
               IF CT-MATCHED(CALC-IDX) NOT = "Y"
                   ADD 1 TO DIFF-COUNT
                   MOVE CT-ID(CALC-IDX) TO EX-ID
                   MOVE "** NOT ON MAST" TO EX-FLAG
                   MOVE "CALCS" TO EX-FIELD
                   MOVE 0 TO EX-MASTER-WK
                   MOVE CT-CALCS(CALC-IDX) TO EX-AUDIT-WK
                   MOVE "N" TO EX-MONEY-SW
                   PERFORM WRITE-EXCEPTION-PROCEDURE
                   MOVE "RESULT TOTAL" TO EX-FIELD
                   MOVE CT-TOTAL(CALC-IDX) TO EX-AUDIT-WK
                   MOVE "Y" TO EX-MONEY-SW
                   PERFORM WRITE-EXCEPTION-PROCEDURE
               END-IF
               ADD 1 TO CALC-IDX
           END-PERFORM.


       COMPARE-ONE-PROCEDURE.
           ADD 1 TO CHECKED-COUNT.
           MOVE "N" TO DIFF-SW.
           MOVE 0 TO FOUND-IDX.
           MOVE 1 TO CALC-IDX.
           PERFORM UNTIL CALC-IDX > CALC-COUNT OR FOUND-IDX > 0
               IF CT-ID(CALC-IDX) = MT-ID(MAST-IDX)
                   MOVE CALC-IDX TO FOUND-IDX
                   MOVE "Y" TO CT-MATCHED(CALC-IDX)
               END-IF
               ADD 1 TO CALC-IDX
           END-PERFORM.
           IF FOUND-IDX = 0
      *        Nothing on the audit trail - compare against zeroes.
               IF CALC-COUNT < CALC-MAX
                   ADD 1 TO CALC-COUNT
                   MOVE CALC-COUNT TO FOUND-IDX
                   INITIALIZE CALC-ENTRY(FOUND-IDX)
                   MOVE MT-ID(MAST-IDX) TO CT-ID(FOUND-IDX)
                   MOVE "Y" TO CT-MATCHED(FOUND-IDX)
               ELSE
                   DISPLAY "Recompute table full at " CALC-MAX
                       " operators - " MT-ID(MAST-IDX)
                       " not checked."
                   GO TO COMPARE-ONE-EXIT
               END-IF
           END-IF.
           MOVE "N" TO EX-MONEY-SW.
           MOVE "CALCS" TO EX-FIELD.
           MOVE MT-MTD-CALCS(MAST-IDX) TO EX-MASTER-WK.
           MOVE CT-CALCS(FOUND-IDX) TO EX-AUDIT-WK.
           PERFORM COMPARE-FIELD-PROCEDURE.
           MOVE "ADD (+)" TO EX-FIELD.
           MOVE MT-MTD-ADD(MAST-IDX) TO EX-MASTER-WK.
           MOVE CT-ADD(FOUND-IDX) TO EX-AUDIT-WK.
           PERFORM COMPARE-FIELD-PROCEDURE.
           MOVE "SUBTRACT (-)" TO EX-FIELD.
           MOVE MT-MTD-SUB(MAST-IDX) TO EX-MASTER-WK.
           MOVE CT-SUB(FOUND-IDX) TO EX-AUDIT-WK.
           PERFORM COMPARE-FIELD-PROCEDURE.
           MOVE "MULTIPLY (*)" TO EX-FIELD.
           MOVE MT-MTD-MUL(MAST-IDX) TO EX-MASTER-WK.
           MOVE CT-MUL(FOUND-IDX) TO EX-AUDIT-WK.
           PERFORM COMPARE-FIELD-PROCEDURE.
           MOVE "DIVIDE (/)" TO EX-FIELD.
           MOVE MT-MTD-DIV(MAST-IDX) TO EX-MASTER-WK.
           MOVE CT-DIV(FOUND-IDX) TO EX-AUDIT-WK.
           PERFORM COMPARE-FIELD-PROCEDURE.
           MOVE "REMAINDER (%)" TO EX-FIELD.
           MOVE MT-MTD-REM(MAST-IDX) TO EX-MASTER-WK.
           MOVE CT-REM(FOUND-IDX) TO EX-AUDIT-WK.
           PERFORM COMPARE-FIELD-PROCEDURE.
           MOVE "Y" TO EX-MONEY-SW.
           MOVE "RESULT TOTAL" TO EX-FIELD.
           MOVE MT-MTD-TOTAL(MAST-IDX) TO EX-MASTER-WK.
           MOVE CT-TOTAL(FOUND-IDX) TO EX-AUDIT-WK.
           PERFORM COMPARE-FIELD-PROCEDURE.
           IF RECORD-DIFFERS
               ADD 1 TO DIFF-COUNT
               MOVE "Y" TO MT-DIFF(MAST-IDX)
           END-IF.

       COMPARE-ONE-EXIT.
           EXIT.


       COMPARE-FIELD-PROCEDURE.
           IF EX-MASTER-WK NOT = EX-AUDIT-WK
               MOVE "Y" TO DIFF-SW
               MOVE MT-ID(MAST-IDX) TO EX-ID
               MOVE "** DIFFERS" TO EX-FLAG
               PERFORM WRITE-EXCEPTION-PROCEDURE
           END-IF.


       WRITE-EXCEPTION-PROCEDURE.
           IF EX-MONEY
               MOVE EX-MASTER-WK TO MONEY-ED
               MOVE MONEY-ED TO EX-MASTER
               MOVE EX-AUDIT-WK TO MONEY-ED
               MOVE MONEY-ED TO EX-AUDIT
           ELSE
               MOVE EX-MASTER-WK TO COUNT-ED
               MOVE COUNT-ED TO EX-MASTER
               MOVE EX-AUDIT-WK TO COUNT-ED
               MOVE COUNT-ED TO EX-AUDIT
           END-IF.
           WRITE REPORT-RECORD FROM EXC-LINE.


       REPORT-UNRESOLVED-PROCEDURE.
      *    Audit lines that could not be put against an operator id -
      *    their figures are missing from the recomputation, so the
      *    comparison for the operator behind them is not final.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > UNRES-COUNT
               MOVE SPACES TO REPORT-RECORD
               IF UN-AMBIG(IDX) = "Y"
                   STRING "** AMBIGUOUS NAME " UN-NAME(IDX) " "
                       UN-LINES(IDX) " LINE(S) - HELD BY TWO IDS"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "** UNRESOLVED NAME " UN-NAME(IDX) " "
                       UN-LINES(IDX) " LINE(S) - NO OPERATOR ID"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
               ADD 1 TO IDX
           END-PERFORM.


       REBUILD-PROCEDURE.
      *    Rewrite the MTD side from the recomputed figures - only
      *    once every counted line has been attributed, or the
      *    rebuild would bake a shortfall into the master.
           IF UNRES-LINES > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "*** REBUILD REFUSED - " UNRES-LINES
                   " AUDIT LINE(S) NOT ATTRIBUTED TO AN OPERATOR ID"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               DISPLAY "Rebuild refused - " UNRES-LINES
                   " audit line(s) could not be attributed."
               MOVE 8 TO RETURN-CODE
               GO TO REBUILD-EXIT
           END-IF.
           IF DIFF-COUNT = 0
               GO TO REBUILD-EXIT
           END-IF.
           OPEN EXTEND FIX-FILE.
           IF WS-FIX-FS = "35"
               OPEN OUTPUT FIX-FILE
           END-IF.
           IF WS-FIX-FS NOT = "00"
               DISPLAY "Cannot open OPRMFIX.DAT - status " WS-FIX-FS
               DISPLAY "Rebuild abandoned - master left as it was."
               MOVE "Y" TO REBUILD-FAIL-SW
               MOVE 8 TO RETURN-CODE
               GO TO REBUILD-EXIT
           END-IF.
           ACCEPT TIME-NOW FROM TIME.
           MOVE 1 TO MAST-IDX.
           PERFORM UNTIL MAST-IDX > MAST-COUNT
               IF MT-DIFF(MAST-IDX) = "Y"
                   PERFORM FIX-ONE-PROCEDURE
                       THRU FIX-ONE-EXIT
               END-IF
               ADD 1 TO MAST-IDX
           END-PERFORM.
           MOVE 1 TO CALC-IDX.
           PERFORM UNTIL CALC-IDX > CALC-COUNT
               IF CT-MATCHED(CALC-IDX) NOT = "Y"
                   PERFORM ADD-MISSING-PROCEDURE
                       THRU ADD-MISSING-EXIT
               END-IF
               ADD 1 TO CALC-IDX
           END-PERFORM.
           CLOSE FIX-FILE.
           PERFORM SAVE-MAST-PROCEDURE.

       REBUILD-EXIT.
           EXIT.


       FIX-ONE-PROCEDURE.
           MOVE 1 TO CALC-IDX.
           MOVE 0 TO FOUND-IDX.
           PERFORM UNTIL CALC-IDX > CALC-COUNT OR FOUND-IDX > 0
               IF CT-ID(CALC-IDX) = MT-ID(MAST-IDX)
                   MOVE CALC-IDX TO FOUND-IDX
               END-IF
               ADD 1 TO CALC-IDX
           END-PERFORM.
           IF FOUND-IDX = 0
               GO TO FIX-ONE-EXIT
           END-IF.
           PERFORM MOVE-MAST-OUT-PROCEDURE.
           MOVE MAST-RECORD TO BEFORE-IMAGE.
           MOVE CT-CALCS(FOUND-IDX) TO MT-MTD-CALCS(MAST-IDX).
           MOVE CT-ADD(FOUND-IDX) TO MT-MTD-ADD(MAST-IDX).
           MOVE CT-SUB(FOUND-IDX) TO MT-MTD-SUB(MAST-IDX).
           MOVE CT-MUL(FOUND-IDX) TO MT-MTD-MUL(MAST-IDX).
           MOVE CT-DIV(FOUND-IDX) TO MT-MTD-DIV(MAST-IDX).
           MOVE CT-REM(FOUND-IDX) TO MT-MTD-REM(MAST-IDX).
           MOVE CT-TOTAL(FOUND-IDX) TO MT-MTD-TOTAL(MAST-IDX).
           PERFORM MOVE-MAST-OUT-PROCEDURE.
           MOVE MAST-RECORD TO AFTER-IMAGE.
           MOVE "REBUILD" TO FIX-ACTION-WK.
           PERFORM WRITE-FIX-PROCEDURE.
           ADD 1 TO FIX-COUNT.

       FIX-ONE-EXIT.
           EXIT.


       ADD-MISSING-PROCEDURE.
           IF MAST-COUNT >= MAST-MAX
               DISPLAY "Master table full at " MAST-MAX
                   " operators - " CT-ID(CALC-IDX) " not added."
               GO TO ADD-MISSING-EXIT
           END-IF.
           ADD 1 TO MAST-COUNT.
           MOVE MAST-COUNT TO MAST-IDX.
           INITIALIZE MAST-ENTRY(MAST-IDX).
           MOVE CT-ID(CALC-IDX) TO MT-ID(MAST-IDX).
           MOVE CT-CALCS(CALC-IDX) TO MT-MTD-CALCS(MAST-IDX).
           MOVE CT-ADD(CALC-IDX) TO MT-MTD-ADD(MAST-IDX).
           MOVE CT-SUB(CALC-IDX) TO MT-MTD-SUB(MAST-IDX).
           MOVE CT-MUL(CALC-IDX) TO MT-MTD-MUL(MAST-IDX).
           MOVE CT-DIV(CALC-IDX) TO MT-MTD-DIV(MAST-IDX).
           MOVE CT-REM(CALC-IDX) TO MT-MTD-REM(MAST-IDX).
           MOVE CT-TOTAL(CALC-IDX) TO MT-MTD-TOTAL(MAST-IDX).
           MOVE SPACES TO BEFORE-IMAGE.
           PERFORM MOVE-MAST-OUT-PROCEDURE.
           MOVE MAST-RECORD TO AFTER-IMAGE.
           MOVE "ADD" TO FIX-ACTION-WK.
           PERFORM WRITE-FIX-PROCEDURE.
           ADD 1 TO ADD-COUNT.

       ADD-MISSING-EXIT.
           EXIT.


       WRITE-FIX-PROCEDURE.
           MOVE SPACES TO FIX-RECORD.
           MOVE TODAY-DATE TO FIX-DATE.
           MOVE TIME-NOW(1:6) TO FIX-TIME.
           MOVE FIX-ACTION-WK TO FIX-ACTION.
           MOVE BEFORE-IMAGE TO FIX-BEFORE.
           MOVE AFTER-IMAGE TO FIX-AFTER.
           WRITE FIX-RECORD.


       SAVE-MAST-PROCEDURE.
           OPEN OUTPUT MAST-FILE.
           IF WS-MAST-FS NOT = "00"
               DISPLAY "Cannot rewrite OPRMAST.DAT - status "
                   WS-MAST-FS
               DISPLAY "Corrections are logged on OPRMFIX.DAT but"
                   " not applied."
               MOVE "Y" TO REBUILD-FAIL-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 1 TO MAST-IDX
               PERFORM UNTIL MAST-IDX > MAST-COUNT
                   PERFORM MOVE-MAST-OUT-PROCEDURE
                   WRITE MAST-RECORD
                   ADD 1 TO MAST-IDX
               END-PERFORM
               CLOSE MAST-FILE
           END-IF.


       MOVE-MAST-OUT-PROCEDURE.
           MOVE SPACES TO MAST-RECORD.
           MOVE MT-ID(MAST-IDX) TO MAST-ID.
           MOVE MT-MTD-CALCS(MAST-IDX) TO MAST-MTD-CALCS.
           MOVE MT-MTD-ADD(MAST-IDX) TO MAST-MTD-ADD.
           MOVE MT-MTD-SUB(MAST-IDX) TO MAST-MTD-SUB.
           MOVE MT-MTD-MUL(MAST-IDX) TO MAST-MTD-MUL.
           MOVE MT-MTD-DIV(MAST-IDX) TO MAST-MTD-DIV.
           MOVE MT-MTD-REM(MAST-IDX) TO MAST-MTD-REM.
           MOVE MT-MTD-TOTAL(MAST-IDX) TO MAST-MTD-TOTAL.
           MOVE MT-YTD-CALCS(MAST-IDX) TO MAST-YTD-CALCS.
           MOVE MT-YTD-ADD(MAST-IDX) TO MAST-YTD-ADD.
           MOVE MT-YTD-SUB(MAST-IDX) TO MAST-YTD-SUB.
           MOVE MT-YTD-MUL(MAST-IDX) TO MAST-YTD-MUL.
           MOVE MT-YTD-DIV(MAST-IDX) TO MAST-YTD-DIV.
           MOVE MT-YTD-REM(MAST-IDX) TO MAST-YTD-REM.
           MOVE MT-YTD-TOTAL(MAST-IDX) TO MAST-YTD-TOTAL.


       REPORT-SUMMARY-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AUDIT FILES READ " FILE-COUNT
               "  BATCH LINES COUNTED " COUNTED-LINES
               "  NOT ATTRIBUTED " UNRES-LINES
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MASTER RECORDS CHECKED " CHECKED-COUNT
               "  OPERATORS WITH DIFFERENCES " DIFF-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           EVALUATE TRUE
               WHEN DIFF-COUNT = 0 AND UNRES-LINES = 0
                   MOVE "MASTER AGREES WITH THE AUDIT TRAIL"
                       TO REPORT-RECORD
               WHEN REBUILD-FAILED
                   MOVE "*** REBUILD NOT APPLIED ***" TO REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
               WHEN REBUILD-MODE AND UNRES-LINES = 0
                   STRING "MASTER REBUILT - " FIX-COUNT
                       " RECORD(S) CORRECTED, " ADD-COUNT
                       " ADDED - IMAGES ON OPRMFIX.DAT"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   MOVE "*** MASTER DOES NOT AGREE WITH AUDIT TRAIL ***"
                       TO REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD(1:80).

       END PROGRAM OPRMVER.
