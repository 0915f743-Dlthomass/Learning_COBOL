      *          OPRAUDIT.DAT plus every monthly generation file
      *          (OPRAUD-YYYYMM.DAT) the date range touches, using the
      *          run-header stamps ("RUNHDR") to attribute each audit
      *          line to its run date and rounding rule.  Matching
      *          lines go to OPRINQ.RPT with their run context, so a
      *          "show me everything Maria ran between March and May"
      *          pull is one question instead of a morning of
      *          hand-searching.  CALCS2's batch audit trail,
      *          C2AUDIT.DAT, is searched too - its lines carry no
      *          operator, so it is left out when one is asked for,
      *          and "CALCS2" as the operator searches it alone.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.

           SELECT C2AUDIT-FILE ASSIGN TO "C2AUDIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-C2AUDIT-FS.

           SELECT OPRIDS-FILE ASSIGN TO "OPRIDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPRIDS-FS.
           05  AUD-Y           PIC X(14).
           05  FILLER          PIC X.
           05  AUD-R           PIC X(15).
      *    Chained check value, verified by OPRAVER.
           05  FILLER          PIC X.
           05  AUD-CHAIN       PIC X(10).
       01  AUDIT-RUN-RECORD.
           05  ARH-TAG         PIC X(6).
           05  FILLER          PIC X.
           05  ARH-TIME        PIC X(6).
           05  FILLER          PIC X.
           05  ARH-MODE        PIC X.
           05  FILLER          PIC X(8).
      *    Rounding rule the run's results were produced under -
      *    R half-up, T truncate, blank on stamps from before the
      *    rule was recorded.
           05  ARH-ROUND       PIC X.
           05  FILLER          PIC X(48).

       FD  C2AUDIT-FILE.
      *    CALCS2's batch audit trail: run-header stamps in the same
      *    columns as OPRAUDIT.DAT's, then one line per card - the
      *    pair and its five results, sum, difference, product,
      *    quotient and remainder, in that order.
       01  C2AUDIT-RECORD.
           05  C2A-SEQ         PIC X(6).
           05  FILLER          PIC X.
           05  C2A-X           PIC X(14).
           05  FILLER          PIC X.
           05  C2A-Y           PIC X(14).
           05  C2A-RESULT OCCURS 5 TIMES.
               10  FILLER      PIC X.
               10  C2A-R       PIC X(14).
      *    Chained check value, verified by OPRAVER.
           05  FILLER          PIC X.
           05  C2A-CHAIN       PIC X(10).
       01  C2AUDIT-RUN-RECORD.
           05  C2AH-TAG        PIC X(6).
           05  FILLER          PIC X.
           05  C2AH-RUN-NO     PIC X(6).
           05  FILLER          PIC X.
           05  C2AH-DATE       PIC X(8).
           05  FILLER          PIC X.
           05  C2AH-TIME       PIC X(6).
           05  FILLER          PIC X.
           05  C2AH-MODE       PIC X.
           05  FILLER          PIC X(8).
           05  C2AH-ROUND      PIC X.
           05  FILLER          PIC X(82).

       FD  OPRIDS-FILE.
      *    Reference file of authorized operator ids, as maintained by
           05  OPRIDS-EXP-DATE PIC X(8).
           05  OPRIDS-OPS      PIC X(5).
           05  OPRIDS-LIMIT    PIC X(9).
           05  OPRIDS-COST-CTR PIC X(8).
           05  OPRIDS-PIN-HASH PIC X(10).
           05  OPRIDS-PIN-EXP  PIC X(8).
           05  OPRIDS-PIN-FAILS PIC 9.
           05  OPRIDS-PIN-LOCK PIC X.

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(140).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FS  PIC XX.
       77  WS-C2AUDIT-FS PIC XX.
       77  WS-OPRIDS-FS PIC XX.
       77  WS-REPORT-FS PIC XX.

           88  R-LOW-SET           VALUE "Y".
       77  R-HIGH-SW   PIC X VALUE "N".
           88  R-HIGH-SET          VALUE "Y".
      *    Which trails the operator answer leaves in the search: an
      *    operator's name rules CALCS2 out, "CALCS2" rules
      *    OPERATORS out.
       77  SCOPE-SW    PIC X VALUE "A".
           88  SCOPE-ALL           VALUE "A".
           88  SCOPE-OPERATORS     VALUE "O".
           88  SCOPE-CALCS2        VALUE "C".

      *    Date window actually applied - the entered range with the
      *    blanks opened out to the widest bound.
       77  RUN-DATE-WK PIC X(8) VALUE SPACES.
       77  RUN-TIME-WK PIC X(6) VALUE SPACES.
       77  RUN-MODE-WK PIC X VALUE SPACE.
       77  RUN-ROUND-WK PIC X VALUE SPACE.

       77  AUDIT-NAME  PIC X(17) VALUE SPACES.
       77  RESULT-WK   PIC S9(13)V99 VALUE 0.
       77  FILE-COUNT  PIC 9(3) VALUE 0.
       77  TODAY-DATE  PIC X(8) VALUE SPACES.

      *    CALCS2 result matching - the operation symbols in the order
      *    the card line carries their results.
       77  C2-OPS      PIC X(5) VALUE "+-*/%".
       77  C2-IDX      PIC 9 VALUE 0.
       77  C2-HIT-SW   PIC X VALUE "N".
           88  C2-HIT              VALUE "Y".

      *    Generation walk - months are counted the same way OPRARCH
      *    counts them for its cutoff, so the two programs agree on
      *    which month a run belongs to.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPD-MODE    PIC X.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPD-ROUND   PIC X.
           05  FILLER      PIC X     VALUE SPACE.
           05  RPD-LINE    PIC X(111).

      *=================================================================
       PROCEDURE DIVISION.
           MOVE SPACE TO CRIT-OP.
           MOVE "N" TO R-LOW-SW.
           MOVE "N" TO R-HIGH-SW.
           MOVE "A" TO SCOPE-SW.
           MOVE 0 TO MATCH-COUNT.
           MOVE 0 TO FILE-COUNT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM HEAD-PROCEDURE.
           PERFORM ASK-CRITERIA-PROCEDURE.
           PERFORM OPEN-REPORT-PROCEDURE.
           IF NOT SCOPE-CALCS2
               PERFORM SEARCH-GENERATIONS-PROCEDURE
               MOVE "OPRAUDIT.DAT" TO AUDIT-NAME
               PERFORM SEARCH-ONE-FILE-PROCEDURE
                   THRU SEARCH-ONE-FILE-EXIT
           END-IF.
           IF NOT SCOPE-OPERATORS
               PERFORM SEARCH-C2-FILE-PROCEDURE
                   THRU SEARCH-C2-FILE-EXIT
           END-IF.
           PERFORM CLOSE-REPORT-PROCEDURE.
           DISPLAY " ".
           DISPLAY MATCH-COUNT " matching line(s) from " FILE-COUNT


       ASK-CRITERIA-PROCEDURE.
           DISPLAY "Operator id or name (blank = all,"
           DISPLAY "CALCS2 = CALCS2 batch runs only):"
           ACCEPT ASK-OPERATOR.
           PERFORM RESOLVE-OPERATOR-PROCEDURE
               THRU RESOLVE-OPERATOR-EXIT.
      *    The audit trail carries display names, not ids - so when
      *    the answer matches an id on OPRIDS.DAT, search for that
      *    operator's name; anything else is taken as a name as
      *    typed.  Blank means every operator, CALCS2's batch runs
      *    included; "CALCS2" means those runs alone.
           MOVE ASK-OPERATOR TO CRIT-NAME.
           IF ASK-OPERATOR = SPACES
               GO TO RESOLVE-OPERATOR-EXIT
           END-IF.
           IF ASK-OPERATOR = "CALCS2" OR ASK-OPERATOR = "calcs2"
               MOVE "C" TO SCOPE-SW
               MOVE "CALCS2" TO CRIT-NAME
               GO TO RESOLVE-OPERATOR-EXIT
           END-IF.
           MOVE "O" TO SCOPE-SW.
           IF ASK-OPERATOR(7:26) NOT = SPACES
               GO TO RESOLVE-OPERATOR-EXIT
           END-IF.
           MOVE SPACES TO RUN-DATE-WK.
           MOVE SPACES TO RUN-TIME-WK.
           MOVE SPACE TO RUN-MODE-WK.
           MOVE SPACE TO RUN-ROUND-WK.
           MOVE "N" TO AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FS = "35"
               MOVE ARH-DATE TO RUN-DATE-WK
               MOVE ARH-TIME TO RUN-TIME-WK
               MOVE ARH-MODE TO RUN-MODE-WK
               MOVE ARH-ROUND TO RUN-ROUND-WK
               GO TO MATCH-RECORD-EXIT
           END-IF.
           IF RUN-DATE-WK = SPACES
           MOVE RUN-DATE-WK TO RPD-DATE.
           MOVE RUN-TIME-WK TO RPD-TIME.
           MOVE RUN-MODE-WK TO RPD-MODE.
           MOVE RUN-ROUND-WK TO RPD-ROUND.
           MOVE AUDIT-RECORD(1:87) TO RPD-LINE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       MATCH-RECORD-EXIT.
           EXIT.


       SEARCH-C2-FILE-PROCEDURE.
      *    CALCS2's trail is one file, never archived into
      *    generations, and a shop that has never run CALCS2 in
      *    batch has none at all.  Its matches follow OPERATORS' under
      *    a heading of their own, since the line layout differs.
           MOVE SPACES TO RUN-NO-WK.
           MOVE SPACES TO RUN-DATE-WK.
           MOVE SPACES TO RUN-TIME-WK.
           MOVE SPACE TO RUN-MODE-WK.
           MOVE SPACE TO RUN-ROUND-WK.
           MOVE "N" TO AUDIT-EOF-SW.
           OPEN INPUT C2AUDIT-FILE.
           IF WS-C2AUDIT-FS = "35"
               GO TO SEARCH-C2-FILE-EXIT
           END-IF.
           IF WS-C2AUDIT-FS NOT = "00"
               DISPLAY "Cannot open C2AUDIT.DAT - status "
                   WS-C2AUDIT-FS
               GO TO SEARCH-C2-FILE-EXIT
           END-IF.
           ADD 1 TO FILE-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CALCS2 BATCH AUDIT TRAIL (C2AUDIT.DAT)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO RPT-DETAIL.
           MOVE "RUN#" TO RPD-RUN-NO.
           MOVE "RUNDATE" TO RPD-DATE.
           MOVE "TIME" TO RPD-TIME.
           MOVE "M" TO RPD-MODE.
           MOVE "R" TO RPD-ROUND.
           STRING "SEQ    X              Y              "
               "SUM            SUB            MUL            "
               "DIV            REM"
               DELIMITED BY SIZE INTO RPD-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM RPT-DETAIL.
           PERFORM UNTIL AUDIT-EOF
               READ C2AUDIT-FILE
                   AT END MOVE "Y" TO AUDIT-EOF-SW
                   NOT AT END PERFORM MATCH-C2-RECORD-PROCEDURE
                       THRU MATCH-C2-RECORD-EXIT
               END-READ
           END-PERFORM.
           CLOSE C2AUDIT-FILE.

       SEARCH-C2-FILE-EXIT.
           EXIT.


       MATCH-C2-RECORD-PROCEDURE.
      *    As MATCH-RECORD-PROCEDURE, less the operator test.  Every
      *    card carries all five results, so the operation picks
      *    which result the bounds apply to; with no operation, the
      *    card matches if any of its results is within them.
           IF C2AH-TAG = "RUNHDR"
               MOVE C2AH-RUN-NO TO RUN-NO-WK
               MOVE C2AH-DATE TO RUN-DATE-WK
               MOVE C2AH-TIME TO RUN-TIME-WK
               MOVE C2AH-MODE TO RUN-MODE-WK
               MOVE C2AH-ROUND TO RUN-ROUND-WK
               GO TO MATCH-C2-RECORD-EXIT
           END-IF.
           IF RUN-DATE-WK < DATE-LOW OR RUN-DATE-WK > DATE-HIGH
               GO TO MATCH-C2-RECORD-EXIT
           END-IF.
           IF CRIT-OP NOT = SPACE
               MOVE 0 TO C2-IDX
               INSPECT C2-OPS TALLYING C2-IDX
                   FOR CHARACTERS BEFORE INITIAL CRIT-OP
               IF C2-IDX > 4
                   GO TO MATCH-C2-RECORD-EXIT
               END-IF
           END-IF.
           MOVE "N" TO C2-HIT-SW.
           MOVE 1 TO C2-IDX.
           PERFORM UNTIL C2-IDX > 5 OR C2-HIT
               IF CRIT-OP = SPACE OR C2-OPS(C2-IDX:1) = CRIT-OP
                   PERFORM TEST-C2-RESULT-PROCEDURE
               END-IF
               ADD 1 TO C2-IDX
           END-PERFORM.
           IF NOT C2-HIT
               GO TO MATCH-C2-RECORD-EXIT
           END-IF.
           ADD 1 TO MATCH-COUNT.
           MOVE SPACES TO RPT-DETAIL.
           MOVE RUN-NO-WK TO RPD-RUN-NO.
           MOVE RUN-DATE-WK TO RPD-DATE.
           MOVE RUN-TIME-WK TO RPD-TIME.
           MOVE RUN-MODE-WK TO RPD-MODE.
           MOVE RUN-ROUND-WK TO RPD-ROUND.
           MOVE C2AUDIT-RECORD(1:111) TO RPD-LINE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

       MATCH-C2-RECORD-EXIT.
           EXIT.


       TEST-C2-RESULT-PROCEDURE.
           MOVE "Y" TO C2-HIT-SW.
           IF R-LOW-SET OR R-HIGH-SET
               COMPUTE RESULT-WK = FUNCTION NUMVAL(C2A-R(C2-IDX))
               IF R-LOW-SET AND RESULT-WK < CRIT-R-LOW
                   MOVE "N" TO C2-HIT-SW
               END-IF
               IF R-HIGH-SET AND RESULT-WK > CRIT-R-HIGH
                   MOVE "N" TO C2-HIT-SW
               END-IF
           END-IF.


       OPEN-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
           MOVE "RUNDATE" TO RPD-DATE.
           MOVE "TIME" TO RPD-TIME.
           MOVE "M" TO RPD-MODE.
           MOVE "R" TO RPD-ROUND.
           MOVE "AUDIT LINE" TO RPD-LINE.
           WRITE REPORT-RECORD FROM RPT-DETAIL.

