      *          run-control figures in OPRCTL.DAT and flags any
      *          mismatch in OPRRECON.RPT, so a short file is caught
      *          the same day instead of weeks later.
      *          Given a "C" in OPRRECP.DAT it balances the last CALCS2
      *          batch run instead - C2OUT.DAT and C2AUDIT.DAT against
      *          C2CTL.DAT, total by total - into C2RECON.RPT.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDS-FS.

           SELECT RECP-FILE ASSIGN TO "OPRRECP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECP-FS.

           SELECT C2CTL-FILE ASSIGN TO "C2CTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-C2CTL-FS.

           SELECT C2OUT-FILE ASSIGN TO "C2OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-C2OUT-FS.

           SELECT C2AUDIT-FILE ASSIGN TO "C2AUDIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-C2AUDIT-FS.

           SELECT C2RPT-FILE ASSIGN TO "C2RECON.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-C2RPT-FS.

      *=================================================================
       DATA DIVISION.

           05  OUT-YM          PIC X(14).
           05  FILLER          PIC X(3).
           05  OUT-RM          PIC X(15).
           05  FILLER          PIC X.
           05  OUT-OPID        PIC X(6).
           05  FILLER          PIC X.
           05  OUT-SOURCE      PIC X(8).

       FD  AUDIT-FILE.
      *    Audit trail as written by OPERATORS.
           05  AUD-Y           PIC X(14).
           05  FILLER          PIC X.
           05  AUD-R           PIC X(15).
      *    Chained check value, verified by OPRAVER.
           05  FILLER          PIC X.
           05  AUD-CHAIN       PIC X(10).

       FD  CSV-FILE.
       01  CSV-RECORD          PIC X(80).
           05  FILLER          PIC X.
           05  FEEDS-PROC-DATE PIC X(8).

       FD  RECP-FILE.
      *    One-shot run parameter - written by NIGHTRUN (or by hand)
      *    and truncated once read: C balances the last CALCS2 batch
      *    run; anything else, or no file, the OPERATORS run.
       01  RECP-RECORD.
           05  RECP-RUN        PIC X.

       FD  C2CTL-FILE.
      *    Run-control record as written by CALCS2 at end of batch.
       01  C2CTL-RECORD.
           05  C2CTL-RUN-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  C2CTL-RUN-NO    PIC 9(6).
           05  FILLER          PIC X.
           05  C2CTL-REC-COUNT PIC 9(6).
           05  FILLER          PIC X.
           05  C2CTL-REJ-COUNT PIC 9(6).
           05  FILLER          PIC X.
           05  C2CTL-ROUND     PIC X.
           05  FILLER          PIC X.
           05  C2CTL-TSUM      PIC S9(12)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  C2CTL-TSUB      PIC S9(12)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  C2CTL-TMUL      PIC S9(12)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  C2CTL-TDIV      PIC S9(12)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  C2CTL-FIRST-SEQ PIC 9(6).
           05  FILLER          PIC X.
           05  C2CTL-LAST-SEQ  PIC 9(6).

       FD  C2OUT-FILE.
      *    Results file as written by CALCS2 - read back as text, the
      *    edited result columns decoded via NUMVAL.
       01  C2OUT-RECORD.
           05  C2OUT-X         PIC X(14).
           05  FILLER          PIC X.
           05  C2OUT-Y         PIC X(14).
           05  FILLER          PIC X.
           05  C2OUT-SUM       PIC X(14).
           05  FILLER          PIC X.
           05  C2OUT-SUB       PIC X(14).
           05  FILLER          PIC X.
           05  C2OUT-MUL       PIC X(14).
           05  FILLER          PIC X.
           05  C2OUT-DIV       PIC X(14).
           05  FILLER          PIC X.
           05  C2OUT-REM       PIC X(14).

       FD  C2AUDIT-FILE.
      *    Audit trail as written by CALCS2.
       01  C2AUDIT-RECORD.
           05  C2A-SEQ         PIC X(6).
           05  FILLER          PIC X.
           05  C2A-X           PIC X(14).
           05  FILLER          PIC X.
           05  C2A-Y           PIC X(14).
           05  FILLER          PIC X.
           05  C2A-SUM         PIC X(14).
           05  FILLER          PIC X.
           05  C2A-SUB         PIC X(14).
           05  FILLER          PIC X.
           05  C2A-MUL         PIC X(14).
           05  FILLER          PIC X.
           05  C2A-DIV         PIC X(14).
           05  FILLER          PIC X.
           05  C2A-REM         PIC X(14).
      *    Chained check value, verified by OPRAVER.
           05  FILLER          PIC X.
           05  C2A-CHAIN       PIC X(10).
       01  C2AUDIT-RUN-RECORD.
           05  C2AH-TAG        PIC X(6).
           05  FILLER          PIC X.
           05  C2AH-RUN-NO     PIC X(6).
           05  FILLER          PIC X(26).
           05  C2AH-ROUND      PIC X.
           05  FILLER          PIC X(82).

       FD  C2RPT-FILE.
       01  C2RPT-RECORD        PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-CTL-FS    PIC XX.
       77  WS-CSV-FS    PIC XX.
       77  WS-REPORT-FS PIC XX.
       77  WS-FEEDS-FS  PIC XX.
       77  WS-RECP-FS   PIC XX.
       77  WS-C2CTL-FS  PIC XX.
       77  WS-C2OUT-FS  PIC XX.
       77  WS-C2AUDIT-FS PIC XX.
       77  WS-C2RPT-FS  PIC XX.

       77  RECON-RUN-SW PIC X VALUE "O".
           88  RECON-CALCS2        VALUE "C".

       77  EOF-SW       PIC X VALUE "N".
           88  END-OF-FILE         VALUE "Y".
       77  SEQ-WK       PIC 9(6) VALUE 0.
       77  RESULT-WK    PIC S9(11)V99 VALUE 0.

      *    CALCS2 card counts and the run header found for it.
       77  C2-OUT-COUNT PIC 9(6) VALUE 0.
       77  C2-AUD-COUNT PIC 9(6) VALUE 0.
       77  C2-HDR-SW    PIC X VALUE "N".
           88  C2-HDR-FOUND        VALUE "Y".
       77  C2-HDR-ROUND PIC X VALUE SPACE.
       77  C2-IDX       PIC 9 VALUE 0.

       77  CSV-F1       PIC X(32).
       77  CSV-F2       PIC X(16).
       77  CSV-F3       PIC X(1).
       77  CSV-F4       PIC X(16).
       77  CSV-F5       PIC X(16).

      *    CALCS2 totals - sum, difference, product, quotient - as
      *    the control record, the results file and the audit trail
      *    each have them.
       01  C2-TOTAL-TABLE.
           05  C2-TOTAL-ENTRY OCCURS 4 TIMES.
               10  C2-TOT-NAME     PIC X(3).
               10  C2-TOT-CTL      PIC S9(13)V99.
               10  C2-TOT-OUT      PIC S9(13)V99.
               10  C2-TOT-AUD      PIC S9(13)V99.

       01  RPT-LINE.
           05  RL-TAG      PIC X(30).
           05  RL-COUNT    PIC Z(5)9.
           MOVE 0 TO CSV-COUNT.
           MOVE 0 TO CSV-TOTAL.
           MOVE "N" TO MISMATCH-SW.
           PERFORM READ-RECP-PROCEDURE.
           IF RECON-CALCS2
               PERFORM C2-RECON-PROCEDURE
               GOBACK
           END-IF.
           PERFORM READ-CTL-PROCEDURE.
           PERFORM COUNT-OUT-PROCEDURE.
           PERFORM COUNT-AUDIT-PROCEDURE.
           GOBACK.


       READ-RECP-PROCEDURE.
      *    A waiting OPRRECP.DAT says which run to balance.  The file
      *    is truncated after one use, so a later call with no
      *    parameter goes back to the OPERATORS run.
           MOVE "O" TO RECON-RUN-SW.
           OPEN INPUT RECP-FILE.
           IF WS-RECP-FS = "00"
               READ RECP-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RECP-RUN = "C" OR RECP-RUN = "c"
                           MOVE "C" TO RECON-RUN-SW
                       END-IF
               END-READ
               CLOSE RECP-FILE
               OPEN OUTPUT RECP-FILE
               CLOSE RECP-FILE
           END-IF.


       READ-CTL-PROCEDURE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-FS NOT = "00"
               WRITE REPORT-RECORD
           END-IF.

       C2-RECON-PROCEDURE.
      *    The CALCS2 run, balanced the way the OPERATORS run is:
      *    the results file and the run's stretch of the audit trail
      *    each against the control record, count and total alike -
      *    here for all four totals CALCS2 keeps.
           MOVE 0 TO C2-OUT-COUNT.
           MOVE 0 TO C2-AUD-COUNT.
           MOVE "N" TO C2-HDR-SW.
           MOVE SPACE TO C2-HDR-ROUND.
           MOVE "N" TO MISMATCH-SW.
           PERFORM C2-READ-CTL-PROCEDURE.
           PERFORM C2-COUNT-OUT-PROCEDURE.
           PERFORM C2-COUNT-AUDIT-PROCEDURE.
           PERFORM C2-WRITE-REPORT-PROCEDURE.
           IF RUN-MISMATCH
               DISPLAY "RECONCILIATION MISMATCH - see C2RECON.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Reconciliation balanced - see C2RECON.RPT"
           END-IF.


       C2-READ-CTL-PROCEDURE.
           OPEN INPUT C2CTL-FILE.
           IF WS-C2CTL-FS NOT = "00"
               DISPLAY "Cannot open C2CTL.DAT - status " WS-C2CTL-FS
               DISPLAY "Run CALCS2 batch first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ C2CTL-FILE
               AT END
                   DISPLAY "C2CTL.DAT is empty."
                   CLOSE C2CTL-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE C2CTL-FILE.
           MOVE "SUM" TO C2-TOT-NAME(1).
           MOVE C2CTL-TSUM TO C2-TOT-CTL(1).
           MOVE "SUB" TO C2-TOT-NAME(2).
           MOVE C2CTL-TSUB TO C2-TOT-CTL(2).
           MOVE "MUL" TO C2-TOT-NAME(3).
           MOVE C2CTL-TMUL TO C2-TOT-CTL(3).
           MOVE "DIV" TO C2-TOT-NAME(4).
           MOVE C2CTL-TDIV TO C2-TOT-CTL(4).
           MOVE 1 TO C2-IDX.
           PERFORM UNTIL C2-IDX > 4
               MOVE 0 TO C2-TOT-OUT(C2-IDX)
               MOVE 0 TO C2-TOT-AUD(C2-IDX)
               ADD 1 TO C2-IDX
           END-PERFORM.


       C2-COUNT-OUT-PROCEDURE.
           MOVE "N" TO EOF-SW.
           OPEN INPUT C2OUT-FILE.
           IF WS-C2OUT-FS NOT = "00"
               DISPLAY "Cannot open C2OUT.DAT - status " WS-C2OUT-FS
               MOVE "Y" TO EOF-SW
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ C2OUT-FILE
                   AT END MOVE "Y" TO EOF-SW
                   NOT AT END
                       ADD 1 TO C2-OUT-COUNT
                       COMPUTE RESULT-WK = FUNCTION NUMVAL(C2OUT-SUM)
                       ADD RESULT-WK TO C2-TOT-OUT(1)
                       COMPUTE RESULT-WK = FUNCTION NUMVAL(C2OUT-SUB)
                       ADD RESULT-WK TO C2-TOT-OUT(2)
                       COMPUTE RESULT-WK = FUNCTION NUMVAL(C2OUT-MUL)
                       ADD RESULT-WK TO C2-TOT-OUT(3)
                       COMPUTE RESULT-WK = FUNCTION NUMVAL(C2OUT-DIV)
                       ADD RESULT-WK TO C2-TOT-OUT(4)
               END-READ
           END-PERFORM.
           IF WS-C2OUT-FS = "00" OR WS-C2OUT-FS = "10"
               CLOSE C2OUT-FILE
           END-IF.


       C2-COUNT-AUDIT-PROCEDURE.
           MOVE "N" TO EOF-SW.
           OPEN INPUT C2AUDIT-FILE.
           IF WS-C2AUDIT-FS NOT = "00"
               DISPLAY "Cannot open C2AUDIT.DAT - status "
                   WS-C2AUDIT-FS
               MOVE "Y" TO EOF-SW
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ C2AUDIT-FILE
                   AT END MOVE "Y" TO EOF-SW
                   NOT AT END PERFORM C2-TALLY-AUDIT-PROCEDURE
                       THRU C2-TALLY-AUDIT-EXIT
               END-READ
           END-PERFORM.
           IF WS-C2AUDIT-FS = "00" OR WS-C2AUDIT-FS = "10"
               CLOSE C2AUDIT-FILE
           END-IF.


       C2-TALLY-AUDIT-PROCEDURE.
      *    The run's own header is looked for by run number, so the
      *    report can show the rounding rule the trail recorded;
      *    other headers stay out of every tally.
           IF C2AH-TAG = "RUNHDR"
               IF C2AH-RUN-NO = C2CTL-RUN-NO
                   MOVE "Y" TO C2-HDR-SW
                   MOVE C2AH-ROUND TO C2-HDR-ROUND
               END-IF
               GO TO C2-TALLY-AUDIT-EXIT
           END-IF.
           MOVE C2A-SEQ TO SEQ-WK.
           IF SEQ-WK < C2CTL-FIRST-SEQ OR SEQ-WK > C2CTL-LAST-SEQ
               GO TO C2-TALLY-AUDIT-EXIT
           END-IF.
           ADD 1 TO C2-AUD-COUNT.
           COMPUTE RESULT-WK = FUNCTION NUMVAL(C2A-SUM).
           ADD RESULT-WK TO C2-TOT-AUD(1).
           COMPUTE RESULT-WK = FUNCTION NUMVAL(C2A-SUB).
           ADD RESULT-WK TO C2-TOT-AUD(2).
           COMPUTE RESULT-WK = FUNCTION NUMVAL(C2A-MUL).
           ADD RESULT-WK TO C2-TOT-AUD(3).
           COMPUTE RESULT-WK = FUNCTION NUMVAL(C2A-DIV).
           ADD RESULT-WK TO C2-TOT-AUD(4).

       C2-TALLY-AUDIT-EXIT.
           EXIT.


       C2-WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT C2RPT-FILE.
           IF WS-C2RPT-FS NOT = "00"
               DISPLAY "Cannot open C2RECON.RPT - status "
                   WS-C2RPT-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO C2RPT-RECORD.
           STRING "CALCS2 RUN RECONCILIATION FOR " C2CTL-RUN-DATE
               "  RUN " C2CTL-RUN-NO
               "  (AUDIT SEQ " C2CTL-FIRST-SEQ "-" C2CTL-LAST-SEQ ")"
               DELIMITED BY SIZE INTO C2RPT-RECORD
           END-STRING.
           WRITE C2RPT-RECORD.
           MOVE SPACES TO C2RPT-RECORD.
           STRING "CARDS REJECTED: " C2CTL-REJ-COUNT
               "   ROUNDING RULE: " C2CTL-ROUND
               DELIMITED BY SIZE INTO C2RPT-RECORD
           END-STRING.
           WRITE C2RPT-RECORD.
           MOVE SPACES TO C2RPT-RECORD.
           WRITE C2RPT-RECORD.

      *    The run header on the trail must be there, and must carry
      *    the same rounding rule the control record was written
      *    under.
           MOVE SPACES TO RPT-LINE.
           MOVE "RUN HEADER (C2AUDIT.DAT)" TO RL-TAG.
           EVALUATE TRUE
               WHEN NOT C2-HDR-FOUND
                   MOVE "** NO HEADER" TO RL-FLAG
                   MOVE "Y" TO MISMATCH-SW
               WHEN C2-HDR-ROUND NOT = C2CTL-ROUND
                   MOVE "** ROUND RULE" TO RL-FLAG
                   MOVE "Y" TO MISMATCH-SW
               WHEN OTHER
                   MOVE "OK" TO RL-FLAG
           END-EVALUATE.
           WRITE C2RPT-RECORD FROM RPT-LINE.

           MOVE 1 TO C2-IDX.
           PERFORM UNTIL C2-IDX > 4
               PERFORM C2-REPORT-TOTAL-PROCEDURE
               ADD 1 TO C2-IDX
           END-PERFORM.

           MOVE SPACES TO C2RPT-RECORD.
           WRITE C2RPT-RECORD.
           IF RUN-MISMATCH
               MOVE "*** RUN DOES NOT BALANCE ***" TO C2RPT-RECORD
           ELSE
               MOVE "RUN BALANCED" TO C2RPT-RECORD
           END-IF.
           WRITE C2RPT-RECORD.
           CLOSE C2RPT-FILE.


       C2-REPORT-TOTAL-PROCEDURE.
      *    One block per total: what the control record says, then
      *    the results file and the audit trail, each flagged.
           MOVE SPACES TO C2RPT-RECORD.
           WRITE C2RPT-RECORD.
           MOVE SPACES TO RPT-LINE.
           STRING "EXPECTED  (C2CTL.DAT)   " C2-TOT-NAME(C2-IDX)
               DELIMITED BY SIZE INTO RL-TAG
           END-STRING.
           MOVE C2CTL-REC-COUNT TO RL-COUNT.
           MOVE C2-TOT-CTL(C2-IDX) TO RL-TOTAL.
           WRITE C2RPT-RECORD FROM RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           STRING "RESULTS   (C2OUT.DAT)   " C2-TOT-NAME(C2-IDX)
               DELIMITED BY SIZE INTO RL-TAG
           END-STRING.
           MOVE C2-OUT-COUNT TO RL-COUNT.
           MOVE C2-TOT-OUT(C2-IDX) TO RL-TOTAL.
           IF C2-OUT-COUNT = C2CTL-REC-COUNT
               AND C2-TOT-OUT(C2-IDX) = C2-TOT-CTL(C2-IDX)
               MOVE "OK" TO RL-FLAG
           ELSE
               MOVE "** MISMATCH" TO RL-FLAG
               MOVE "Y" TO MISMATCH-SW
           END-IF.
           WRITE C2RPT-RECORD FROM RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           STRING "AUDIT RUN (C2AUDIT.DAT) " C2-TOT-NAME(C2-IDX)
               DELIMITED BY SIZE INTO RL-TAG
           END-STRING.
           MOVE C2-AUD-COUNT TO RL-COUNT.
           MOVE C2-TOT-AUD(C2-IDX) TO RL-TOTAL.
           IF C2-AUD-COUNT = C2CTL-REC-COUNT
               AND C2-TOT-AUD(C2-IDX) = C2-TOT-CTL(C2-IDX)
               MOVE "OK" TO RL-FLAG
           ELSE
               MOVE "** MISMATCH" TO RL-FLAG
               MOVE "Y" TO MISMATCH-SW
           END-IF.
           WRITE C2RPT-RECORD FROM RPT-LINE.

       END PROGRAM OPRRECON.
