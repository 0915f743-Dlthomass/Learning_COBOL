       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCS2.
      *=================================================================
      * Purpose: ADD function.  Batch runs write each accepted
      *          card's results to C2OUT.DAT, stamp the run and its
      *          cards onto the C2AUDIT.DAT audit trail and leave
      *          their counts and totals in C2CTL.DAT for OPRRECON.
      * Author:  Victor Domingos
      * Date:    2019-09-05
      * License: MIT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

           SELECT C2OUT-FILE ASSIGN TO "C2OUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT C2AUDIT-FILE ASSIGN TO "C2AUDIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.

           SELECT C2CTL-FILE ASSIGN TO "C2CTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.

      *=================================================================
       DATA DIVISION.

       FD  PARM-FILE.
      *    One-shot run parameter for unattended running - written by
      *    NIGHTRUN (or by hand) and truncated once read: the run
      *    mode answer, and the rounding rule for the quotient - R
      *    round half-up, T truncate (blank = round).
       01  PARM-RECORD.
           05  PARM-RUN-MODE   PIC X.
           05  FILLER          PIC X.
           05  PARM-ROUND      PIC X.

       FD  C2OUT-FILE.
      *    Results file, rewritten by every batch run: one line per
      *    accepted card - the pair, then the sum, difference,
      *    product, quotient and remainder.
       01  C2OUT-RECORD.
           05  C2OUT-X         PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2OUT-Y         PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2OUT-SUM       PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2OUT-SUB       PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2OUT-MUL       PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2OUT-DIV       PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2OUT-REM       PIC -Z(9)9.99.

       FD  C2AUDIT-FILE.
      *    Audit trail, appended to by every batch run: a run-header
      *    stamp ("RUNHDR") then one line per accepted card, keyed by
      *    C2A-SEQ, which keeps climbing across runs.  The header
      *    keeps OPRAUDIT.DAT's run-header columns - run number, date,
      *    time, mode and rounding rule.  Each line carries a chained
      *    check value in columns 113-122, folded the way OPERATORS
      *    chains OPRAUDIT.DAT but over columns 1-111, verified by
      *    OPRAVER.
       01  C2AUDIT-RECORD.
           05  C2A-SEQ         PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  C2A-X           PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2A-Y           PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2A-SUM         PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2A-SUB         PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2A-MUL         PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2A-DIV         PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2A-REM         PIC -Z(9)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2A-CHAIN       PIC 9(10).
       01  C2AUDIT-RUN-RECORD.
           05  C2AH-TAG        PIC X(6).
           05  FILLER          PIC X.
           05  C2AH-RUN-NO     PIC 9(6).
           05  FILLER          PIC X.
           05  C2AH-DATE       PIC X(8).
           05  FILLER          PIC X.
           05  C2AH-TIME       PIC X(6).
           05  FILLER          PIC X.
           05  C2AH-MODE       PIC X.
           05  FILLER          PIC X.
           05  C2AH-PERIOD     PIC X(6).
           05  FILLER          PIC X.
           05  C2AH-ROUND      PIC X.
           05  FILLER          PIC X(72).
           05  C2AH-CHAIN      PIC 9(10).

       FD  C2CTL-FILE.
      *    One-record control file rewritten at the end of each batch
      *    run: what the run accepted, its totals and where its audit
      *    lines sit, so OPRRECON can balance C2OUT.DAT and
      *    C2AUDIT.DAT after the fact.
       01  C2CTL-RECORD.
           05  C2CTL-RUN-DATE  PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-RUN-NO    PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-REC-COUNT PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-REJ-COUNT PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-ROUND     PIC X.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-TSUM      PIC S9(12)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-TSUB      PIC S9(12)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-TMUL      PIC S9(12)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-TDIV      PIC S9(12)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-FIRST-SEQ PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  C2CTL-LAST-SEQ  PIC 9(6).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-TRANS-FS  PIC XX.
       77  WS-REJ-FS    PIC XX.
       77  WS-PARM-FS   PIC XX.
       77  WS-OUT-FS    PIC XX.
       77  WS-AUDIT-FS  PIC XX.
       77  WS-CTL-FS    PIC XX.
       77  AUDIT-EOF-SW PIC X    VALUE "N".
           88  AUDIT-EOF            VALUE "Y".
       77  PARM-USED-SW PIC X VALUE "N".
           88  PARM-USED           VALUE "Y".
       77  MODE-ATTEMPTS PIC 9(2) VALUE 0.

       77  DIVIDE-ERROR-SW PIC X VALUE "N".
           88  DIVIDE-ERROR          VALUE "Y".
      *    A result too big for its field - the high-order digits
      *    would be lost - is caught by ON SIZE ERROR, never used.
       77  OVERFLOW-SW  PIC X    VALUE "N".
           88  CALC-OVERFLOW         VALUE "Y".
      *    Rounding rule for the quotient, from the run parameter:
      *    R round half-up (the default), T truncate.
       77  ROUND-MODE   PIC X    VALUE "R".
           88  ROUND-HALF-UP         VALUE "R".
           88  ROUND-TRUNCATE        VALUE "T".

       77  REC-COUNT    PIC 9(6) VALUE 0.
       77  REJECT-COUNT PIC 9(6) VALUE 0.
       77  SEQ-NO       PIC 9(6) VALUE 0.
       77  FIRST-SEQ    PIC 9(6) VALUE 0.
       77  RUN-NO       PIC 9(6) VALUE 0.
       77  TODAY-DATE   PIC 9(8) VALUE 0.
       77  TIME-NOW     PIC 9(8) VALUE 0.

      *    Audit-trail check value - see CHAIN-LINE-PROCEDURE.
       77  LAST-CHAIN   PIC 9(10) VALUE 0.
       77  CHAIN-WK     PIC 9(12) VALUE 0.
       77  CHAIN-QUOT   PIC 9(12) VALUE 0.
       77  CHAIN-POS    PIC 9(3) VALUE 0.
       77  CHAIN-TEXT   PIC X(111) VALUE SPACES.

       77  X        PIC S9(10)V99 VALUE ZERO.
       77  Y        PIC S9(10)V99 VALUE ZERO.
       77  RDIV     PIC S9(10)V99 VALUE ZERO.
       77  RREM     PIC S9(10)V99 VALUE ZERO.

       77  MSUM     PIC -Z(9)9.99.
       77  MSUB     PIC -Z(9)9.99.
       77  MMUL     PIC -Z(9)9.99.
       77  MDIV     PIC -Z(9)9.99.
       77  MREM     PIC -Z(9)9.99.

       77  TSUM     PIC S9(12)V99 VALUE ZERO.
       77  TSUB     PIC S9(12)V99 VALUE ZERO.
       77  TMUL     PIC S9(12)V99 VALUE ZERO.
       77  TDIV     PIC S9(12)V99 VALUE ZERO.

      *    The totals as they stood before the current card, to back
      *    it out if one of its additions overflows.
       77  TSUM-WAS PIC S9(12)V99 VALUE ZERO.
       77  TSUB-WAS PIC S9(12)V99 VALUE ZERO.
       77  TMUL-WAS PIC S9(12)V99 VALUE ZERO.
       77  TDIV-WAS PIC S9(12)V99 VALUE ZERO.

       77  MTSUM    PIC -Z(11)9.99.
       77  MTSUB    PIC -Z(11)9.99.
       77  MTMUL    PIC -Z(11)9.99.
       77  MTDIV    PIC -Z(11)9.99.

      *=================================================================
       PROCEDURE DIVISION.
      *    nightly job stream runs with nobody at the keyboard.  The
      *    file is truncated after one use.
           MOVE "N" TO PARM-USED-SW.
           MOVE "R" TO ROUND-MODE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-RUN-MODE TO RUN-MODE
                       IF PARM-ROUND = "T" OR PARM-ROUND = "t"
                           MOVE "T" TO ROUND-MODE
                       END-IF
                       MOVE "Y" TO PARM-USED-SW
               END-READ
               CLOSE PARM-FILE
       INTERACTIVE-RUN-PROCEDURE.
           MOVE 0 TO REJECT-COUNT.
           MOVE "Y" TO DIVIDE-ERROR-SW.
           PERFORM UNTIL NOT DIVIDE-ERROR AND NOT CALC-OVERFLOW
               PERFORM INPUT-X-PROCEDURE
               PERFORM INPUT-Y-PROCEDURE
               PERFORM CALC-PROCEDURE


       CALC-PROCEDURE.
      *    Every result is size-checked: one that does not fit its
      *    field sets CALC-OVERFLOW instead of losing its high-order
      *    digits.  The quotient follows the run's rounding rule.
           MOVE "N" TO DIVIDE-ERROR-SW.
           MOVE "N" TO OVERFLOW-SW.
           COMPUTE RSUM = X + Y
               ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
           END-COMPUTE.
           COMPUTE RSUB = X - Y
               ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
           END-COMPUTE.
           COMPUTE RMUL = X * Y
               ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
           END-COMPUTE.
           IF Y = 0
               DISPLAY "Cannot divide by zero!"
               MOVE "Y" TO DIVIDE-ERROR-SW
           ELSE
               IF ROUND-TRUNCATE
                   DIVIDE X BY Y GIVING RDIV REMAINDER RREM
                       ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
                   END-DIVIDE
               ELSE
                   DIVIDE X BY Y GIVING RDIV ROUNDED REMAINDER RREM
                       ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
                   END-DIVIDE
               END-IF
           END-IF.
           IF CALC-OVERFLOW
               DISPLAY "Result too large - overflow, result refused!"
           END-IF.


           IF WS-TRANS-FS NOT = "00"
               DISPLAY "Cannot open C2TRANS.DAT - status " WS-TRANS-FS
           ELSE
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               OPEN OUTPUT C2REJECT-FILE
               IF WS-REJ-FS NOT = "00"
                   DISPLAY "Cannot open C2REJ.DAT - status " WS-REJ-FS
               END-IF
               OPEN OUTPUT C2OUT-FILE
               IF WS-OUT-FS NOT = "00"
                   DISPLAY "Cannot open C2OUT.DAT - status " WS-OUT-FS
               END-IF
               PERFORM OPEN-AUDIT-PROCEDURE
               COMPUTE FIRST-SEQ = SEQ-NO + 1
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL END-OF-TRANS
                   READ C2TRANS-FILE
               END-PERFORM
               CLOSE C2TRANS-FILE
               CLOSE C2REJECT-FILE
               CLOSE C2OUT-FILE
               CLOSE C2AUDIT-FILE
               PERFORM WRITE-CTL-PROCEDURE
               PERFORM PRINT-TOTALS-PROCEDURE
           END-IF.

               PERFORM WRITE-REJECT-PROCEDURE
           ELSE
               PERFORM CALC-PROCEDURE
               EVALUATE TRUE
                   WHEN DIVIDE-ERROR
                       MOVE "02" TO REASON-CODE
                       MOVE "DIVIDE BY ZERO" TO REASON-TEXT
                       PERFORM WRITE-REJECT-PROCEDURE
                   WHEN CALC-OVERFLOW
                       MOVE "03" TO REASON-CODE
                       MOVE "RESULT OVERFLOW" TO REASON-TEXT
                       PERFORM WRITE-REJECT-PROCEDURE
                   WHEN OTHER
                       PERFORM ADD-TOTALS-PROCEDURE
                       IF CALC-OVERFLOW
                           MOVE "03" TO REASON-CODE
                           MOVE "RESULT OVERFLOW" TO REASON-TEXT
                           PERFORM WRITE-REJECT-PROCEDURE
                       ELSE
                           ADD 1 TO REC-COUNT
                           PERFORM WRITE-RESULT-PROCEDURE
                           PERFORM WRITE-AUDIT-PROCEDURE
                       END-IF
               END-EVALUATE
           END-IF.


       ADD-TOTALS-PROCEDURE.
      *    The run totals are size-checked the same as the results:
      *    a card that would carry any total past its field is
      *    rejected as an overflow, and whatever it already added to
      *    the other totals is taken back out, so the totals, the
      *    results file and the audit trail all stay without it.
           MOVE TSUM TO TSUM-WAS.
           MOVE TSUB TO TSUB-WAS.
           MOVE TMUL TO TMUL-WAS.
           MOVE TDIV TO TDIV-WAS.
           ADD RSUM TO TSUM
               ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
           END-ADD.
           ADD RSUB TO TSUB
               ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
           END-ADD.
           ADD RMUL TO TMUL
               ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
           END-ADD.
           ADD RDIV TO TDIV
               ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
           END-ADD.
           IF CALC-OVERFLOW
               MOVE TSUM-WAS TO TSUM
               MOVE TSUB-WAS TO TSUB
               MOVE TMUL-WAS TO TMUL
               MOVE TDIV-WAS TO TDIV
               DISPLAY "Batch total would overflow - record skipped."
           END-IF.


           WRITE C2REJECT-RECORD.


       WRITE-RESULT-PROCEDURE.
           MOVE SPACES TO C2OUT-RECORD.
           MOVE X TO C2OUT-X.
           MOVE Y TO C2OUT-Y.
           MOVE RSUM TO C2OUT-SUM.
           MOVE RSUB TO C2OUT-SUB.
           MOVE RMUL TO C2OUT-MUL.
           MOVE RDIV TO C2OUT-DIV.
           MOVE RREM TO C2OUT-REM.
           WRITE C2OUT-RECORD.


       OPEN-AUDIT-PROCEDURE.
           PERFORM AUDIT-SEQ-STARTUP-PROCEDURE.
      *    OPEN EXTEND does not create the file if it does not exist
      *    yet, so fall back to OPEN OUTPUT the first time.
           OPEN EXTEND C2AUDIT-FILE.
           IF WS-AUDIT-FS = "35"
               OPEN OUTPUT C2AUDIT-FILE
           END-IF.
           PERFORM WRITE-RUN-HEADER-PROCEDURE.


       WRITE-RUN-HEADER-PROCEDURE.
      *    Stamp the audit trail with this run's identity and the
      *    rounding rule its quotients were worked under, so every
      *    card line that follows belongs to run RUN-NO until the
      *    next header.  CALCS2 has no closed-period handling, so
      *    the period column stays blank.
           ADD 1 TO RUN-NO.
           ACCEPT TIME-NOW FROM TIME.
           MOVE SPACES TO C2AUDIT-RUN-RECORD.
           MOVE "RUNHDR" TO C2AH-TAG.
           MOVE RUN-NO TO C2AH-RUN-NO.
           MOVE TODAY-DATE TO C2AH-DATE.
           MOVE TIME-NOW(1:6) TO C2AH-TIME.
           MOVE "B" TO C2AH-MODE.
           MOVE ROUND-MODE TO C2AH-ROUND.
           MOVE C2AUDIT-RUN-RECORD(1:111) TO CHAIN-TEXT.
           PERFORM CHAIN-LINE-PROCEDURE.
           MOVE LAST-CHAIN TO C2AH-CHAIN.
           WRITE C2AUDIT-RUN-RECORD.


       AUDIT-SEQ-STARTUP-PROCEDURE.
      *    C2A-SEQ keeps climbing across runs, the same as OPERATORS'
      *    AUD-SEQ: scan the existing trail for its highest sequence
      *    number and run number, and for the last line's check
      *    value, which the first line this run writes is chained
      *    from.
           MOVE 0 TO SEQ-NO.
           MOVE 0 TO RUN-NO.
           MOVE 0 TO LAST-CHAIN.
           MOVE "N" TO AUDIT-EOF-SW.
           OPEN INPUT C2AUDIT-FILE.
           IF WS-AUDIT-FS = "00"
               PERFORM UNTIL AUDIT-EOF
                   READ C2AUDIT-FILE
                       AT END MOVE "Y" TO AUDIT-EOF-SW
                       NOT AT END
                           IF C2AUDIT-RECORD(113:10) IS NUMERIC
                               MOVE C2AUDIT-RECORD(113:10)
                                   TO LAST-CHAIN
                           ELSE
                               MOVE 0 TO LAST-CHAIN
                           END-IF
                           IF C2AH-TAG = "RUNHDR"
                               IF C2AH-RUN-NO > RUN-NO
                                   MOVE C2AH-RUN-NO TO RUN-NO
                               END-IF
                           ELSE
                               IF C2A-SEQ > SEQ-NO
                                   MOVE C2A-SEQ TO SEQ-NO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE C2AUDIT-FILE
           END-IF.


       WRITE-AUDIT-PROCEDURE.
           ADD 1 TO SEQ-NO.
           MOVE SPACES TO C2AUDIT-RECORD.
           MOVE SEQ-NO TO C2A-SEQ.
           MOVE X TO C2A-X.
           MOVE Y TO C2A-Y.
           MOVE RSUM TO C2A-SUM.
           MOVE RSUB TO C2A-SUB.
           MOVE RMUL TO C2A-MUL.
           MOVE RDIV TO C2A-DIV.
           MOVE RREM TO C2A-REM.
           MOVE C2AUDIT-RECORD(1:111) TO CHAIN-TEXT.
           PERFORM CHAIN-LINE-PROCEDURE.
           MOVE LAST-CHAIN TO C2A-CHAIN.
           WRITE C2AUDIT-RECORD.


       CHAIN-LINE-PROCEDURE.
      *    Fold the line in CHAIN-TEXT into the running check value,
      *    one character at a time: value times 31 plus the
      *    character's ordinal, kept modulo the prime 1000000007 -
      *    the fold OPERATORS uses on OPRAUDIT.DAT, over this trail's
      *    wider 111-column line.  OPRAVER folds lines the same way.
           MOVE LAST-CHAIN TO CHAIN-WK.
           MOVE 1 TO CHAIN-POS.
           PERFORM UNTIL CHAIN-POS > 111
               COMPUTE CHAIN-WK = CHAIN-WK * 31
                   + FUNCTION ORD(CHAIN-TEXT(CHAIN-POS:1))
               DIVIDE CHAIN-WK BY 1000000007 GIVING CHAIN-QUOT
                   REMAINDER LAST-CHAIN
               MOVE LAST-CHAIN TO CHAIN-WK
               ADD 1 TO CHAIN-POS
           END-PERFORM.


       WRITE-CTL-PROCEDURE.
           OPEN OUTPUT C2CTL-FILE.
           IF WS-CTL-FS NOT = "00"
               DISPLAY "Cannot open C2CTL.DAT - status " WS-CTL-FS
           ELSE
               MOVE SPACES TO C2CTL-RECORD
               MOVE TODAY-DATE TO C2CTL-RUN-DATE
               MOVE RUN-NO TO C2CTL-RUN-NO
               MOVE REC-COUNT TO C2CTL-REC-COUNT
               MOVE REJECT-COUNT TO C2CTL-REJ-COUNT
               MOVE ROUND-MODE TO C2CTL-ROUND
               MOVE TSUM TO C2CTL-TSUM
               MOVE TSUB TO C2CTL-TSUB
               MOVE TMUL TO C2CTL-TMUL
               MOVE TDIV TO C2CTL-TDIV
               MOVE FIRST-SEQ TO C2CTL-FIRST-SEQ
               MOVE SEQ-NO TO C2CTL-LAST-SEQ
               WRITE C2CTL-RECORD
               CLOSE C2CTL-FILE
           END-IF.


       PRINT-TOTALS-PROCEDURE.
           MOVE TSUM TO MTSUM.
           MOVE TSUB TO MTSUB.
           DISPLAY "===== CALCS2 BATCH TOTALS REPORT =====".
           DISPLAY "Records processed: " REC-COUNT.
           DISPLAY "Records rejected:  " REJECT-COUNT.
           IF ROUND-TRUNCATE
               DISPLAY "Division rounding: TRUNCATE"
           ELSE
               DISPLAY "Division rounding: ROUND HALF-UP"
           END-IF.
           IF REJECT-COUNT > 0
               DISPLAY "Rejected cards written to C2REJ.DAT -"
                   " correct and resubmit."
           DISPLAY "Total SUBTRACTION:    " MTSUB.
           DISPLAY "Total MULTIPLICATION: " MTMUL.
           DISPLAY "Total DIVISION:       " MTDIV.
           DISPLAY "Results written to C2OUT.DAT, audit run " RUN-NO
               " to C2AUDIT.DAT, control record to C2CTL.DAT.".

       END PROGRAM CALCS2.
