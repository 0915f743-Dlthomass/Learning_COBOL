      *          per operator to OPRINV.DAT, and balances its own
      *          billed-line count back against the month's audit
      *          record count so a dropped line cannot under-bill.
      *          Cards that reached OPERATORS after their month closed
      *          sit on the prior-period adjustment file (OPRPPADJ.DAT)
      *          - each run also bills every adjustment not yet billed
      *          as a supplementary run against its closed month, in
      *          a statement section and invoice lines of its own, and
      *          stamps them billed.  A balanced run marks the billing
      *          month closed on the period status file (OPRPERD.DAT).
      *          The billing month comes from the one-shot OPRBILLP.DAT
      *          when NIGHTRUN supplies it, else it is asked.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FS.

           SELECT PPADJ-FILE ASSIGN TO "OPRPPADJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PPADJ-FS.

           SELECT PPAWK-FILE ASSIGN TO "OPRPPAWK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PPAWK-FS.

           SELECT PERD-FILE ASSIGN TO "OPRPERD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-FS.

           SELECT PARM-FILE ASSIGN TO "OPRBILLP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

           SELECT SORT-FILE ASSIGN TO "OPRBILWK.DAT".

      *=================================================================
      *    Audit trail as written by OPERATORS - the live file and the
      *    monthly generations share one layout, so the same FD reads
      *    whichever file AUDIT-NAME points at.  Run-header stamps
      *    ("RUNHDR") attribute the lines below them to a run date;
      *    a stamp carrying a closed period marks a prior-period
      *    adjustment run, billed from OPRPPADJ.DAT instead.
       01  AUDIT-RECORD.
           05  AUD-SEQ         PIC X(6).
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
           05  FILLER          PIC X(10).
           05  ARH-PERIOD      PIC X(6).
           05  FILLER          PIC X(52).

       FD  RATE-FILE.
      *    Billing rate table as maintained by OPRRATEM - operation,
           05  OPRIDS-EXP-DATE PIC X(8).
           05  OPRIDS-OPS      PIC X(5).
           05  OPRIDS-LIMIT    PIC X(9).
           05  OPRIDS-COST-CTR PIC X(8).
           05  OPRIDS-PIN-HASH PIC X(10).
           05  OPRIDS-PIN-EXP  PIC X(8).
           05  OPRIDS-PIN-FAILS PIC 9.
           05  OPRIDS-PIN-LOCK PIC X.

       FD  STMT-FILE.
       01  STMT-RECORD         PIC X(100).
      *    Summary invoice file - one line per billed operator: the
      *    billing month, the operator id (spaces when the name on
      *    the audit trail no longer resolves on OPRIDS.DAT), the
      *    name, the billed line count and the amount due, and the
      *    line type - R for the month's regular billing, S for a
      *    supplementary line against a closed month (INV-MONTH is
      *    then that closed month).
       01  INV-RECORD.
           05  INV-MONTH       PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  INV-LINES       PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  INV-AMOUNT      PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X       VALUE SPACE.
           05  INV-TYPE        PIC X.

       FD  PPADJ-FILE.
      *    Prior-period adjustment file as written by OPERATORS - one
      *    line per card accepted from a feed dated in a closed
      *    month.  PPA-BILL-DATE is blank until a run of this
      *    program bills the line.
       01  PPADJ-RECORD.
           05  PPA-PERIOD      PIC X(6).
           05  FILLER          PIC X.
           05  PPA-RUN-DATE    PIC X(8).
           05  FILLER          PIC X.
           05  PPA-SOURCE      PIC X(8).
           05  FILLER          PIC X.
           05  PPA-SEQ         PIC X(6).
           05  FILLER          PIC X.
           05  PPA-OPR-ID      PIC X(6).
           05  FILLER          PIC X.
           05  PPA-NAME        PIC X(32).
           05  FILLER          PIC X.
           05  PPA-OP          PIC X.
           05  FILLER          PIC X.
           05  PPA-R           PIC X(15).
           05  FILLER          PIC X.
           05  PPA-PROC-DATE   PIC X(8).
           05  FILLER          PIC X.
           05  PPA-BILL-DATE   PIC X(8).

       FD  PPAWK-FILE.
       01  PPAWK-RECORD        PIC X(120).

       FD  PERD-FILE.
      *    Period status file, shared with OPRMEND - one line per
      *    closed month with the date and time it was rolled and
      *    billed.  Either mark closes the month to normal posting.
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
      *    One-shot billing month YYYYMM for an unattended run -
      *    written by NIGHTRUN (or by hand) and truncated once read,
      *    so the next hands-on run prompts as usual.
       01  PARM-RECORD.
           05  PARM-MONTH      PIC X(6).
           05  FILLER          PIC X(26).

       SD  SORT-FILE.
      *    One record per priced audit line, sorted so the statement
      *    comes out grouped by operator in run order.  The period
      *    and operator id are only carried by the supplementary
      *    pass, whose lines come off the adjustment file.
       01  SORT-RECORD.
           05  SR-PERIOD       PIC X(6).
           05  SR-OPR-ID       PIC X(6).
           05  SR-NAME         PIC X(32).
           05  SR-RUN-DATE     PIC X(8).
           05  SR-SEQ          PIC X(6).
       77  WS-OPRIDS-FS PIC XX.
       77  WS-STMT-FS   PIC XX.
       77  WS-INV-FS    PIC XX.
       77  WS-PPADJ-FS  PIC XX.
       77  WS-PPAWK-FS  PIC XX.
       77  WS-PERD-FS   PIC XX.
       77  WS-PARM-FS   PIC XX.

       77  AUDIT-EOF-SW PIC X VALUE "N".
           88  AUDIT-EOF           VALUE "Y".
           88  SORT-EOF            VALUE "Y".
       77  VALID-SW     PIC X VALUE "Y".
           88  ANSWER-VALID        VALUE "Y".
       77  PPADJ-EOF-SW PIC X VALUE "N".
           88  PPADJ-EOF           VALUE "Y".
       77  PPAWK-EOF-SW PIC X VALUE "N".
           88  PPAWK-EOF           VALUE "Y".
       77  PERD-EOF-SW  PIC X VALUE "N".
           88  PERD-EOF            VALUE "Y".
       77  BALANCED-SW  PIC X VALUE "Y".
           88  RUN-BALANCED        VALUE "Y".
       77  PARM-SW      PIC X VALUE "N".
           88  PARM-USED           VALUE "Y".

       77  BILL-MONTH  PIC X(6) VALUE SPACES.
       77  ANSWER      PIC X(32) VALUE SPACES.
       77  TODAY-DATE  PIC X(8) VALUE SPACES.
       77  AUDIT-NAME  PIC X(17) VALUE SPACES.
       77  RUN-DATE-WK PIC X(8) VALUE SPACES.
       77  RUN-PERIOD-WK PIC X(6) VALUE SPACES.
       77  PRICE-OP    PIC X VALUE SPACE.
       77  TIME-NOW    PIC 9(8) VALUE 0.

      *    The balancing pair - audit lines of the month seen on the
      *    way in, statement lines written on the way out.  They must
       77  BILLED-COUNT    PIC 9(6) VALUE 0.
       77  NORATE-COUNT    PIC 9(6) VALUE 0.

      *    The same pair for the supplementary pass - unbilled
      *    adjustment lines in, supplementary statement lines out.
       77  SUPP-IN-COUNT     PIC 9(6) VALUE 0.
       77  SUPP-BILLED-COUNT PIC 9(6) VALUE 0.
       77  SUPP-STAMP-COUNT  PIC 9(6) VALUE 0.
       77  PASS-SW     PIC X VALUE "R".
           88  REGULAR-PASS        VALUE "R".
           88  SUPP-PASS           VALUE "S".

       77  RATE-COUNT  PIC 9(3) VALUE 0.
       77  RATE-MAX    PIC 9(3) VALUE 200.
       77  IDX         PIC 9(3) VALUE 0.
       77  GRAND-LINES PIC 9(6) VALUE 0.
       77  GRAND-AMOUNT PIC S9(13)V99 VALUE 0.
       77  INV-COUNT   PIC 9(3) VALUE 0.
       77  BREAK-PERIOD PIC X(6) VALUE SPACES.
       77  BREAK-OPR-ID PIC X(6) VALUE SPACES.
       77  SUPP-LINES  PIC 9(6) VALUE 0.
       77  SUPP-AMOUNT PIC S9(13)V99 VALUE 0.
       77  SUPP-INV-COUNT PIC 9(3) VALUE 0.

      *    Period status file, held in memory and rewritten whole.
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

       01  STMT-ITEM.
           05  FILLER      PIC X(2)  VALUE SPACES.
           MOVE 0 TO GRAND-LINES.
           MOVE 0 TO GRAND-AMOUNT.
           MOVE 0 TO INV-COUNT.
           MOVE 0 TO SUPP-IN-COUNT.
           MOVE 0 TO SUPP-BILLED-COUNT.
           MOVE 0 TO SUPP-STAMP-COUNT.
           MOVE 0 TO SUPP-LINES.
           MOVE 0 TO SUPP-AMOUNT.
           MOVE 0 TO SUPP-INV-COUNT.
           MOVE SPACES TO BREAK-NAME.
           MOVE SPACES TO BREAK-PERIOD.
           MOVE "Y" TO FIRST-SW.
           MOVE "Y" TO BALANCED-SW.
           MOVE "R" TO PASS-SW.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-PROCEDURE.
           IF NOT PARM-USED
               PERFORM ASK-MONTH-PROCEDURE
           END-IF.
           PERFORM LOAD-RATES-PROCEDURE.
           PERFORM LOAD-OPRIDS-PROCEDURE.
           PERFORM OPEN-OUTPUTS-PROCEDURE.
               INPUT PROCEDURE IS PRICE-MONTH-PROCEDURE
               OUTPUT PROCEDURE IS STATEMENT-PROCEDURE.
           PERFORM BALANCE-PROCEDURE.
      *    Supplementary pass - the prior-period adjustments, grouped
      *    by the closed month they belong to.
           MOVE "S" TO PASS-SW.
           MOVE "Y" TO FIRST-SW.
           MOVE SPACES TO BREAK-NAME.
           SORT SORT-FILE
               ON ASCENDING KEY SR-PERIOD SR-NAME SR-RUN-DATE SR-SEQ
               INPUT PROCEDURE IS PRICE-ADJUST-PROCEDURE
               OUTPUT PROCEDURE IS SUPP-STATEMENT-PROCEDURE.
           PERFORM SUPP-BALANCE-PROCEDURE.
           CLOSE STMT-FILE.
           CLOSE INV-FILE.
      *    Only a balanced bill closes the month and stamps the
      *    adjustments billed - an out-of-balance run leaves both for
      *    the rerun.
           IF RUN-BALANCED
               IF SUPP-IN-COUNT > 0
                   PERFORM STAMP-ADJUST-PROCEDURE
                       THRU STAMP-ADJUST-EXIT
               END-IF
               PERFORM MARK-BILLED-PROCEDURE
           END-IF.
           DISPLAY "Billed " BILLED-COUNT " line(s) for " INV-COUNT
               " operator(s), month " BILL-MONTH ".".
           IF SUPP-IN-COUNT > 0
               DISPLAY "Supplementary: " SUPP-BILLED-COUNT
                   " prior-period adjustment line(s) on "
                   SUPP-INV-COUNT " invoice line(s)."
           END-IF.
           IF NORATE-COUNT > 0
               DISPLAY "WARNING: " NORATE-COUNT " line(s) had no rate"
                   " on file and were priced at zero."
           GOBACK.


       READ-PARM-PROCEDURE.
      *    A month that is not six digits is ignored and the month is
      *    asked for - NIGHTRUN never writes one.
           MOVE "N" TO PARM-SW.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MONTH IS NUMERIC
                           MOVE PARM-MONTH TO BILL-MONTH
                           MOVE "Y" TO PARM-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
               OPEN OUTPUT PARM-FILE
               CLOSE PARM-FILE
           END-IF.


       ASK-MONTH-PROCEDURE.
           MOVE "N" TO VALID-SW.
           PERFORM UNTIL ANSWER-VALID
       PRICE-RECORD-PROCEDURE.
           IF ARH-TAG = "RUNHDR"
               MOVE ARH-DATE TO RUN-DATE-WK
               MOVE ARH-PERIOD TO RUN-PERIOD-WK
               GO TO PRICE-RECORD-EXIT
           END-IF.
           IF RUN-DATE-WK(1:6) NOT = BILL-MONTH
               GO TO PRICE-RECORD-EXIT
           END-IF.
      *    A prior-period adjustment run - its lines are on
      *    OPRPPADJ.DAT and bill against their closed month in the
      *    supplementary pass, not here.
           IF RUN-PERIOD-WK NOT = SPACES
               GO TO PRICE-RECORD-EXIT
           END-IF.
           ADD 1 TO AUD-MONTH-COUNT.
           MOVE AUD-OP TO PRICE-OP.
           PERFORM FIND-RATE-PROCEDURE.
           MOVE SPACES TO SORT-RECORD.
           MOVE BILL-MONTH TO SR-PERIOD.
           MOVE AUD-NAME TO SR-NAME.
           MOVE RUN-DATE-WK TO SR-RUN-DATE.
           MOVE AUD-SEQ TO SR-SEQ.
           EXIT.


       PRICE-ADJUST-PROCEDURE.
      *    Sort input for the supplementary pass: every adjustment not
      *    yet billed whose closed month is no later than the month
      *    being billed, priced at the rate in force on the feed's own
      *    run date.
           MOVE "N" TO PPADJ-EOF-SW.
           OPEN INPUT PPADJ-FILE.
           IF WS-PPADJ-FS NOT = "00"
      *        No adjustments ever written.
               CONTINUE
           ELSE
               PERFORM UNTIL PPADJ-EOF
                   READ PPADJ-FILE
                       AT END MOVE "Y" TO PPADJ-EOF-SW
                       NOT AT END
                           IF PPA-BILL-DATE = SPACES
                               AND PPA-PERIOD <= BILL-MONTH
                               PERFORM PRICE-ADJUST-RECORD-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPADJ-FILE
           END-IF.


       PRICE-ADJUST-RECORD-PROCEDURE.
           ADD 1 TO SUPP-IN-COUNT.
           MOVE PPA-RUN-DATE TO RUN-DATE-WK.
           MOVE PPA-OP TO PRICE-OP.
           PERFORM FIND-RATE-PROCEDURE.
           MOVE SPACES TO SORT-RECORD.
           MOVE PPA-PERIOD TO SR-PERIOD.
           MOVE PPA-OPR-ID TO SR-OPR-ID.
           MOVE PPA-NAME TO SR-NAME.
           MOVE PPA-RUN-DATE TO SR-RUN-DATE.
           MOVE PPA-SEQ TO SR-SEQ.
           MOVE PPA-OP TO SR-OP.
           MOVE PPA-R TO SR-R.
           MOVE RATE-WK TO SR-RATE.
           IF BEST-IDX = 0
               MOVE "Y" TO SR-NORATE
           ELSE
               MOVE "N" TO SR-NORATE
           END-IF.
           RELEASE SORT-RECORD.


       FIND-RATE-PROCEDURE.
      *    The rate in force on the run's date: of the rows for this
      *    operation with an effective date on or before the run,
           MOVE 0 TO RATE-WK.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > RATE-COUNT
               IF RT-OP(IDX) = PRICE-OP
                   AND RT-EFF-DATE(IDX) <= RUN-DATE-WK
                   IF BEST-IDX = 0
                       OR RT-EFF-DATE(IDX) > RT-EFF-DATE(BEST-IDX)
           END-IF.


       SUPP-STATEMENT-PROCEDURE.
      *    Sort output for the supplementary pass: the adjustments
      *    arrive grouped by closed month, then by operator.  Each
      *    closed month opens a statement section of its own; under
      *    it the operator groups and item lines are the regular
      *    ones.
           MOVE "N" TO SORT-EOF-SW.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END MOVE "Y" TO SORT-EOF-SW
                   NOT AT END
                       IF SR-PERIOD NOT = BREAK-PERIOD
                           PERFORM PERIOD-BREAK-PROCEDURE
                       END-IF
                       PERFORM STATEMENT-LINE-PROCEDURE
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-OPERATOR
               PERFORM OPERATOR-BREAK-PROCEDURE
           END-IF.


       PERIOD-BREAK-PROCEDURE.
           IF NOT FIRST-OPERATOR
               PERFORM OPERATOR-BREAK-PROCEDURE
           END-IF.
           MOVE "Y" TO FIRST-SW.
           MOVE SR-PERIOD TO BREAK-PERIOD.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO STMT-RECORD.
           STRING "SUPPLEMENTARY CHARGEBACK STATEMENTS FOR CLOSED "
               "PERIOD " BREAK-PERIOD "  BILLED WITH " BILL-MONTH
               DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.
           MOVE "PRIOR-PERIOD ADJUSTMENTS - FEEDS PROCESSED AFTER THE"
               TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE "PERIOD CLOSED" TO STMT-RECORD.
           WRITE STMT-RECORD.


       STATEMENT-LINE-PROCEDURE.
           IF FIRST-OPERATOR OR SR-NAME NOT = BREAK-NAME
               IF NOT FIRST-OPERATOR
               END-IF
               MOVE "N" TO FIRST-SW
               MOVE SR-NAME TO BREAK-NAME
               MOVE SR-OPR-ID TO BREAK-OPR-ID
               MOVE 0 TO OPR-LINES
               MOVE 0 TO OPR-AMOUNT
               MOVE SPACES TO STMT-RECORD
               MOVE "* NO RATE" TO SI-FLAG
           END-IF.
           WRITE STMT-RECORD FROM STMT-ITEM.
           IF SUPP-PASS
               ADD 1 TO SUPP-BILLED-COUNT
           ELSE
               ADD 1 TO BILLED-COUNT
           END-IF.
           ADD 1 TO OPR-LINES.
           ADD SR-RATE TO OPR-AMOUNT.

           MOVE OPR-LINES TO ST-LINES.
           MOVE OPR-AMOUNT TO ST-AMOUNT.
           WRITE STMT-RECORD FROM STMT-TOTAL.
           IF SUPP-PASS
               ADD OPR-LINES TO SUPP-LINES
               ADD OPR-AMOUNT TO SUPP-AMOUNT
           ELSE
               ADD OPR-LINES TO GRAND-LINES
               ADD OPR-AMOUNT TO GRAND-AMOUNT
           END-IF.
           PERFORM WRITE-INVOICE-PROCEDURE.


       WRITE-INVOICE-PROCEDURE.
      *    A supplementary line is raised against the closed month
      *    and carries the operator id from the adjustment file; a
      *    regular line looks the id up by the audit trail's name.
           MOVE SPACES TO INV-RECORD.
           IF SUPP-PASS
               MOVE BREAK-PERIOD TO INV-MONTH
               MOVE BREAK-OPR-ID TO INV-ID
               MOVE "S" TO INV-TYPE
               ADD 1 TO SUPP-INV-COUNT
           ELSE
               MOVE BILL-MONTH TO INV-MONTH
               MOVE SPACES TO INV-ID
               MOVE 1 TO IDX
               PERFORM UNTIL IDX > OPR-COUNT
                   IF OPR-NAME(IDX) = BREAK-NAME
                       MOVE OPR-ID(IDX) TO INV-ID
                       MOVE OPR-COUNT TO IDX
                   END-IF
                   ADD 1 TO IDX
               END-PERFORM
               MOVE "R" TO INV-TYPE
               ADD 1 TO INV-COUNT
           END-IF.
           MOVE BREAK-NAME TO INV-NAME.
           MOVE OPR-LINES TO INV-LINES.
           MOVE OPR-AMOUNT TO INV-AMOUNT.
           WRITE INV-RECORD.


       BALANCE-PROCEDURE.
               WRITE STMT-RECORD
               DISPLAY "BILLING OUT OF BALANCE - audit "
                   AUD-MONTH-COUNT " vs billed " BILLED-COUNT
               MOVE "N" TO BALANCED-SW
               MOVE 8 TO RETURN-CODE
           END-IF.


       SUPP-BALANCE-PROCEDURE.
      *    The supplementary pass balances the same way - every
      *    unbilled adjustment that went into the sort must have come
      *    out on a supplementary statement.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           IF SUPP-IN-COUNT = 0
               MOVE "NO PRIOR-PERIOD ADJUSTMENTS TO BILL"
                   TO STMT-RECORD
               WRITE STMT-RECORD
           ELSE
               MOVE SPACES TO STMT-TOTAL
               MOVE "SUPPLEMENTARY TOTAL" TO ST-TAG
               MOVE SUPP-LINES TO ST-LINES
               MOVE SUPP-AMOUNT TO ST-AMOUNT
               WRITE STMT-RECORD FROM STMT-TOTAL
               MOVE SPACES TO STMT-RECORD
               STRING "ADJUSTMENT LINES UNBILLED " SUPP-IN-COUNT
                   "  BILLED LINES " SUPP-BILLED-COUNT
                   DELIMITED BY SIZE INTO STMT-RECORD
               END-STRING
               WRITE STMT-RECORD
               IF SUPP-BILLED-COUNT = SUPP-IN-COUNT
                   MOVE "SUPPLEMENTARY BILLING BALANCED" TO STMT-RECORD
                   WRITE STMT-RECORD
               ELSE
                   MOVE "*** SUPPLEMENTARY BILLING OUT OF BALANCE ***"
                       TO STMT-RECORD
                   WRITE STMT-RECORD
                   DISPLAY "SUPPLEMENTARY BILLING OUT OF BALANCE - "
                       "adjustments " SUPP-IN-COUNT " vs billed "
                       SUPP-BILLED-COUNT
                   MOVE "N" TO BALANCED-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.


       STAMP-ADJUST-PROCEDURE.
      *    Mark the adjustments just billed, so the next run does not
      *    bill them again - the same selection the pricing pass
      *    used, stamped with today's date.  Two passes through a
      *    work file, the shape OPRARCH and OPRMEND use; the live
      *    file is only rewritten once the first pass has succeeded.
           OPEN INPUT PPADJ-FILE.
           IF WS-PPADJ-FS NOT = "00"
               DISPLAY "Cannot reopen OPRPPADJ.DAT - status "
                   WS-PPADJ-FS
               MOVE 8 TO RETURN-CODE
               GO TO STAMP-ADJUST-EXIT
           END-IF.
           OPEN OUTPUT PPAWK-FILE.
           IF WS-PPAWK-FS NOT = "00"
               DISPLAY "Cannot open OPRPPAWK.DAT - status "
                   WS-PPAWK-FS
               CLOSE PPADJ-FILE
               MOVE 8 TO RETURN-CODE
               GO TO STAMP-ADJUST-EXIT
           END-IF.
           MOVE "N" TO PPADJ-EOF-SW.
           PERFORM UNTIL PPADJ-EOF
               READ PPADJ-FILE
                   AT END MOVE "Y" TO PPADJ-EOF-SW
                   NOT AT END
                       IF PPA-BILL-DATE = SPACES
                           AND PPA-PERIOD <= BILL-MONTH
                           MOVE TODAY-DATE TO PPA-BILL-DATE
                           ADD 1 TO SUPP-STAMP-COUNT
                       END-IF
                       MOVE PPADJ-RECORD TO PPAWK-RECORD
                       WRITE PPAWK-RECORD
               END-READ
           END-PERFORM.
           CLOSE PPADJ-FILE.
           CLOSE PPAWK-FILE.
           OPEN INPUT PPAWK-FILE.
           OPEN OUTPUT PPADJ-FILE.
           IF WS-PPADJ-FS NOT = "00"
               DISPLAY "Cannot rewrite OPRPPADJ.DAT - status "
                   WS-PPADJ-FS
               DISPLAY "Adjustments billed but not stamped - the"
                   " next run would bill them again."
               CLOSE PPAWK-FILE
               MOVE 8 TO RETURN-CODE
               GO TO STAMP-ADJUST-EXIT
           END-IF.
           MOVE "N" TO PPAWK-EOF-SW.
           PERFORM UNTIL PPAWK-EOF
               READ PPAWK-FILE
                   AT END MOVE "Y" TO PPAWK-EOF-SW
                   NOT AT END
                       MOVE PPAWK-RECORD TO PPADJ-RECORD
                       WRITE PPADJ-RECORD
               END-READ
           END-PERFORM.
           CLOSE PPAWK-FILE.
           CLOSE PPADJ-FILE.
           IF SUPP-STAMP-COUNT NOT = SUPP-IN-COUNT
               DISPLAY "WARNING: stamped " SUPP-STAMP-COUNT
                   " adjustment(s) billed, priced " SUPP-IN-COUNT
           END-IF.

       STAMP-ADJUST-EXIT.
           EXIT.


       MARK-BILLED-PROCEDURE.
      *    The month's bill is out - close the month on the period
      *    status file so a feed for it that turns up later is held
      *    as a prior-period adjustment rather than lost to the bill.
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
               IF PT-MONTH(PERD-IDX) = BILL-MONTH
                   MOVE PERD-IDX TO PERD-FOUND
               END-IF
               ADD 1 TO PERD-IDX
           END-PERFORM.
           IF PERD-FOUND = 0
               IF PERD-COUNT >= PERD-MAX
                   DISPLAY "WARNING: OPRPERD.DAT full at " PERD-MAX
                       " months - period " BILL-MONTH " not marked."
               ELSE
                   ADD 1 TO PERD-COUNT
                   MOVE PERD-COUNT TO PERD-FOUND
                   MOVE BILL-MONTH TO PT-MONTH(PERD-FOUND)
                   MOVE SPACES TO PT-MEND-DATE(PERD-FOUND)
                   MOVE SPACES TO PT-MEND-TIME(PERD-FOUND)
               END-IF
           END-IF.
           IF PERD-FOUND > 0
               ACCEPT TIME-NOW FROM TIME
               MOVE "C" TO PT-STATUS(PERD-FOUND)
               MOVE TODAY-DATE TO PT-BILL-DATE(PERD-FOUND)
               MOVE TIME-NOW(1:6) TO PT-BILL-TIME(PERD-FOUND)
               OPEN OUTPUT PERD-FILE
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
                   DISPLAY "Period " BILL-MONTH " closed on"
                       " OPRPERD.DAT."
               END-IF
           END-IF.

       END PROGRAM OPRBILL.
