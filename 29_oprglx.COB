       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRGLX.
      *=================================================================
      * Purpose: General ledger journal extract from the month's
      *          chargeback invoices, so finance no longer re-keys
      *          OPRINV.DAT by hand.  Every invoice line is charged
      *          to the cost centre its operator carries on
      *          OPRIDS.DAT, and the extract writes OPRGLJNL.DAT for
      *          the finance system: a header, one debit per cost
      *          centre to the chargeback expense account, the
      *          offsetting credit to the IT recovery account, and a
      *          trailer - header and trailer both carrying the
      *          period, the journal line count and the debit and
      *          credit totals.  Invoice lines whose operator has no
      *          cost centre are debited to the suspense cost centre
      *          and listed on OPRGLX.RPT for finance to clear.
      *
      *          Nothing is extracted unless the invoice file agrees,
      *          line count and amount, with the grand total (and the
      *          supplementary total) on OPRBILL's statement, and the
      *          statement itself balanced.  A period goes to the
      *          ledger once: each journal is recorded on the
      *          register OPRGLREG.DAT and kept as OPRGL-YYYYMM.DAT,
      *          and a second extract for the same period is refused
      *          until a reversal has been run - a reversal writes the
      *          kept journal back out with every debit and credit
      *          swapped, and frees the period for a fresh extract.
      *          The period and the J (journal) / R (reversal) answer
      *          come from the one-shot OPRGLXP.DAT when NIGHTRUN
      *          supplies it, else they are asked.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-FILE ASSIGN TO "OPRINV.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FS.

           SELECT STMT-FILE ASSIGN TO "OPRBILL.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FS.

           SELECT OPRIDS-FILE ASSIGN TO "OPRIDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPRIDS-FS.

           SELECT JNL-FILE ASSIGN TO "OPRGLJNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-FS.

           SELECT KEEP-FILE ASSIGN TO DYNAMIC KEEP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FS.

           SELECT REG-FILE ASSIGN TO "OPRGLREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.

           SELECT PARM-FILE ASSIGN TO "OPRGLXP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

           SELECT REPORT-FILE ASSIGN TO "OPRGLX.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

      *=================================================================
       DATA DIVISION.

      *-----------------------------------------------------------------
       FILE SECTION.
       FD  INV-FILE.
      *    Summary invoice file as written by OPRBILL - billing month,
      *    operator id, name, billed line count, amount, and the line
      *    type (R regular, S supplementary against a closed month).
       01  INV-RECORD.
           05  INV-MONTH       PIC X(6).
           05  FILLER          PIC X.
           05  INV-ID          PIC X(6).
           05  FILLER          PIC X.
           05  INV-NAME        PIC X(32).
           05  FILLER          PIC X.
           05  INV-LINES       PIC 9(6).
           05  FILLER          PIC X.
           05  INV-AMOUNT      PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  INV-TYPE        PIC X.

       FD  STMT-FILE.
      *    OPRBILL's statement - a heading with the billing month,
      *    then, among the operator sections, the GRAND TOTAL and
      *    SUPPLEMENTARY TOTAL lines and the balancing verdicts.
       01  STMT-RECORD         PIC X(100).
       01  STMT-TOTAL-RECORD.
           05  STR-TAG         PIC X(24).
           05  STR-LINES       PIC X(6).
           05  FILLER          PIC X(9).
           05  STR-AMOUNT      PIC X(17).
           05  FILLER          PIC X(44).

       FD  OPRIDS-FILE.
      *    Operator reference, read only for each operator's cost
      *    centre.
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

       FD  JNL-FILE.
      *    Journal for the finance system.  HDR: period, journal type
      *    (JNL a posting, REV a reversal), when it was cut, source,
      *    detail line count and debit and credit totals.  DTL: one
      *    ledger line - DR or CR, account, cost centre, amount and
      *    narrative.  TRL: period, line count and totals again, for
      *    the receiving side to balance against.
       01  JNL-RECORD          PIC X(80).
       01  JNL-HEADER-RECORD.
           05  JH-TYPE         PIC X(3).
           05  FILLER          PIC X.
           05  JH-PERIOD       PIC X(6).
           05  FILLER          PIC X.
           05  JH-JNL-TYPE     PIC X(3).
           05  FILLER          PIC X.
           05  JH-DATE         PIC X(8).
           05  FILLER          PIC X.
           05  JH-TIME         PIC X(6).
           05  FILLER          PIC X.
           05  JH-SOURCE       PIC X(8).
           05  FILLER          PIC X.
           05  JH-COUNT        PIC 9(6).
           05  FILLER          PIC X.
           05  JH-DEBITS       PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  JH-CREDITS      PIC S9(13)V99 SIGN LEADING SEPARATE.
       01  JNL-DETAIL-RECORD.
           05  JD-TYPE         PIC X(3).
           05  FILLER          PIC X.
           05  JD-PERIOD       PIC X(6).
           05  FILLER          PIC X.
           05  JD-DRCR         PIC X(2).
           05  FILLER          PIC X.
           05  JD-ACCOUNT      PIC X(6).
           05  FILLER          PIC X.
           05  JD-COST-CTR     PIC X(8).
           05  FILLER          PIC X.
           05  JD-AMOUNT       PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  JD-TEXT         PIC X(30).
           05  FILLER          PIC X(3).
       01  JNL-TRAILER-RECORD.
           05  JT-TYPE         PIC X(3).
           05  FILLER          PIC X.
           05  JT-PERIOD       PIC X(6).
           05  FILLER          PIC X.
           05  JT-COUNT        PIC 9(6).
           05  FILLER          PIC X.
           05  JT-DEBITS       PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  JT-CREDITS      PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X(29).

       FD  KEEP-FILE.
      *    The journal as posted, kept per period - what a reversal
      *    reverses, whatever has happened to the invoices since.
       01  KEEP-RECORD         PIC X(80).

       FD  REG-FILE.
      *    Ledger register, appended to and never rewritten - one line
      *    per journal sent: period, JNL or REV, when, line count and
      *    debit total.  A period whose latest line is JNL is on the
      *    ledger.
       01  REG-RECORD.
           05  REG-PERIOD      PIC X(6).
           05  FILLER          PIC X.
           05  REG-JNL-TYPE    PIC X(3).
           05  FILLER          PIC X.
           05  REG-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  REG-TIME        PIC X(6).
           05  FILLER          PIC X.
           05  REG-COUNT       PIC 9(6).
           05  FILLER          PIC X.
           05  REG-AMOUNT      PIC S9(13)V99 SIGN LEADING SEPARATE.

       FD  PARM-FILE.
      *    One-shot run parameter - written by NIGHTRUN (or by hand)
      *    and truncated once read: the period YYYYMM (blank = the
      *    month on OPRBILL.RPT) and J journal or R reversal.
       01  PARM-RECORD.
           05  PARM-PERIOD     PIC X(6).
           05  FILLER          PIC X.
           05  PARM-ACTION     PIC X.

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-INV-FS    PIC XX.
       77  WS-STMT-FS   PIC XX.
       77  WS-OPRIDS-FS PIC XX.
       77  WS-JNL-FS    PIC XX.
       77  WS-KEEP-FS   PIC XX.
       77  WS-REG-FS    PIC XX.
       77  WS-PARM-FS   PIC XX.
       77  WS-REPORT-FS PIC XX.

       77  IN-EOF-SW    PIC X VALUE "N".
           88  IN-EOF              VALUE "Y".
       77  PARM-SW      PIC X VALUE "N".
           88  PARM-USED           VALUE "Y".
       77  VALID-SW     PIC X VALUE "Y".
           88  ANSWER-VALID        VALUE "Y".
      *    J cut the period's journal, R reverse the one on the
      *    ledger.
       77  RUN-ACTION   PIC X VALUE "J".
           88  REVERSAL-RUN        VALUE "R".
       77  POSTED-SW    PIC X VALUE "N".
           88  PERIOD-POSTED       VALUE "Y".
       77  STMT-OK-SW   PIC X VALUE "N".
           88  STMT-OK             VALUE "Y".
       77  STMT-BAL-SW  PIC X VALUE "Y".
           88  STMT-BALANCED       VALUE "Y".
       77  GRAND-SW     PIC X VALUE "N".
           88  GRAND-FOUND         VALUE "Y".
       77  CC-FULL-SW   PIC X VALUE "N".
           88  CC-TABLE-FULL       VALUE "Y".

       77  ANSWER       PIC X(10) VALUE SPACES.
       77  TODAY-DATE   PIC X(8) VALUE SPACES.
       77  TIME-NOW     PIC 9(8) VALUE 0.
       77  GL-PERIOD    PIC X(6) VALUE SPACES.
       77  KEEP-NAME    PIC X(40) VALUE SPACES.
       77  POSTED-DATE  PIC X(8) VALUE SPACES.

      *    Ledger accounts the journal posts to.  The chargeback is
      *    an expense to each operator's cost centre and a recovery
      *    to IT's own; what cannot be placed goes to suspense.
       77  EXPENSE-ACCT  PIC X(6) VALUE "640100".
       77  RECOVERY-ACCT PIC X(6) VALUE "480900".
       77  RECOVERY-CC   PIC X(8) VALUE "ITSVCS".
       77  SUSPENSE-CC   PIC X(8) VALUE "SUSPENSE".

      *    What OPRBILL's statement says was billed.
       77  STMT-MONTH   PIC X(6) VALUE SPACES.
       77  STMT-MSG     PIC X(80) VALUE SPACES.
       77  STMT-LINES   PIC 9(6) VALUE 0.
       77  STMT-AMOUNT  PIC S9(13)V99 VALUE 0.
       77  STMT-S-LINES PIC 9(6) VALUE 0.
       77  STMT-S-AMOUNT PIC S9(13)V99 VALUE 0.

      *    What the invoice file adds up to, the same split.
       77  INV-R-COUNT  PIC 9(6) VALUE 0.
       77  INV-R-LINES  PIC 9(6) VALUE 0.
       77  INV-R-AMOUNT PIC S9(13)V99 VALUE 0.
       77  INV-S-COUNT  PIC 9(6) VALUE 0.
       77  INV-S-LINES  PIC 9(6) VALUE 0.
       77  INV-S-AMOUNT PIC S9(13)V99 VALUE 0.
       77  STALE-COUNT  PIC 9(6) VALUE 0.
       77  UNPLACED-COUNT PIC 9(6) VALUE 0.

      *    The journal being cut.
       77  JNL-COUNT    PIC 9(6) VALUE 0.
       77  DEBIT-TOTAL  PIC S9(13)V99 VALUE 0.
       77  CREDIT-TOTAL PIC S9(13)V99 VALUE 0.
       77  DRCR-WK      PIC X(2) VALUE SPACES.
       77  REG-TYPE-WK  PIC X(3) VALUE SPACES.

      *    Operator id to cost centre, from OPRIDS.DAT.
       77  OPR-COUNT    PIC 9(3) VALUE 0.
       77  OPR-MAX      PIC 9(3) VALUE 500.
       77  IDX          PIC 9(3) VALUE 0.
       01  OPR-TABLE.
           05  OPR-ENTRY OCCURS 500 TIMES.
               10  OPR-ID       PIC X(6).
               10  OPR-COST-CTR PIC X(8).

      *    Debit per cost centre, built up from the invoice lines.
       77  CC-COUNT     PIC 9(3) VALUE 0.
       77  CC-MAX       PIC 9(3) VALUE 200.
       77  CC-IDX       PIC 9(3) VALUE 0.
       77  CC-FOUND     PIC 9(3) VALUE 0.
       77  CC-WK        PIC X(8) VALUE SPACES.
       01  CC-TABLE.
           05  CC-ENTRY OCCURS 200 TIMES.
               10  CC-CODE      PIC X(8).
               10  CC-INVOICES  PIC 9(6).
               10  CC-AMOUNT    PIC S9(13)V99.

       01  RPT-LINE.
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  RL-DRCR     PIC X(2).
           05  FILLER      PIC X     VALUE SPACE.
           05  RL-ACCOUNT  PIC X(6).
           05  FILLER      PIC X     VALUE SPACE.
           05  RL-COST-CTR PIC X(8).
           05  FILLER      PIC X     VALUE SPACE.
           05  RL-AMOUNT   PIC -Z(12)9.99.
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  RL-TEXT     PIC X(40).

       01  RPT-TOTAL.
           05  RT-TAG      PIC X(24).
           05  RT-LINES    PIC Z(5)9.
           05  FILLER      PIC X(9)  VALUE SPACES.
           05  RT-AMOUNT   PIC -Z(12)9.99.

      *=================================================================
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    NIGHTRUN can CALL this program more than once in a job
      *    stream, so the tables and totals start empty here, not
      *    just from their VALUE clauses.
           MOVE 0 TO OPR-COUNT.
           MOVE 0 TO CC-COUNT.
           MOVE "N" TO CC-FULL-SW.
           MOVE 0 TO INV-R-COUNT.
           MOVE 0 TO INV-R-LINES.
           MOVE 0 TO INV-R-AMOUNT.
           MOVE 0 TO INV-S-COUNT.
           MOVE 0 TO INV-S-LINES.
           MOVE 0 TO INV-S-AMOUNT.
           MOVE 0 TO STALE-COUNT.
           MOVE 0 TO UNPLACED-COUNT.
           MOVE 0 TO JNL-COUNT.
           MOVE 0 TO DEBIT-TOTAL.
           MOVE 0 TO CREDIT-TOTAL.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO GL-PERIOD.
           MOVE "J" TO RUN-ACTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open OPRGLX.RPT - status "
                   WS-REPORT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "GENERAL LEDGER JOURNAL EXTRACT " TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           PERFORM READ-PARM-PROCEDURE.
           IF NOT PARM-USED
               PERFORM ASK-RUN-PROCEDURE
           END-IF.
           PERFORM LOAD-STMT-PROCEDURE
               THRU LOAD-STMT-EXIT.
           IF GL-PERIOD = SPACES
               IF STMT-OK
                   MOVE STMT-MONTH TO GL-PERIOD
               ELSE
                   MOVE STMT-MSG TO REPORT-RECORD
                   PERFORM REFUSE-PROCEDURE
                   GOBACK
               END-IF
           END-IF.
           MOVE SPACES TO KEEP-NAME.
           STRING "OPRGL-" GL-PERIOD ".DAT"
               DELIMITED BY SIZE INTO KEEP-NAME
           END-STRING.
           PERFORM LOAD-REG-PROCEDURE.
           IF REVERSAL-RUN
               PERFORM REVERSE-PROCEDURE
                   THRU REVERSE-EXIT
           ELSE
               PERFORM JOURNAL-PROCEDURE
                   THRU JOURNAL-EXIT
           END-IF.
           IF RETURN-CODE NOT = 0
               PERFORM REFUSE-PROCEDURE
               GOBACK
           END-IF.
           CLOSE REPORT-FILE.
           GOBACK.


       REFUSE-PROCEDURE.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY REPORT-RECORD(1:80).
           MOVE 8 TO RETURN-CODE.


       READ-PARM-PROCEDURE.
      *    A waiting OPRGLXP.DAT answers both questions so the extract
      *    runs in the nightly stream.  A period that is not six
      *    digits is taken as blank; anything but R is a journal.
           MOVE "N" TO PARM-SW.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-PERIOD IS NUMERIC
                           MOVE PARM-PERIOD TO GL-PERIOD
                       END-IF
                       IF PARM-ACTION = "R" OR PARM-ACTION = "r"
                           MOVE "R" TO RUN-ACTION
                       END-IF
                       MOVE "Y" TO PARM-SW
               END-READ
               CLOSE PARM-FILE
               OPEN OUTPUT PARM-FILE
               CLOSE PARM-FILE
           END-IF.


       ASK-RUN-PROCEDURE.
           MOVE "N" TO VALID-SW.
           PERFORM UNTIL ANSWER-VALID
               DISPLAY "Ledger period YYYYMM (blank = month on"
                   " OPRBILL.RPT):"
               ACCEPT ANSWER
               MOVE "Y" TO VALID-SW
               IF ANSWER NOT = SPACES
                   IF ANSWER(1:6) IS NUMERIC AND ANSWER(7:4) = SPACES
                       MOVE ANSWER(1:6) TO GL-PERIOD
                   ELSE
                       MOVE "N" TO VALID-SW
                       DISPLAY "Period must be blank or 6 digits"
                           " YYYYMM."
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "(J)ournal or (R)eversal (blank = J)?".
           ACCEPT ANSWER.
           IF ANSWER = "R" OR ANSWER = "r"
               MOVE "R" TO RUN-ACTION
           END-IF.


       LOAD-STMT-PROCEDURE.
      *    The billing month, the regular and supplementary totals,
      *    and whether OPRBILL balanced.  Whatever is wrong with the
      *    statement is left in STMT-MSG - a reversal does not need
      *    it, a journal does.
           MOVE "N" TO STMT-OK-SW.
           MOVE "Y" TO STMT-BAL-SW.
           MOVE "N" TO GRAND-SW.
           MOVE SPACES TO STMT-MONTH.
           MOVE 0 TO STMT-LINES.
           MOVE 0 TO STMT-AMOUNT.
           MOVE 0 TO STMT-S-LINES.
           MOVE 0 TO STMT-S-AMOUNT.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT STMT-FILE.
           IF WS-STMT-FS NOT = "00"
               MOVE "NO OPRBILL.RPT - NOTHING JOURNALLED" TO STMT-MSG
               GO TO LOAD-STMT-EXIT
           END-IF.
           READ STMT-FILE
               AT END MOVE "Y" TO IN-EOF-SW
           END-READ.
           IF IN-EOF
               OR STMT-RECORD(1:26) NOT = "CHARGEBACK STATEMENTS FOR "
               MOVE "OPRBILL.RPT HAS NO HEADING - NOTHING JOURNALLED"
                   TO STMT-MSG
               CLOSE STMT-FILE
               GO TO LOAD-STMT-EXIT
           END-IF.
           MOVE STMT-RECORD(27:6) TO STMT-MONTH.
           PERFORM UNTIL IN-EOF
               READ STMT-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN STR-TAG = "GRAND TOTAL"
                               MOVE "Y" TO GRAND-SW
                               COMPUTE STMT-LINES =
                                   FUNCTION NUMVAL(STR-LINES)
                               COMPUTE STMT-AMOUNT =
                                   FUNCTION NUMVAL(STR-AMOUNT)
                           WHEN STR-TAG = "SUPPLEMENTARY TOTAL"
                               COMPUTE STMT-S-LINES =
                                   FUNCTION NUMVAL(STR-LINES)
                               COMPUTE STMT-S-AMOUNT =
                                   FUNCTION NUMVAL(STR-AMOUNT)
                           WHEN STMT-RECORD(1:4) = "*** "
                               MOVE "N" TO STMT-BAL-SW
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE STMT-FILE.
           IF NOT GRAND-FOUND
               MOVE
                   "OPRBILL.RPT HAS NO GRAND TOTAL - NOTHING JOURNALLED"
                   TO STMT-MSG
               GO TO LOAD-STMT-EXIT
           END-IF.
           MOVE "Y" TO STMT-OK-SW.

       LOAD-STMT-EXIT.
           EXIT.


       LOAD-REG-PROCEDURE.
      *    Whether the period is on the ledger now - the latest
      *    register line for it decides.
           MOVE "N" TO POSTED-SW.
           MOVE SPACES TO POSTED-DATE.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT REG-FILE.
           IF WS-REG-FS = "00"
               PERFORM UNTIL IN-EOF
                   READ REG-FILE
                       AT END MOVE "Y" TO IN-EOF-SW
                       NOT AT END
                           IF REG-PERIOD = GL-PERIOD
                               IF REG-JNL-TYPE = "JNL"
                                   MOVE "Y" TO POSTED-SW
                                   MOVE REG-DATE TO POSTED-DATE
                               ELSE
                                   MOVE "N" TO POSTED-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF.


       JOURNAL-PROCEDURE.
      *    Every check comes before the first journal line is written
      *    - a refused extract leaves no half journal behind.
           IF NOT STMT-OK
               MOVE STMT-MSG TO REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO JOURNAL-EXIT
           END-IF.
           IF STMT-MONTH NOT = GL-PERIOD
               MOVE SPACES TO REPORT-RECORD
               STRING "OPRBILL.RPT IS FOR " STMT-MONTH ", NOT "
                   GL-PERIOD " - NOTHING JOURNALLED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
               GO TO JOURNAL-EXIT
           END-IF.
           IF NOT STMT-BALANCED
               MOVE SPACES TO REPORT-RECORD
               STRING "OPRBILL RUN FOR " GL-PERIOD " WAS OUT OF "
                   "BALANCE - NOTHING JOURNALLED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
               GO TO JOURNAL-EXIT
           END-IF.
           IF PERIOD-POSTED
               MOVE SPACES TO REPORT-RECORD
               STRING "PERIOD " GL-PERIOD " ALREADY ON THE LEDGER ("
                   POSTED-DATE ") - RUN A REVERSAL FIRST"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
               GO TO JOURNAL-EXIT
           END-IF.
           PERFORM LOAD-OPRIDS-PROCEDURE.
           PERFORM LOAD-INVOICES-PROCEDURE
               THRU LOAD-INVOICES-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO JOURNAL-EXIT
           END-IF.
           PERFORM AGREE-PROCEDURE.
           IF RETURN-CODE NOT = 0
               GO TO JOURNAL-EXIT
           END-IF.
           IF DEBIT-TOTAL = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "NOTHING BILLED FOR " GL-PERIOD
                   " - NO JOURNAL NEEDED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               DISPLAY REPORT-RECORD(1:80)
               GO TO JOURNAL-EXIT
           END-IF.
           PERFORM WRITE-JOURNAL-PROCEDURE
               THRU WRITE-JOURNAL-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO JOURNAL-EXIT
           END-IF.
           MOVE "JNL" TO REG-TYPE-WK.
           PERFORM WRITE-REG-PROCEDURE.
           DISPLAY "Journal for " GL-PERIOD " written to OPRGLJNL.DAT"
               " - " JNL-COUNT " line(s). See OPRGLX.RPT.".

       JOURNAL-EXIT.
           EXIT.


       LOAD-OPRIDS-PROCEDURE.
           MOVE 0 TO OPR-COUNT.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT OPRIDS-FILE.
           IF WS-OPRIDS-FS NOT = "00"
               DISPLAY "Cannot open OPRIDS.DAT - status " WS-OPRIDS-FS
               DISPLAY "Every invoice line goes to suspense."
           ELSE
               PERFORM UNTIL IN-EOF OR OPR-COUNT >= OPR-MAX
                   READ OPRIDS-FILE
                       AT END MOVE "Y" TO IN-EOF-SW
                       NOT AT END
                           ADD 1 TO OPR-COUNT
                           MOVE OPRIDS-ID TO OPR-ID(OPR-COUNT)
                           MOVE OPRIDS-COST-CTR
                               TO OPR-COST-CTR(OPR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OPRIDS-FILE
           END-IF.


       LOAD-INVOICES-PROCEDURE.
      *    Add each invoice line to its cost centre.  A regular line
      *    for any month but the period means OPRINV.DAT is not from
      *    the statement's billing run.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT INV-FILE.
           IF WS-INV-FS NOT = "00"
               MOVE "NO OPRINV.DAT - NOTHING JOURNALLED"
                   TO REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-INVOICES-EXIT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM UNTIL IN-EOF
               READ INV-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END PERFORM INVOICE-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE INV-FILE.
           IF CC-TABLE-FULL
               MOVE SPACES TO REPORT-RECORD
               STRING "MORE THAN " CC-MAX " COST CENTRES ON THE "
                   "INVOICES - NOTHING JOURNALLED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-INVOICES-EXIT
           END-IF.
           IF STALE-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "OPRINV.DAT HAS " STALE-COUNT " LINE(S) NOT FOR "
                   GL-PERIOD " - NOTHING JOURNALLED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-INVOICES-EXIT.
           EXIT.


       INVOICE-LINE-PROCEDURE.
           IF INV-TYPE = "S"
               ADD 1 TO INV-S-COUNT
               ADD INV-LINES TO INV-S-LINES
               ADD INV-AMOUNT TO INV-S-AMOUNT
           ELSE
               IF INV-MONTH NOT = GL-PERIOD
                   ADD 1 TO STALE-COUNT
               END-IF
               ADD 1 TO INV-R-COUNT
               ADD INV-LINES TO INV-R-LINES
               ADD INV-AMOUNT TO INV-R-AMOUNT
           END-IF.
           MOVE SPACES TO CC-WK.
           IF INV-ID NOT = SPACES
               MOVE 1 TO IDX
               PERFORM UNTIL IDX > OPR-COUNT
                   IF OPR-ID(IDX) = INV-ID
                       MOVE OPR-COST-CTR(IDX) TO CC-WK
                       MOVE OPR-COUNT TO IDX
                   END-IF
                   ADD 1 TO IDX
               END-PERFORM
           END-IF.
           IF CC-WK = SPACES
               MOVE SUSPENSE-CC TO CC-WK
               ADD 1 TO UNPLACED-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE INV-AMOUNT TO RL-AMOUNT
               MOVE SPACES TO RL-TEXT
               STRING "TO SUSPENSE: " INV-ID " " INV-NAME
                   DELIMITED BY SIZE INTO RL-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM RPT-LINE
           END-IF.
           MOVE 0 TO CC-FOUND.
           MOVE 1 TO CC-IDX.
           PERFORM UNTIL CC-IDX > CC-COUNT OR CC-FOUND > 0
               IF CC-CODE(CC-IDX) = CC-WK
                   MOVE CC-IDX TO CC-FOUND
               END-IF
               ADD 1 TO CC-IDX
           END-PERFORM.
           IF CC-FOUND = 0
               IF CC-COUNT >= CC-MAX
                   MOVE "Y" TO CC-FULL-SW
               ELSE
                   ADD 1 TO CC-COUNT
                   MOVE CC-COUNT TO CC-FOUND
                   MOVE CC-WK TO CC-CODE(CC-FOUND)
                   MOVE 0 TO CC-INVOICES(CC-FOUND)
                   MOVE 0 TO CC-AMOUNT(CC-FOUND)
               END-IF
           END-IF.
           IF CC-FOUND > 0
               ADD 1 TO CC-INVOICES(CC-FOUND)
               ADD INV-AMOUNT TO CC-AMOUNT(CC-FOUND)
               ADD INV-AMOUNT TO DEBIT-TOTAL
           END-IF.


       AGREE-PROCEDURE.
      *    The invoice file must add up, line count and amount, to
      *    what the statement billed - the regular invoices to the
      *    grand total, the supplementary ones to the supplementary
      *    total - and every invoice amount must have reached a
      *    cost centre.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO RPT-TOTAL.
           MOVE "STATEMENT GRAND TOTAL" TO RT-TAG.
           MOVE STMT-LINES TO RT-LINES.
           MOVE STMT-AMOUNT TO RT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL.
           MOVE SPACES TO RPT-TOTAL.
           MOVE "INVOICES - REGULAR" TO RT-TAG.
           MOVE INV-R-LINES TO RT-LINES.
           MOVE INV-R-AMOUNT TO RT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL.
           MOVE SPACES TO RPT-TOTAL.
           MOVE "STATEMENT SUPPLEMENTARY" TO RT-TAG.
           MOVE STMT-S-LINES TO RT-LINES.
           MOVE STMT-S-AMOUNT TO RT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL.
           MOVE SPACES TO RPT-TOTAL.
           MOVE "INVOICES - SUPPLEMENTARY" TO RT-TAG.
           MOVE INV-S-LINES TO RT-LINES.
           MOVE INV-S-AMOUNT TO RT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL.
           IF INV-R-LINES NOT = STMT-LINES
               OR INV-R-AMOUNT NOT = STMT-AMOUNT
               OR INV-S-LINES NOT = STMT-S-LINES
               OR INV-S-AMOUNT NOT = STMT-S-AMOUNT
               OR DEBIT-TOTAL NOT = INV-R-AMOUNT + INV-S-AMOUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "*** INVOICES DO NOT AGREE WITH THE STATEMENT"
                   " - NOTHING JOURNALLED ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "INVOICES AGREE WITH THE STATEMENT" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.


       WRITE-JOURNAL-PROCEDURE.
      *    Header, a debit per cost centre, the one offsetting credit
      *    to IT recovery, trailer - written to the transfer file and
      *    to the period's kept copy alike.
           OPEN OUTPUT JNL-FILE.
           IF WS-JNL-FS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "CANNOT OPEN OPRGLJNL.DAT - STATUS " WS-JNL-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-JOURNAL-EXIT
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           IF WS-KEEP-FS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "CANNOT OPEN " KEEP-NAME " - STATUS " WS-KEEP-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               CLOSE JNL-FILE
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-JOURNAL-EXIT
           END-IF.
           MOVE DEBIT-TOTAL TO CREDIT-TOTAL.
           MOVE 1 TO JNL-COUNT.
           MOVE 1 TO CC-IDX.
           PERFORM UNTIL CC-IDX > CC-COUNT
               IF CC-AMOUNT(CC-IDX) NOT = 0
                   ADD 1 TO JNL-COUNT
               END-IF
               ADD 1 TO CC-IDX
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "JOURNAL FOR PERIOD " GL-PERIOD
               " - OPRGLJNL.DAT, KEPT AS " KEEP-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO JNL-HEADER-RECORD.
           MOVE "HDR" TO JH-TYPE.
           MOVE GL-PERIOD TO JH-PERIOD.
           MOVE "JNL" TO JH-JNL-TYPE.
           MOVE TODAY-DATE TO JH-DATE.
           MOVE TIME-NOW(1:6) TO JH-TIME.
           MOVE "OPRBILL" TO JH-SOURCE.
           MOVE JNL-COUNT TO JH-COUNT.
           MOVE DEBIT-TOTAL TO JH-DEBITS.
           MOVE CREDIT-TOTAL TO JH-CREDITS.
           PERFORM WRITE-JNL-LINE-PROCEDURE.
           MOVE 1 TO CC-IDX.
           PERFORM UNTIL CC-IDX > CC-COUNT
               IF CC-AMOUNT(CC-IDX) NOT = 0
                   MOVE SPACES TO JNL-DETAIL-RECORD
                   MOVE "DTL" TO JD-TYPE
                   MOVE GL-PERIOD TO JD-PERIOD
                   MOVE "DR" TO JD-DRCR
                   MOVE EXPENSE-ACCT TO JD-ACCOUNT
                   MOVE CC-CODE(CC-IDX) TO JD-COST-CTR
                   MOVE CC-AMOUNT(CC-IDX) TO JD-AMOUNT
                   STRING "IT CHARGEBACK " GL-PERIOD
                       DELIMITED BY SIZE INTO JD-TEXT
                   END-STRING
                   PERFORM WRITE-JNL-LINE-PROCEDURE
                   PERFORM REPORT-JNL-LINE-PROCEDURE
               END-IF
               ADD 1 TO CC-IDX
           END-PERFORM.
           MOVE SPACES TO JNL-DETAIL-RECORD.
           MOVE "DTL" TO JD-TYPE.
           MOVE GL-PERIOD TO JD-PERIOD.
           MOVE "CR" TO JD-DRCR.
           MOVE RECOVERY-ACCT TO JD-ACCOUNT.
           MOVE RECOVERY-CC TO JD-COST-CTR.
           MOVE CREDIT-TOTAL TO JD-AMOUNT.
           STRING "IT CHARGEBACK RECOVERY " GL-PERIOD
               DELIMITED BY SIZE INTO JD-TEXT
           END-STRING.
           PERFORM WRITE-JNL-LINE-PROCEDURE.
           PERFORM REPORT-JNL-LINE-PROCEDURE.
           MOVE SPACES TO JNL-TRAILER-RECORD.
           MOVE "TRL" TO JT-TYPE.
           MOVE GL-PERIOD TO JT-PERIOD.
           MOVE JNL-COUNT TO JT-COUNT.
           MOVE DEBIT-TOTAL TO JT-DEBITS.
           MOVE CREDIT-TOTAL TO JT-CREDITS.
           PERFORM WRITE-JNL-LINE-PROCEDURE.
           CLOSE JNL-FILE.
           CLOSE KEEP-FILE.
           PERFORM REPORT-TOTALS-PROCEDURE.

       WRITE-JOURNAL-EXIT.
           EXIT.


       WRITE-JNL-LINE-PROCEDURE.
           WRITE JNL-RECORD.
           MOVE JNL-RECORD TO KEEP-RECORD.
           WRITE KEEP-RECORD.


       REPORT-JNL-LINE-PROCEDURE.
           MOVE SPACES TO RPT-LINE.
           MOVE JD-DRCR TO RL-DRCR.
           MOVE JD-ACCOUNT TO RL-ACCOUNT.
           MOVE JD-COST-CTR TO RL-COST-CTR.
           MOVE JD-AMOUNT TO RL-AMOUNT.
           MOVE JD-TEXT TO RL-TEXT.
           WRITE REPORT-RECORD FROM RPT-LINE.


       REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO RPT-TOTAL.
           MOVE "JOURNAL LINES AND DEBITS" TO RT-TAG.
           MOVE JNL-COUNT TO RT-LINES.
           MOVE DEBIT-TOTAL TO RT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL.
           MOVE SPACES TO RPT-TOTAL.
           MOVE "JOURNAL CREDITS" TO RT-TAG.
           MOVE CREDIT-TOTAL TO RT-AMOUNT.
           WRITE REPORT-RECORD FROM RPT-TOTAL.
           IF UNPLACED-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING UNPLACED-COUNT " INVOICE LINE(S) WITH NO COST "
                   "CENTRE DEBITED TO " SUSPENSE-CC " - SEE ABOVE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.


       REVERSE-PROCEDURE.
      *    Send the kept journal back with every debit and credit
      *    swapped and the header marked REV; the totals still
      *    balance, so the trailer goes back as it was.
           IF NOT PERIOD-POSTED
               MOVE SPACES TO REPORT-RECORD
               STRING "PERIOD " GL-PERIOD " IS NOT ON THE LEDGER - "
                   "NOTHING TO REVERSE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
               GO TO REVERSE-EXIT
           END-IF.
           OPEN INPUT KEEP-FILE.
           IF WS-KEEP-FS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "NO " KEEP-NAME " - CANNOT REVERSE " GL-PERIOD
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
               GO TO REVERSE-EXIT
           END-IF.
           OPEN OUTPUT JNL-FILE.
           IF WS-JNL-FS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "CANNOT OPEN OPRGLJNL.DAT - STATUS " WS-JNL-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               CLOSE KEEP-FILE
               MOVE 8 TO RETURN-CODE
               GO TO REVERSE-EXIT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "REVERSAL OF PERIOD " GL-PERIOD " AS JOURNALLED ON "
               POSTED-DATE " - OPRGLJNL.DAT"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE "N" TO IN-EOF-SW.
           PERFORM UNTIL IN-EOF
               READ KEEP-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END PERFORM REVERSE-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE JNL-FILE.
           PERFORM REPORT-TOTALS-PROCEDURE.
           MOVE "REV" TO REG-TYPE-WK.
           PERFORM WRITE-REG-PROCEDURE.
           DISPLAY "Reversal of " GL-PERIOD " written to OPRGLJNL.DAT"
               " - the period may be journalled again.".

       REVERSE-EXIT.
           EXIT.


       REVERSE-LINE-PROCEDURE.
           MOVE KEEP-RECORD TO JNL-RECORD.
           EVALUATE JH-TYPE
               WHEN "HDR"
                   MOVE "REV" TO JH-JNL-TYPE
                   MOVE TODAY-DATE TO JH-DATE
                   MOVE TIME-NOW(1:6) TO JH-TIME
                   MOVE JH-COUNT TO JNL-COUNT
                   MOVE JH-DEBITS TO DEBIT-TOTAL
                   MOVE JH-CREDITS TO CREDIT-TOTAL
               WHEN "DTL"
                   IF JD-DRCR = "DR"
                       MOVE "CR" TO DRCR-WK
                   ELSE
                       MOVE "DR" TO DRCR-WK
                   END-IF
                   MOVE DRCR-WK TO JD-DRCR
                   PERFORM REPORT-JNL-LINE-PROCEDURE
           END-EVALUATE.
           WRITE JNL-RECORD.


       WRITE-REG-PROCEDURE.
      *    OPEN EXTEND does not create the file if it does not exist
      *    yet, so fall back to OPEN OUTPUT the first time.
           OPEN EXTEND REG-FILE.
           IF WS-REG-FS = "35"
               OPEN OUTPUT REG-FILE
           END-IF.
           IF WS-REG-FS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "*** " REG-TYPE-WK " FOR " GL-PERIOD
                   " WRITTEN BUT NOT REGISTERED - OPRGLREG.DAT STATUS "
                   WS-REG-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REG-RECORD
               MOVE GL-PERIOD TO REG-PERIOD
               MOVE REG-TYPE-WK TO REG-JNL-TYPE
               MOVE TODAY-DATE TO REG-DATE
               MOVE TIME-NOW(1:6) TO REG-TIME
               MOVE JNL-COUNT TO REG-COUNT
               MOVE DEBIT-TOTAL TO REG-AMOUNT
               WRITE REG-RECORD
               CLOSE REG-FILE
           END-IF.

       END PROGRAM OPRGLX.
