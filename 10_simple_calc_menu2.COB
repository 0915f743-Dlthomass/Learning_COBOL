               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-FS.

           SELECT PERD-FILE ASSIGN TO "OPRPERD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-FS.

           SELECT PPADJ-FILE ASSIGN TO "OPRPPADJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PPADJ-FS.

           SELECT STAT-FILE ASSIGN TO "OPRSTAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FS.

           SELECT SEC-FILE ASSIGN TO "OPRSEC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FS.

      *=================================================================
       DATA DIVISION.

           05  FILLER          PIC X(34).

       FD  OUT-FILE.
      *    One line per accepted calculation.  Past the result sit
      *    the operator id and the desk the card came from, so
      *    OPRRETN can route each result back to its desk.
       01  OUT-RECORD.
           05  OUT-NAME        PIC X(32).
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC XX      VALUE "= ".
           05  OUT-RM          PIC -Z(10)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  OUT-OPID        PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  OUT-SOURCE      PIC X(8).

       FD  AUDIT-FILE.
      *    One line per completed calculation - who ran it, and what
      *    the inputs and result were.  Each session or batch run
      *    first stamps a run-header line ("RUNHDR", run number, date,
      *    time, mode) so the archive job can roll whole closed runs
      *    into the monthly generation files.  A batch run of a feed
      *    dated in a closed period also carries that period on its
      *    stamp - its lines are prior-period adjustments, billed
      *    from OPRPPADJ.DAT rather than with the month they ran in.
      *    The stamp also records the rounding rule the run's
      *    results were produced under (R half-up, T truncate).
      *    Every line, stamp or calculation, ends in a check value
      *    (columns 89-98) chained from the line before it: the
      *    previous line's value folded with this line's columns
      *    1-87.  An edited or deleted line breaks the chain from
      *    that point on, which OPRAVER reports.
       01  AUDIT-RECORD.
           05  AUD-SEQ         PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  AUD-Y           PIC -Z(10)9.9.
           05  FILLER          PIC X       VALUE SPACE.
           05  AUD-R           PIC -Z(10)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  AUD-CHAIN       PIC 9(10).
       01  AUDIT-RUN-RECORD.
           05  ARH-TAG         PIC X(6).
           05  FILLER          PIC X.
           05  ARH-TIME        PIC X(6).
           05  FILLER          PIC X.
           05  ARH-MODE        PIC X.
           05  FILLER          PIC X.
           05  ARH-PERIOD      PIC X(6).
           05  FILLER          PIC X.
           05  ARH-ROUND       PIC X.
           05  FILLER          PIC X(48).
           05  ARH-CHAIN       PIC 9(10).

       FD  CKPT-FILE.
      *    One line per completed calculation in the current
      *    effective/expiry dates (YYYYMMDD, blank = no restriction)
      *    and the entitlement profile - permitted operations (blank =
      *    all of + - * / %) and the operand ceiling (blank = none).
      *    Past the cost centre sit the sign-on PIN, held only as a
      *    one-way check value of id and PIN (blank = none chosen
      *    yet), the PIN's expiry date, the count of consecutive
      *    failed sign-ons and the lock flag (L = locked out until a
      *    maintainer resets the PIN).  Maintained by OPRMAINT; the
      *    PIN columns are also rewritten here at sign-on.
       01  OPRIDS-RECORD.
           05  OPRIDS-ID       PIC X(6).
           05  OPRIDS-NAME     PIC X(32).
           05  OPRIDS-EXP-DATE PIC X(8).
           05  OPRIDS-OPS      PIC X(5).
           05  OPRIDS-LIMIT    PIC X(9).
           05  OPRIDS-COST-CTR PIC X(8).
           05  OPRIDS-PIN-HASH PIC X(10).
           05  OPRIDS-PIN-EXP  PIC X(8).
           05  OPRIDS-PIN-FAILS PIC 9.
           05  OPRIDS-PIN-LOCK PIC X.

       FD  REJECT-FILE.
      *    Every card the batch run skips, written out unaltered with
      *    for the rare deliberate reprocess), and the reject
      *    thresholds - a count and/or a percentage of the feed
      *    (zero or blank = no limit) past which the batch abends
      *    and backs out what it wrote - and the rounding rule for
      *    division results: R round half-up, T truncate (blank =
      *    round).
       01  PARM-RECORD.
           05  PARM-RUN-MODE   PIC X.
           05  FILLER          PIC X.
           05  PARM-REJ-MAX    PIC X(6).
           05  FILLER          PIC X.
           05  PARM-REJ-PCT    PIC X(3).
           05  FILLER          PIC X.
           05  PARM-ROUND      PIC X.

       FD  MAST-FILE.
      *    Operator master file, keyed by the operator id from
      *    Scratch file for the reject-threshold backout - holds the
      *    part of the audit trail (and then of the CSV) that
      *    predates the abended run while the live file is rewritten
      *    without this run's lines.  Sign-on uses it the same way
      *    to rewrite OPRIDS.DAT with one operator's PIN columns
      *    changed.
       01  BACKOUT-RECORD      PIC X(120).

       FD  PERD-FILE.
      *    Period status file as kept by OPRMEND and OPRBILL - one
      *    line per closed month.  Read here only to find out whether
      *    the feed's run date falls in a month already closed.
       01  PERD-RECORD.
           05  PERD-MONTH      PIC X(6).
           05  FILLER          PIC X.
           05  PERD-STATUS     PIC X.
               88  PERD-CLOSED         VALUE "C".
           05  FILLER          PIC X.
           05  PERD-MEND-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  PERD-MEND-TIME  PIC X(6).
           05  FILLER          PIC X.
           05  PERD-BILL-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  PERD-BILL-TIME  PIC X(6).

       FD  PPADJ-FILE.
      *    Prior-period adjustment file - one line per card accepted
      *    from a feed dated in a closed period: the closed month,
      *    the feed's run date and desk, the card's audit sequence
      *    number, operator id and name, operation and result, the
      *    date it was processed, and the date OPRBILL billed it on
      *    a supplementary statement (blank until then).  Appended
      *    run after run.
       01  PPADJ-RECORD.
           05  PPA-PERIOD      PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  PPA-RUN-DATE    PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  PPA-SOURCE      PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  PPA-SEQ         PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  PPA-OPR-ID      PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  PPA-NAME        PIC X(32).
           05  FILLER          PIC X       VALUE SPACE.
           05  PPA-OP          PIC X.
           05  FILLER          PIC X       VALUE SPACE.
           05  PPA-R           PIC -Z(10)9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  PPA-PROC-DATE   PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  PPA-BILL-DATE   PIC X(8).

       FD  STAT-FILE.
      *    Batch run outcomes, one line appended per batch run however
      *    it ended, for the morning status report: when it ran, the
      *    feed's date and desk, the outcome (OK, DUPFEED duplicate-
      *    feed abend, THRESHLD reject-threshold abend, CONTROL feed
      *    framing or balancing abend), the feed's card count, cards
      *    processed and rejected, the reject thresholds in force and
      *    the abend message.
       01  STAT-RECORD.
           05  STAT-DATE       PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-TIME       PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-FEED-DATE  PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-SOURCE     PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-OUTCOME    PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-IN-COUNT   PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-REC-COUNT  PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-REJ-COUNT  PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-REJ-MAX    PIC 9(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-REJ-PCT    PIC 9(3).
           05  FILLER          PIC X       VALUE SPACE.
           05  STAT-MSG        PIC X(50).

       FD  SEC-FILE.
      *    Security event trail, appended to and never rewritten -
      *    one line per sign-on event: when, which program, the id
      *    typed, what happened (SIGNON, FAILED wrong PIN, LOCKOUT
      *    the failure that locked the id, LOCKED attempt on a
      *    locked id, UNKNOWN id not on file, INACTIVE id not active
      *    today, PINSET first PIN chosen, PINCHG expired PIN
      *    replaced, PINRESET by a maintainer) and the id's count of
      *    consecutive failures after the event.  OPRMAINT writes
      *    the same lines, with the maintainer's id on a PINRESET;
      *    OPRSECR reports on the file.
       01  SEC-RECORD.
           05  SEC-DATE        PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  SEC-TIME        PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  SEC-PROGRAM     PIC X(9).
           05  FILLER          PIC X       VALUE SPACE.
           05  SEC-OPR-ID      PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  SEC-EVENT       PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  SEC-FAILS       PIC 9.
           05  FILLER          PIC X       VALUE SPACE.
           05  SEC-BY-ID       PIC X(6).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    session - spaces/zero mean unrestricted.
       77  OPID-OPS    PIC X(5) VALUE SPACES.
       77  OPID-LIMIT  PIC 9(9) VALUE 0.

      *    Sign-on PIN.  An id is locked after PIN-MAX-FAILS wrong
      *    PINs in a row, and a PIN lasts PIN-LIFE-DAYS before it must
      *    be replaced.  The PIN itself is never stored - only a
      *    check value folded from id and PIN the way the audit chain
      *    folds a line, so the same PIN gives different values for
      *    different operators.
       77  WS-SEC-FS   PIC XX.
       77  OPID-IDX    PIC 9(3) VALUE 0.
       77  PIN-OK-SW   PIC X VALUE "N".
           88  PIN-OK              VALUE "Y".
       77  PIN-SAVE-SW PIC X VALUE "N".
           88  PIN-SAVE-NEEDED     VALUE "Y".
       77  PIN-MAX-FAILS PIC 9 VALUE 3.
       77  PIN-LIFE-DAYS PIC 9(3) VALUE 90.
       77  PIN-ENTRY   PIC X(8) VALUE SPACES.
       77  PIN-AGAIN   PIC X(8) VALUE SPACES.
       77  PIN-LEN     PIC 9(2) VALUE 0.
       77  PIN-HASH-WK PIC 9(10) VALUE 0.
       77  PIN-FOLD-WK PIC 9(12) VALUE 0.
       77  PIN-FOLD-QUOT PIC 9(12) VALUE 0.
       77  PIN-POS     PIC 9(2) VALUE 0.
       77  PIN-DAY-NO  PIC 9(7) VALUE 0.
       77  PIN-EXP-WK  PIC 9(8) VALUE 0.
       77  SEC-EVENT-WK PIC X(8) VALUE SPACES.
       01  PIN-TEXT.
           05  PIN-TEXT-ID PIC X(6).
           05  PIN-TEXT-PIN PIC X(8).
           05  FILLER      PIC X(6) VALUE "NPKPIN".
       77  OP-TALLY    PIC 9(2) VALUE 0.
       77  PROFILE-REJECT-COUNT PIC 9(6) VALUE 0.
       77  OP-ALLOWED-SW PIC X VALUE "Y".
       77  BKO-KEEP-SW PIC X VALUE "Y".
           88  BKO-KEEPING         VALUE "Y".

      *    Period-close lock - a feed dated in a month that OPRMEND
      *    has rolled or OPRBILL has billed is still validated and
      *    calculated card by card, but its accepted cards go to
      *    OPRPPADJ.DAT for supplementary billing against the closed
      *    month, and post to the YTD side of the master file - the
      *    closed month's MTD has already been rolled there.
       77  WS-PERD-FS  PIC XX.
       77  WS-PPADJ-FS PIC XX.
       77  PERD-EOF-SW PIC X VALUE "N".
           88  PERD-EOF            VALUE "Y".
       77  PPADJ-EOF-SW PIC X VALUE "N".
           88  PPADJ-EOF           VALUE "Y".
       77  PRIOR-PERIOD-SW PIC X VALUE "N".
           88  PRIOR-PERIOD        VALUE "Y".
       77  ADJ-PERIOD  PIC X(6) VALUE SPACES.

      *    How the batch run ended, for OPRSTAT.DAT.
       77  WS-STAT-FS  PIC XX.
       77  RUN-OUTCOME PIC X(8) VALUE SPACES.
       77  PPADJ-COUNT PIC 9(6) VALUE 0.
       77  PPADJ-LINE-COUNT PIC 9(6) VALUE 0.
       77  PPADJ-BASE-COUNT PIC 9(6) VALUE 0.

      *    Chain buffer - a base card and its continuation cards are
      *    held here and processed as one unit of work once the next
      *    base card (or the trailer) shows the chain is complete.
       77  RUN-NO      PIC 9(6) VALUE 0.
       77  TIME-NOW    PIC 9(8) VALUE 0.

      *    Audit chain: the check value on the last line written (or
      *    found at startup), and the work fields that fold the next
      *    line into it.
       77  LAST-CHAIN  PIC 9(10) VALUE 0.
       77  CHAIN-WK    PIC 9(12) VALUE 0.
       77  CHAIN-QUOT  PIC 9(12) VALUE 0.
       77  CHAIN-POS   PIC 9(3) VALUE 0.
       77  CHAIN-TEXT  PIC X(87) VALUE SPACES.

       77  DIVIDE-ERROR-SW PIC X VALUE "N".
           88  DIVIDE-ERROR        VALUE "Y".
      *    A result too big for R - the high-order digits would be
      *    lost - is caught by ON SIZE ERROR and never used.
       77  OVERFLOW-SW PIC X VALUE "N".
           88  CALC-OVERFLOW       VALUE "Y".
      *    Rounding rule for division results, from the run
      *    parameter: R round half-up (the default), T truncate.
       77  ROUND-MODE  PIC X VALUE "R".
           88  ROUND-HALF-UP       VALUE "R".
           88  ROUND-TRUNCATE      VALUE "T".

       77  X   PIC S9(11)V9   VALUE 0.
           88  MAGIC-X     VALUE 666.
               10  OPR-EXP-DATE PIC X(8).
               10  OPR-OPS      PIC X(5).
               10  OPR-LIMIT    PIC X(9).
               10  OPR-PIN-HASH PIC X(10).
               10  OPR-PIN-EXP  PIC X(8).
               10  OPR-PIN-FAILS PIC 9.
               10  OPR-PIN-LOCK PIC X.

      *    Per-operator tallies of the cards this batch run accepted,
      *    posted to the operator master file once the run completes.

       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO PRIOR-PERIOD-SW.
           MOVE SPACES TO ADJ-PERIOD.
           PERFORM HEAD-PROCEDURE.
           PERFORM MODE-SELECT-PROCEDURE.
           EVALUATE TRUE
           MOVE "N" TO DUP-OVERRIDE-SW.
           MOVE 0 TO REJ-MAX-LIMIT.
           MOVE 0 TO REJ-PCT-LIMIT.
           MOVE "R" TO ROUND-MODE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FS = "00"
               READ PARM-FILE
                       IF PARM-REJ-PCT IS NUMERIC
                           MOVE PARM-REJ-PCT TO REJ-PCT-LIMIT
                       END-IF
                       IF PARM-ROUND = "T" OR PARM-ROUND = "t"
                           MOVE "T" TO ROUND-MODE
                       END-IF
                       MOVE "Y" TO PARM-USED-SW
               END-READ
               CLOSE PARM-FILE

           CALC-RETRY.
           PERFORM CALC-PROCEDURE.
           IF DIVIDE-ERROR OR CALC-OVERFLOW
               DISPLAY "Please re-enter your numbers."
               PERFORM INPUT-PROCEDURE-A
               PERFORM INPUT-PROCEDURE-B
           MOVE 0 TO PROFILE-REJECT-COUNT.
           MOVE 0 TO RUN-TOTAL-R.
           MOVE 0 TO POST-COUNT.
           MOVE 0 TO PPADJ-COUNT.
           MOVE SPACES TO FEED-DATE.
           MOVE SPACES TO FEED-SOURCE.
           MOVE "CONTROL" TO RUN-OUTCOME.
           MOVE SPACES TO ABEND-MSG.
           PERFORM BALANCE-TRANS-PROCEDURE.
           PERFORM CHECK-DUP-FEED-PROCEDURE
               THRU CHECK-DUP-FEED-EXIT.
           PERFORM CHECK-PERIOD-PROCEDURE
               THRU CHECK-PERIOD-EXIT.
           PERFORM LOAD-OPRIDS-PROCEDURE.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FS NOT = "00"
               DISPLAY "Cannot open OPRTRANS.DAT - status " WS-TRANS-FS
               MOVE "Feed file could not be reopened" TO ABEND-MSG
               PERFORM WRITE-STAT-PROCEDURE
           ELSE
               OPEN OUTPUT OUT-FILE
               PERFORM OPEN-AUDIT-PROCEDURE
               IF EXPORT-CSV
                   PERFORM OPEN-CSV-PROCEDURE
               END-IF
               IF PRIOR-PERIOD
                   PERFORM COUNT-PPADJ-LINES-PROCEDURE
                   MOVE PPADJ-LINE-COUNT TO PPADJ-BASE-COUNT
                   PERFORM OPEN-PPADJ-PROCEDURE
               END-IF
               MOVE "N" TO THRESHOLD-SW
               MOVE 0 TO CHAIN-COUNT
               MOVE 0 TO CHAIN-FAIL-IDX
               IF EXPORT-CSV
                   CLOSE CSV-FILE
               END-IF
               IF PRIOR-PERIOD
                   CLOSE PPADJ-FILE
               END-IF
               IF THRESHOLD-BREACHED
                   PERFORM BACKOUT-RUN-PROCEDURE
                   DISPLAY " "
                       " restored; OPRTRANS.DAT left for"
                       " investigation."
                   DISPLAY "Rejected cards so far are on OPRREJ.DAT."
                   MOVE "THRESHLD" TO RUN-OUTCOME
                   MOVE "Reject threshold breached - run backed out"
                       TO ABEND-MSG
                   PERFORM WRITE-STAT-PROCEDURE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-CTL-PROCEDURE
                       DISPLAY "Rejected cards written to OPRREJ.DAT"
                           " - correct and resubmit."
                   END-IF
                   IF PRIOR-PERIOD
                       DISPLAY PPADJ-COUNT " card(s) written to"
                           " OPRPPADJ.DAT as adjustments to closed"
                           " period " ADJ-PERIOD "."
                   END-IF
                   MOVE "OK" TO RUN-OUTCOME
                   IF PRIOR-PERIOD
                       STRING "Prior-period adjustments to "
                           ADJ-PERIOD
                           DELIMITED BY SIZE INTO ABEND-MSG
                       END-STRING
                   END-IF
                   PERFORM WRITE-STAT-PROCEDURE
               END-IF
           END-IF.

      *    simply truncated; the audit trail is rewritten up to (and
      *    excluding) this run's own RUNHDR stamp; the CSV is cut
      *    back to the line count it had before the run appended.
      *    A prior-period run's adjustment file is cut back the same
      *    way as the CSV.
           OPEN OUTPUT OUT-FILE.
           CLOSE OUT-FILE.
           PERFORM BACKOUT-AUDIT-PROCEDURE
               PERFORM BACKOUT-CSV-PROCEDURE
                   THRU BACKOUT-CSV-EXIT
           END-IF.
           IF PRIOR-PERIOD
               PERFORM BACKOUT-PPADJ-PROCEDURE
                   THRU BACKOUT-PPADJ-EXIT
           END-IF.


       BACKOUT-AUDIT-PROCEDURE.
           EXIT.


       BACKOUT-PPADJ-PROCEDURE.
           MOVE 0 TO PPADJ-LINE-COUNT.
           MOVE "N" TO PPADJ-EOF-SW.
           OPEN INPUT PPADJ-FILE.
           IF WS-PPADJ-FS NOT = "00"
               GO TO BACKOUT-PPADJ-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-FILE.
           IF WS-BACKOUT-FS NOT = "00"
               DISPLAY "Cannot open OPRBKOWK.DAT - status "
                   WS-BACKOUT-FS
               CLOSE PPADJ-FILE
               GO TO BACKOUT-PPADJ-EXIT
           END-IF.
           PERFORM UNTIL PPADJ-EOF
               READ PPADJ-FILE
                   AT END MOVE "Y" TO PPADJ-EOF-SW
                   NOT AT END
                       ADD 1 TO PPADJ-LINE-COUNT
                       IF PPADJ-LINE-COUNT <= PPADJ-BASE-COUNT
                           MOVE PPADJ-RECORD TO BACKOUT-RECORD
                           WRITE BACKOUT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PPADJ-FILE.
           CLOSE BACKOUT-FILE.
           OPEN INPUT BACKOUT-FILE.
           OPEN OUTPUT PPADJ-FILE.
           MOVE "N" TO BACKOUT-EOF-SW.
           PERFORM UNTIL BACKOUT-EOF
               READ BACKOUT-FILE
                   AT END MOVE "Y" TO BACKOUT-EOF-SW
                   NOT AT END
                       MOVE BACKOUT-RECORD TO PPADJ-RECORD
                       WRITE PPADJ-RECORD
               END-READ
           END-PERFORM.
           CLOSE BACKOUT-FILE.
           CLOSE PPADJ-FILE.

       BACKOUT-PPADJ-EXIT.
           EXIT.


       BALANCE-TRANS-PROCEDURE.
      *    Pass 1 over OPRTRANS.DAT: the feed must open with a header
      *    card and close with a trailer card whose detail count and
                       " already on the processed-feed register."
                   MOVE "Duplicate of an already processed feed"
                       TO ABEND-MSG
                   MOVE "DUPFEED" TO RUN-OUTCOME
                   PERFORM BATCH-ABEND-PROCEDURE
               END-IF
           END-IF.
           EXIT.


       CHECK-PERIOD-PROCEDURE.
      *    Is the feed dated in a month that has already closed?
      *    Once OPRMEND has rolled a month or OPRBILL has billed it,
      *    its figures have gone out - a late feed for it must
      *    neither slip into the new month's MTD nor miss the bill it
      *    belongs on, so this run becomes a prior-period adjustment.
           MOVE "N" TO PRIOR-PERIOD-SW.
           MOVE SPACES TO ADJ-PERIOD.
           MOVE "N" TO PERD-EOF-SW.
           OPEN INPUT PERD-FILE.
           IF WS-PERD-FS NOT = "00"
      *        No month closed yet.
               GO TO CHECK-PERIOD-EXIT
           END-IF.
           PERFORM UNTIL PERD-EOF OR PRIOR-PERIOD
               READ PERD-FILE
                   AT END MOVE "Y" TO PERD-EOF-SW
                   NOT AT END
                       IF PERD-MONTH = FEED-DATE(1:6)
                           AND PERD-CLOSED
                           MOVE "Y" TO PRIOR-PERIOD-SW
                           MOVE PERD-MONTH TO ADJ-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERD-FILE.
           IF PRIOR-PERIOD
               DISPLAY "Feed run date " FEED-DATE " is in closed"
                   " period " ADJ-PERIOD
               DISPLAY "Accepted cards go to OPRPPADJ.DAT as prior-"
                   "period adjustments."
           END-IF.

       CHECK-PERIOD-EXIT.
           EXIT.


       WRITE-FEED-REG-PROCEDURE.
      *    The run completed - record the feed's identity so the
      *    same file can never go through twice unnoticed.
           DISPLAY " ".
           DISPLAY "*** BATCH ABEND *** " ABEND-MSG.
           DISPLAY "OPRTRANS.DAT rejected - no records processed.".
           PERFORM WRITE-STAT-PROCEDURE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.


       WRITE-STAT-PROCEDURE.
      *    Append this batch run's outcome to OPRSTAT.DAT.  A status
      *    line that cannot be written is reported but does not
      *    change how the run ended.
           OPEN EXTEND STAT-FILE.
           IF WS-STAT-FS = "35"
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF WS-STAT-FS NOT = "00"
               DISPLAY "Cannot open OPRSTAT.DAT - status " WS-STAT-FS
           ELSE
               ACCEPT TIME-NOW FROM TIME
               MOVE SPACES TO STAT-RECORD
               MOVE TODAY-DATE TO STAT-DATE
               MOVE TIME-NOW(1:6) TO STAT-TIME
               MOVE FEED-DATE TO STAT-FEED-DATE
               MOVE FEED-SOURCE TO STAT-SOURCE
               MOVE RUN-OUTCOME TO STAT-OUTCOME
               MOVE IN-COUNT TO STAT-IN-COUNT
               MOVE REC-COUNT TO STAT-REC-COUNT
               MOVE REJECT-COUNT TO STAT-REJ-COUNT
               MOVE REJ-MAX-LIMIT TO STAT-REJ-MAX
               MOVE REJ-PCT-LIMIT TO STAT-REJ-PCT
               MOVE ABEND-MSG TO STAT-MSG
               WRITE STAT-RECORD
               CLOSE STAT-FILE
           END-IF.


       BATCH-CARD-PROCEDURE.
      *    Route each detail card into the chain buffer.  A base
      *    card first flushes the chain before it; a continuation
           MOVE NOME TO CH-NAME(CH-IDX).
           IF CH-CONT-SW(CH-IDX) = "Y"
      *        The carried result has two decimals, the card X one -
      *        the run's rounding rule decides the half-units.
               IF ROUND-TRUNCATE
                   COMPUTE X = PREV-R
               ELSE
                   COMPUTE X ROUNDED = PREV-R
               END-IF
               MOVE X TO CH-X(CH-IDX)
           ELSE
               MOVE CH-X(CH-IDX) TO X
               MOVE CH-IDX TO CHAIN-FAIL-IDX
               GO TO VALIDATE-CHAIN-STEP-EXIT
           END-IF.
      *    An overflowed result fails the card - and so its whole
      *    chain - exactly as a divide by zero does.
           IF CALC-OVERFLOW
               DISPLAY "Skipping record for " CH-OPID(CH-IDX)
                   " - result overflow."
               MOVE "10" TO FAIL-REASON
               MOVE "RESULT OVERFLOW" TO FAIL-REASON-TEXT
               MOVE CH-IDX TO CHAIN-FAIL-IDX
               GO TO VALIDATE-CHAIN-STEP-EXIT
           END-IF.
           MOVE R TO CH-R(CH-IDX).
           MOVE R TO PREV-R.

           IF EXPORT-CSV
               PERFORM WRITE-CSV-PROCEDURE
           END-IF.
           IF PRIOR-PERIOD
               PERFORM WRITE-PPADJ-PROCEDURE
           END-IF.
           MOVE SPACES TO OUT-RECORD.
           MOVE NOME TO OUT-NAME.
           MOVE XM TO OUT-XM.
           MOVE OP TO OUT-OP.
           MOVE YM TO OUT-YM.
           MOVE RM TO OUT-RM.
           MOVE OPID TO OUT-OPID.
           MOVE CH-SOURCE(CH-IDX) TO OUT-SOURCE.
           WRITE OUT-RECORD.
           ADD 1 TO CH-IDX.



       ASK-NAME-PROCEDURE.
      *    The id alone is not enough - it is printed on every report
      *    - so a known, active id must be followed by its PIN.
           ADD 1 TO OPID-ATTEMPTS.
           DISPLAY "Please enter your operator ID:"
           ACCEPT OPID
           PERFORM LOOKUP-OPERATOR-PROCEDURE
           MOVE "N" TO PIN-OK-SW.
           IF OPID-FOUND
               PERFORM CHECK-PIN-PROCEDURE
                   THRU CHECK-PIN-EXIT
           ELSE
               IF OPID-INACTIVE
                   DISPLAY "Operator ID " OPID " is not active today."
                   MOVE "INACTIVE" TO SEC-EVENT-WK
               ELSE
                   MOVE "UNKNOWN" TO SEC-EVENT-WK
               END-IF
               MOVE 0 TO OPID-IDX
               PERFORM WRITE-SEC-PROCEDURE
           END-IF.
           IF NOT PIN-OK
               IF OPID-ATTEMPTS >= 5
      *            Unattended/scripted input (or exhausted stdin) can
      *            keep failing the same lookup forever - cap the
                   DISPLAY "ending session."
                   GO TO INTERACTIVE-CLEANUP
               ELSE
                   IF NOT OPID-FOUND
                       DISPLAY "Unknown operator ID - access denied."
                   END-IF
                   PERFORM ASK-NAME-PROCEDURE
               END-IF
           ELSE
           END-IF.


       CHECK-PIN-PROCEDURE.
      *    The id at OPID-IDX is on file and active - now the PIN.
      *    A locked id is refused without asking.  An id with no PIN
      *    yet (set up before PINs, or just reset by a maintainer)
      *    chooses one now.  A wrong PIN counts towards the lockout;
      *    a right one clears the count, and if the PIN has expired
      *    it must be replaced before the session goes on.  Any
      *    change to the id's PIN columns goes straight back to
      *    OPRIDS.DAT, so a lockout holds across sessions.
           MOVE "N" TO PIN-SAVE-SW.
           IF OPR-PIN-LOCK(OPID-IDX) = "L"
               DISPLAY "Operator ID " OPID " is locked - a maintainer"
                   " must reset your PIN."
               MOVE "LOCKED" TO SEC-EVENT-WK
               PERFORM WRITE-SEC-PROCEDURE
               GO TO CHECK-PIN-EXIT
           END-IF.
           IF OPR-PIN-HASH(OPID-IDX) = SPACES
               DISPLAY "No PIN is set for " OPID " - choose one now."
               PERFORM NEW-PIN-PROCEDURE
                   THRU NEW-PIN-EXIT
               IF PIN-OK
                   MOVE "PINSET" TO SEC-EVENT-WK
                   PERFORM WRITE-SEC-PROCEDURE
               END-IF
               GO TO CHECK-PIN-SIGNED-ON
           END-IF.
           DISPLAY "PIN:"
           ACCEPT PIN-ENTRY.
           MOVE PIN-ENTRY TO PIN-TEXT-PIN.
           PERFORM HASH-PIN-PROCEDURE.
           IF PIN-HASH-WK NOT = OPR-PIN-HASH(OPID-IDX)
               IF OPR-PIN-FAILS(OPID-IDX) < 9
                   ADD 1 TO OPR-PIN-FAILS(OPID-IDX)
               END-IF
               IF OPR-PIN-FAILS(OPID-IDX) >= PIN-MAX-FAILS
                   MOVE "L" TO OPR-PIN-LOCK(OPID-IDX)
                   DISPLAY "Wrong PIN - operator ID " OPID
                       " is now locked."
                   MOVE "LOCKOUT" TO SEC-EVENT-WK
               ELSE
                   DISPLAY "Wrong PIN - access denied."
                   MOVE "FAILED" TO SEC-EVENT-WK
               END-IF
               PERFORM WRITE-SEC-PROCEDURE
               PERFORM SAVE-PIN-PROCEDURE
                   THRU SAVE-PIN-EXIT
               GO TO CHECK-PIN-EXIT
           END-IF.
           IF OPR-PIN-FAILS(OPID-IDX) NOT = 0
               MOVE 0 TO OPR-PIN-FAILS(OPID-IDX)
               MOVE "Y" TO PIN-SAVE-SW
           END-IF.
           IF OPR-PIN-EXP(OPID-IDX) NOT = SPACES
               AND OPR-PIN-EXP(OPID-IDX) < TODAY-DATE
               DISPLAY "Your PIN has expired - choose a new one."
               PERFORM NEW-PIN-PROCEDURE
                   THRU NEW-PIN-EXIT
               IF PIN-OK
                   MOVE "PINCHG" TO SEC-EVENT-WK
                   PERFORM WRITE-SEC-PROCEDURE
               END-IF
           ELSE
               MOVE "Y" TO PIN-OK-SW
           END-IF.

       CHECK-PIN-SIGNED-ON.
           IF PIN-OK
               MOVE "SIGNON" TO SEC-EVENT-WK
               PERFORM WRITE-SEC-PROCEDURE
           END-IF.
           IF PIN-SAVE-NEEDED
               PERFORM SAVE-PIN-PROCEDURE
                   THRU SAVE-PIN-EXIT
           END-IF.

       CHECK-PIN-EXIT.
           EXIT.


       NEW-PIN-PROCEDURE.
      *    Choose a PIN for the id at OPID-IDX: 4 to 8 digits, typed
      *    twice, and not the PIN it replaces.  One try - a mistake
      *    refuses this sign-on and the operator starts again.  A
      *    new PIN runs for PIN-LIFE-DAYS from today.
           MOVE "N" TO PIN-OK-SW.
           DISPLAY "New PIN (4 to 8 digits):"
           ACCEPT PIN-ENTRY.
           MOVE 0 TO PIN-LEN.
           INSPECT PIN-ENTRY TALLYING PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PIN-LEN < 4
               DISPLAY "PIN must be 4 to 8 digits."
               GO TO NEW-PIN-EXIT
           END-IF.
           IF PIN-ENTRY(1:PIN-LEN) IS NOT NUMERIC
               DISPLAY "PIN must be 4 to 8 digits."
               GO TO NEW-PIN-EXIT
           END-IF.
           IF PIN-LEN < 8
               IF PIN-ENTRY(PIN-LEN + 1:) NOT = SPACES
                   DISPLAY "PIN must be 4 to 8 digits."
                   GO TO NEW-PIN-EXIT
               END-IF
           END-IF.
           DISPLAY "Repeat the new PIN:"
           ACCEPT PIN-AGAIN.
           IF PIN-AGAIN NOT = PIN-ENTRY
               DISPLAY "PINs do not match - PIN not changed."
               GO TO NEW-PIN-EXIT
           END-IF.
           MOVE PIN-ENTRY TO PIN-TEXT-PIN.
           PERFORM HASH-PIN-PROCEDURE.
           IF PIN-HASH-WK = OPR-PIN-HASH(OPID-IDX)
               DISPLAY "The new PIN must differ from the old one."
               GO TO NEW-PIN-EXIT
           END-IF.
           MOVE PIN-HASH-WK TO OPR-PIN-HASH(OPID-IDX).
           MOVE TODAY-DATE TO PIN-EXP-WK.
           COMPUTE PIN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(PIN-EXP-WK) + PIN-LIFE-DAYS.
           COMPUTE PIN-EXP-WK = FUNCTION DATE-OF-INTEGER(PIN-DAY-NO).
           MOVE PIN-EXP-WK TO OPR-PIN-EXP(OPID-IDX).
           MOVE 0 TO OPR-PIN-FAILS(OPID-IDX).
           MOVE "Y" TO PIN-SAVE-SW.
           MOVE "Y" TO PIN-OK-SW.
           DISPLAY "PIN set - it expires on " PIN-EXP-WK ".".

       NEW-PIN-EXIT.
           EXIT.


       HASH-PIN-PROCEDURE.
      *    Fold id and PIN (PIN-TEXT) into PIN-HASH-WK the way
      *    CHAIN-LINE-PROCEDURE folds an audit line, from zero.
      *    OPRMAINT folds PINs the same way.
           MOVE OPID TO PIN-TEXT-ID.
           MOVE 0 TO PIN-HASH-WK.
           MOVE 1 TO PIN-POS.
           PERFORM UNTIL PIN-POS > 20
               COMPUTE PIN-FOLD-WK = PIN-HASH-WK * 31
                   + FUNCTION ORD(PIN-TEXT(PIN-POS:1))
               DIVIDE PIN-FOLD-WK BY 1000000007 GIVING PIN-FOLD-QUOT
                   REMAINDER PIN-HASH-WK
               ADD 1 TO PIN-POS
           END-PERFORM.


       SAVE-PIN-PROCEDURE.
      *    The operator table here is not a full copy of the
      *    reference (no cost centre, and only the first OPR-MAX
      *    rows), so OPRIDS.DAT is copied through the scratch file
      *    with just this operator's PIN columns replaced, then
      *    copied back.
           OPEN INPUT OPRIDS-FILE.
           IF WS-OPRIDS-FS NOT = "00"
               DISPLAY "Cannot reopen OPRIDS.DAT - status "
                   WS-OPRIDS-FS
               DISPLAY "WARNING: PIN state NOT saved."
               GO TO SAVE-PIN-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-FILE.
           IF WS-BACKOUT-FS NOT = "00"
               DISPLAY "Cannot open OPRBKOWK.DAT - status "
                   WS-BACKOUT-FS
               DISPLAY "WARNING: PIN state NOT saved."
               CLOSE OPRIDS-FILE
               GO TO SAVE-PIN-EXIT
           END-IF.
           MOVE "N" TO OPRIDS-EOF-SW.
           PERFORM UNTIL OPRIDS-EOF
               READ OPRIDS-FILE
                   AT END MOVE "Y" TO OPRIDS-EOF-SW
                   NOT AT END
                       IF OPRIDS-ID = OPID
                           MOVE OPR-PIN-HASH(OPID-IDX)
                               TO OPRIDS-PIN-HASH
                           MOVE OPR-PIN-EXP(OPID-IDX)
                               TO OPRIDS-PIN-EXP
                           MOVE OPR-PIN-FAILS(OPID-IDX)
                               TO OPRIDS-PIN-FAILS
                           MOVE OPR-PIN-LOCK(OPID-IDX)
                               TO OPRIDS-PIN-LOCK
                       END-IF
                       MOVE OPRIDS-RECORD TO BACKOUT-RECORD
                       WRITE BACKOUT-RECORD
               END-READ
           END-PERFORM.
           CLOSE OPRIDS-FILE.
           CLOSE BACKOUT-FILE.
           OPEN INPUT BACKOUT-FILE.
           OPEN OUTPUT OPRIDS-FILE.
           MOVE "N" TO BACKOUT-EOF-SW.
           PERFORM UNTIL BACKOUT-EOF
               READ BACKOUT-FILE
                   AT END MOVE "Y" TO BACKOUT-EOF-SW
                   NOT AT END
                       MOVE BACKOUT-RECORD TO OPRIDS-RECORD
                       WRITE OPRIDS-RECORD
               END-READ
           END-PERFORM.
           CLOSE BACKOUT-FILE.
           CLOSE OPRIDS-FILE.

       SAVE-PIN-EXIT.
           EXIT.


       WRITE-SEC-PROCEDURE.
      *    One line on the security event trail for OPID, event
      *    SEC-EVENT-WK.  OPEN EXTEND does not create the file if it
      *    does not exist yet, so fall back to OPEN OUTPUT the first
      *    time.
           OPEN EXTEND SEC-FILE.
           IF WS-SEC-FS = "35"
               OPEN OUTPUT SEC-FILE
           END-IF.
           IF WS-SEC-FS NOT = "00"
               DISPLAY "Cannot open OPRSEC.DAT - status " WS-SEC-FS
               DISPLAY "WARNING: sign-on event NOT logged."
           ELSE
               ACCEPT TIME-NOW FROM TIME
               MOVE SPACES TO SEC-RECORD
               MOVE TODAY-DATE TO SEC-DATE
               MOVE TIME-NOW(1:6) TO SEC-TIME
               MOVE "OPERATORS" TO SEC-PROGRAM
               MOVE OPID TO SEC-OPR-ID
               MOVE SEC-EVENT-WK TO SEC-EVENT
               IF OPID-IDX > 0
                   MOVE OPR-PIN-FAILS(OPID-IDX) TO SEC-FAILS
               ELSE
                   MOVE 0 TO SEC-FAILS
               END-IF
               WRITE SEC-RECORD
               CLOSE SEC-FILE
           END-IF.


       LOOKUP-OPERATOR-PROCEDURE.
      *    Looks up OPID in the in-memory operator table (loaded from
      *    OPRIDS.DAT once per run) and, on a match, moves the
                               TO OPR-OPS(OPR-COUNT)
                           MOVE OPRIDS-LIMIT
                               TO OPR-LIMIT(OPR-COUNT)
                           MOVE OPRIDS-PIN-HASH
                               TO OPR-PIN-HASH(OPR-COUNT)
                           MOVE OPRIDS-PIN-EXP
                               TO OPR-PIN-EXP(OPR-COUNT)
                           IF OPRIDS-PIN-FAILS IS NUMERIC
                               MOVE OPRIDS-PIN-FAILS
                                   TO OPR-PIN-FAILS(OPR-COUNT)
                           ELSE
                               MOVE 0 TO OPR-PIN-FAILS(OPR-COUNT)
                           END-IF
                           MOVE OPRIDS-PIN-LOCK
                               TO OPR-PIN-LOCK(OPR-COUNT)
                   END-READ
               END-PERFORM
               IF NOT OPRIDS-EOF
               AND (OPR-EXP-DATE(OPR-IDX) = SPACES
                   OR OPR-EXP-DATE(OPR-IDX) >= TODAY-DATE)
               MOVE "Y" TO OPID-SW
               MOVE OPR-IDX TO OPID-IDX
               MOVE OPR-NAME(OPR-IDX) TO NOME
               MOVE OPR-OPS(OPR-IDX) TO OPID-OPS
               COMPUTE OPID-LIMIT =


       CALC-PROCEDURE.
      *    Every operation is size-checked: a result that does not
      *    fit R sets CALC-OVERFLOW instead of being truncated on the
      *    left.  Only a division can carry more decimals than R
      *    holds, and the run's rounding rule settles those.
           MOVE "N" TO DIVIDE-ERROR-SW.
           MOVE "N" TO OVERFLOW-SW.
           EVALUATE OP
               WHEN "+"
                   ADD X Y GIVING R
                       ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
                   END-ADD
               WHEN "-"
                   SUBTRACT Y FROM X GIVING R
                       ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
                   END-SUBTRACT
               WHEN "*"
                   MULTIPLY X BY Y GIVING R
                       ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
                   END-MULTIPLY
               WHEN "/"
                   IF Y = 0
                       DISPLAY "Cannot divide by zero!"
                       MOVE "Y" TO DIVIDE-ERROR-SW
                   ELSE
                       IF ROUND-TRUNCATE
                           DIVIDE X BY Y GIVING R
                               ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
                           END-DIVIDE
                       ELSE
                           DIVIDE X BY Y GIVING R ROUNDED
                               ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
                           END-DIVIDE
                       END-IF
                   END-IF
               WHEN "%"
                   IF Y = 0
                       MOVE "Y" TO DIVIDE-ERROR-SW
                   ELSE
                       DIVIDE X BY Y GIVING WS-QUOT REMAINDER R
                           ON SIZE ERROR MOVE "Y" TO OVERFLOW-SW
                       END-DIVIDE
                   END-IF
           END-EVALUATE.
           IF CALC-OVERFLOW
               DISPLAY "Result too large - overflow, result refused!"
           END-IF.

           IF NOT DIVIDE-ERROR AND NOT CALC-OVERFLOW
               MOVE X TO XM
               MOVE Y TO YM
               MOVE R TO RM
           MOVE TODAY-DATE TO ARH-DATE.
           MOVE TIME-NOW(1:6) TO ARH-TIME.
           MOVE RUN-MODE TO ARH-MODE.
           MOVE ADJ-PERIOD TO ARH-PERIOD.
           MOVE ROUND-MODE TO ARH-ROUND.
           MOVE AUDIT-RUN-RECORD(1:87) TO CHAIN-TEXT.
           PERFORM CHAIN-LINE-PROCEDURE.
           MOVE LAST-CHAIN TO ARH-CHAIN.
           WRITE AUDIT-RUN-RECORD.


      *    otherwise two sessions appended to the same OPRAUDIT.DAT
      *    would both write AUD-SEQ 000001.  Scan the existing file for
      *    its highest AUD-SEQ, the same way CHECKPOINT-STARTUP-
      *    PROCEDURE scans CKPT-FILE for CKPT-LAST-SEQ.  The same
      *    pass picks up the last line's check value, which the first
      *    line this run writes is chained from; a file from before
      *    chaining (no value on its last line) starts the chain
      *    from zero.
           MOVE 0 TO SEQ-NO.
           MOVE 0 TO RUN-NO.
           MOVE 0 TO LAST-CHAIN.
           MOVE "N" TO AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FS = "00"
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO AUDIT-EOF-SW
                       NOT AT END
                           IF AUDIT-RECORD(89:10) IS NUMERIC
                               MOVE AUDIT-RECORD(89:10) TO LAST-CHAIN
                           ELSE
                               MOVE 0 TO LAST-CHAIN
                           END-IF
                           IF ARH-TAG = "RUNHDR"
                               IF ARH-RUN-NO > RUN-NO
                                   MOVE ARH-RUN-NO TO RUN-NO
           MOVE OP TO AUD-OP.
           MOVE Y TO AUD-Y.
           MOVE R TO AUD-R.
           MOVE AUDIT-RECORD(1:87) TO CHAIN-TEXT.
           PERFORM CHAIN-LINE-PROCEDURE.
           MOVE LAST-CHAIN TO AUD-CHAIN.
           WRITE AUDIT-RECORD.


       CHAIN-LINE-PROCEDURE.
      *    Fold the line in CHAIN-TEXT into the running check value,
      *    one character at a time: value times 31 plus the
      *    character's ordinal, kept modulo the prime 1000000007.
      *    The result is the new line's check value and the seed for
      *    the line after it.  OPRARCH and OPRAVER fold lines the
      *    same way.
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


       OPEN-REJECT-PROCEDURE.
      *    A fresh reject file every batch run, framed like the input
      *    feed: header first, trailer written at close, so it can go
      *    side, and rewrite the file whole - the same load/save
      *    shape OPRMAINT uses on OPRIDS.DAT.  Only a completed run
      *    gets here, so a half-processed feed never reaches the
      *    standing figures.  A prior-period run posts to the
      *    year-to-date side instead, where the closed month now is.
           IF POST-COUNT = 0
               GO TO POST-MASTER-EXIT
           END-IF.
               ADD 1 TO POST-IDX
           END-PERFORM.
           PERFORM SAVE-MAST-PROCEDURE.
           IF PRIOR-PERIOD
               DISPLAY "Posted " POST-COUNT " operator(s) to"
                   " OPRMAST.DAT year-to-date."
           ELSE
               DISPLAY "Posted " POST-COUNT " operator(s) to"
                   " OPRMAST.DAT."
           END-IF.

       POST-MASTER-EXIT.
           EXIT.
                   MOVE POST-ID(POST-IDX) TO MT-ID(MAST-IDX)
               END-IF
           END-IF.
           IF MAST-IDX > 0 AND PRIOR-PERIOD
               ADD POST-CALCS(POST-IDX) TO MT-YTD-CALCS(MAST-IDX)
               ADD POST-OP-ADD(POST-IDX) TO MT-YTD-ADD(MAST-IDX)
               ADD POST-OP-SUB(POST-IDX) TO MT-YTD-SUB(MAST-IDX)
               ADD POST-OP-MUL(POST-IDX) TO MT-YTD-MUL(MAST-IDX)
               ADD POST-OP-DIV(POST-IDX) TO MT-YTD-DIV(MAST-IDX)
               ADD POST-OP-REM(POST-IDX) TO MT-YTD-REM(MAST-IDX)
               ADD POST-TOTAL(POST-IDX) TO MT-YTD-TOTAL(MAST-IDX)
           END-IF.
           IF MAST-IDX > 0 AND NOT PRIOR-PERIOD
               ADD POST-CALCS(POST-IDX) TO MT-MTD-CALCS(MAST-IDX)
               ADD POST-OP-ADD(POST-IDX) TO MT-MTD-ADD(MAST-IDX)
               ADD POST-OP-SUB(POST-IDX) TO MT-MTD-SUB(MAST-IDX)
           END-IF.


       COUNT-PPADJ-LINES-PROCEDURE.
      *    The adjustment file's size before this run appends to it,
      *    so a backout knows where this run's lines start.
           MOVE 0 TO PPADJ-LINE-COUNT.
           MOVE "N" TO PPADJ-EOF-SW.
           OPEN INPUT PPADJ-FILE.
           IF WS-PPADJ-FS = "00"
               PERFORM UNTIL PPADJ-EOF
                   READ PPADJ-FILE
                       AT END MOVE "Y" TO PPADJ-EOF-SW
                       NOT AT END ADD 1 TO PPADJ-LINE-COUNT
                   END-READ
               END-PERFORM
               CLOSE PPADJ-FILE
           END-IF.


       OPEN-PPADJ-PROCEDURE.
      *    OPEN EXTEND does not create the file if it does not exist
      *    yet, so fall back to OPEN OUTPUT the first time.
           OPEN EXTEND PPADJ-FILE.
           IF WS-PPADJ-FS = "35"
               OPEN OUTPUT PPADJ-FILE
           END-IF.


       WRITE-PPADJ-PROCEDURE.
      *    The accepted card, as it will be billed against the closed
      *    month - the audit sequence number ties it back to its line
      *    on the audit trail.
           MOVE SPACES TO PPADJ-RECORD.
           MOVE ADJ-PERIOD TO PPA-PERIOD.
           MOVE FEED-DATE TO PPA-RUN-DATE.
           MOVE CH-SOURCE(CH-IDX) TO PPA-SOURCE.
           MOVE SEQ-NO TO PPA-SEQ.
           MOVE OPID TO PPA-OPR-ID.
           MOVE NOME TO PPA-NAME.
           MOVE OP TO PPA-OP.
           MOVE R TO PPA-R.
           MOVE TODAY-DATE TO PPA-PROC-DATE.
           WRITE PPADJ-RECORD.
           ADD 1 TO PPADJ-COUNT.


       OPEN-CSV-PROCEDURE.
      *    OPEN EXTEND does not create the file if it does not exist
      *    yet, so fall back to OPEN OUTPUT the first time.
