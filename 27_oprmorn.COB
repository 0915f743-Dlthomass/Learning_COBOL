       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMORN.
      *=================================================================
      * Purpose: Morning operations status - last night's job stream
      *          on one page, so the morning shift need not open
      *          JOBLOG.DAT, OPRCOLL.RPT, OPRRECON.RPT, OPRCTL.DAT, the
      *          OPRREJ.DAT trailer and the OPRFEEDS.DAT register one
      *          by one.  OPRMORN.RPT shows the step outcomes and
      *          return codes, feeds accepted and rejected and cards
      *          rejected per desk, cards processed and rejected, the
      *          reject rate against the thresholds the batch ran with
      *          (from the outcome lines OPERATORS leaves on
      *          OPRSTAT.DAT), the reconciliation result and any
      *          duplicate-feed, threshold or control abend.
      *
      *          Each night's figures are added to a run-statistics
      *          history - one summary line per night on OPRDAYST.DAT
      *          and one line per desk on OPRDESKH.DAT - and tonight
      *          is printed against the trailing 30 nights, overall
      *          and desk by desk, so a slow creep in one desk's
      *          rejects shows before it turns into an abend.  Run
      *          again for the same night, it replaces that night's
      *          history lines rather than adding a second set.
      *          Meant as the last NIGHTRUN step.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FS.

           SELECT STAT-FILE ASSIGN TO "OPRSTAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FS.

           SELECT COLL-FILE ASSIGN TO "OPRCOLL.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-FS.

           SELECT RECON-FILE ASSIGN TO "OPRRECON.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FS.

           SELECT CTL-FILE ASSIGN TO "OPRCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.

           SELECT REJECT-FILE ASSIGN TO "OPRREJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FS.

           SELECT FEEDS-FILE ASSIGN TO "OPRFEEDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDS-FS.

           SELECT DAYST-FILE ASSIGN TO "OPRDAYST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DAYST-FS.

           SELECT DESKH-FILE ASSIGN TO "OPRDESKH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DESKH-FS.

           SELECT WORK-FILE ASSIGN TO "OPRMORWK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.

           SELECT REPORT-FILE ASSIGN TO "OPRMORN.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

      *=================================================================
       DATA DIVISION.

      *-----------------------------------------------------------------
       FILE SECTION.
       FD  JOBLOG-FILE.
      *    NIGHTRUN's log - the stream header, the calendar line, one
      *    line per step and the closing line.
       01  JOBLOG-RECORD       PIC X(80).
       01  JOBLOG-STEP-RECORD.
           05  JLS-TAG         PIC X(5).
           05  JLS-STEP-NO     PIC X(2).
           05  FILLER          PIC X.
           05  JLS-PROGRAM     PIC X(9).
           05  FILLER          PIC X(7).
           05  JLS-START       PIC X(8).
           05  FILLER          PIC X(5).
           05  JLS-END         PIC X(8).
           05  FILLER          PIC X(4).
           05  JLS-RC          PIC X(4).
           05  FILLER          PIC X.
           05  JLS-STATUS      PIC X(8).
           05  FILLER          PIC X(17).

       FD  STAT-FILE.
      *    Batch run outcomes, one line per OPERATORS batch run.
       01  STAT-RECORD.
           05  STAT-DATE       PIC X(8).
           05  FILLER          PIC X.
           05  STAT-TIME       PIC X(6).
           05  FILLER          PIC X.
           05  STAT-FEED-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  STAT-SOURCE     PIC X(8).
           05  FILLER          PIC X.
           05  STAT-OUTCOME    PIC X(8).
           05  FILLER          PIC X.
           05  STAT-IN-COUNT   PIC 9(6).
           05  FILLER          PIC X.
           05  STAT-REC-COUNT  PIC 9(6).
           05  FILLER          PIC X.
           05  STAT-REJ-COUNT  PIC 9(6).
           05  FILLER          PIC X.
           05  STAT-REJ-MAX    PIC 9(6).
           05  FILLER          PIC X.
           05  STAT-REJ-PCT    PIC 9(3).
           05  FILLER          PIC X.
           05  STAT-MSG        PIC X(50).

       FD  COLL-FILE.
      *    OPRCOLL's report - a heading, then an ACCEPTED or REJECTED
      *    line per feed with the feed's file name and desk.
       01  COLL-RECORD         PIC X(100).
       01  COLL-FEED-RECORD.
           05  CR-ACTION       PIC X(9).
           05  CR-NAME         PIC X(40).
           05  FILLER          PIC X(8).
           05  CR-SOURCE       PIC X(8).
           05  CR-TAIL.
               10  FILLER      PIC X(7).
               10  CR-CARDS    PIC X(6).
               10  FILLER      PIC X(22).

       FD  RECON-FILE.
       01  RECON-RECORD        PIC X(80).

       FD  CTL-FILE.
      *    OPERATORS' run-control record for the last batch run.
       01  CTL-RECORD.
           05  CTL-RUN-DATE    PIC X(8).
           05  FILLER          PIC X.
           05  CTL-REC-COUNT   PIC 9(6).
           05  FILLER          PIC X.
           05  CTL-TOTAL-R     PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  CTL-CSV-SW      PIC X.
           05  FILLER          PIC X.
           05  CTL-FIRST-SEQ   PIC 9(6).
           05  FILLER          PIC X.
           05  CTL-LAST-SEQ    PIC 9(6).
           05  FILLER          PIC X.
           05  CTL-CSV-COUNT   PIC 9(6).

       FD  REJECT-FILE.
      *    The last batch run's rejected cards, HDR/TRL framed, each
      *    carrying its desk past the card image.
       01  REJECT-RECORD.
           05  REJ-CARD        PIC X(33).
           05  FILLER          PIC X.
           05  REJ-SOURCE      PIC X(8).
           05  FILLER          PIC X.
           05  REJ-REASON      PIC X(2).
           05  FILLER          PIC X.
           05  REJ-REASON-TEXT PIC X(30).
       01  REJ-HEADER-RECORD.
           05  RJH-TYPE        PIC X(3).
           05  RJH-RUN-DATE    PIC X(8).
           05  FILLER          PIC X(65).
       01  REJ-TRAILER-RECORD.
           05  RJT-TYPE        PIC X(3).
           05  RJT-REC-COUNT   PIC 9(6).
           05  FILLER          PIC X(67).

       FD  FEEDS-FILE.
      *    Processed-feed register.
       01  FEEDS-RECORD.
           05  FEEDS-RUN-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  FEEDS-SOURCE    PIC X(8).
           05  FILLER          PIC X.
           05  FEEDS-COUNT     PIC 9(6).
           05  FILLER          PIC X.
           05  FEEDS-HASH-X    PIC S9(13)V9 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  FEEDS-HASH-Y    PIC S9(13)V9 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  FEEDS-PROC-DATE PIC X(8).

       FD  DAYST-FILE.
      *    Run-statistics history, one line per night: the night's
      *    date, cards on the feeds, processed and rejected, the
      *    reject rate (percent, two decimals), feeds accepted and
      *    rejected, failed steps, batch abends and the
      *    reconciliation result (PASS, FAIL or NONE).
       01  DAYST-RECORD.
           05  HS-DATE         PIC X(8).
           05  FILLER          PIC X.
           05  HS-IN           PIC 9(6).
           05  FILLER          PIC X.
           05  HS-PROC         PIC 9(6).
           05  FILLER          PIC X.
           05  HS-REJ          PIC 9(6).
           05  FILLER          PIC X.
           05  HS-RATE         PIC 9(3)V99.
           05  FILLER          PIC X.
           05  HS-FEEDS-OK     PIC 9(3).
           05  FILLER          PIC X.
           05  HS-FEEDS-BAD    PIC 9(3).
           05  FILLER          PIC X.
           05  HS-STEPS-FAILED PIC 9(2).
           05  FILLER          PIC X.
           05  HS-ABENDS       PIC 9(2).
           05  FILLER          PIC X.
           05  HS-RECON        PIC X(4).

       FD  DESKH-FILE.
      *    Per-desk history, one line per desk per night: feeds
      *    accepted and rejected, cards consolidated and rejected.
       01  DESKH-RECORD.
           05  DH-DATE         PIC X(8).
           05  FILLER          PIC X.
           05  DH-SOURCE       PIC X(8).
           05  FILLER          PIC X.
           05  DH-FEEDS-OK     PIC 9(3).
           05  FILLER          PIC X.
           05  DH-FEEDS-BAD    PIC 9(3).
           05  FILLER          PIC X.
           05  DH-CARDS        PIC 9(6).
           05  FILLER          PIC X.
           05  DH-REJ          PIC 9(6).

       FD  WORK-FILE.
       01  WORK-RECORD         PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-JOBLOG-FS PIC XX.
       77  WS-STAT-FS   PIC XX.
       77  WS-COLL-FS   PIC XX.
       77  WS-RECON-FS  PIC XX.
       77  WS-CTL-FS    PIC XX.
       77  WS-REJ-FS    PIC XX.
       77  WS-FEEDS-FS  PIC XX.
       77  WS-DAYST-FS  PIC XX.
       77  WS-DESKH-FS  PIC XX.
       77  WS-WORK-FS   PIC XX.
       77  WS-REPORT-FS PIC XX.

       77  IN-EOF-SW    PIC X VALUE "N".
           88  IN-EOF              VALUE "Y".
       77  WORK-EOF-SW  PIC X VALUE "N".
           88  WORK-EOF            VALUE "Y".
       77  ON-FILE-SW   PIC X VALUE "N".
           88  TONIGHT-ON-FILE     VALUE "Y".
       77  CLEAN-SW     PIC X VALUE "Y".
           88  NIGHT-CLEAN         VALUE "Y".

       77  TODAY-DATE   PIC X(8) VALUE SPACES.
      *    The night being reported - the date on the job stream's
      *    header; outcome lines and register entries from that date
      *    on belong to it.
       77  NIGHT-DATE   PIC X(8) VALUE SPACES.
      *    The feed date of tonight's last batch run.  The reject
      *    file, run-control record and reconciliation carry the feed
      *    date, not the date they were made, so this is how they
      *    are known to be tonight's and not left from an earlier run.
       77  LAST-FEED-DATE PIC X(8) VALUE SPACES.

      *    Tonight's figures.
       77  STEP-COUNT   PIC 9(2) VALUE 0.
       77  STEPS-FAILED PIC 9(2) VALUE 0.
       77  BATCH-RUNS   PIC 9(2) VALUE 0.
       77  ABEND-COUNT  PIC 9(2) VALUE 0.
       77  NIGHT-IN     PIC 9(6) VALUE 0.
       77  NIGHT-PROC   PIC 9(6) VALUE 0.
       77  NIGHT-REJ    PIC 9(6) VALUE 0.
       77  NIGHT-RATE   PIC 9(3)V99 VALUE 0.
       77  FEEDS-OK     PIC 9(3) VALUE 0.
       77  FEEDS-BAD    PIC 9(3) VALUE 0.
       77  LIMIT-MAX    PIC 9(6) VALUE 0.
       77  LIMIT-PCT    PIC 9(3) VALUE 0.
       77  RECON-RESULT PIC X(4) VALUE "NONE".
       77  REG-TONIGHT  PIC 9(3) VALUE 0.
       77  REG-TOTAL    PIC 9(6) VALUE 0.
       77  REJ-DETAIL   PIC 9(6) VALUE 0.
       77  SOURCE-WK    PIC X(8) VALUE SPACES.
       77  CARDS-WK     PIC 9(6) VALUE 0.

      *    Desks seen tonight or in the trailing window.
       77  DESK-COUNT   PIC 9(3) VALUE 0.
       77  DESK-MAX     PIC 9(3) VALUE 50.
       77  DESK-IDX     PIC 9(3) VALUE 0.
       77  DESK-FOUND   PIC 9(3) VALUE 0.
       01  DESK-TABLE.
           05  DESK-ENTRY OCCURS 50 TIMES.
               10  DK-SOURCE       PIC X(8).
               10  DK-FEEDS-OK     PIC 9(3).
               10  DK-FEEDS-BAD    PIC 9(3).
               10  DK-CARDS        PIC 9(6).
               10  DK-REJ          PIC 9(6).
               10  DK-H-NIGHTS     PIC 9(3).
               10  DK-H-CARDS      PIC 9(8).
               10  DK-H-REJ        PIC 9(8).

      *    The trailing window - the last 30 nights on the history
      *    before tonight, oldest first.
       77  RING-COUNT   PIC 9(2) VALUE 0.
       77  RING-MAX     PIC 9(2) VALUE 30.
       77  RING-IDX     PIC 9(2) VALUE 0.
       01  RING-TABLE.
           05  RING-ENTRY OCCURS 30 TIMES.
               10  RG-DATE         PIC X(8).
               10  RG-IN           PIC 9(6).
               10  RG-REJ          PIC 9(6).
               10  RG-RATE         PIC 9(3)V99.
               10  RG-FEEDS-BAD    PIC 9(3).

       77  SUM-IN       PIC 9(8) VALUE 0.
       77  SUM-REJ      PIC 9(8) VALUE 0.
       77  SUM-FEEDS-BAD PIC 9(5) VALUE 0.
       77  HIGH-IN      PIC 9(6) VALUE 0.
       77  HIGH-REJ     PIC 9(6) VALUE 0.
       77  HIGH-RATE    PIC 9(3)V99 VALUE 0.
       77  HIGH-FEEDS-BAD PIC 9(3) VALUE 0.
       77  RATE-WK      PIC 9(3)V99 VALUE 0.
       77  AVG-WK       PIC 9(7)V99 VALUE 0.

      *    Report lines.
       77  COUNT-ED     PIC Z(5)9.
       77  RATE-ED      PIC ZZ9.99.
       77  MONEY-ED     PIC -Z(12)9.99.

       01  DESK-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-SOURCE       PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-FEEDS-OK     PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-FEEDS-BAD    PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-CARDS        PIC Z(5)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-REJ          PIC Z(5)9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-RATE         PIC ZZ9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  DL-H-NIGHTS     PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-H-CARDS      PIC Z(5)9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-H-RATE       PIC ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DL-FLAG         PIC X(18).

       01  CMP-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CL-CAPTION      PIC X(16).
           05  CL-TONIGHT      PIC X(10).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CL-AVERAGE      PIC Z(6)9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CL-HIGH         PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CL-FLAG         PIC X(20).

      *=================================================================
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    NIGHTRUN can CALL this program more than once in a job
      *    stream, so the tallies start from zero here, not just from
      *    their VALUE clauses.
           MOVE 0 TO STEP-COUNT.
           MOVE 0 TO STEPS-FAILED.
           MOVE 0 TO BATCH-RUNS.
           MOVE 0 TO ABEND-COUNT.
           MOVE 0 TO NIGHT-IN.
           MOVE 0 TO NIGHT-PROC.
           MOVE 0 TO NIGHT-REJ.
           MOVE 0 TO NIGHT-RATE.
           MOVE 0 TO FEEDS-OK.
           MOVE 0 TO FEEDS-BAD.
           MOVE 0 TO LIMIT-MAX.
           MOVE 0 TO LIMIT-PCT.
           MOVE 0 TO REG-TONIGHT.
           MOVE 0 TO REG-TOTAL.
           MOVE 0 TO DESK-COUNT.
           MOVE 0 TO RING-COUNT.
           MOVE "NONE" TO RECON-RESULT.
           MOVE SPACES TO LAST-FEED-DATE.
           MOVE "Y" TO CLEAN-SW.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO NIGHT-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open OPRMORN.RPT - status "
                   WS-REPORT-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-NIGHT-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MORNING OPERATIONS STATUS " TODAY-DATE
               "  NIGHT OF " NIGHT-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           PERFORM REPORT-STEPS-PROCEDURE
               THRU REPORT-STEPS-EXIT.
           PERFORM REPORT-BATCH-PROCEDURE
               THRU REPORT-BATCH-EXIT.
           PERFORM LOAD-FEEDS-PROCEDURE
               THRU LOAD-FEEDS-EXIT.
           PERFORM LOAD-REJECTS-PROCEDURE
               THRU LOAD-REJECTS-EXIT.
           PERFORM REPORT-CONTROL-PROCEDURE.
           PERFORM REPORT-REGISTER-PROCEDURE.
           PERFORM REPORT-RECON-PROCEDURE.
           PERFORM LOAD-HISTORY-PROCEDURE
               THRU LOAD-HISTORY-EXIT.
           PERFORM LOAD-DESK-HISTORY-PROCEDURE
               THRU LOAD-DESK-HISTORY-EXIT.
           PERFORM REPORT-DESKS-PROCEDURE.
           PERFORM REPORT-TRAILING-PROCEDURE.
           PERFORM SAVE-HISTORY-PROCEDURE
               THRU SAVE-HISTORY-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF NIGHT-CLEAN
               MOVE "NIGHT RAN CLEAN" TO REPORT-RECORD
           ELSE
               MOVE "*** NIGHT NEEDS ATTENTION - SEE ABOVE ***"
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY REPORT-RECORD(1:80).
           GOBACK.


       FIND-NIGHT-PROCEDURE.
      *    The stream header's date; with no log the night is taken
      *    to be today.
           OPEN INPUT JOBLOG-FILE.
           IF WS-JOBLOG-FS = "00"
               READ JOBLOG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF JOBLOG-RECORD(1:20) = "NIGHTRUN JOB STREAM "
                           AND JOBLOG-RECORD(21:8) IS NUMERIC
                           MOVE JOBLOG-RECORD(21:8) TO NIGHT-DATE
                       END-IF
               END-READ
               CLOSE JOBLOG-FILE
           END-IF.


       REPORT-STEPS-PROCEDURE.
           PERFORM WRITE-HEADING-PROCEDURE.
           MOVE "JOB STREAM (JOBLOG.DAT)" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT JOBLOG-FILE.
           IF WS-JOBLOG-FS NOT = "00"
               MOVE "  NO JOB LOG - THE STREAM DID NOT RUN"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "N" TO CLEAN-SW
               GO TO REPORT-STEPS-EXIT
           END-IF.
           PERFORM UNTIL IN-EOF
               READ JOBLOG-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END
                       MOVE SPACES TO REPORT-RECORD
                       MOVE JOBLOG-RECORD TO REPORT-RECORD(3:80)
                       WRITE REPORT-RECORD
                       IF JLS-TAG = "STEP "
                           ADD 1 TO STEP-COUNT
                           IF JLS-STATUS = "FAILED"
                               ADD 1 TO STEPS-FAILED
                               MOVE "N" TO CLEAN-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBLOG-FILE.

       REPORT-STEPS-EXIT.
           EXIT.


       REPORT-BATCH-PROCEDURE.
      *    Every batch run of the night, how it ended, and the reject
      *    rate against the thresholds it ran with.
           PERFORM WRITE-HEADING-PROCEDURE.
           MOVE "BATCH RUNS (OPRSTAT.DAT)" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT STAT-FILE.
           IF WS-STAT-FS NOT = "00"
               MOVE "  NO BATCH RUN OUTCOMES ON FILE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO REPORT-BATCH-EXIT
           END-IF.
           PERFORM UNTIL IN-EOF
               READ STAT-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END
                       IF STAT-DATE >= NIGHT-DATE
                           PERFORM REPORT-ONE-RUN-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAT-FILE.
           IF BATCH-RUNS = 0
               MOVE "  NO BATCH RUN TONIGHT" TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO REPORT-BATCH-EXIT
           END-IF.
           IF NIGHT-IN > 0
               COMPUTE NIGHT-RATE ROUNDED =
                   (NIGHT-REJ * 100) / NIGHT-IN
           END-IF.
           MOVE NIGHT-RATE TO RATE-ED.
           MOVE SPACES TO REPORT-RECORD.
           EVALUATE TRUE
               WHEN LIMIT-MAX = 0 AND LIMIT-PCT = 0
                   STRING "  REJECT RATE " RATE-ED
                       "%  - NO REJECT THRESHOLDS SET"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               WHEN (LIMIT-MAX > 0 AND NIGHT-REJ >= LIMIT-MAX)
                   OR (LIMIT-PCT > 0 AND NIGHT-RATE >= LIMIT-PCT)
                   STRING "  REJECT RATE " RATE-ED
                       "%  - AT OR OVER THRESHOLD (MAX " LIMIT-MAX
                       " CARDS / " LIMIT-PCT "%)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   MOVE "N" TO CLEAN-SW
               WHEN OTHER
                   STRING "  REJECT RATE " RATE-ED
                       "%  - WITHIN THRESHOLD (MAX " LIMIT-MAX
                       " CARDS / " LIMIT-PCT "%)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE REPORT-RECORD.

       REPORT-BATCH-EXIT.
           EXIT.


       REPORT-ONE-RUN-PROCEDURE.
           ADD 1 TO BATCH-RUNS.
           ADD STAT-IN-COUNT TO NIGHT-IN.
           ADD STAT-REC-COUNT TO NIGHT-PROC.
           ADD STAT-REJ-COUNT TO NIGHT-REJ.
           MOVE STAT-REJ-MAX TO LIMIT-MAX.
           MOVE STAT-REJ-PCT TO LIMIT-PCT.
           IF STAT-FEED-DATE NOT = SPACES
               MOVE STAT-FEED-DATE TO LAST-FEED-DATE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " STAT-TIME " FEED " STAT-FEED-DATE " "
               STAT-SOURCE " " STAT-OUTCOME " CARDS " STAT-IN-COUNT
               " PROCESSED " STAT-REC-COUNT " REJECTED "
               STAT-REJ-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           IF STAT-OUTCOME NOT = "OK"
               ADD 1 TO ABEND-COUNT
               MOVE "N" TO CLEAN-SW
               MOVE SPACES TO REPORT-RECORD
               EVALUATE STAT-OUTCOME
                   WHEN "DUPFEED"
                       STRING "    *** DUPLICATE-FEED ABEND *** "
                           STAT-MSG
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                   WHEN "THRESHLD"
                       STRING "    *** REJECT-THRESHOLD ABEND *** "
                           STAT-MSG
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                   WHEN OTHER
                       STRING "    *** FEED CONTROL ABEND *** "
                           STAT-MSG
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
               END-EVALUATE
               WRITE REPORT-RECORD
           ELSE
               IF STAT-MSG NOT = SPACES
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    " STAT-MSG
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-IF.


       LOAD-FEEDS-PROCEDURE.
      *    Feeds accepted and rejected by desk, from OPRCOLL.RPT -
      *    provided the report is tonight's.
           PERFORM WRITE-HEADING-PROCEDURE.
           MOVE "FEED CONSOLIDATION (OPRCOLL.RPT)" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT COLL-FILE.
           IF WS-COLL-FS NOT = "00"
               MOVE "  NO OPRCOLL.RPT ON FILE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO LOAD-FEEDS-EXIT
           END-IF.
           READ COLL-FILE
               AT END MOVE "Y" TO IN-EOF-SW
           END-READ.
           IF IN-EOF OR COLL-RECORD(20:8) < NIGHT-DATE
               MOVE SPACES TO REPORT-RECORD
               STRING "  OPRCOLL.RPT IS NOT TONIGHT'S - "
                   COLL-RECORD(1:40)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               CLOSE COLL-FILE
               GO TO LOAD-FEEDS-EXIT
           END-IF.
           PERFORM UNTIL IN-EOF
               READ COLL-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END PERFORM COLL-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE COLL-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  FEEDS ACCEPTED " FEEDS-OK "  FEEDS REJECTED "
               FEEDS-BAD
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

       LOAD-FEEDS-EXIT.
           EXIT.


       COLL-LINE-PROCEDURE.
           MOVE CR-SOURCE TO SOURCE-WK.
           EVALUATE CR-ACTION
               WHEN "ACCEPTED "
                   ADD 1 TO FEEDS-OK
                   PERFORM FIND-DESK-PROCEDURE
                   IF DESK-FOUND > 0
                       ADD 1 TO DK-FEEDS-OK(DESK-FOUND)
                       IF CR-CARDS IS NUMERIC
                           MOVE CR-CARDS TO CARDS-WK
                           ADD CARDS-WK TO DK-CARDS(DESK-FOUND)
                       END-IF
                   END-IF
               WHEN "REJECTED "
                   ADD 1 TO FEEDS-BAD
                   MOVE "N" TO CLEAN-SW
                   PERFORM FIND-DESK-PROCEDURE
                   IF DESK-FOUND > 0
                       ADD 1 TO DK-FEEDS-BAD(DESK-FOUND)
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  REJECTED FEED " CR-NAME " " SOURCE-WK
                       " " CR-TAIL
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       FIND-DESK-PROCEDURE.
      *    Desk SOURCE-WK's slot, added if new.  A card or feed with
      *    no desk on it came straight in, not through OPRCOLL.
           IF SOURCE-WK = SPACES
               MOVE "DIRECT" TO SOURCE-WK
           END-IF.
           MOVE 0 TO DESK-FOUND.
           MOVE 1 TO DESK-IDX.
           PERFORM UNTIL DESK-IDX > DESK-COUNT OR DESK-FOUND > 0
               IF DK-SOURCE(DESK-IDX) = SOURCE-WK
                   MOVE DESK-IDX TO DESK-FOUND
               END-IF
               ADD 1 TO DESK-IDX
           END-PERFORM.
           IF DESK-FOUND = 0 AND DESK-COUNT < DESK-MAX
               ADD 1 TO DESK-COUNT
               MOVE DESK-COUNT TO DESK-FOUND
               MOVE SOURCE-WK TO DK-SOURCE(DESK-FOUND)
               MOVE 0 TO DK-FEEDS-OK(DESK-FOUND)
               MOVE 0 TO DK-FEEDS-BAD(DESK-FOUND)
               MOVE 0 TO DK-CARDS(DESK-FOUND)
               MOVE 0 TO DK-REJ(DESK-FOUND)
               MOVE 0 TO DK-H-NIGHTS(DESK-FOUND)
               MOVE 0 TO DK-H-CARDS(DESK-FOUND)
               MOVE 0 TO DK-H-REJ(DESK-FOUND)
           END-IF.


       LOAD-REJECTS-PROCEDURE.
      *    Rejected cards by desk, and the reject file's trailer
      *    against its own detail lines.
           PERFORM WRITE-HEADING-PROCEDURE.
           MOVE "REJECT FILE (OPRREJ.DAT)" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 0 TO REJ-DETAIL.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT REJECT-FILE.
           IF WS-REJ-FS NOT = "00"
               MOVE "  NO OPRREJ.DAT ON FILE" TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO LOAD-REJECTS-EXIT
           END-IF.
           READ REJECT-FILE
               AT END MOVE "Y" TO IN-EOF-SW
           END-READ.
           IF IN-EOF OR RJH-TYPE NOT = "HDR"
               OR RJH-RUN-DATE NOT = LAST-FEED-DATE
               MOVE SPACES TO REPORT-RECORD
               STRING "  OPRREJ.DAT IS NOT TONIGHT'S - "
                   REJECT-RECORD(1:19)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               CLOSE REJECT-FILE
               GO TO LOAD-REJECTS-EXIT
           END-IF.
           MOVE "  NO TRAILER - REJECT FILE INCOMPLETE"
               TO REPORT-RECORD.
           PERFORM UNTIL IN-EOF
               READ REJECT-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END
                       EVALUATE RJT-TYPE
                           WHEN "TRL"
                               PERFORM REJECT-TRAILER-PROCEDURE
                           WHEN OTHER
                               ADD 1 TO REJ-DETAIL
                               MOVE REJ-SOURCE TO SOURCE-WK
                               PERFORM FIND-DESK-PROCEDURE
                               IF DESK-FOUND > 0
                                   ADD 1 TO DK-REJ(DESK-FOUND)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
           WRITE REPORT-RECORD.

       LOAD-REJECTS-EXIT.
           EXIT.


       REJECT-TRAILER-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           IF RJT-REC-COUNT IS NUMERIC
               AND RJT-REC-COUNT = REJ-DETAIL
               STRING "  TRAILER COUNT " RJT-REC-COUNT
                   " AGREES WITH THE REJECTED CARDS ON FILE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "  *** TRAILER COUNT " RJT-REC-COUNT
                   " DOES NOT AGREE WITH " REJ-DETAIL
                   " REJECTED CARD(S) ON FILE ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE "N" TO CLEAN-SW
           END-IF.


       REPORT-CONTROL-PROCEDURE.
           PERFORM WRITE-HEADING-PROCEDURE.
           MOVE "RUN CONTROL (OPRCTL.DAT)" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-FS NOT = "00"
               MOVE "  NO OPRCTL.DAT ON FILE" TO REPORT-RECORD
           ELSE
               READ CTL-FILE
                   AT END
                       MOVE "  OPRCTL.DAT IS EMPTY" TO REPORT-RECORD
                   NOT AT END
                       MOVE CTL-TOTAL-R TO MONEY-ED
                       STRING "  FEED " CTL-RUN-DATE " RECORDS "
                           CTL-REC-COUNT " RESULT TOTAL " MONEY-ED
                           " AUDIT SEQ " CTL-FIRST-SEQ "-"
                           CTL-LAST-SEQ
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                       IF CTL-RUN-DATE NOT = LAST-FEED-DATE
                           MOVE "NOT TONIGHT'S"
                               TO REPORT-RECORD(87:13)
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
           WRITE REPORT-RECORD.


       REPORT-REGISTER-PROCEDURE.
           PERFORM WRITE-HEADING-PROCEDURE.
           MOVE "PROCESSED-FEED REGISTER (OPRFEEDS.DAT)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT FEEDS-FILE.
           IF WS-FEEDS-FS = "00"
               PERFORM UNTIL IN-EOF
                   READ FEEDS-FILE
                       AT END MOVE "Y" TO IN-EOF-SW
                       NOT AT END
                           ADD 1 TO REG-TOTAL
                           IF FEEDS-PROC-DATE >= NIGHT-DATE
                               ADD 1 TO REG-TONIGHT
                               MOVE SPACES TO REPORT-RECORD
                               STRING "  REGISTERED " FEEDS-RUN-DATE
                                   " " FEEDS-SOURCE " CARDS "
                                   FEEDS-COUNT
                                   DELIMITED BY SIZE
                                   INTO REPORT-RECORD
                               END-STRING
                               WRITE REPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEEDS-FILE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " REG-TONIGHT " FEED(S) REGISTERED TONIGHT, "
               REG-TOTAL " ON THE REGISTER"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.


       REPORT-RECON-PROCEDURE.
           PERFORM WRITE-HEADING-PROCEDURE.
           MOVE "RECONCILIATION (OPRRECON.RPT)" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT RECON-FILE.
           IF WS-RECON-FS = "00"
               PERFORM UNTIL IN-EOF
                   READ RECON-FILE
                       AT END MOVE "Y" TO IN-EOF-SW
                       NOT AT END
                           IF RECON-RECORD(1:12) = "RUN BALANCED"
                               MOVE "PASS" TO RECON-RESULT
                           END-IF
                           IF RECON-RECORD(1:28) =
                               "*** RUN DOES NOT BALANCE ***"
                               MOVE "FAIL" TO RECON-RESULT
                           END-IF
                           IF RECON-RECORD(1:23) =
                               "RUN RECONCILIATION FOR "
                               MOVE SPACES TO REPORT-RECORD
                               MOVE RECON-RECORD TO
                                   REPORT-RECORD(3:80)
                               WRITE REPORT-RECORD
                               IF RECON-RECORD(24:8) NOT =
                                   LAST-FEED-DATE
                                   MOVE "Y" TO IN-EOF-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-FILE
           END-IF.
           EVALUATE RECON-RESULT
               WHEN "PASS"
                   MOVE "  RECONCILIATION PASSED" TO REPORT-RECORD
               WHEN "FAIL"
                   MOVE "  *** RECONCILIATION FAILED ***"
                       TO REPORT-RECORD
                   MOVE "N" TO CLEAN-SW
               WHEN OTHER
                   MOVE "  NO RECONCILIATION OF TONIGHT'S FEED"
                       TO REPORT-RECORD
           END-EVALUATE.
           WRITE REPORT-RECORD.


       LOAD-HISTORY-PROCEDURE.
      *    The last 30 nights before tonight, oldest first; whether
      *    tonight is already on the history (a rerun).
           MOVE "N" TO ON-FILE-SW.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT DAYST-FILE.
           IF WS-DAYST-FS NOT = "00"
               GO TO LOAD-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL IN-EOF
               READ DAYST-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END
                       IF HS-DATE = NIGHT-DATE
                           MOVE "Y" TO ON-FILE-SW
                       END-IF
                       IF HS-DATE < NIGHT-DATE
                           AND HS-IN IS NUMERIC
                           AND HS-REJ IS NUMERIC
                           AND HS-RATE IS NUMERIC
                           AND HS-FEEDS-BAD IS NUMERIC
                           PERFORM ADD-RING-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DAYST-FILE.

       LOAD-HISTORY-EXIT.
           EXIT.


       ADD-RING-PROCEDURE.
      *    A full window drops its oldest night.
           IF RING-COUNT >= RING-MAX
               MOVE 1 TO RING-IDX
               PERFORM UNTIL RING-IDX >= RING-MAX
                   MOVE RING-ENTRY(RING-IDX + 1)
                       TO RING-ENTRY(RING-IDX)
                   ADD 1 TO RING-IDX
               END-PERFORM
           ELSE
               ADD 1 TO RING-COUNT
           END-IF.
           MOVE HS-DATE TO RG-DATE(RING-COUNT).
           MOVE HS-IN TO RG-IN(RING-COUNT).
           MOVE HS-REJ TO RG-REJ(RING-COUNT).
           MOVE HS-RATE TO RG-RATE(RING-COUNT).
           MOVE HS-FEEDS-BAD TO RG-FEEDS-BAD(RING-COUNT).


       LOAD-DESK-HISTORY-PROCEDURE.
      *    Each desk's nights within the trailing window.  A desk on
      *    the history that sent nothing tonight gets a slot too - a
      *    desk gone quiet is worth a line.
           IF RING-COUNT = 0
               GO TO LOAD-DESK-HISTORY-EXIT
           END-IF.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT DESKH-FILE.
           IF WS-DESKH-FS NOT = "00"
               GO TO LOAD-DESK-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL IN-EOF
               READ DESKH-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END
                       IF DH-DATE >= RG-DATE(1)
                           AND DH-DATE < NIGHT-DATE
                           AND DH-CARDS IS NUMERIC
                           AND DH-REJ IS NUMERIC
                           MOVE DH-SOURCE TO SOURCE-WK
                           PERFORM FIND-DESK-PROCEDURE
                           IF DESK-FOUND > 0
                               ADD 1 TO DK-H-NIGHTS(DESK-FOUND)
                               ADD DH-CARDS TO DK-H-CARDS(DESK-FOUND)
                               ADD DH-REJ TO DK-H-REJ(DESK-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DESKH-FILE.

       LOAD-DESK-HISTORY-EXIT.
           EXIT.


       REPORT-DESKS-PROCEDURE.
      *    Tonight by desk, against the desk's own trailing figures.
           PERFORM WRITE-HEADING-PROCEDURE.
           MOVE "BY DESK           TONIGHT                     LAST 30"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  DESK      FEEDS  BAD   CARDS     REJ    REJ%"
               "  NIGHTS  AVG CARDS    REJ%"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           IF DESK-COUNT = 0
               MOVE "  NO DESK ACTIVITY" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE 1 TO DESK-IDX.
           PERFORM UNTIL DESK-IDX > DESK-COUNT
               PERFORM REPORT-ONE-DESK-PROCEDURE
               ADD 1 TO DESK-IDX
           END-PERFORM.


       REPORT-ONE-DESK-PROCEDURE.
           MOVE DK-SOURCE(DESK-IDX) TO DL-SOURCE.
           MOVE DK-FEEDS-OK(DESK-IDX) TO DL-FEEDS-OK.
           MOVE DK-FEEDS-BAD(DESK-IDX) TO DL-FEEDS-BAD.
           MOVE DK-CARDS(DESK-IDX) TO DL-CARDS.
           MOVE DK-REJ(DESK-IDX) TO DL-REJ.
           MOVE 0 TO RATE-WK.
           IF DK-CARDS(DESK-IDX) > 0
               COMPUTE RATE-WK ROUNDED =
                   (DK-REJ(DESK-IDX) * 100) / DK-CARDS(DESK-IDX)
           END-IF.
           MOVE RATE-WK TO DL-RATE.
           MOVE DK-H-NIGHTS(DESK-IDX) TO DL-H-NIGHTS.
           MOVE 0 TO AVG-WK.
           MOVE 0 TO HIGH-RATE.
           IF DK-H-NIGHTS(DESK-IDX) > 0
               COMPUTE AVG-WK ROUNDED =
                   DK-H-CARDS(DESK-IDX) / DK-H-NIGHTS(DESK-IDX)
           END-IF.
           IF DK-H-CARDS(DESK-IDX) > 0
               COMPUTE HIGH-RATE ROUNDED =
                   (DK-H-REJ(DESK-IDX) * 100) / DK-H-CARDS(DESK-IDX)
           END-IF.
           MOVE AVG-WK TO DL-H-CARDS.
           MOVE HIGH-RATE TO DL-H-RATE.
           EVALUATE TRUE
               WHEN DK-FEEDS-BAD(DESK-IDX) > 0
                   MOVE "FEED REJECTED" TO DL-FLAG
               WHEN DK-FEEDS-OK(DESK-IDX) = 0
                   AND DK-CARDS(DESK-IDX) = 0
                   AND DK-REJ(DESK-IDX) = 0
                   MOVE "NO FEED TONIGHT" TO DL-FLAG
               WHEN DK-H-NIGHTS(DESK-IDX) > 0
                   AND RATE-WK > HIGH-RATE
                   MOVE "REJECTS ABOVE AVG" TO DL-FLAG
               WHEN OTHER
                   MOVE SPACES TO DL-FLAG
           END-EVALUATE.
           WRITE REPORT-RECORD FROM DESK-LINE.


       REPORT-TRAILING-PROCEDURE.
      *    Tonight's volumes and reject rate against the trailing
      *    window's average and its worst night.
           PERFORM WRITE-HEADING-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TONIGHT AGAINST THE LAST " RING-COUNT
               " NIGHT(S) ON THE HISTORY"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE "                    TONIGHT       AVERAGE       HIGH"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 0 TO SUM-IN.
           MOVE 0 TO SUM-REJ.
           MOVE 0 TO SUM-FEEDS-BAD.
           MOVE 0 TO HIGH-IN.
           MOVE 0 TO HIGH-REJ.
           MOVE 0 TO HIGH-RATE.
           MOVE 0 TO HIGH-FEEDS-BAD.
           MOVE 1 TO RING-IDX.
           PERFORM UNTIL RING-IDX > RING-COUNT
               ADD RG-IN(RING-IDX) TO SUM-IN
               ADD RG-REJ(RING-IDX) TO SUM-REJ
               ADD RG-FEEDS-BAD(RING-IDX) TO SUM-FEEDS-BAD
               IF RG-IN(RING-IDX) > HIGH-IN
                   MOVE RG-IN(RING-IDX) TO HIGH-IN
               END-IF
               IF RG-REJ(RING-IDX) > HIGH-REJ
                   MOVE RG-REJ(RING-IDX) TO HIGH-REJ
               END-IF
               IF RG-RATE(RING-IDX) > HIGH-RATE
                   MOVE RG-RATE(RING-IDX) TO HIGH-RATE
               END-IF
               IF RG-FEEDS-BAD(RING-IDX) > HIGH-FEEDS-BAD
                   MOVE RG-FEEDS-BAD(RING-IDX) TO HIGH-FEEDS-BAD
               END-IF
               ADD 1 TO RING-IDX
           END-PERFORM.
      *    Cards on the feeds.
           MOVE "CARDS ON FEEDS" TO CL-CAPTION.
           MOVE NIGHT-IN TO COUNT-ED.
           MOVE COUNT-ED TO CL-TONIGHT.
           MOVE 0 TO AVG-WK.
           IF RING-COUNT > 0
               COMPUTE AVG-WK ROUNDED = SUM-IN / RING-COUNT
           END-IF.
           MOVE AVG-WK TO CL-AVERAGE.
           MOVE HIGH-IN TO COUNT-ED.
           MOVE COUNT-ED TO CL-HIGH.
           MOVE SPACES TO CL-FLAG.
           WRITE REPORT-RECORD FROM CMP-LINE.
      *    Cards rejected.
           MOVE "CARDS REJECTED" TO CL-CAPTION.
           MOVE NIGHT-REJ TO COUNT-ED.
           MOVE COUNT-ED TO CL-TONIGHT.
           MOVE 0 TO AVG-WK.
           IF RING-COUNT > 0
               COMPUTE AVG-WK ROUNDED = SUM-REJ / RING-COUNT
           END-IF.
           MOVE AVG-WK TO CL-AVERAGE.
           MOVE HIGH-REJ TO COUNT-ED.
           MOVE COUNT-ED TO CL-HIGH.
           MOVE SPACES TO CL-FLAG.
           IF RING-COUNT > 0 AND NIGHT-REJ > HIGH-REJ
               MOVE "HIGHEST IN WINDOW" TO CL-FLAG
           ELSE
               IF RING-COUNT > 0 AND NIGHT-REJ > AVG-WK
                   MOVE "ABOVE AVERAGE" TO CL-FLAG
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM CMP-LINE.
      *    Reject rate - the window's rate is its total rejects over
      *    its total cards, not an average of nightly rates.
           MOVE "REJECT RATE %" TO CL-CAPTION.
           MOVE NIGHT-RATE TO RATE-ED.
           MOVE RATE-ED TO CL-TONIGHT.
           MOVE 0 TO AVG-WK.
           IF SUM-IN > 0
               COMPUTE AVG-WK ROUNDED = (SUM-REJ * 100) / SUM-IN
           END-IF.
           MOVE AVG-WK TO CL-AVERAGE.
           MOVE HIGH-RATE TO RATE-ED.
           MOVE RATE-ED TO CL-HIGH.
           MOVE SPACES TO CL-FLAG.
           IF RING-COUNT > 0 AND NIGHT-RATE > HIGH-RATE
               MOVE "HIGHEST IN WINDOW" TO CL-FLAG
           ELSE
               IF RING-COUNT > 0 AND NIGHT-RATE > AVG-WK
                   MOVE "ABOVE AVERAGE" TO CL-FLAG
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM CMP-LINE.
      *    Feeds rejected.
           MOVE "FEEDS REJECTED" TO CL-CAPTION.
           MOVE FEEDS-BAD TO COUNT-ED.
           MOVE COUNT-ED TO CL-TONIGHT.
           MOVE 0 TO AVG-WK.
           IF RING-COUNT > 0
               COMPUTE AVG-WK ROUNDED = SUM-FEEDS-BAD / RING-COUNT
           END-IF.
           MOVE AVG-WK TO CL-AVERAGE.
           MOVE HIGH-FEEDS-BAD TO COUNT-ED.
           MOVE COUNT-ED TO CL-HIGH.
           MOVE SPACES TO CL-FLAG.
           WRITE REPORT-RECORD FROM CMP-LINE.


       SAVE-HISTORY-PROCEDURE.
      *    A rerun for the same night first takes that night's lines
      *    back off both history files, then tonight is appended.  A
      *    night with no batch run is left off, so idle nights do not
      *    drag the trailing averages down.
           IF BATCH-RUNS = 0
               MOVE "  NO BATCH RUN - NIGHT NOT ADDED TO THE HISTORY"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO SAVE-HISTORY-EXIT
           END-IF.
           IF TONIGHT-ON-FILE
               PERFORM DROP-NIGHT-PROCEDURE
           END-IF.
           OPEN EXTEND DAYST-FILE.
           IF WS-DAYST-FS = "35"
               OPEN OUTPUT DAYST-FILE
           END-IF.
           IF WS-DAYST-FS NOT = "00"
               DISPLAY "Cannot open OPRDAYST.DAT - status "
                   WS-DAYST-FS
           ELSE
               MOVE SPACES TO DAYST-RECORD
               MOVE NIGHT-DATE TO HS-DATE
               MOVE NIGHT-IN TO HS-IN
               MOVE NIGHT-PROC TO HS-PROC
               MOVE NIGHT-REJ TO HS-REJ
               MOVE NIGHT-RATE TO HS-RATE
               MOVE FEEDS-OK TO HS-FEEDS-OK
               MOVE FEEDS-BAD TO HS-FEEDS-BAD
               MOVE STEPS-FAILED TO HS-STEPS-FAILED
               MOVE ABEND-COUNT TO HS-ABENDS
               MOVE RECON-RESULT TO HS-RECON
               WRITE DAYST-RECORD
               CLOSE DAYST-FILE
           END-IF.
           OPEN EXTEND DESKH-FILE.
           IF WS-DESKH-FS = "35"
               OPEN OUTPUT DESKH-FILE
           END-IF.
           IF WS-DESKH-FS NOT = "00"
               DISPLAY "Cannot open OPRDESKH.DAT - status "
                   WS-DESKH-FS
           ELSE
               MOVE 1 TO DESK-IDX
               PERFORM UNTIL DESK-IDX > DESK-COUNT
                   IF DK-FEEDS-OK(DESK-IDX) > 0
                       OR DK-FEEDS-BAD(DESK-IDX) > 0
                       OR DK-REJ(DESK-IDX) > 0
                       MOVE SPACES TO DESKH-RECORD
                       MOVE NIGHT-DATE TO DH-DATE
                       MOVE DK-SOURCE(DESK-IDX) TO DH-SOURCE
                       MOVE DK-FEEDS-OK(DESK-IDX) TO DH-FEEDS-OK
                       MOVE DK-FEEDS-BAD(DESK-IDX) TO DH-FEEDS-BAD
                       MOVE DK-CARDS(DESK-IDX) TO DH-CARDS
                       MOVE DK-REJ(DESK-IDX) TO DH-REJ
                       WRITE DESKH-RECORD
                   END-IF
                   ADD 1 TO DESK-IDX
               END-PERFORM
               CLOSE DESKH-FILE
           END-IF.

       SAVE-HISTORY-EXIT.
           EXIT.


       DROP-NIGHT-PROCEDURE.
      *    Two passes through the work file for each history file:
      *    copy out every line but tonight's, then copy back.
           OPEN INPUT DAYST-FILE.
           OPEN OUTPUT WORK-FILE.
           MOVE "N" TO IN-EOF-SW.
           PERFORM UNTIL IN-EOF
               READ DAYST-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END
                       IF HS-DATE NOT = NIGHT-DATE
                           WRITE WORK-RECORD FROM DAYST-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DAYST-FILE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT DAYST-FILE.
           MOVE "N" TO WORK-EOF-SW.
           PERFORM UNTIL WORK-EOF
               READ WORK-FILE
                   AT END MOVE "Y" TO WORK-EOF-SW
                   NOT AT END WRITE DAYST-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE DAYST-FILE.
           OPEN INPUT DESKH-FILE.
           IF WS-DESKH-FS = "00"
               OPEN OUTPUT WORK-FILE
               MOVE "N" TO IN-EOF-SW
               PERFORM UNTIL IN-EOF
                   READ DESKH-FILE
                       AT END MOVE "Y" TO IN-EOF-SW
                       NOT AT END
                           IF DH-DATE NOT = NIGHT-DATE
                               WRITE WORK-RECORD FROM DESKH-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESKH-FILE
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT DESKH-FILE
               MOVE "N" TO WORK-EOF-SW
               PERFORM UNTIL WORK-EOF
                   READ WORK-FILE
                       AT END MOVE "Y" TO WORK-EOF-SW
                       NOT AT END WRITE DESKH-RECORD FROM WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE DESKH-FILE
           END-IF.


       WRITE-HEADING-PROCEDURE.
      *    A blank line ahead of each section heading.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.

       END PROGRAM OPRMORN.
