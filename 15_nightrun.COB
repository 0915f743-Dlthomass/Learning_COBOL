      *          its one-shot parameter file, runs the steps in order
      *          and writes JOBLOG.DAT with start/end times and a
      *          success/failure code per step, so the morning shift
      *          can see at a glance what ran.  Each step line carries
      *          a frequency - daily, month-end, first business day or
      *          weekly - and the business calendar (OPRCAL.DAT,
      *          maintained with OPRCALM) decides which are due
      *          tonight; the rest are logged NOT DUE, so one step
      *          list serves every night of the month, billing
      *          included, and OPRGLX after it takes the month's
      *          invoices to the ledger.  OPRMORN, run last, turns
      *          the log and the night's reports into the morning
      *          status report.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NRPARM-FS.

           SELECT MVERP-FILE ASSIGN TO "OPRMVERP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MVERP-FS.

           SELECT BILLP-FILE ASSIGN TO "OPRBILLP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BILLP-FS.

           SELECT MENDP-FILE ASSIGN TO "OPRMENDP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MENDP-FS.

           SELECT GLXP-FILE ASSIGN TO "OPRGLXP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLXP-FS.

           SELECT RECP-FILE ASSIGN TO "OPRRECP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECP-FS.

           SELECT CAL-FILE ASSIGN TO "OPRCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.

      *=================================================================
       DATA DIVISION.

           05  JS-REJ-MAX      PIC X(6).
           05  FILLER          PIC X.
           05  JS-REJ-PCT      PIC X(3).
      *    How often the step is due: D (or blank) every night,
      *    M on the month-end business day, F on the month's first
      *    business day, W weekly on the weekday in the next column
      *    (1 = Monday ... 7 = Sunday, blank = Friday).
           05  FILLER          PIC X.
           05  JS-FREQ         PIC X.
           05  JS-FREQ-DAY     PIC X.
      *    Rounding rule, for OPERATORS and CALCS2: R round half-up,
      *    T truncate, blank the program's own default (round).
           05  FILLER          PIC X.
           05  JS-ROUND        PIC X.
      *    Room for remarks on the step line.
           05  FILLER          PIC X(23).

       FD  JOBLOG-FILE.
       01  JOBLOG-RECORD       PIC X(80).
           05  OPRPARM-REJ-MAX  PIC X(6).
           05  FILLER           PIC X.
           05  OPRPARM-REJ-PCT  PIC X(3).
           05  FILLER           PIC X.
           05  OPRPARM-ROUND    PIC X.

       FD  C2PARM-FILE.
       01  C2PARM-RECORD.
           05  C2PARM-RUN-MODE PIC X.
           05  FILLER          PIC X.
           05  C2PARM-ROUND    PIC X.

       FD  MVERP-FILE.
      *    OPRMVER's mode: "V" verify the operator master against the
      *    audit trail, "R" verify and rebuild its MTD side.
       01  MVERP-RECORD.
           05  MVERP-MODE      PIC X.

       FD  BILLP-FILE.
      *    OPRBILL's billing month, YYYYMM.
       01  BILLP-RECORD.
           05  BILLP-MONTH     PIC X(6).

       FD  MENDP-FILE.
      *    OPRMEND's month to close, YYYYMM.
       01  MENDP-RECORD.
           05  MENDP-MONTH     PIC X(6).

       FD  GLXP-FILE.
      *    OPRGLX's period (blank = the month OPRBILL last billed)
      *    and J journal or R reversal.
       01  GLXP-RECORD.
           05  GLXP-PERIOD     PIC X(6).
           05  FILLER          PIC X.
           05  GLXP-ACTION     PIC X.

       FD  RECP-FILE.
      *    OPRRECON's run to balance: O OPERATORS, C CALCS2.
       01  RECP-RECORD.
           05  RECP-RUN        PIC X.

       FD  CAL-FILE.
      *    Business calendar, as maintained by OPRCALM: date, type
      *    (H holiday, M month-end business day) and description.
       01  CAL-RECORD.
           05  CAL-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  CAL-TYPE        PIC X.
           05  FILLER          PIC X.
           05  CAL-DESC        PIC X(30).

       FD  NRPARM-FILE.
      *    One-shot run parameter for NIGHTRUN itself - written by
       77  WS-JOBLOG-FS   PIC XX.
       77  WS-OPRPARM-FS  PIC XX.
       77  WS-C2PARM-FS   PIC XX.
       77  WS-MVERP-FS    PIC XX.
       77  WS-BILLP-FS    PIC XX.
       77  WS-MENDP-FS    PIC XX.
       77  WS-GLXP-FS     PIC XX.
       77  WS-RECP-FS     PIC XX.
       77  WS-CAL-FS      PIC XX.

       77  JOBPARMS-EOF-SW PIC X VALUE "N".
           88  JOBPARMS-EOF        VALUE "Y".
       77  WS-NRPARM-FS   PIC XX.
       77  JOBLOG-EOF-SW PIC X VALUE "N".
           88  JOBLOG-EOF          VALUE "Y".
       77  CAL-EOF-SW  PIC X VALUE "N".
           88  CAL-EOF             VALUE "Y".

       77  STEP-NO     PIC 9(2) VALUE 0.
       77  STEP-RC     PIC 9(4) VALUE 0.

      *    Outcome of every step so far this run, for the step-line
      *    conditions: O ended RC 0, F failed, S skipped on its
      *    condition, R completed in the previous night's run, N not
      *    due tonight.
       01  STEP-STATE-TABLE.
           05  STEP-STATE OCCURS 99 TIMES PIC X.

       77  END-STAMP   PIC X(8) VALUE SPACES.
       77  TODAY-DATE  PIC X(8) VALUE SPACES.

      *    Business calendar.  SCHED-DATE is the night the stream is
      *    scheduled for - today, or on a restart the night being
      *    restarted, so a month-end stream resumed next morning
      *    still runs its month-end steps.
       77  SCHED-DATE  PIC X(8) VALUE SPACES.
       77  PRIOR-DATE  PIC X(8) VALUE SPACES.
       77  CAL-COUNT   PIC 9(3) VALUE 0.
       77  CAL-MAX     PIC 9(3) VALUE 500.
       77  CAL-IDX     PIC 9(3) VALUE 0.
       01  CAL-TABLE.
           05  CAL-ENTRY OCCURS 500 TIMES.
               10  CT-DATE     PIC X(8).
               10  CT-TYPE     PIC X.

       77  MONTH-END-DATE PIC X(8) VALUE SPACES.
       77  FIRST-BUS-DATE PIC X(8) VALUE SPACES.
       77  SCHED-WEEKDAY  PIC 9 VALUE 0.
       77  BUS-DAY-SW  PIC X VALUE "N".
           88  BUSINESS-DAY        VALUE "Y".
       77  SCHED-BUS-SW PIC X VALUE "N".
           88  SCHED-BUSINESS-DAY  VALUE "Y".
       77  DUE-SW      PIC X VALUE "Y".
           88  STEP-DUE            VALUE "Y".
       77  FREQ-WK     PIC X VALUE SPACE.
       77  FREQ-DAY-WK PIC X VALUE SPACE.

      *    Date arithmetic - a date as YYYYMMDD and as a day number,
      *    and its weekday (1 = Monday ... 7 = Sunday).
       01  DATE-WK.
           05  DW-YEAR     PIC 9(4).
           05  DW-MONTH    PIC 9(2).
           05  DW-DAY      PIC 9(2).
       01  DATE-WK-NUM REDEFINES DATE-WK PIC 9(8).
       77  DAY-NO      PIC 9(7) VALUE 0.
       77  DAY-QUOT    PIC 9(7) VALUE 0.
       77  WEEKDAY-WK  PIC 9 VALUE 0.
       77  DAY-REM     PIC 9 VALUE 0.
       77  BILL-MONTH-WK PIC X(6) VALUE SPACES.
       77  ROUND-WK    PIC X VALUE SPACE.

      *=================================================================
       PROCEDURE DIVISION.

           MOVE "N" TO RESTART-SW.
           MOVE SPACES TO STEP-STATE-TABLE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO SCHED-DATE.
           PERFORM READ-NRPARM-PROCEDURE.
           IF RESTART-MODE
      *        The previous log must be read before it is truncated
               PERFORM LOAD-PRIOR-LOG-PROCEDURE
                   THRU LOAD-PRIOR-LOG-EXIT
           END-IF.
           PERFORM LOAD-CALENDAR-PROCEDURE.
           PERFORM SET-CALENDAR-PROCEDURE.
           OPEN INPUT JOBPARMS-FILE.
           IF WS-JOBPARMS-FS NOT = "00"
               DISPLAY "Cannot open JOBPARMS.DAT - status "
               END-STRING
           END-IF.
           WRITE JOBLOG-RECORD.
           MOVE SPACES TO JOBLOG-RECORD.
           IF SCHED-BUSINESS-DAY
               STRING "CALENDAR " SCHED-DATE " BUSINESS DAY"
                   "  MONTH-END " MONTH-END-DATE
                   "  FIRST " FIRST-BUS-DATE
                   DELIMITED BY SIZE INTO JOBLOG-RECORD
               END-STRING
           ELSE
               STRING "CALENDAR " SCHED-DATE " NON-BUSINESS DAY"
                   "  MONTH-END " MONTH-END-DATE
                   "  FIRST " FIRST-BUS-DATE
                   DELIMITED BY SIZE INTO JOBLOG-RECORD
               END-STRING
           END-IF.
           WRITE JOBLOG-RECORD.

           PERFORM UNTIL JOBPARMS-EOF
               READ JOBPARMS-FILE
               PERFORM WRITE-LOG-PROCEDURE
               GO TO RUN-STEP-EXIT
           END-IF.
           PERFORM CHECK-DUE-PROCEDURE.
           IF NOT STEP-DUE
               MOVE "N" TO STEP-STATE(STEP-NO)
               MOVE 0 TO STEP-RC
               MOVE "NOT DUE" TO LOG-STATUS
               MOVE STAMP-WK TO END-STAMP
               PERFORM WRITE-LOG-PROCEDURE
               GO TO RUN-STEP-EXIT
           END-IF.
           PERFORM CHECK-COND-PROCEDURE.
           IF NOT COND-OK
               DISPLAY "Step " STEP-NO " " JS-PROGRAM
               WHEN "OPRSUMM"
                   CALL "OPRSUMM"
               WHEN "OPRRECON"
                   PERFORM WRITE-RECP-PROCEDURE
                   CALL "OPRRECON"
               WHEN "OPRARCH"
                   CALL "OPRARCH"
               WHEN "OPRCOLL"
                   CALL "OPRCOLL"
               WHEN "OPRMEND"
                   PERFORM WRITE-MENDP-PROCEDURE
                   CALL "OPRMEND"
               WHEN "OPRRPT"
                   CALL "OPRRPT"
               WHEN "OPRMVER"
                   PERFORM WRITE-MVERP-PROCEDURE
                   CALL "OPRMVER"
               WHEN "OPRAVER"
                   CALL "OPRAVER"
               WHEN "OPRBILL"
                   PERFORM WRITE-BILLP-PROCEDURE
                   CALL "OPRBILL"
               WHEN "OPRRETN"
                   CALL "OPRRETN"
               WHEN "OPRGLX"
                   PERFORM WRITE-GLXP-PROCEDURE
                   CALL "OPRGLX"
               WHEN "OPRSECR"
                   CALL "OPRSECR"
               WHEN "OPRMORN"
      *            The status report reads this log, so it is closed
      *            for the call and everything so far is on disk.
                   CLOSE JOBLOG-FILE
                   CALL "OPRMORN"
                   OPEN EXTEND JOBLOG-FILE
               WHEN OTHER
                   DISPLAY "Unknown step program: " JS-PROGRAM
                   MOVE 12 TO RETURN-CODE
       CHECK-COND-PROCEDURE.
      *    Honour the step line's run condition against what the
      *    stream has done so far.  A step skipped on its own
      *    condition, or not due tonight, neither fails nor
      *    satisfies "OKnn"; a step
      *    carried over from the previous night in a restart counts
      *    as succeeded.  Text that is not a recognized condition is
      *    a remark, and the step runs - old JOBPARMS.DAT lines keep
           END-EVALUATE.


       CHECK-DUE-PROCEDURE.
      *    Whether the step's frequency makes it due on SCHED-DATE.
      *    A legacy step line carries remarks from column 15, so the
      *    frequency is honoured only when it reads as one - a blank
      *    column either side and a recognized code (and weekday);
      *    anything else is a remark and the step is due nightly, as
      *    it always was.
           MOVE "Y" TO DUE-SW.
           MOVE JS-FREQ TO FREQ-WK.
           MOVE JS-FREQ-DAY TO FREQ-DAY-WK.
           INSPECT FREQ-WK CONVERTING "dmfw" TO "DMFW".
           IF JOB-STEP-RECORD(33:1) NOT = SPACE
               OR JOB-STEP-RECORD(36:1) NOT = SPACE
               MOVE "D" TO FREQ-WK
           END-IF.
           IF FREQ-WK = "W"
               IF FREQ-DAY-WK = SPACE
                   MOVE "5" TO FREQ-DAY-WK
               END-IF
               IF FREQ-DAY-WK < "1" OR FREQ-DAY-WK > "7"
                   MOVE "D" TO FREQ-WK
               END-IF
           ELSE
               IF FREQ-DAY-WK NOT = SPACE
                   MOVE "D" TO FREQ-WK
               END-IF
           END-IF.
           EVALUATE FREQ-WK
               WHEN "M"
                   IF SCHED-DATE NOT = MONTH-END-DATE
                       MOVE "N" TO DUE-SW
                   END-IF
               WHEN "F"
                   IF SCHED-DATE NOT = FIRST-BUS-DATE
                       MOVE "N" TO DUE-SW
                   END-IF
               WHEN "W"
                   IF FREQ-DAY-WK NOT = SCHED-WEEKDAY
                       MOVE "N" TO DUE-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT STEP-DUE
               DISPLAY "Step " STEP-NO " " JS-PROGRAM
                   " not due tonight."
           END-IF.


       LOAD-CALENDAR-PROCEDURE.
      *    No calendar on file means no holidays and no month-end
      *    overrides - weekends still are not business days.
           MOVE 0 TO CAL-COUNT.
           MOVE "N" TO CAL-EOF-SW.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FS NOT = "00"
               DISPLAY "No OPRCAL.DAT (status " WS-CAL-FS
                   ") - scheduling on weekdays alone."
           ELSE
               PERFORM UNTIL CAL-EOF OR CAL-COUNT >= CAL-MAX
                   READ CAL-FILE
                       AT END MOVE "Y" TO CAL-EOF-SW
                       NOT AT END
                           IF CAL-TYPE = "H" OR CAL-TYPE = "M"
                               ADD 1 TO CAL-COUNT
                               MOVE CAL-DATE TO CT-DATE(CAL-COUNT)
                               MOVE CAL-TYPE TO CT-TYPE(CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.


       SET-CALENDAR-PROCEDURE.
      *    Tonight's weekday and whether it is a business day, and
      *    the month's first and month-end business days: the
      *    month-end day is the calendar's M entry for the month if
      *    there is one, else the last business day.
           MOVE SCHED-DATE TO DATE-WK.
           PERFORM BUSINESS-DAY-PROCEDURE.
           MOVE WEEKDAY-WK TO SCHED-WEEKDAY.
           MOVE BUS-DAY-SW TO SCHED-BUS-SW.
      *    First business day - forward from the 1st.
           MOVE SCHED-DATE TO DATE-WK.
           MOVE 1 TO DW-DAY.
           PERFORM BUSINESS-DAY-PROCEDURE.
           PERFORM UNTIL BUSINESS-DAY
               ADD 1 TO DAY-NO
               COMPUTE DATE-WK-NUM = FUNCTION DATE-OF-INTEGER(DAY-NO)
               PERFORM BUSINESS-DAY-PROCEDURE
           END-PERFORM.
           MOVE DATE-WK TO FIRST-BUS-DATE.
      *    Month-end - an M entry for the month, else back from the
      *    last day of the month.
           MOVE SPACES TO MONTH-END-DATE.
           MOVE 1 TO CAL-IDX.
           PERFORM UNTIL CAL-IDX > CAL-COUNT
               IF CT-TYPE(CAL-IDX) = "M"
                   AND CT-DATE(CAL-IDX)(1:6) = SCHED-DATE(1:6)
                   MOVE CT-DATE(CAL-IDX) TO MONTH-END-DATE
               END-IF
               ADD 1 TO CAL-IDX
           END-PERFORM.
           IF MONTH-END-DATE = SPACES
               MOVE SCHED-DATE TO DATE-WK
               MOVE 1 TO DW-DAY
               IF DW-MONTH = 12
                   ADD 1 TO DW-YEAR
                   MOVE 1 TO DW-MONTH
               ELSE
                   ADD 1 TO DW-MONTH
               END-IF
               COMPUTE DAY-NO =
                   FUNCTION INTEGER-OF-DATE(DATE-WK-NUM) - 1
               COMPUTE DATE-WK-NUM = FUNCTION DATE-OF-INTEGER(DAY-NO)
               PERFORM BUSINESS-DAY-PROCEDURE
               PERFORM UNTIL BUSINESS-DAY
                   SUBTRACT 1 FROM DAY-NO
                   COMPUTE DATE-WK-NUM =
                       FUNCTION DATE-OF-INTEGER(DAY-NO)
                   PERFORM BUSINESS-DAY-PROCEDURE
               END-PERFORM
               MOVE DATE-WK TO MONTH-END-DATE
           END-IF.


       BUSINESS-DAY-PROCEDURE.
      *    DATE-WK is a business day if it falls Monday to Friday and
      *    is not a holiday on the calendar.  Leaves its day number
      *    in DAY-NO and its weekday in WEEKDAY-WK.
           COMPUTE DAY-NO = FUNCTION INTEGER-OF-DATE(DATE-WK-NUM).
      *    Day 1 of the count, 1 January 1601, was a Monday.
           COMPUTE DAY-QUOT = (DAY-NO - 1) / 7.
           COMPUTE DAY-REM = DAY-NO - 1 - (DAY-QUOT * 7).
           COMPUTE WEEKDAY-WK = DAY-REM + 1.
           MOVE "Y" TO BUS-DAY-SW.
           IF WEEKDAY-WK > 5
               MOVE "N" TO BUS-DAY-SW
           END-IF.
           MOVE 1 TO CAL-IDX.
           PERFORM UNTIL CAL-IDX > CAL-COUNT OR NOT BUSINESS-DAY
               IF CT-TYPE(CAL-IDX) = "H"
                   AND CT-DATE(CAL-IDX) = DATE-WK
                   MOVE "N" TO BUS-DAY-SW
               END-IF
               ADD 1 TO CAL-IDX
           END-PERFORM.


       WRITE-LOG-PROCEDURE.
           MOVE STEP-NO TO LL-STEP-NO.
           MOVE JS-PROGRAM TO LL-PROGRAM.

       LOAD-PRIOR-LOG-PROCEDURE.
      *    Find the resume point in the previous night's JOBLOG.DAT:
      *    the first step line whose status is not OK, RESTART or
      *    NOT DUE.  Steps before it completed and are not rerun.
      *    The night's calendar line gives the date it was scheduled
      *    for, which the restart is scheduled for too.
           MOVE 0 TO RESTART-FROM.
           MOVE SPACES TO PRIOR-DATE.
           MOVE "N" TO JOBLOG-EOF-SW.
           OPEN INPUT JOBLOG-FILE.
           IF WS-JOBLOG-FS NOT = "00"
               READ JOBLOG-FILE
                   AT END MOVE "Y" TO JOBLOG-EOF-SW
                   NOT AT END
                       IF JOBLOG-RECORD(1:9) = "CALENDAR "
                           AND JOBLOG-RECORD(10:8) IS NUMERIC
                           MOVE JOBLOG-RECORD(10:8) TO PRIOR-DATE
                       END-IF
                       IF JLS-TAG = "STEP "
                           AND JLS-STEP-NO IS NUMERIC
                           AND RESTART-FROM = 0
                           IF JLS-STATUS NOT = "OK"
                               AND JLS-STATUS NOT = "RESTART"
                               AND JLS-STATUS NOT = "NOT DUE"
                               MOVE JLS-STEP-NO TO RESTART-FROM
                           END-IF
                       END-IF
           ELSE
               DISPLAY "Restarting from step " RESTART-FROM
                   " - earlier steps completed last run."
               IF PRIOR-DATE NOT = SPACES
                   MOVE PRIOR-DATE TO SCHED-DATE
               END-IF
           END-IF.

       LOAD-PRIOR-LOG-EXIT.
           MOVE SPACE TO OPRPARM-DUP-SW.
           MOVE SPACES TO OPRPARM-REJ-MAX.
           MOVE SPACES TO OPRPARM-REJ-PCT.
           MOVE SPACE TO OPRPARM-ROUND.
           IF JOB-STEP-RECORD(14:1) = SPACE
               AND JOB-STEP-RECORD(20:1) = SPACE
               AND JOB-STEP-RECORD(22:1) = SPACE
               MOVE JS-PARM-3 TO OPRPARM-DUP-SW
               MOVE JS-REJ-MAX TO OPRPARM-REJ-MAX
               MOVE JS-REJ-PCT TO OPRPARM-REJ-PCT
               PERFORM CHECK-ROUND-PROCEDURE
               MOVE ROUND-WK TO OPRPARM-ROUND
           END-IF.
           WRITE OPRPARM-RECORD.
           CLOSE OPRPARM-FILE.
           OPEN OUTPUT C2PARM-FILE.
           MOVE SPACES TO C2PARM-RECORD.
           MOVE JS-PARM-1 TO C2PARM-RUN-MODE.
           IF JOB-STEP-RECORD(14:1) = SPACE
               AND JOB-STEP-RECORD(20:1) = SPACE
               AND JOB-STEP-RECORD(22:1) = SPACE
               AND JOB-STEP-RECORD(29:1) = SPACE
               PERFORM CHECK-ROUND-PROCEDURE
               MOVE ROUND-WK TO C2PARM-ROUND
           END-IF.
           WRITE C2PARM-RECORD.
           CLOSE C2PARM-FILE.


       CHECK-ROUND-PROCEDURE.
      *    The rounding answer goes over only from a line laid out in
      *    the new format - column 33 and 36 blank like the
      *    frequency, and the answer itself R, T or blank - never
      *    from a remark that happens to reach column 37.
           MOVE SPACE TO ROUND-WK.
           IF JOB-STEP-RECORD(33:1) = SPACE
               AND JOB-STEP-RECORD(36:1) = SPACE
               AND (JS-ROUND = "R" OR JS-ROUND = "r"
                   OR JS-ROUND = "T" OR JS-ROUND = "t")
               MOVE JS-ROUND TO ROUND-WK
           END-IF.


       WRITE-MVERP-PROCEDURE.
      *    An unattended run verifies unless the step line asks for a
      *    rebuild in so many words - a blank answer must never
      *    rewrite the master.
           OPEN OUTPUT MVERP-FILE.
           MOVE SPACES TO MVERP-RECORD.
           IF JS-PARM-1 = "R" OR JS-PARM-1 = "r"
               MOVE "R" TO MVERP-MODE
           ELSE
               MOVE "V" TO MVERP-MODE
           END-IF.
           WRITE MVERP-RECORD.
           CLOSE MVERP-FILE.

       WRITE-BILLP-PROCEDURE.
      *    OPRBILL's billing month: "C" the scheduled night's month,
      *    "P" the month before it.  Left blank, a month-end step
      *    bills the month it closes and any other step (normally the
      *    first business day) bills the month just ended.
           MOVE SCHED-DATE TO DATE-WK.
           IF JS-PARM-1 = "C" OR JS-PARM-1 = "c"
               OR (JS-PARM-1 = SPACE AND FREQ-WK = "M")
               CONTINUE
           ELSE
               IF DW-MONTH = 1
                   SUBTRACT 1 FROM DW-YEAR
                   MOVE 12 TO DW-MONTH
               ELSE
                   SUBTRACT 1 FROM DW-MONTH
               END-IF
           END-IF.
           MOVE DATE-WK(1:6) TO BILL-MONTH-WK.
           OPEN OUTPUT BILLP-FILE.
           MOVE SPACES TO BILLP-RECORD.
           MOVE BILL-MONTH-WK TO BILLP-MONTH.
           WRITE BILLP-RECORD.
           CLOSE BILLP-FILE.


       WRITE-MENDP-PROCEDURE.
      *    OPRMEND's month to close, from the scheduled night rather
      *    than the clock, so a stream that runs past midnight or is
      *    restarted the next morning closes the month it was run
      *    for.  "P" closes the month before it, as does a blank on a
      *    first-business-day step; otherwise the scheduled night's
      *    own month - the month-end step's case.
           MOVE SCHED-DATE TO DATE-WK.
           IF JS-PARM-1 = "P" OR JS-PARM-1 = "p"
               OR (JS-PARM-1 = SPACE AND FREQ-WK = "F")
               IF DW-MONTH = 1
                   SUBTRACT 1 FROM DW-YEAR
                   MOVE 12 TO DW-MONTH
               ELSE
                   SUBTRACT 1 FROM DW-MONTH
               END-IF
           END-IF.
           OPEN OUTPUT MENDP-FILE.
           MOVE SPACES TO MENDP-RECORD.
           MOVE DATE-WK(1:6) TO MENDP-MONTH.
           WRITE MENDP-RECORD.
           CLOSE MENDP-FILE.


       WRITE-GLXP-PROCEDURE.
      *    The journal follows the bill just run, so the period is
      *    left for OPRGLX to take from OPRBILL's statement.  As with
      *    a rebuild, a reversal is only ever run when the step line
      *    asks for one in so many words.
           OPEN OUTPUT GLXP-FILE.
           MOVE SPACES TO GLXP-RECORD.
           IF JS-PARM-1 = "R" OR JS-PARM-1 = "r"
               MOVE "R" TO GLXP-ACTION
           ELSE
               MOVE "J" TO GLXP-ACTION
           END-IF.
           WRITE GLXP-RECORD.
           CLOSE GLXP-FILE.


       WRITE-RECP-PROCEDURE.
      *    A step line with C in its first parameter column balances
      *    the CALCS2 batch; anything else the OPERATORS batch, as
      *    every OPRRECON step did before CALCS2 kept a control
      *    record.
           OPEN OUTPUT RECP-FILE.
           MOVE SPACES TO RECP-RECORD.
           IF JS-PARM-1 = "C" OR JS-PARM-1 = "c"
               MOVE "C" TO RECP-RUN
           ELSE
               MOVE "O" TO RECP-RUN
           END-IF.
           WRITE RECP-RECORD.
           CLOSE RECP-FILE.

       END PROGRAM NIGHTRUN.
