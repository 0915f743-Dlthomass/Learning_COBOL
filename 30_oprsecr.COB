       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRSECR.
      *=================================================================
      * Purpose: Sign-on security report for the security officer,
      *          from the security event trail OPRSEC.DAT that
      *          OPERATORS and OPRMAINT append to at every sign-on.
      *
      *          - Failed-attempt bursts: for each id typed, a run of
      *            failed sign-ons in a row (wrong PIN, attempts on a
      *            locked or inactive id, ids not on file) with no
      *            good sign-on or PIN reset between them.  A burst of
      *            BURST-MIN failures or more is listed with when it
      *            started and stopped and how it ended - SIGNED ON
      *            (worth a look: someone may have guessed the PIN),
      *            RESET by a maintainer, LOCKED OUT, or OPEN.
      *
      *          - Locked ids: every operator OPRIDS.DAT shows as
      *            locked now, with when the lockout happened.
      *
      *          The report goes to OPRSECR.RPT.  Callable from
      *          NIGHTRUN.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-FILE ASSIGN TO "OPRSEC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FS.

           SELECT OPRIDS-FILE ASSIGN TO "OPRIDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPRIDS-FS.

           SELECT REPORT-FILE ASSIGN TO "OPRSECR.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

      *=================================================================
       DATA DIVISION.

      *-----------------------------------------------------------------
       FILE SECTION.
       FD  SEC-FILE.
      *    Security event trail as OPERATORS and OPRMAINT write it -
      *    when, which program, the id typed, the event, the id's
      *    consecutive failures after it and, on a PINRESET, the
      *    maintainer who reset it.
       01  SEC-RECORD.
           05  SEC-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  SEC-TIME        PIC X(6).
           05  FILLER          PIC X.
           05  SEC-PROGRAM     PIC X(9).
           05  FILLER          PIC X.
           05  SEC-OPR-ID      PIC X(6).
           05  FILLER          PIC X.
           05  SEC-EVENT       PIC X(8).
           05  FILLER          PIC X.
           05  SEC-FAILS       PIC X.
           05  FILLER          PIC X.
           05  SEC-BY-ID       PIC X(6).

       FD  OPRIDS-FILE.
      *    Operator reference, read for display names and for the
      *    lock flag and failure count in the PIN columns.
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
           05  OPRIDS-PIN-FAILS PIC X.
           05  OPRIDS-PIN-LOCK PIC X.

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-SEC-FS    PIC XX.
       77  WS-OPRIDS-FS PIC XX.
       77  WS-REPORT-FS PIC XX.

       77  SEC-EOF-SW   PIC X VALUE "N".
           88  SEC-EOF             VALUE "Y".
       77  OPRIDS-EOF-SW PIC X VALUE "N".
           88  OPRIDS-EOF          VALUE "Y".

       77  TODAY-DATE   PIC X(8) VALUE SPACES.

      *    Fewest failures in a row that make a burst worth listing.
       77  BURST-MIN    PIC 9 VALUE 2.

      *    Operator reference, for names and the current lock state.
       77  OPR-COUNT    PIC 9(3) VALUE 0.
       77  OPR-MAX      PIC 9(3) VALUE 500.
       77  OPR-IDX      PIC 9(3) VALUE 0.
       77  OPR-FOUND    PIC 9(3) VALUE 0.

       01  OPR-TABLE.
           05  OPR-ENTRY OCCURS 500 TIMES.
               10  OPR-ID       PIC X(6).
               10  OPR-NAME     PIC X(32).
               10  OPR-PIN-FAILS PIC X.
               10  OPR-PIN-LOCK PIC X.

      *    Failure state per id typed, built up event by event.  An
      *    open run of failures has ST-TRIES above zero; the last
      *    lockout is kept for the locked-ids list.
       77  ST-COUNT     PIC 9(3) VALUE 0.
       77  ST-MAX       PIC 9(3) VALUE 500.
       77  ST-IDX       PIC 9(3) VALUE 0.
       77  ST-FOUND     PIC 9(3) VALUE 0.
       77  ST-DROPPED   PIC 9(6) VALUE 0.

       01  ST-TABLE.
           05  ST-ENTRY OCCURS 500 TIMES.
               10  ST-ID         PIC X(6).
               10  ST-TRIES      PIC 9(4).
               10  ST-FIRST-DATE PIC X(8).
               10  ST-FIRST-TIME PIC X(6).
               10  ST-LAST-DATE  PIC X(8).
               10  ST-LAST-TIME  PIC X(6).
               10  ST-LOCKOUT-SW PIC X.
               10  ST-LOCK-DATE  PIC X(8).
               10  ST-LOCK-TIME  PIC X(6).

       77  BURST-END-WK PIC X(10) VALUE SPACES.

       77  EVENT-COUNT  PIC 9(6) VALUE 0.
       77  SIGNON-COUNT PIC 9(6) VALUE 0.
       77  FAIL-COUNT   PIC 9(6) VALUE 0.
       77  LOCKOUT-COUNT PIC 9(6) VALUE 0.
       77  RESET-COUNT  PIC 9(6) VALUE 0.
       77  BURST-COUNT  PIC 9(6) VALUE 0.
       77  LOCKED-COUNT PIC 9(6) VALUE 0.

       01  BURST-HEAD-LINE.
           05  FILLER PIC X(40) VALUE
               "ID     NAME".
           05  FILLER PIC X(49) VALUE
               "FIRST FAILURE   LAST FAILURE    TRIES ENDED".

       01  BURST-LINE.
           05  BL-ID           PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  BL-NAME         PIC X(32).
           05  FILLER          PIC X       VALUE SPACE.
           05  BL-FIRST-DATE   PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  BL-FIRST-TIME   PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  BL-LAST-DATE    PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  BL-LAST-TIME    PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  BL-TRIES        PIC Z(4)9.
           05  FILLER          PIC X       VALUE SPACE.
           05  BL-ENDED        PIC X(10).

       01  LOCK-HEAD-LINE.
           05  FILLER PIC X(40) VALUE
               "ID     NAME".
           05  FILLER PIC X(30) VALUE
               "FAILS LOCKED OUT".

       01  LOCK-LINE.
           05  LL-ID           PIC X(6).
           05  FILLER          PIC X       VALUE SPACE.
           05  LL-NAME         PIC X(32).
           05  FILLER          PIC X       VALUE SPACE.
           05  LL-FAILS        PIC X.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  LL-LOCK-DATE    PIC X(8).
           05  FILLER          PIC X       VALUE SPACE.
           05  LL-LOCK-TIME    PIC X(6).

      *=================================================================
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    NIGHTRUN can CALL this program more than once in a job
      *    stream, so the tallies start from zero here, not just from
      *    their VALUE clauses.
           MOVE 0 TO ST-COUNT.
           MOVE 0 TO ST-DROPPED.
           MOVE 0 TO EVENT-COUNT.
           MOVE 0 TO SIGNON-COUNT.
           MOVE 0 TO FAIL-COUNT.
           MOVE 0 TO LOCKOUT-COUNT.
           MOVE 0 TO RESET-COUNT.
           MOVE 0 TO BURST-COUNT.
           MOVE 0 TO LOCKED-COUNT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open OPRSECR.RPT - status "
                   WS-REPORT-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SIGN-ON SECURITY REPORT " TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           PERFORM LOAD-OPRIDS-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "FAILED-ATTEMPT BURSTS - " BURST-MIN
               " OR MORE FAILED SIGN-ONS IN A ROW"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE BURST-HEAD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM READ-EVENTS-PROCEDURE
               THRU READ-EVENTS-EXIT.
           IF WS-SEC-FS = "35"
               MOVE "  OPRSEC.DAT NOT FOUND - NO SIGN-ON EVENTS YET"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF WS-SEC-FS NOT = "00"
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  OPRSEC.DAT NOT READ - STATUS " WS-SEC-FS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   DISPLAY "Cannot open OPRSEC.DAT - status " WS-SEC-FS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *    Runs still open at the end of the trail are listed too -
      *    those are the ones nobody has dealt with yet.
           MOVE 1 TO ST-IDX.
           PERFORM UNTIL ST-IDX > ST-COUNT
               IF ST-TRIES(ST-IDX) > 0
                   IF ST-LOCKOUT-SW(ST-IDX) = "Y"
                       MOVE "LOCKED OUT" TO BURST-END-WK
                   ELSE
                       MOVE "OPEN" TO BURST-END-WK
                   END-IF
                   PERFORM CLOSE-BURST-PROCEDURE
               END-IF
               ADD 1 TO ST-IDX
           END-PERFORM.
           IF BURST-COUNT = 0
               MOVE "  NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM REPORT-LOCKED-PROCEDURE.
           PERFORM REPORT-SUMMARY-PROCEDURE.
           CLOSE REPORT-FILE.
           GOBACK.


       LOAD-OPRIDS-PROCEDURE.
           MOVE 0 TO OPR-COUNT.
           MOVE "N" TO OPRIDS-EOF-SW.
           OPEN INPUT OPRIDS-FILE.
           IF WS-OPRIDS-FS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "OPRIDS.DAT NOT READ - STATUS " WS-OPRIDS-FS
                   " - NAMES AND LOCKED IDS NOT SHOWN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               PERFORM UNTIL OPRIDS-EOF OR OPR-COUNT >= OPR-MAX
                   READ OPRIDS-FILE
                       AT END MOVE "Y" TO OPRIDS-EOF-SW
                       NOT AT END
                           ADD 1 TO OPR-COUNT
                           MOVE OPRIDS-ID TO OPR-ID(OPR-COUNT)
                           MOVE OPRIDS-NAME TO OPR-NAME(OPR-COUNT)
                           MOVE OPRIDS-PIN-FAILS
                               TO OPR-PIN-FAILS(OPR-COUNT)
                           MOVE OPRIDS-PIN-LOCK
                               TO OPR-PIN-LOCK(OPR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OPRIDS-FILE
           END-IF.


       READ-EVENTS-PROCEDURE.
           MOVE "N" TO SEC-EOF-SW.
           OPEN INPUT SEC-FILE.
           IF WS-SEC-FS NOT = "00"
               GO TO READ-EVENTS-EXIT
           END-IF.
           PERFORM UNTIL SEC-EOF
               READ SEC-FILE
                   AT END MOVE "Y" TO SEC-EOF-SW
                   NOT AT END
                       ADD 1 TO EVENT-COUNT
                       PERFORM EVENT-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE SEC-FILE.

       READ-EVENTS-EXIT.
           EXIT.


       EVENT-PROCEDURE.
      *    A failure opens or extends the id's run; a good sign-on
      *    or a reset closes it.  PINSET and PINCHG lines come just
      *    before the SIGNON line of the same sign-on and change
      *    nothing here.
           PERFORM FIND-STATE-PROCEDURE.
           EVALUATE SEC-EVENT
               WHEN "FAILED"
               WHEN "LOCKED"
               WHEN "UNKNOWN"
               WHEN "INACTIVE"
                   ADD 1 TO FAIL-COUNT
                   PERFORM ADD-FAILURE-PROCEDURE
               WHEN "LOCKOUT"
                   ADD 1 TO FAIL-COUNT
                   ADD 1 TO LOCKOUT-COUNT
                   PERFORM ADD-FAILURE-PROCEDURE
                   IF ST-FOUND > 0
                       MOVE "Y" TO ST-LOCKOUT-SW(ST-FOUND)
                       MOVE SEC-DATE TO ST-LOCK-DATE(ST-FOUND)
                       MOVE SEC-TIME TO ST-LOCK-TIME(ST-FOUND)
                   END-IF
               WHEN "SIGNON"
                   ADD 1 TO SIGNON-COUNT
                   MOVE "SIGNED ON" TO BURST-END-WK
                   PERFORM END-RUN-PROCEDURE
               WHEN "PINRESET"
                   ADD 1 TO RESET-COUNT
                   MOVE "RESET" TO BURST-END-WK
                   PERFORM END-RUN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       FIND-STATE-PROCEDURE.
      *    ST-FOUND points at the id's state, a new entry if it has
      *    none yet - zero only when the table is full.
           MOVE 0 TO ST-FOUND.
           MOVE 1 TO ST-IDX.
           PERFORM UNTIL ST-IDX > ST-COUNT OR ST-FOUND > 0
               IF ST-ID(ST-IDX) = SEC-OPR-ID
                   MOVE ST-IDX TO ST-FOUND
               END-IF
               ADD 1 TO ST-IDX
           END-PERFORM.
           IF ST-FOUND = 0
               IF ST-COUNT >= ST-MAX
                   ADD 1 TO ST-DROPPED
               ELSE
                   ADD 1 TO ST-COUNT
                   MOVE ST-COUNT TO ST-FOUND
                   MOVE SEC-OPR-ID TO ST-ID(ST-FOUND)
                   MOVE 0 TO ST-TRIES(ST-FOUND)
                   MOVE "N" TO ST-LOCKOUT-SW(ST-FOUND)
                   MOVE SPACES TO ST-LOCK-DATE(ST-FOUND)
                   MOVE SPACES TO ST-LOCK-TIME(ST-FOUND)
               END-IF
           END-IF.


       ADD-FAILURE-PROCEDURE.
           IF ST-FOUND > 0
               IF ST-TRIES(ST-FOUND) = 0
                   MOVE SEC-DATE TO ST-FIRST-DATE(ST-FOUND)
                   MOVE SEC-TIME TO ST-FIRST-TIME(ST-FOUND)
               END-IF
               IF ST-TRIES(ST-FOUND) < 9999
                   ADD 1 TO ST-TRIES(ST-FOUND)
               END-IF
               MOVE SEC-DATE TO ST-LAST-DATE(ST-FOUND)
               MOVE SEC-TIME TO ST-LAST-TIME(ST-FOUND)
           END-IF.


       END-RUN-PROCEDURE.
      *    The id's run of failures, if any, ends here with
      *    BURST-END-WK; a reset also clears the lockout.
           IF ST-FOUND > 0
               IF ST-TRIES(ST-FOUND) > 0
                   MOVE ST-FOUND TO ST-IDX
                   PERFORM CLOSE-BURST-PROCEDURE
               END-IF
               MOVE 0 TO ST-TRIES(ST-FOUND)
               MOVE "N" TO ST-LOCKOUT-SW(ST-FOUND)
           END-IF.


       CLOSE-BURST-PROCEDURE.
      *    List the run at ST-IDX if it is long enough to be a burst.
           IF ST-TRIES(ST-IDX) >= BURST-MIN
               ADD 1 TO BURST-COUNT
               MOVE ST-ID(ST-IDX) TO BL-ID
               PERFORM FIND-NAME-PROCEDURE
               IF OPR-FOUND > 0
                   MOVE OPR-NAME(OPR-FOUND) TO BL-NAME
               ELSE
                   MOVE "(NOT ON FILE)" TO BL-NAME
               END-IF
               MOVE ST-FIRST-DATE(ST-IDX) TO BL-FIRST-DATE
               MOVE ST-FIRST-TIME(ST-IDX) TO BL-FIRST-TIME
               MOVE ST-LAST-DATE(ST-IDX) TO BL-LAST-DATE
               MOVE ST-LAST-TIME(ST-IDX) TO BL-LAST-TIME
               MOVE ST-TRIES(ST-IDX) TO BL-TRIES
               MOVE BURST-END-WK TO BL-ENDED
               MOVE BURST-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.


       FIND-NAME-PROCEDURE.
      *    OPR-FOUND points at the reference entry for BL-ID, zero
      *    if it is not on file.
           MOVE 0 TO OPR-FOUND.
           MOVE 1 TO OPR-IDX.
           PERFORM UNTIL OPR-IDX > OPR-COUNT OR OPR-FOUND > 0
               IF OPR-ID(OPR-IDX) = BL-ID
                   MOVE OPR-IDX TO OPR-FOUND
               END-IF
               ADD 1 TO OPR-IDX
           END-PERFORM.


       REPORT-LOCKED-PROCEDURE.
      *    Locked is what OPRIDS.DAT says now - the trail only
      *    supplies when the lockout happened.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "LOCKED OPERATOR IDS - AWAITING A PIN RESET IN OPRMAINT"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LOCK-HEAD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 1 TO OPR-IDX.
           PERFORM UNTIL OPR-IDX > OPR-COUNT
               IF OPR-PIN-LOCK(OPR-IDX) = "L"
                   ADD 1 TO LOCKED-COUNT
                   MOVE OPR-ID(OPR-IDX) TO LL-ID
                   MOVE OPR-NAME(OPR-IDX) TO LL-NAME
                   MOVE OPR-PIN-FAILS(OPR-IDX) TO LL-FAILS
                   MOVE "UNKNOWN" TO LL-LOCK-DATE
                   MOVE SPACES TO LL-LOCK-TIME
                   MOVE 1 TO ST-IDX
                   PERFORM UNTIL ST-IDX > ST-COUNT
                       IF ST-ID(ST-IDX) = OPR-ID(OPR-IDX)
                           AND ST-LOCK-DATE(ST-IDX) NOT = SPACES
                           MOVE ST-LOCK-DATE(ST-IDX) TO LL-LOCK-DATE
                           MOVE ST-LOCK-TIME(ST-IDX) TO LL-LOCK-TIME
                       END-IF
                       ADD 1 TO ST-IDX
                   END-PERFORM
                   MOVE LOCK-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               ADD 1 TO OPR-IDX
           END-PERFORM.
           IF LOCKED-COUNT = 0
               MOVE "  NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.


       REPORT-SUMMARY-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "EVENTS " EVENT-COUNT
               "  SIGN-ONS " SIGNON-COUNT
               "  FAILURES " FAIL-COUNT
               "  LOCKOUTS " LOCKOUT-COUNT
               "  RESETS " RESET-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BURSTS LISTED " BURST-COUNT
               "  IDS LOCKED NOW " LOCKED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           IF ST-DROPPED > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "WARNING: " ST-DROPPED " EVENT(S) FOR IDS PAST"
                   " THE FIRST " ST-MAX " NOT TRACKED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.
           DISPLAY REPORT-RECORD(1:80).

       END PROGRAM OPRSECR.
