      *          queue on OPRPEND.DAT and land on OPRIDS.DAT only
      *          when a second, different operator approves them
      *          through this same program.
      *          Each operator also carries the cost centre their
      *          chargeback is journalled to by OPRGLX - an ordinary
      *          change, applied at once.
      *          Sign-on here, as in OPERATORS, takes the operator's
      *          PIN as well as the id: wrong PINs in a row lock the
      *          id, and only another maintainer can reset it here
      *          (option R), which is logged on OPRHIST.DAT.  Every
      *          sign-on event and reset also goes to the security
      *          event trail OPRSEC.DAT that OPRSECR reports on.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FS.

           SELECT SEC-FILE ASSIGN TO "OPRSEC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FS.

      *=================================================================
       DATA DIVISION.

      *    blank treated as active for records predating the flag),
      *    effective/expiry dates (YYYYMMDD, blank = no restriction)
      *    and the entitlement profile - permitted operations (blank =
      *    all of + - * / %) and the operand ceiling (blank = none) -
      *    and the cost centre the operator's chargeback is journalled
      *    to (blank = none assigned).  Then the sign-on PIN, held
      *    only as a one-way check value of id and PIN (blank = none
      *    chosen yet), the PIN's expiry date, the count of
      *    consecutive failed sign-ons and the lock flag (L = locked
      *    out until a maintainer resets the PIN).
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

       FD  HIST-FILE.
      *    Change history, appended to and never rewritten: when,
      *    who, what kind of action, and the full before and after
      *    images of the OPRIDS-RECORD - what the auditors asked
      *    for.  Actions: ADD, CHANGE, DEACT, PEND (queued for
      *    approval), APPROVE, REJECT, PINRESET.  The images stop
      *    short of the PIN columns - a PINRESET line records who
      *    reset whose PIN and when, not the check values.
       01  HIST-RECORD.
           05  HIST-DATE       PIC X(8).
           05  FILLER          PIC X.
           05  FILLER          PIC X.
           05  HIST-ACTION     PIC X(8).
           05  FILLER          PIC X.
           05  HIST-BEFORE     PIC X(77).
           05  FILLER          PIC X.
           05  HIST-AFTER      PIC X(77).

       FD  PEND-FILE.
      *    Sensitive changes waiting for a second pair of eyes - who
           05  FILLER          PIC X.
           05  PEND-OPR-ID     PIC X(6).
           05  FILLER          PIC X.
           05  PEND-AFTER      PIC X(77).

       FD  SEC-FILE.
      *    Security event trail, appended to and never rewritten -
      *    laid out as in OPERATORS: when, which program, the id,
      *    the event, the id's consecutive failures after it and,
      *    on a PINRESET, the maintainer who reset it.
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
           05  SEC-FAILS       PIC 9.
           05  FILLER          PIC X.
           05  SEC-BY-ID       PIC X(6).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-OPRIDS-FS PIC XX.
       77  WS-HIST-FS   PIC XX.
       77  WS-PEND-FS   PIC XX.
       77  WS-SEC-FS    PIC XX.

       77  OPRIDS-EOF-SW PIC X VALUE "N".
           88  OPRIDS-EOF          VALUE "Y".
       77  MAINT-ID    PIC X(6) VALUE SPACES.
       77  MAINT-ATTEMPTS PIC 9(2) VALUE 0.

      *    Sign-on PIN, checked the same way as in OPERATORS: locked
      *    after PIN-MAX-FAILS wrong PINs in a row, replaced after
      *    PIN-LIFE-DAYS, and stored only as a check value folded
      *    from id and PIN.  A PIN set here by a maintainer, for a
      *    new operator or on a reset, is stored already expired so
      *    the operator must choose their own at first sign-on.
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
       77  SEC-BY-WK   PIC X(6) VALUE SPACES.
       01  PIN-TEXT.
           05  PIN-TEXT-ID PIC X(6).
           05  PIN-TEXT-PIN PIC X(8).
           05  FILLER      PIC X(6) VALUE "NPKPIN".

       77  OPR-COUNT   PIC 9(3) VALUE 0.
       77  OPR-MAX     PIC 9(3) VALUE 500.
       77  IDX         PIC 9(3) VALUE 0.
       77  FOUND-IDX   PIC 9(3) VALUE 0.
       77  MERGE-IDX   PIC 9(3) VALUE 0.

       01  OPR-TABLE.
           05  OPR-ENTRY OCCURS 500 TIMES.
               10  OPR-EXP-DATE PIC X(8).
               10  OPR-OPS      PIC X(5).
               10  OPR-LIMIT    PIC X(9).
               10  OPR-COST-CTR PIC X(8).
               10  OPR-PIN-HASH PIC X(10).
               10  OPR-PIN-EXP  PIC X(8).
               10  OPR-PIN-FAILS PIC 9.
               10  OPR-PIN-LOCK PIC X.
      *        Y once this session has changed the row's PIN columns
      *        and not yet saved them - see MERGE-PIN-PROCEDURE.
               10  OPR-PIN-OWN  PIC X.

      *    In-memory image of OPRPEND.DAT, rewritten whole on exit
      *    the same way the operator table is.
               10  PT-DATE     PIC X(8).
               10  PT-TIME     PIC X(6).
               10  PT-OPR-ID   PIC X(6).
               10  PT-AFTER    PIC X(77).

      *    The proposed state a change builds up before it is split
      *    into what applies at once and what must wait for a second
           05  WK-EXP-DATE PIC X(8).
           05  WK-OPS      PIC X(5).
           05  WK-LIMIT    PIC X(9).
           05  WK-COST-CTR PIC X(8).

      *    Before/after images for the history file, built in the
      *    same shape as OPRIDS-RECORD.
           05  IMG-EXP-DATE PIC X(8).
           05  IMG-OPS      PIC X(5).
           05  IMG-LIMIT    PIC X(9).
           05  IMG-COST-CTR PIC X(8).
       77  BEFORE-IMAGE PIC X(77) VALUE SPACES.
       77  AFTER-IMAGE  PIC X(77) VALUE SPACES.
       77  HIST-ACTION-WK PIC X(8) VALUE SPACES.

      *    Sensitivity analysis of a proposed change.
       SIGNON-PROCEDURE.
      *    Who is making these changes?  The id goes on every
      *    history line and pending request, and dual control needs
      *    it to insist the approver is somebody else, so the id
      *    must be followed by its PIN.  On a brand new installation
      *    with an empty reference file there is nobody to check
      *    against yet - the id is taken as typed.
           ADD 1 TO MAINT-ATTEMPTS.
           DISPLAY "Your own operator ID:"
           ACCEPT MAINT-ID.
           PERFORM FIND-ENTRY-PROCEDURE.
           IF NOT ENTRY-FOUND
               DISPLAY "Unknown operator ID."
               MOVE "UNKNOWN" TO SEC-EVENT-WK
               PERFORM WRITE-SEC-PROCEDURE
               GO TO SIGNON-RETRY
           END-IF.
           IF OPR-STATUS(FOUND-IDX) NOT = "A"
               AND OPR-STATUS(FOUND-IDX) NOT = SPACE
               DISPLAY "Operator ID " MAINT-ID " is not active."
               MOVE "INACTIVE" TO SEC-EVENT-WK
               PERFORM WRITE-SEC-PROCEDURE
               GO TO SIGNON-RETRY
           END-IF.
           PERFORM CHECK-PIN-PROCEDURE
               THRU CHECK-PIN-EXIT.
           IF NOT PIN-OK
               GO TO SIGNON-RETRY
           END-IF.
           DISPLAY "Hi, " OPR-NAME(FOUND-IDX).
           EXIT.


       CHECK-PIN-PROCEDURE.
      *    The maintainer's id is on file and active (FOUND-IDX) -
      *    now the PIN, exactly as OPERATORS checks it: a locked id
      *    is refused without asking, an id with no PIN yet chooses
      *    one, a wrong PIN counts towards the lockout, a right one
      *    clears the count and an expired one must be replaced.
      *    Any change to the PIN columns is saved at once - nothing
      *    else has been changed yet this early in the session - so
      *    a lockout holds however the session ends.
           MOVE "N" TO PIN-OK-SW.
           MOVE "N" TO PIN-SAVE-SW.
           IF OPR-PIN-LOCK(FOUND-IDX) = "L"
               DISPLAY "Operator ID " MAINT-ID " is locked - another"
                   " maintainer must reset your PIN."
               MOVE "LOCKED" TO SEC-EVENT-WK
               PERFORM WRITE-SEC-PROCEDURE
               GO TO CHECK-PIN-EXIT
           END-IF.
           IF OPR-PIN-HASH(FOUND-IDX) = SPACES
               DISPLAY "No PIN is set for " MAINT-ID
                   " - choose one now."
               PERFORM NEW-PIN-PROCEDURE
                   THRU NEW-PIN-EXIT
               IF PIN-OK
                   MOVE "PINSET" TO SEC-EVENT-WK
                   PERFORM WRITE-SEC-PROCEDURE
               END-IF
               GO TO CHECK-PIN-SIGNED-ON
           END-IF.
           DISPLAY "PIN:".
           ACCEPT PIN-ENTRY.
           PERFORM HASH-PIN-PROCEDURE.
           IF PIN-HASH-WK NOT = OPR-PIN-HASH(FOUND-IDX)
               IF OPR-PIN-FAILS(FOUND-IDX) < 9
                   ADD 1 TO OPR-PIN-FAILS(FOUND-IDX)
               END-IF
               MOVE "Y" TO OPR-PIN-OWN(FOUND-IDX)
               IF OPR-PIN-FAILS(FOUND-IDX) >= PIN-MAX-FAILS
                   MOVE "L" TO OPR-PIN-LOCK(FOUND-IDX)
                   DISPLAY "Wrong PIN - operator ID " MAINT-ID
                       " is now locked."
                   MOVE "LOCKOUT" TO SEC-EVENT-WK
               ELSE
                   DISPLAY "Wrong PIN - access denied."
                   MOVE "FAILED" TO SEC-EVENT-WK
               END-IF
               PERFORM WRITE-SEC-PROCEDURE
               PERFORM SAVE-TABLE-PROCEDURE
               GO TO CHECK-PIN-EXIT
           END-IF.
           IF OPR-PIN-FAILS(FOUND-IDX) NOT = 0
               MOVE 0 TO OPR-PIN-FAILS(FOUND-IDX)
               MOVE "Y" TO OPR-PIN-OWN(FOUND-IDX)
               MOVE "Y" TO PIN-SAVE-SW
           END-IF.
           IF OPR-PIN-EXP(FOUND-IDX) NOT = SPACES
               AND OPR-PIN-EXP(FOUND-IDX) < TODAY-DATE
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
               PERFORM SAVE-TABLE-PROCEDURE
           END-IF.

       CHECK-PIN-EXIT.
           EXIT.


       NEW-PIN-PROCEDURE.
      *    The operator at FOUND-IDX chooses their own PIN: typed
      *    twice, and not the PIN it replaces.  One try - a mistake
      *    refuses this sign-on.  It runs for PIN-LIFE-DAYS from
      *    today.
           MOVE "N" TO PIN-OK-SW.
           DISPLAY "New PIN (4 to 8 digits):".
           ACCEPT PIN-ENTRY.
           PERFORM VALIDATE-PIN-PROCEDURE.
           IF NOT ANSWER-VALID
               GO TO NEW-PIN-EXIT
           END-IF.
           DISPLAY "Repeat the new PIN:".
           ACCEPT PIN-AGAIN.
           IF PIN-AGAIN NOT = PIN-ENTRY
               DISPLAY "PINs do not match - PIN not changed."
               GO TO NEW-PIN-EXIT
           END-IF.
           PERFORM HASH-PIN-PROCEDURE.
           IF PIN-HASH-WK = OPR-PIN-HASH(FOUND-IDX)
               DISPLAY "The new PIN must differ from the old one."
               GO TO NEW-PIN-EXIT
           END-IF.
           MOVE PIN-HASH-WK TO OPR-PIN-HASH(FOUND-IDX).
           MOVE TODAY-DATE TO PIN-EXP-WK.
           COMPUTE PIN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(PIN-EXP-WK) + PIN-LIFE-DAYS.
           COMPUTE PIN-EXP-WK = FUNCTION DATE-OF-INTEGER(PIN-DAY-NO).
           MOVE PIN-EXP-WK TO OPR-PIN-EXP(FOUND-IDX).
           MOVE 0 TO OPR-PIN-FAILS(FOUND-IDX).
           MOVE "Y" TO OPR-PIN-OWN(FOUND-IDX).
           MOVE "Y" TO PIN-SAVE-SW.
           MOVE "Y" TO PIN-OK-SW.
           DISPLAY "PIN set - it expires on " PIN-EXP-WK ".".

       NEW-PIN-EXIT.
           EXIT.


       LOAD-TABLE-PROCEDURE.
           MOVE 0 TO OPR-COUNT.
           MOVE "N" TO OPRIDS-EOF-SW.
                                   TO OPR-OPS(OPR-COUNT)
                               MOVE OPRIDS-LIMIT
                                   TO OPR-LIMIT(OPR-COUNT)
                               MOVE OPRIDS-COST-CTR
                                   TO OPR-COST-CTR(OPR-COUNT)
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
                               MOVE "N" TO OPR-PIN-OWN(OPR-COUNT)
                       END-READ
                   END-PERFORM
                   IF NOT OPRIDS-EOF
           DISPLAY "D. Deactivate an operator"
           DISPLAY "L. List operators"
           DISPLAY "P. Pending approvals"
           DISPLAY "R. Reset an operator's PIN"
           DISPLAY "X. Save and exit"
           DISPLAY "Please choose an option:"
           ACCEPT CHOICE.
               WHEN "l" PERFORM LIST-PROCEDURE
               WHEN "P" PERFORM PENDING-PROCEDURE
               WHEN "p" PERFORM PENDING-PROCEDURE
               WHEN "R" PERFORM PIN-RESET-PROCEDURE
               WHEN "r" PERFORM PIN-RESET-PROCEDURE
               WHEN "X" MOVE "Y" TO DONE-SW
               WHEN "x" MOVE "Y" TO DONE-SW
               WHEN OTHER DISPLAY "INVALID ENTRY!"
                       PERFORM VALIDATE-NUMBER-PROCEDURE
                   END-PERFORM
                   MOVE ANSWER TO OPR-LIMIT(OPR-COUNT)
                   DISPLAY "Cost centre for chargeback journals (blank"
                       " = none):"
                   ACCEPT ANSWER
                   MOVE ANSWER TO OPR-COST-CTR(OPR-COUNT)
                   MOVE OPR-COUNT TO FOUND-IDX
                   MOVE "N" TO VALID-SW
                   PERFORM UNTIL ANSWER-VALID
                       DISPLAY "PIN for the first sign-on, 4 to 8"
                           " digits:"
                       ACCEPT PIN-ENTRY
                       PERFORM VALIDATE-PIN-PROCEDURE
                   END-PERFORM
                   PERFORM SET-ISSUED-PIN-PROCEDURE
                   MOVE "Y" TO CHANGED-SW
                   MOVE SPACES TO BEFORE-IMAGE
                   PERFORM BUILD-AFTER-PROCEDURE
                   MOVE "ADD" TO HIST-ACTION-WK
           MOVE OPR-EXP-DATE(FOUND-IDX) TO WK-EXP-DATE.
           MOVE OPR-OPS(FOUND-IDX) TO WK-OPS.
           MOVE OPR-LIMIT(FOUND-IDX) TO WK-LIMIT.
           MOVE OPR-COST-CTR(FOUND-IDX) TO WK-COST-CTR.
           DISPLAY "Current name:   " WK-NAME.
           DISPLAY "New name (blank = keep):".
           ACCEPT ANSWER.
                   MOVE ANSWER TO WK-LIMIT
               END-IF
           END-IF.
           DISPLAY "Current cost centre: " WK-COST-CTR.
           DISPLAY "New cost centre, * = none, blank = keep:".
           ACCEPT ANSWER.
           IF ANSWER NOT = SPACES
               IF ANSWER = "*"
                   MOVE SPACES TO WK-COST-CTR
               ELSE
                   MOVE ANSWER TO WK-COST-CTR
               END-IF
           END-IF.


       CLASSIFY-CHANGE-PROCEDURE.
           IF WK-NAME NOT = OPR-NAME(FOUND-IDX)
               OR WK-EFF-DATE NOT = OPR-EFF-DATE(FOUND-IDX)
               OR WK-EXP-DATE NOT = OPR-EXP-DATE(FOUND-IDX)
               OR WK-COST-CTR NOT = OPR-COST-CTR(FOUND-IDX)
               MOVE "Y" TO PLAIN-SW
           END-IF.

               MOVE WK-NAME TO OPR-NAME(FOUND-IDX)
               MOVE WK-EFF-DATE TO OPR-EFF-DATE(FOUND-IDX)
               MOVE WK-EXP-DATE TO OPR-EXP-DATE(FOUND-IDX)
               MOVE WK-COST-CTR TO OPR-COST-CTR(FOUND-IDX)
               IF NOT OPR-REACTIVATED
                   MOVE WK-STATUS TO OPR-STATUS(FOUND-IDX)
               END-IF
                   MOVE IMG-EXP-DATE TO OPR-EXP-DATE(FOUND-IDX)
                   MOVE IMG-OPS TO OPR-OPS(FOUND-IDX)
                   MOVE IMG-LIMIT TO OPR-LIMIT(FOUND-IDX)
                   MOVE IMG-COST-CTR TO OPR-COST-CTR(FOUND-IDX)
                   MOVE "Y" TO CHANGED-SW
                   PERFORM BUILD-AFTER-PROCEDURE
                   MOVE "APPROVE" TO HIST-ACTION-WK
           MOVE "Y" TO PCHANGED-SW.


       PIN-RESET-PROCEDURE.
      *    Unlock an operator and issue them a PIN for their next
      *    sign-on, where they must replace it with their own.  The
      *    maintainer may not reset their own id - a locked-out
      *    maintainer needs a colleague, the same as anyone else.
           PERFORM ASK-ID-PROCEDURE.
           IF NOT ENTRY-FOUND
               DISPLAY "Operator " OPID " is not on file."
           ELSE
               IF OPID = MAINT-ID
                   DISPLAY "You may not reset your own PIN - another"
                       " maintainer must do it."
               ELSE
                   DISPLAY "PIN expiry: " OPR-PIN-EXP(FOUND-IDX)
                       "  failed attempts: " OPR-PIN-FAILS(FOUND-IDX)
                       "  lock: " OPR-PIN-LOCK(FOUND-IDX)
                   MOVE "N" TO VALID-SW
                   PERFORM UNTIL ANSWER-VALID
                       DISPLAY "PIN to issue, 4 to 8 digits:"
                       ACCEPT PIN-ENTRY
                       PERFORM VALIDATE-PIN-PROCEDURE
                   END-PERFORM
                   PERFORM BUILD-BEFORE-PROCEDURE
                   PERFORM SET-ISSUED-PIN-PROCEDURE
                   MOVE "Y" TO CHANGED-SW
                   PERFORM BUILD-AFTER-PROCEDURE
                   MOVE "PINRESET" TO HIST-ACTION-WK
                   PERFORM WRITE-HIST-PROCEDURE
                   MOVE "PINRESET" TO SEC-EVENT-WK
                   MOVE MAINT-ID TO SEC-BY-WK
                   PERFORM WRITE-SEC-PROCEDURE
      *            Saved at once, as a sign-on's PIN change is, so the
      *            operator can sign on with it straight away - and so
      *            the PIN they then choose is on file before this
      *            session ends, and is what the exit save keeps.
                   PERFORM SAVE-TABLE-PROCEDURE
                   DISPLAY "PIN for " OPID " reset and unlocked - it"
                       " must be changed at next sign-on."
               END-IF
           END-IF.


       SET-ISSUED-PIN-PROCEDURE.
      *    A PIN typed in by a maintainer (PIN-ENTRY) for the
      *    operator at FOUND-IDX.  It is stored already expired, so
      *    the operator's first sign-on with it forces a PIN only
      *    they know; the failure count and lock are cleared.
           PERFORM HASH-PIN-PROCEDURE.
           MOVE PIN-HASH-WK TO OPR-PIN-HASH(FOUND-IDX).
           MOVE "00000000" TO OPR-PIN-EXP(FOUND-IDX).
           MOVE 0 TO OPR-PIN-FAILS(FOUND-IDX).
           MOVE SPACE TO OPR-PIN-LOCK(FOUND-IDX).
           MOVE "Y" TO OPR-PIN-OWN(FOUND-IDX).


       HASH-PIN-PROCEDURE.
      *    Fold the id at FOUND-IDX and PIN-ENTRY into PIN-HASH-WK:
      *    value times 31 plus each character's ordinal, modulo the
      *    prime 1000000007, from zero - the audit chain's fold,
      *    and the same fold OPERATORS checks PINs with.
           MOVE OPR-ID(FOUND-IDX) TO PIN-TEXT-ID.
           MOVE PIN-ENTRY TO PIN-TEXT-PIN.
           MOVE 0 TO PIN-HASH-WK.
           MOVE 1 TO PIN-POS.
           PERFORM UNTIL PIN-POS > 20
               COMPUTE PIN-FOLD-WK = PIN-HASH-WK * 31
                   + FUNCTION ORD(PIN-TEXT(PIN-POS:1))
               DIVIDE PIN-FOLD-WK BY 1000000007 GIVING PIN-FOLD-QUOT
                   REMAINDER PIN-HASH-WK
               ADD 1 TO PIN-POS
           END-PERFORM.


       WRITE-SEC-PROCEDURE.
      *    One line on the security event trail for OPID, event
      *    SEC-EVENT-WK, by SEC-BY-WK (a reset only).  Appended at
      *    event time like the history, OPEN OUTPUT the first time.
           OPEN EXTEND SEC-FILE.
           IF WS-SEC-FS = "35"
               OPEN OUTPUT SEC-FILE
           END-IF.
           IF WS-SEC-FS NOT = "00"
               DISPLAY "Cannot open OPRSEC.DAT - status " WS-SEC-FS
               DISPLAY "WARNING: security event NOT logged."
           ELSE
               ACCEPT TIME-NOW FROM TIME
               MOVE SPACES TO SEC-RECORD
               MOVE TODAY-DATE TO SEC-DATE
               MOVE TIME-NOW(1:6) TO SEC-TIME
               MOVE "OPRMAINT" TO SEC-PROGRAM
               MOVE OPID TO SEC-OPR-ID
               MOVE SEC-EVENT-WK TO SEC-EVENT
               IF ENTRY-FOUND
                   MOVE OPR-PIN-FAILS(FOUND-IDX) TO SEC-FAILS
               ELSE
                   MOVE 0 TO SEC-FAILS
               END-IF
               MOVE SEC-BY-WK TO SEC-BY-ID
               WRITE SEC-RECORD
               CLOSE SEC-FILE
           END-IF.
           MOVE SPACES TO SEC-BY-WK.


       LIST-PROCEDURE.
           DISPLAY "ID     NAME                             S EFFECTIVE"
               " EXPIRY   OPS   CEILING   COST CTR PIN EXP  L".
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > OPR-COUNT
               DISPLAY OPR-ID(IDX) " " OPR-NAME(IDX) " "
                   OPR-STATUS(IDX) " " OPR-EFF-DATE(IDX) "  "
                   OPR-EXP-DATE(IDX) " " OPR-OPS(IDX) " "
                   OPR-LIMIT(IDX) " " OPR-COST-CTR(IDX) " "
                   OPR-PIN-EXP(IDX) " " OPR-PIN-LOCK(IDX)
               ADD 1 TO IDX
           END-PERFORM.
           DISPLAY OPR-COUNT " operators on file.".
           MOVE OPR-EXP-DATE(FOUND-IDX) TO IMG-EXP-DATE.
           MOVE OPR-OPS(FOUND-IDX) TO IMG-OPS.
           MOVE OPR-LIMIT(FOUND-IDX) TO IMG-LIMIT.
           MOVE OPR-COST-CTR(FOUND-IDX) TO IMG-COST-CTR.
           MOVE IMAGE-WK TO BEFORE-IMAGE.


           MOVE OPR-EXP-DATE(FOUND-IDX) TO IMG-EXP-DATE.
           MOVE OPR-OPS(FOUND-IDX) TO IMG-OPS.
           MOVE OPR-LIMIT(FOUND-IDX) TO IMG-LIMIT.
           MOVE OPR-COST-CTR(FOUND-IDX) TO IMG-COST-CTR.
           MOVE IMAGE-WK TO AFTER-IMAGE.


           END-IF.


       VALIDATE-PIN-PROCEDURE.
      *    PIN-ENTRY must be 4 to 8 digits from the first column,
      *    nothing after them.
           MOVE "Y" TO VALID-SW.
           MOVE 0 TO PIN-LEN.
           INSPECT PIN-ENTRY TALLYING PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PIN-LEN < 4
               MOVE "N" TO VALID-SW
           ELSE
               IF PIN-ENTRY(1:PIN-LEN) IS NOT NUMERIC
                   MOVE "N" TO VALID-SW
               ELSE
                   IF PIN-LEN < 8
                       IF PIN-ENTRY(PIN-LEN + 1:) NOT = SPACES
                           MOVE "N" TO VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT ANSWER-VALID
               DISPLAY "PIN must be 4 to 8 digits."
           END-IF.


       VALIDATE-OPS-PROCEDURE.
      *    Only the five operation characters may appear - anything
      *    else would deny every operation once OPERATORS matches


       SAVE-TABLE-PROCEDURE.
      *    OPERATORS records sign-on failures, lockouts and new PINs
      *    on OPRIDS.DAT while this session is open, so the PIN
      *    columns are merged back from the file before it is
      *    rewritten.  Once saved, every row's PIN columns are the
      *    file's again.
           PERFORM MERGE-PIN-PROCEDURE
               THRU MERGE-PIN-EXIT.
           OPEN OUTPUT OPRIDS-FILE.
           IF WS-OPRIDS-FS NOT = "00"
               DISPLAY "Cannot rewrite OPRIDS.DAT - status "
                   MOVE OPR-EXP-DATE(IDX) TO OPRIDS-EXP-DATE
                   MOVE OPR-OPS(IDX) TO OPRIDS-OPS
                   MOVE OPR-LIMIT(IDX) TO OPRIDS-LIMIT
                   MOVE OPR-COST-CTR(IDX) TO OPRIDS-COST-CTR
                   MOVE OPR-PIN-HASH(IDX) TO OPRIDS-PIN-HASH
                   MOVE OPR-PIN-EXP(IDX) TO OPRIDS-PIN-EXP
                   MOVE OPR-PIN-FAILS(IDX) TO OPRIDS-PIN-FAILS
                   MOVE OPR-PIN-LOCK(IDX) TO OPRIDS-PIN-LOCK
                   WRITE OPRIDS-RECORD
                   MOVE "N" TO OPR-PIN-OWN(IDX)
                   ADD 1 TO IDX
               END-PERFORM
               CLOSE OPRIDS-FILE
           END-IF.


       MERGE-PIN-PROCEDURE.
      *    Every row whose PIN columns this session has not changed
      *    takes them from OPRIDS.DAT as it stands now, not as it
      *    stood at sign-on - the same copy-and-merge OPERATORS
      *    rewrites the file with.  Only rows changed here - an add,
      *    a reset, this maintainer's own sign-on - keep the table's.
           MOVE "N" TO OPRIDS-EOF-SW.
           OPEN INPUT OPRIDS-FILE.
           IF WS-OPRIDS-FS NOT = "00"
               GO TO MERGE-PIN-EXIT
           END-IF.
           PERFORM UNTIL OPRIDS-EOF
               READ OPRIDS-FILE
                   AT END MOVE "Y" TO OPRIDS-EOF-SW
                   NOT AT END PERFORM MERGE-PIN-RECORD-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE OPRIDS-FILE.

       MERGE-PIN-EXIT.
           EXIT.


       MERGE-PIN-RECORD-PROCEDURE.
           MOVE 0 TO MERGE-IDX.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > OPR-COUNT OR MERGE-IDX > 0
               IF OPR-ID(IDX) = OPRIDS-ID
                   MOVE IDX TO MERGE-IDX
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF MERGE-IDX > 0
               IF OPR-PIN-OWN(MERGE-IDX) NOT = "Y"
                   MOVE OPRIDS-PIN-HASH TO OPR-PIN-HASH(MERGE-IDX)
                   MOVE OPRIDS-PIN-EXP TO OPR-PIN-EXP(MERGE-IDX)
                   IF OPRIDS-PIN-FAILS IS NUMERIC
                       MOVE OPRIDS-PIN-FAILS
                           TO OPR-PIN-FAILS(MERGE-IDX)
                   ELSE
                       MOVE 0 TO OPR-PIN-FAILS(MERGE-IDX)
                   END-IF
                   MOVE OPRIDS-PIN-LOCK TO OPR-PIN-LOCK(MERGE-IDX)
               END-IF
           END-IF.


       SAVE-PEND-PROCEDURE.
           OPEN OUTPUT PEND-FILE.
           IF WS-PEND-FS NOT = "00"
