       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCALM.
      *=================================================================
      * Purpose: Maintenance of the OPRCAL.DAT business calendar -
      *          add, delete and list the holidays and the month-end
      *          business days NIGHTRUN schedules its step list by,
      *          instead of hand-editing the file.  A month with no
      *          month-end day on file takes its last business day
      *          (Monday to Friday, not a holiday); a month-end entry
      *          overrides that, for the month the books close early.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "OPRCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.

      *=================================================================
       DATA DIVISION.

      *-----------------------------------------------------------------
       FILE SECTION.
       FD  CAL-FILE.
      *    Business calendar - one line per date, in date order: the
      *    date YYYYMMDD, its type (H = holiday, no business done;
      *    M = the month's month-end business day) and a description.
      *    At most one M line per month, and it must fall Monday to
      *    Friday on a date that is not a holiday.
       01  CAL-RECORD.
           05  CAL-DATE        PIC X(8).
           05  FILLER          PIC X.
           05  CAL-TYPE        PIC X.
           05  FILLER          PIC X.
           05  CAL-DESC        PIC X(30).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-CAL-FS PIC XX.

       77  CAL-EOF-SW  PIC X VALUE "N".
           88  CAL-EOF             VALUE "Y".
       77  DONE-SW     PIC X VALUE "N".
           88  MAINT-DONE          VALUE "Y".
       77  CHANGED-SW  PIC X VALUE "N".
           88  TABLE-CHANGED       VALUE "Y".
       77  ENTRY-SW    PIC X VALUE "N".
           88  ENTRY-FOUND         VALUE "Y".

       77  CHOICE      PIC X.
       77  ASK-DATE    PIC X(8) VALUE SPACES.
       77  ASK-TYPE    PIC X VALUE SPACE.
       77  ANSWER      PIC X(32) VALUE SPACES.
       77  VALID-SW    PIC X VALUE "Y".
           88  ANSWER-VALID        VALUE "Y".

       77  CAL-COUNT   PIC 9(3) VALUE 0.
       77  CAL-MAX     PIC 9(3) VALUE 500.
       77  IDX         PIC 9(3) VALUE 0.
       77  FOUND-IDX   PIC 9(3) VALUE 0.
       77  INSERT-IDX  PIC 9(3) VALUE 0.

       01  DATE-CHECK.
           05  DC-YEAR     PIC 9(4).
           05  DC-MONTH    PIC 9(2).
           05  DC-DAY      PIC 9(2).

      *    Days in each month of a common year; February gains a day
      *    in a leap year.
       01  MONTH-DAYS-VALUES   PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
       77  MONTH-LAST  PIC 9(2) VALUE 0.
       77  YEAR-QUOT   PIC 9(4) VALUE 0.
       77  YEAR-REM    PIC 9(3) VALUE 0.
       77  DAY-NO      PIC 9(7) VALUE 0.
       77  DAY-QUOT    PIC 9(7) VALUE 0.
       77  DAY-REM     PIC 9 VALUE 0.
       77  WEEKDAY-WK  PIC 9 VALUE 0.

       01  CAL-TABLE.
           05  CAL-ENTRY OCCURS 500 TIMES.
               10  CT-DATE     PIC X(8).
               10  CT-TYPE     PIC X.
               10  CT-DESC     PIC X(30).

      *=================================================================
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE "N" TO DONE-SW.
           MOVE "N" TO CHANGED-SW.
           PERFORM HEAD-PROCEDURE.
           PERFORM LOAD-TABLE-PROCEDURE.
           PERFORM MENU-PROCEDURE UNTIL MAINT-DONE.
           IF TABLE-CHANGED
               PERFORM SAVE-TABLE-PROCEDURE
               DISPLAY "OPRCAL.DAT updated - " CAL-COUNT " date(s)."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           GOBACK.


       HEAD-PROCEDURE.
           DISPLAY "+-----------------------------------------------+"
           DISPLAY "+        BUSINESS CALENDAR MAINTENANCE          +"
           DISPLAY "+-----------------------------------------------+"
           DISPLAY " ".


       LOAD-TABLE-PROCEDURE.
           MOVE 0 TO CAL-COUNT.
           MOVE "N" TO CAL-EOF-SW.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FS = "35"
               DISPLAY "OPRCAL.DAT not found - starting a new file."
           ELSE
               IF WS-CAL-FS NOT = "00"
                   DISPLAY "Cannot open OPRCAL.DAT - status "
                       WS-CAL-FS
                   MOVE "Y" TO DONE-SW
               ELSE
                   PERFORM UNTIL CAL-EOF OR CAL-COUNT >= CAL-MAX
                       READ CAL-FILE
                           AT END MOVE "Y" TO CAL-EOF-SW
                           NOT AT END
                               ADD 1 TO CAL-COUNT
                               MOVE CAL-DATE TO CT-DATE(CAL-COUNT)
                               MOVE CAL-TYPE TO CT-TYPE(CAL-COUNT)
                               MOVE CAL-DESC TO CT-DESC(CAL-COUNT)
                       END-READ
                   END-PERFORM
                   IF NOT CAL-EOF
      *                The table filled before end of file - stop
      *                rather than rewrite OPRCAL.DAT from a partial
      *                load and lose the overflow on save.
                       READ CAL-FILE
                           AT END MOVE "Y" TO CAL-EOF-SW
                           NOT AT END
                               DISPLAY "Calendar table full at "
                                   CAL-MAX " - OPRCAL.DAT has more"
                                   " dates. Aborting."
                               MOVE "Y" TO DONE-SW
                       END-READ
                   END-IF
                   CLOSE CAL-FILE
                   DISPLAY CAL-COUNT " date(s) loaded."
               END-IF
           END-IF.


       MENU-PROCEDURE.
           DISPLAY " "
           DISPLAY "H. Add a holiday"
           DISPLAY "M. Add a month-end business day"
           DISPLAY "D. Delete a date"
           DISPLAY "L. List the calendar"
           DISPLAY "X. Save and exit"
           DISPLAY "Please choose an option:"
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN "H"
                   MOVE "H" TO ASK-TYPE
                   PERFORM ADD-PROCEDURE
               WHEN "h"
                   MOVE "H" TO ASK-TYPE
                   PERFORM ADD-PROCEDURE
               WHEN "M"
                   MOVE "M" TO ASK-TYPE
                   PERFORM ADD-PROCEDURE
               WHEN "m"
                   MOVE "M" TO ASK-TYPE
                   PERFORM ADD-PROCEDURE
               WHEN "D" PERFORM DELETE-PROCEDURE
               WHEN "d" PERFORM DELETE-PROCEDURE
               WHEN "L" PERFORM LIST-PROCEDURE
               WHEN "l" PERFORM LIST-PROCEDURE
               WHEN "X" MOVE "Y" TO DONE-SW
               WHEN "x" MOVE "Y" TO DONE-SW
               WHEN OTHER DISPLAY "INVALID ENTRY!"
           END-EVALUATE.


       ASK-DATE-PROCEDURE.
           MOVE "N" TO VALID-SW.
           PERFORM UNTIL ANSWER-VALID
               DISPLAY "Date YYYYMMDD:"
               ACCEPT ANSWER
               PERFORM VALIDATE-DATE-PROCEDURE
           END-PERFORM.
           MOVE ANSWER(1:8) TO ASK-DATE.
           PERFORM FIND-ENTRY-PROCEDURE.


       FIND-ENTRY-PROCEDURE.
           MOVE "N" TO ENTRY-SW.
           MOVE 0 TO FOUND-IDX.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > CAL-COUNT OR ENTRY-FOUND
               IF CT-DATE(IDX) = ASK-DATE
                   MOVE "Y" TO ENTRY-SW
                   MOVE IDX TO FOUND-IDX
               END-IF
               ADD 1 TO IDX
           END-PERFORM.


       ADD-PROCEDURE.
           PERFORM ASK-DATE-PROCEDURE.
           IF ENTRY-FOUND
               IF ASK-TYPE = "M" AND CT-TYPE(FOUND-IDX) = "H"
                   DISPLAY ASK-DATE " is a holiday (" CT-DESC(FOUND-IDX)
                       ") - month-end must be a business day."
               ELSE
                   IF ASK-TYPE = "H" AND CT-TYPE(FOUND-IDX) = "M"
                       DISPLAY ASK-DATE " is the month-end business day"
                           " for " ASK-DATE(1:6) " - delete it first."
                   ELSE
                       DISPLAY ASK-DATE " is already on the calendar"
                           " as " CT-TYPE(FOUND-IDX) " "
                           CT-DESC(FOUND-IDX)
                   END-IF
               END-IF
           ELSE
               IF CAL-COUNT >= CAL-MAX
                   DISPLAY "Calendar table is full - cannot add."
               ELSE
                   IF ASK-TYPE = "M"
                       PERFORM WEEKDAY-PROCEDURE
                   END-IF
                   IF ASK-TYPE = "M" AND WEEKDAY-WK > 5
                       DISPLAY ASK-DATE " falls on a weekend -"
                           " month-end must be a business day."
                   ELSE
                       IF ASK-TYPE = "M"
                           PERFORM FIND-MONTH-END-PROCEDURE
                       END-IF
                       IF ASK-TYPE = "M" AND ENTRY-FOUND
                           DISPLAY "Month-end day for " ASK-DATE(1:6)
                               " is already set to " CT-DATE(FOUND-IDX)
                               " - delete it first."
                       ELSE
                           PERFORM INSERT-ENTRY-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-IF.


       WEEKDAY-PROCEDURE.
      *    Weekday of ASK-DATE, 1 = Monday to 7 = Sunday, counted the
      *    same way NIGHTRUN counts it.
           MOVE ASK-DATE TO DATE-CHECK.
           COMPUTE DAY-NO = FUNCTION INTEGER-OF-DATE(
               DC-YEAR * 10000 + DC-MONTH * 100 + DC-DAY).
      *    Day 1 of the count, 1 January 1601, was a Monday.
           COMPUTE DAY-QUOT = (DAY-NO - 1) / 7.
           COMPUTE DAY-REM = DAY-NO - 1 - (DAY-QUOT * 7).
           COMPUTE WEEKDAY-WK = DAY-REM + 1.


       FIND-MONTH-END-PROCEDURE.
      *    One month-end business day per month.
           MOVE "N" TO ENTRY-SW.
           MOVE 0 TO FOUND-IDX.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > CAL-COUNT OR ENTRY-FOUND
               IF CT-DATE(IDX)(1:6) = ASK-DATE(1:6)
                   AND CT-TYPE(IDX) = "M"
                   MOVE "Y" TO ENTRY-SW
                   MOVE IDX TO FOUND-IDX
               END-IF
               ADD 1 TO IDX
           END-PERFORM.


       INSERT-ENTRY-PROCEDURE.
      *    Kept in date order, so the file reads as a calendar.
           DISPLAY "Description:".
           ACCEPT ANSWER.
           MOVE 1 TO INSERT-IDX.
           PERFORM UNTIL INSERT-IDX > CAL-COUNT
               OR CT-DATE(INSERT-IDX) > ASK-DATE
               ADD 1 TO INSERT-IDX
           END-PERFORM.
           MOVE CAL-COUNT TO IDX.
           PERFORM UNTIL IDX < INSERT-IDX
               MOVE CAL-ENTRY(IDX) TO CAL-ENTRY(IDX + 1)
               SUBTRACT 1 FROM IDX
           END-PERFORM.
           ADD 1 TO CAL-COUNT.
           MOVE ASK-DATE TO CT-DATE(INSERT-IDX).
           MOVE ASK-TYPE TO CT-TYPE(INSERT-IDX).
           MOVE ANSWER TO CT-DESC(INSERT-IDX).
           MOVE "Y" TO CHANGED-SW.
           IF ASK-TYPE = "H"
               DISPLAY "Holiday " ASK-DATE " added."
           ELSE
               DISPLAY "Month-end business day " ASK-DATE " added."
           END-IF.


       DELETE-PROCEDURE.
           PERFORM ASK-DATE-PROCEDURE.
           IF NOT ENTRY-FOUND
               DISPLAY ASK-DATE " is not on the calendar."
           ELSE
               MOVE FOUND-IDX TO IDX
               PERFORM UNTIL IDX >= CAL-COUNT
                   MOVE CAL-ENTRY(IDX + 1) TO CAL-ENTRY(IDX)
                   ADD 1 TO IDX
               END-PERFORM
               SUBTRACT 1 FROM CAL-COUNT
               MOVE "Y" TO CHANGED-SW
               DISPLAY ASK-DATE " deleted."
           END-IF.


       LIST-PROCEDURE.
           DISPLAY "DATE     T DESCRIPTION".
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > CAL-COUNT
               DISPLAY CT-DATE(IDX) " " CT-TYPE(IDX) " " CT-DESC(IDX)
               ADD 1 TO IDX
           END-PERFORM.
           DISPLAY CAL-COUNT " date(s) on file.".


       VALIDATE-DATE-PROCEDURE.
      *    Eight digits YYYYMMDD naming a real calendar date: a month
      *    of 01 to 12 and a day no later than that month's last,
      *    29 February only in a leap year.
           MOVE "Y" TO VALID-SW.
           IF ANSWER(1:8) IS NOT NUMERIC OR ANSWER(9:24) NOT = SPACES
               MOVE "N" TO VALID-SW
           ELSE
               MOVE ANSWER(1:8) TO DATE-CHECK
               IF DC-YEAR < 1601 OR DC-MONTH < 1 OR DC-MONTH > 12
                   MOVE "N" TO VALID-SW
               ELSE
                   MOVE MONTH-DAYS(DC-MONTH) TO MONTH-LAST
                   IF DC-MONTH = 2
                       PERFORM LEAP-YEAR-PROCEDURE
                   END-IF
                   IF DC-DAY < 1 OR DC-DAY > MONTH-LAST
                       MOVE "N" TO VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT ANSWER-VALID
               DISPLAY "Date must be a real date, 8 digits YYYYMMDD."
           END-IF.


       LEAP-YEAR-PROCEDURE.
      *    Every fourth year, except centuries not divisible by 400.
           DIVIDE DC-YEAR BY 4 GIVING YEAR-QUOT REMAINDER YEAR-REM.
           IF YEAR-REM = 0
               MOVE 29 TO MONTH-LAST
               DIVIDE DC-YEAR BY 100 GIVING YEAR-QUOT
                   REMAINDER YEAR-REM
               IF YEAR-REM = 0
                   DIVIDE DC-YEAR BY 400 GIVING YEAR-QUOT
                       REMAINDER YEAR-REM
                   IF YEAR-REM NOT = 0
                       MOVE 28 TO MONTH-LAST
                   END-IF
               END-IF
           END-IF.


       SAVE-TABLE-PROCEDURE.
           OPEN OUTPUT CAL-FILE.
           IF WS-CAL-FS NOT = "00"
               DISPLAY "Cannot rewrite OPRCAL.DAT - status "
                   WS-CAL-FS
           ELSE
               MOVE 1 TO IDX
               PERFORM UNTIL IDX > CAL-COUNT
                   MOVE SPACES TO CAL-RECORD
                   MOVE CT-DATE(IDX) TO CAL-DATE
                   MOVE CT-TYPE(IDX) TO CAL-TYPE
                   MOVE CT-DESC(IDX) TO CAL-DESC
                   WRITE CAL-RECORD
                   ADD 1 TO IDX
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.

       END PROGRAM OPRCALM.
