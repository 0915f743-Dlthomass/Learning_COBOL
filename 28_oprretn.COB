       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRRETN.
      *=================================================================
      * Purpose: Per-desk return files, run after the batch.  For
      *          every desk whose feed is listed on FEEDLIST.DAT it
      *          writes OPRRET-<desk>.DAT carrying that desk's
      *          accepted results from OPROUT.DAT and its rejected
      *          cards, with their reason codes, from OPRREJ.DAT -
      *          framed by an acknowledgement header and trailer.
      *          The acknowledgement echoes the desk's own HDR run
      *          date and TRL count and hash totals, and adds the
      *          accepted and rejected counts, which should add back
      *          to the trailer count; so each desk can see on its own
      *          side that every card it sent is accounted for, and
      *          resubmit only its own rejects.  A feed that OPRCOLL
      *          turned away whole goes back card for card as rejects
      *          with reason FR and OPRCOLL's reason.  OPRRETN.RPT
      *          lists what went to each desk.
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDLIST-FILE ASSIGN TO "FEEDLIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLIST-FS.

           SELECT FEED-FILE ASSIGN TO DYNAMIC FEED-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.

           SELECT COLL-FILE ASSIGN TO "OPRCOLL.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-FS.

           SELECT OUT-FILE ASSIGN TO "OPROUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT REJECT-FILE ASSIGN TO "OPRREJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC RETURN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FS.

           SELECT REPORT-FILE ASSIGN TO "OPRRETN.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

      *=================================================================
       DATA DIVISION.

      *-----------------------------------------------------------------
       FILE SECTION.
       FD  FEEDLIST-FILE.
      *    One incoming feed file name per line.  Lines whose first
      *    column is "*" are comments.
       01  FEEDLIST-RECORD.
           05  FL-NAME         PIC X(40).
           05  FILLER          PIC X(20).

       FD  FEED-FILE.
      *    A desk's original feed - header card, detail cards,
      *    trailer card with the detail count and hash totals.
       01  FEED-RECORD.
           05  FD-CARD         PIC X(33).
           05  FILLER          PIC X(27).
       01  FEED-CTL-RECORD.
           05  FC-TYPE         PIC X(3).
           05  FILLER          PIC X(36).
       01  FEED-HEADER-RECORD.
           05  FH-TYPE         PIC X(3).
           05  FH-RUN-DATE     PIC X(8).
           05  FH-SOURCE       PIC X(8).
       01  FEED-TRAILER-RECORD.
           05  FT-TYPE         PIC X(3).
           05  FT-REC-COUNT    PIC 9(6).
           05  FT-HASH-X       PIC S9(13)V9 SIGN LEADING SEPARATE.
           05  FT-HASH-Y       PIC S9(13)V9 SIGN LEADING SEPARATE.

       FD  COLL-FILE.
      *    OPRCOLL's report - a heading with the consolidation date,
      *    then an ACCEPTED or REJECTED line per feed.
       01  COLL-RECORD         PIC X(100).
       01  COLL-FEED-RECORD.
           05  CR-ACTION       PIC X(9).
           05  CR-NAME         PIC X(40).
           05  FILLER          PIC X(8).
           05  CR-SOURCE       PIC X(8).
           05  FILLER          PIC X(3).
           05  CR-WHY          PIC X(32).

       FD  OUT-FILE.
      *    Results file as written by OPERATORS, one line per
      *    accepted calculation, carrying the card's desk.
       01  OUT-RECORD.
           05  OUT-LINE        PIC X(82).
           05  FILLER          PIC X.
           05  OUT-OPID        PIC X(6).
           05  FILLER          PIC X.
           05  OUT-SOURCE      PIC X(8).

       FD  REJECT-FILE.
      *    The batch run's rejected cards, HDR/TRL framed, each with
      *    its desk and reason code past the card image.
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

       FD  RETURN-FILE.
      *    One desk's return.  The header and trailer cards keep the
      *    feed's own HDR/TRL columns - the desk's run date and
      *    source, its trailer count and hash totals echoed back -
      *    and carry the acknowledgement past them: the return date
      *    and the number of the desk's feeds on the header, the
      *    accepted and rejected counts and whether they add back
      *    to the trailer count on the trailer.  Between them, a RES
      *    line per accepted result (the OPROUT.DAT line) and a REJ
      *    line per rejected card (the OPRREJ.DAT line - card image,
      *    desk, reason code and text).
       01  RETURN-RECORD       PIC X(110).
       01  RET-HEADER-RECORD.
           05  RH-TYPE         PIC X(3).
           05  RH-RUN-DATE     PIC X(8).
           05  RH-SOURCE       PIC X(8).
           05  FILLER          PIC X.
           05  RH-ACK          PIC X(3).
           05  FILLER          PIC X.
           05  RH-RETURN-DATE  PIC X(8).
           05  FILLER          PIC X.
           05  RH-FEEDS        PIC 9(3).
           05  FILLER          PIC X.
           05  RH-STATUS       PIC X(50).
           05  FILLER          PIC X(23).
       01  RET-DETAIL-RECORD.
           05  RD-TYPE         PIC X(3).
           05  FILLER          PIC X.
           05  RD-LINE         PIC X(98).
           05  FILLER          PIC X(8).
       01  RET-TRAILER-RECORD.
           05  RT-TYPE         PIC X(3).
           05  RT-REC-COUNT    PIC 9(6).
           05  RT-HASH-X       PIC S9(13)V9 SIGN LEADING SEPARATE.
           05  RT-HASH-Y       PIC S9(13)V9 SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  RT-ACK          PIC X(3).
           05  FILLER          PIC X.
           05  RT-ACCEPTED     PIC 9(6).
           05  FILLER          PIC X.
           05  RT-REJECTED     PIC 9(6).
           05  FILLER          PIC X.
           05  RT-BALANCE      PIC X(14).
           05  FILLER          PIC X(39).

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WS-FEEDLIST-FS PIC XX.
       77  WS-FEED-FS     PIC XX.
       77  WS-COLL-FS     PIC XX.
       77  WS-OUT-FS      PIC XX.
       77  WS-REJ-FS      PIC XX.
       77  WS-RETURN-FS   PIC XX.
       77  WS-REPORT-FS   PIC XX.

       77  IN-EOF-SW    PIC X VALUE "N".
           88  IN-EOF              VALUE "Y".
       77  FEED-EOF-SW  PIC X VALUE "N".
           88  FEED-EOF            VALUE "Y".

       77  FEED-NAME    PIC X(40) VALUE SPACES.
       77  RETURN-NAME  PIC X(40) VALUE SPACES.
       77  TODAY-DATE   PIC X(8) VALUE SPACES.
      *    The date OPRCOLL stamped on tonight's consolidated feed -
      *    OPERATORS carries it onto the reject file's header, which
      *    is how the batch outputs are known to be from this
      *    consolidation and not an earlier one.
       77  COLL-DATE    PIC X(8) VALUE SPACES.
       77  SOURCE-WK    PIC X(8) VALUE SPACES.
       77  BAD-DESKS    PIC 9(3) VALUE 0.
       77  SKIPPED      PIC 9(3) VALUE 0.

      *    What OPRCOLL did with each feed, from its report.
       77  COLL-COUNT   PIC 9(3) VALUE 0.
       77  COLL-MAX     PIC 9(3) VALUE 100.
       77  COLL-IDX     PIC 9(3) VALUE 0.
       77  COLL-FOUND   PIC 9(3) VALUE 0.
       01  COLL-TABLE.
           05  COLL-ENTRY OCCURS 100 TIMES.
               10  CL-NAME         PIC X(40).
               10  CL-ACTION       PIC X(9).
               10  CL-SOURCE       PIC X(8).
               10  CL-WHY          PIC X(32).

      *    Feeds from FEEDLIST.DAT and the desk each belongs to.
       77  FEED-COUNT   PIC 9(3) VALUE 0.
       77  FEED-MAX     PIC 9(3) VALUE 100.
       77  FEED-IDX     PIC 9(3) VALUE 0.
       01  FEED-TABLE.
           05  FEED-ENTRY OCCURS 100 TIMES.
               10  FE-NAME         PIC X(40).
               10  FE-DESK         PIC 9(3).
               10  FE-REJECTED-SW  PIC X.
               10  FE-WHY          PIC X(32).

      *    One entry per desk - a desk sending more than one feed
      *    gets one return, its feeds' trailer counts and hash
      *    totals added together and the first feed's run date.
       77  DESK-COUNT   PIC 9(3) VALUE 0.
       77  DESK-MAX     PIC 9(3) VALUE 50.
       77  DESK-IDX     PIC 9(3) VALUE 0.
       77  DESK-FOUND   PIC 9(3) VALUE 0.
       01  DESK-TABLE.
           05  DESK-ENTRY OCCURS 50 TIMES.
               10  DK-SOURCE       PIC X(8).
               10  DK-RUN-DATE     PIC X(8).
               10  DK-FEEDS        PIC 9(3).
               10  DK-FEEDS-BAD    PIC 9(3).
               10  DK-TRL-COUNT    PIC 9(6).
               10  DK-HASH-X       PIC S9(13)V9.
               10  DK-HASH-Y       PIC S9(13)V9.
               10  DK-ACCEPTED     PIC 9(6).
               10  DK-REJECTED     PIC 9(6).
               10  DK-STATUS       PIC X(50).

      *    The feed under inspection.
       77  HDR-DATE     PIC X(8) VALUE SPACES.
       77  HDR-SOURCE   PIC X(8) VALUE SPACES.
       77  TRL-COUNT    PIC 9(6) VALUE 0.
       77  TRL-HASH-X   PIC S9(13)V9 VALUE 0.
       77  TRL-HASH-Y   PIC S9(13)V9 VALUE 0.

      *=================================================================
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *    NIGHTRUN can CALL this program more than once in a job
      *    stream, so the tables start empty here, not just from
      *    their VALUE clauses.
           MOVE 0 TO COLL-COUNT.
           MOVE 0 TO FEED-COUNT.
           MOVE 0 TO DESK-COUNT.
           MOVE 0 TO BAD-DESKS.
           MOVE 0 TO SKIPPED.
           MOVE SPACES TO COLL-DATE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "Cannot open OPRRETN.RPT - status "
                   WS-REPORT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DESK RETURNS " TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           PERFORM LOAD-COLL-PROCEDURE
               THRU LOAD-COLL-EXIT.
           IF COLL-DATE = SPACES
               PERFORM REFUSE-PROCEDURE
               GOBACK
           END-IF.
           PERFORM CHECK-BATCH-PROCEDURE
               THRU CHECK-BATCH-EXIT.
           IF RETURN-CODE NOT = 0
               PERFORM REFUSE-PROCEDURE
               GOBACK
           END-IF.
           OPEN INPUT FEEDLIST-FILE.
           IF WS-FEEDLIST-FS NOT = "00"
               DISPLAY "Cannot open FEEDLIST.DAT - status "
                   WS-FEEDLIST-FS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO IN-EOF-SW.
           PERFORM UNTIL IN-EOF
               READ FEEDLIST-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END
                       IF FL-NAME(1:1) NOT = "*"
                           AND FL-NAME NOT = SPACES
                           MOVE FL-NAME TO FEED-NAME
                           PERFORM LOAD-FEED-PROCEDURE
                               THRU LOAD-FEED-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEEDLIST-FILE.
           MOVE 1 TO DESK-IDX.
           PERFORM UNTIL DESK-IDX > DESK-COUNT
               PERFORM RETURN-DESK-PROCEDURE
                   THRU RETURN-DESK-EXIT
               ADD 1 TO DESK-IDX
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "RETURNED TO " DESK-COUNT " DESK(S), " BAD-DESKS
               " OUT OF BALANCE, " SKIPPED " FEED(S) WITH NO DESK"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY "Returns written for " DESK-COUNT " desk(s); "
               BAD-DESKS " out of balance. See OPRRETN.RPT.".
           IF BAD-DESKS > 0 OR SKIPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.


       REFUSE-PROCEDURE.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY REPORT-RECORD(1:80).
           MOVE 8 TO RETURN-CODE.


       LOAD-COLL-PROCEDURE.
      *    The consolidation date and each feed's fate.  Without the
      *    report there is no telling which feeds reached the batch.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT COLL-FILE.
           IF WS-COLL-FS NOT = "00"
               MOVE "NO OPRCOLL.RPT - NOTHING RETURNED"
                   TO REPORT-RECORD
               GO TO LOAD-COLL-EXIT
           END-IF.
           READ COLL-FILE
               AT END MOVE "Y" TO IN-EOF-SW
           END-READ.
           IF IN-EOF OR COLL-RECORD(1:19) NOT = "FEED CONSOLIDATION "
               MOVE "OPRCOLL.RPT HAS NO HEADING - NOTHING RETURNED"
                   TO REPORT-RECORD
               CLOSE COLL-FILE
               GO TO LOAD-COLL-EXIT
           END-IF.
           MOVE COLL-RECORD(20:8) TO COLL-DATE.
           PERFORM UNTIL IN-EOF
               READ COLL-FILE
                   AT END MOVE "Y" TO IN-EOF-SW
                   NOT AT END
                       IF (CR-ACTION = "ACCEPTED "
                           OR CR-ACTION = "REJECTED ")
                           AND COLL-COUNT < COLL-MAX
                           ADD 1 TO COLL-COUNT
                           MOVE CR-NAME TO CL-NAME(COLL-COUNT)
                           MOVE CR-ACTION TO CL-ACTION(COLL-COUNT)
                           MOVE CR-SOURCE TO CL-SOURCE(COLL-COUNT)
                           MOVE CR-WHY TO CL-WHY(COLL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COLL-FILE.

       LOAD-COLL-EXIT.
           EXIT.


       CHECK-BATCH-PROCEDURE.
      *    The results and rejects must be from the batch run over
      *    this consolidation - otherwise a desk would be sent an
      *    earlier night's cards.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT REJECT-FILE.
           IF WS-REJ-FS NOT = "00"
               MOVE
                   "NO OPRREJ.DAT - BATCH DID NOT RUN, NOTHING RETURNED"
                   TO REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-BATCH-EXIT
           END-IF.
           READ REJECT-FILE
               AT END MOVE SPACES TO REJ-HEADER-RECORD
           END-READ.
           CLOSE REJECT-FILE.
           IF RJH-TYPE NOT = "HDR" OR RJH-RUN-DATE NOT = COLL-DATE
               MOVE SPACES TO REPORT-RECORD
               STRING "BATCH OUTPUTS ARE NOT FROM CONSOLIDATION "
                   COLL-DATE " - NOTHING RETURNED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-BATCH-EXIT
           END-IF.
           OPEN INPUT OUT-FILE.
           IF WS-OUT-FS NOT = "00"
               MOVE
                   "NO OPROUT.DAT - BATCH DID NOT RUN, NOTHING RETURNED"
                   TO REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-BATCH-EXIT
           END-IF.
           CLOSE OUT-FILE.

       CHECK-BATCH-EXIT.
           EXIT.


       LOAD-FEED-PROCEDURE.
      *    The feed's own header and trailer, and OPRCOLL's verdict
      *    on it; the feed is filed under its desk.
           MOVE SPACES TO HDR-DATE.
           MOVE SPACES TO HDR-SOURCE.
           MOVE 0 TO TRL-COUNT.
           MOVE 0 TO TRL-HASH-X.
           MOVE 0 TO TRL-HASH-Y.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-FS = "00"
               MOVE "N" TO FEED-EOF-SW
               PERFORM UNTIL FEED-EOF
                   READ FEED-FILE
                       AT END MOVE "Y" TO FEED-EOF-SW
                       NOT AT END
                           EVALUATE FC-TYPE
                               WHEN "HDR"
                                   MOVE FH-RUN-DATE TO HDR-DATE
                                   MOVE FH-SOURCE TO HDR-SOURCE
                               WHEN "TRL"
                                   IF FT-REC-COUNT IS NUMERIC
                                       MOVE FT-REC-COUNT TO TRL-COUNT
                                       MOVE FT-HASH-X TO TRL-HASH-X
                                       MOVE FT-HASH-Y TO TRL-HASH-Y
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
           END-IF.
           MOVE 0 TO COLL-FOUND.
           MOVE 1 TO COLL-IDX.
           PERFORM UNTIL COLL-IDX > COLL-COUNT OR COLL-FOUND > 0
               IF CL-NAME(COLL-IDX) = FEED-NAME
                   MOVE COLL-IDX TO COLL-FOUND
               END-IF
               ADD 1 TO COLL-IDX
           END-PERFORM.
           MOVE HDR-SOURCE TO SOURCE-WK.
           IF SOURCE-WK = SPACES AND COLL-FOUND > 0
               MOVE CL-SOURCE(COLL-FOUND) TO SOURCE-WK
           END-IF.
           IF SOURCE-WK = SPACES
               ADD 1 TO SKIPPED
               MOVE SPACES TO REPORT-RECORD
               STRING "NOT RETURNED " FEED-NAME
                   " - NO DESK ON THE FEED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               GO TO LOAD-FEED-EXIT
           END-IF.
           IF FEED-COUNT >= FEED-MAX
               ADD 1 TO SKIPPED
               MOVE SPACES TO REPORT-RECORD
               STRING "NOT RETURNED " FEED-NAME
                   " - MORE THAN " FEED-MAX " FEEDS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               GO TO LOAD-FEED-EXIT
           END-IF.
           PERFORM FIND-DESK-PROCEDURE.
           IF DESK-FOUND = 0
               ADD 1 TO SKIPPED
               MOVE SPACES TO REPORT-RECORD
               STRING "NOT RETURNED " FEED-NAME
                   " - MORE THAN " DESK-MAX " DESKS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               GO TO LOAD-FEED-EXIT
           END-IF.
           ADD 1 TO FEED-COUNT.
           MOVE FEED-NAME TO FE-NAME(FEED-COUNT).
           MOVE DESK-FOUND TO FE-DESK(FEED-COUNT).
           MOVE "N" TO FE-REJECTED-SW(FEED-COUNT).
           MOVE SPACES TO FE-WHY(FEED-COUNT).
           ADD 1 TO DK-FEEDS(DESK-FOUND).
           IF DK-RUN-DATE(DESK-FOUND) = SPACES
               MOVE HDR-DATE TO DK-RUN-DATE(DESK-FOUND)
           END-IF.
           ADD TRL-COUNT TO DK-TRL-COUNT(DESK-FOUND).
           ADD TRL-HASH-X TO DK-HASH-X(DESK-FOUND).
           ADD TRL-HASH-Y TO DK-HASH-Y(DESK-FOUND).
           EVALUATE TRUE
               WHEN COLL-FOUND = 0
                   MOVE "Y" TO FE-REJECTED-SW(FEED-COUNT)
                   MOVE "NOT IN TONIGHT'S CONSOLIDATION"
                       TO FE-WHY(FEED-COUNT)
               WHEN CL-ACTION(COLL-FOUND) = "REJECTED "
                   MOVE "Y" TO FE-REJECTED-SW(FEED-COUNT)
                   MOVE CL-WHY(COLL-FOUND) TO FE-WHY(FEED-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FE-REJECTED-SW(FEED-COUNT) = "Y"
               ADD 1 TO DK-FEEDS-BAD(DESK-FOUND)
               MOVE SPACES TO DK-STATUS(DESK-FOUND)
               STRING "FEED REJECTED - " FE-WHY(FEED-COUNT)
                   DELIMITED BY SIZE INTO DK-STATUS(DESK-FOUND)
               END-STRING
           END-IF.

       LOAD-FEED-EXIT.
           EXIT.


       FIND-DESK-PROCEDURE.
      *    Desk SOURCE-WK's slot, added if new.
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
               MOVE SPACES TO DK-RUN-DATE(DESK-FOUND)
               MOVE 0 TO DK-FEEDS(DESK-FOUND)
               MOVE 0 TO DK-FEEDS-BAD(DESK-FOUND)
               MOVE 0 TO DK-TRL-COUNT(DESK-FOUND)
               MOVE 0 TO DK-HASH-X(DESK-FOUND)
               MOVE 0 TO DK-HASH-Y(DESK-FOUND)
               MOVE 0 TO DK-ACCEPTED(DESK-FOUND)
               MOVE 0 TO DK-REJECTED(DESK-FOUND)
               MOVE "ALL FEEDS CONSOLIDATED" TO DK-STATUS(DESK-FOUND)
           END-IF.


       RETURN-DESK-PROCEDURE.
      *    One desk's return file: acknowledgement header, its
      *    results, its rejects, the cards of any of its feeds turned
      *    away whole, and the acknowledgement trailer.
           MOVE SPACES TO RETURN-NAME.
           STRING "OPRRET-" DK-SOURCE(DESK-IDX) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO RETURN-NAME
           END-STRING.
           OPEN OUTPUT RETURN-FILE.
           IF WS-RETURN-FS NOT = "00"
               ADD 1 TO BAD-DESKS
               MOVE SPACES TO REPORT-RECORD
               STRING "CANNOT WRITE " RETURN-NAME " - STATUS "
                   WS-RETURN-FS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               GO TO RETURN-DESK-EXIT
           END-IF.
           MOVE SPACES TO RET-HEADER-RECORD.
           MOVE "HDR" TO RH-TYPE.
           MOVE DK-RUN-DATE(DESK-IDX) TO RH-RUN-DATE.
           MOVE DK-SOURCE(DESK-IDX) TO RH-SOURCE.
           MOVE "ACK" TO RH-ACK.
           MOVE TODAY-DATE TO RH-RETURN-DATE.
           MOVE DK-FEEDS(DESK-IDX) TO RH-FEEDS.
           MOVE DK-STATUS(DESK-IDX) TO RH-STATUS.
           WRITE RET-HEADER-RECORD.
           PERFORM RETURN-RESULTS-PROCEDURE.
           PERFORM RETURN-REJECTS-PROCEDURE.
           MOVE 1 TO FEED-IDX.
           PERFORM UNTIL FEED-IDX > FEED-COUNT
               IF FE-DESK(FEED-IDX) = DESK-IDX
                   AND FE-REJECTED-SW(FEED-IDX) = "Y"
                   PERFORM RETURN-FEED-PROCEDURE
                       THRU RETURN-FEED-EXIT
               END-IF
               ADD 1 TO FEED-IDX
           END-PERFORM.
           MOVE SPACES TO RET-TRAILER-RECORD.
           MOVE "TRL" TO RT-TYPE.
           MOVE DK-TRL-COUNT(DESK-IDX) TO RT-REC-COUNT.
           MOVE DK-HASH-X(DESK-IDX) TO RT-HASH-X.
           MOVE DK-HASH-Y(DESK-IDX) TO RT-HASH-Y.
           MOVE "ACK" TO RT-ACK.
           MOVE DK-ACCEPTED(DESK-IDX) TO RT-ACCEPTED.
           MOVE DK-REJECTED(DESK-IDX) TO RT-REJECTED.
           IF DK-ACCEPTED(DESK-IDX) + DK-REJECTED(DESK-IDX)
               = DK-TRL-COUNT(DESK-IDX)
               MOVE "BALANCED" TO RT-BALANCE
           ELSE
               MOVE "OUT OF BALANCE" TO RT-BALANCE
               ADD 1 TO BAD-DESKS
           END-IF.
           WRITE RET-TRAILER-RECORD.
           CLOSE RETURN-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING RETURN-NAME(1:20) " FEEDS " DK-FEEDS(DESK-IDX)
               " TRAILER " DK-TRL-COUNT(DESK-IDX)
               " ACCEPTED " DK-ACCEPTED(DESK-IDX)
               " REJECTED " DK-REJECTED(DESK-IDX) " " RT-BALANCE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

       RETURN-DESK-EXIT.
           EXIT.


       RETURN-RESULTS-PROCEDURE.
           MOVE "N" TO FEED-EOF-SW.
           OPEN INPUT OUT-FILE.
           PERFORM UNTIL FEED-EOF
               READ OUT-FILE
                   AT END MOVE "Y" TO FEED-EOF-SW
                   NOT AT END
                       IF OUT-SOURCE = DK-SOURCE(DESK-IDX)
                           MOVE SPACES TO RET-DETAIL-RECORD
                           MOVE "RES" TO RD-TYPE
                           MOVE OUT-RECORD TO RD-LINE
                           WRITE RET-DETAIL-RECORD
                           ADD 1 TO DK-ACCEPTED(DESK-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUT-FILE.


       RETURN-REJECTS-PROCEDURE.
           MOVE "N" TO FEED-EOF-SW.
           OPEN INPUT REJECT-FILE.
           PERFORM UNTIL FEED-EOF
               READ REJECT-FILE
                   AT END MOVE "Y" TO FEED-EOF-SW
                   NOT AT END
                       IF RJH-TYPE NOT = "HDR" AND RJH-TYPE NOT = "TRL"
                           AND REJ-SOURCE = DK-SOURCE(DESK-IDX)
                           MOVE SPACES TO RET-DETAIL-RECORD
                           MOVE "REJ" TO RD-TYPE
                           MOVE REJECT-RECORD TO RD-LINE
                           WRITE RET-DETAIL-RECORD
                           ADD 1 TO DK-REJECTED(DESK-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.


       RETURN-FEED-PROCEDURE.
      *    A feed turned away whole never reached the batch - every
      *    detail card on it goes back as a reject, reason FR, with
      *    OPRCOLL's reason for turning the feed away.
           MOVE FE-NAME(FEED-IDX) TO FEED-NAME.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-FS NOT = "00"
               GO TO RETURN-FEED-EXIT
           END-IF.
           MOVE "N" TO FEED-EOF-SW.
           PERFORM UNTIL FEED-EOF
               READ FEED-FILE
                   AT END MOVE "Y" TO FEED-EOF-SW
                   NOT AT END
                       IF FC-TYPE NOT = "HDR" AND FC-TYPE NOT = "TRL"
                           MOVE SPACES TO REJECT-RECORD
                           MOVE FD-CARD TO REJ-CARD
                           MOVE DK-SOURCE(DESK-IDX) TO REJ-SOURCE
                           MOVE "FR" TO REJ-REASON
                           MOVE FE-WHY(FEED-IDX) TO REJ-REASON-TEXT
                           MOVE SPACES TO RET-DETAIL-RECORD
                           MOVE "REJ" TO RD-TYPE
                           MOVE REJECT-RECORD TO RD-LINE
                           WRITE RET-DETAIL-RECORD
                           ADD 1 TO DK-REJECTED(DESK-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.

       RETURN-FEED-EXIT.
           EXIT.

       END PROGRAM OPRRETN.
