       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWISS-PAIRING.
      *
      *    Swiss-system pairing for league nights, the alternative to
      *    FIXTURE-SCHEDULER's full round-robin once the league is
      *    too big for everyone to meet everyone. Run on the night,
      *    after the desk has checked players in: the field is every
      *    member checked in on CLUBATTD for the night (the control
      *    card SWISSCTL names the night, today by default), ranked
      *    on the head-to-head standings (YACHTSTD, two points a win
      *    and one a tie) with the YACHTRTG rating breaking ties (an
      *    unrated player counts as 1500, where YACHT-RATING starts
      *    everyone) and the member ID after that. Players are then
      *    paired down the ranking, each with the nearest-ranked
      *    player they have not yet met this season, backing up to
      *    re-pair higher boards when the ones left over have all met
      *    - so players with similar records meet and no pair meets
      *    twice. Only when no such pairing exists at all are repeat
      *    meetings allowed, and each one is listed.
      *
      *    With an odd field the lowest-ranked player who has not yet
      *    had a bye this season sits out with a bye. The pairings
      *    are written to YACHTPRG for YACHT-HEAD-TO-HEAD, table 1
      *    being the top board, and every pairing and bye goes on the
      *    pairing history (PAIRHIST), which is the season's proof of
      *    who has met whom; the season runs from the SWISSCTL season
      *    start, 1 January by default. A rerun for the same night
      *    replaces that night's pairings on the history. The
      *    listing (SWISSRPT) shows the ranking, the boards, the bye
      *    and the repeat check.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SWISS-CONTROL-FILE ASSIGN TO "SWISSCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO "CLUBATTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STANDINGS-FILE ASSIGN TO "YACHTSTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RATINGS-FILE ASSIGN TO "YACHTRTG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAIRING-HISTORY-FILE ASSIGN TO "PAIRHIST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PAIRING-FILE ASSIGN TO "YACHTPRG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT SWISS-REPORT-FILE ASSIGN TO "SWISSRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SWISS-CONTROL-FILE.
       01  SWISS-CONTROL-RECORD.
           05 SC-NIGHT-DATE          PIC 9(8).
           05 SC-SEASON-START        PIC 9(8).
      *
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 AT-MEMBER-ID           PIC X(10).
           05 AT-NIGHT-DATE          PIC 9(8).
           05 AT-ARRIVAL-TIME        PIC 9(4).
           05 AT-FEE-OWED            PIC 9(3)V99.
           05 AT-FEE-PAID            PIC 9(3)V99.
      *
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD.
           05 ST-PLAYER-ID           PIC X(10).
           05 ST-WINS                PIC 9(3).
           05 ST-LOSSES              PIC 9(3).
           05 ST-TIES                PIC 9(3).
      *
       FD  RATINGS-FILE.
       01  RATING-RECORD.
           05 RT-PLAYER-ID           PIC X(10).
           05 RT-RATING              PIC 9(4).
           05 RT-GAMES-RATED         PIC 9(4).
      *
       FD  PAIRING-HISTORY-FILE.
       01  PAIRING-HISTORY-RECORD.
           05 PH-NIGHT-DATE          PIC 9(8).
           05 PH-TABLE-NUMBER        PIC 99.
           05 PH-PLAYER-ID-1         PIC X(10).
           05 PH-PLAYER-ID-2         PIC X(10).
           05 PH-KIND                PIC X.
              88 PH-PAIRING               VALUE "P".
              88 PH-BYE                   VALUE "B".
      *
       FD  PAIRING-FILE.
       01  PAIRING-RECORD.
           05 PR-NIGHT-DATE          PIC 9(8).
           05 PR-TABLE-NUMBER        PIC 99.
           05 PR-PLAYER-ID-1         PIC X(10).
           05 PR-PLAYER-ID-2         PIC X(10).
      *
       FD  SWISS-REPORT-FILE.
       01  SWISS-REPORT-RECORD       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 ATTENDANCE-EOF-SWITCH   PIC X    VALUE "N".
             88 ATTENDANCE-EOF                VALUE "Y".
          05 STANDINGS-EOF-SWITCH    PIC X    VALUE "N".
             88 STANDINGS-EOF                 VALUE "Y".
          05 RATINGS-EOF-SWITCH      PIC X    VALUE "N".
             88 RATINGS-EOF                   VALUE "Y".
          05 HISTORY-EOF-SWITCH      PIC X    VALUE "N".
             88 HISTORY-EOF                   VALUE "Y".
          05 SORT-SWAPPED-SWITCH     PIC X    VALUE "N".
             88 SORT-SWAPPED                  VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-NIGHT-DATE              PIC 9(8) VALUE 0.
       01 WS-SEASON-START            PIC 9(8) VALUE 0.
      *
       01 WS-FIELD-COUNT             PIC 9(3) VALUE 0.
       01 WS-FIELD-SCAN              PIC 9(3) VALUE 0.
       01 WS-FIELD-SCAN-2            PIC 9(3) VALUE 0.
       01 WS-FIELD-HIT               PIC 9(3) VALUE 0.
       01 WS-FIELD-TABLE.
          05 WS-FIELD OCCURS 200 TIMES.
             10 WS-FIELD-ID          PIC X(10).
             10 WS-FIELD-POINTS      PIC 9(4).
             10 WS-FIELD-RATING      PIC 9(4).
             10 WS-FIELD-HAD-BYE     PIC X.
             10 WS-FIELD-PAIRED      PIC X.
       01 WS-FIELD-HOLD.
          05 WS-HOLD-ID              PIC X(10).
          05 WS-HOLD-POINTS          PIC 9(4).
          05 WS-HOLD-RATING          PIC 9(4).
          05 WS-HOLD-HAD-BYE         PIC X.
          05 WS-HOLD-PAIRED          PIC X.
      *
      *    WS-MET-FLAG(a, b) is "Y" when field players a and b have
      *    met this season.
       01 WS-MET-TABLE.
          05 WS-MET-ROW OCCURS 200 TIMES.
             10 WS-MET-FLAG OCCURS 200 TIMES PIC X.
      *
       01 WS-HISTORY-COUNT           PIC 9(4) VALUE 0.
       01 WS-HISTORY-SCAN            PIC 9(4) VALUE 0.
       01 WS-HISTORY-TABLE.
          05 WS-HISTORY OCCURS 5000 TIMES.
             10 WS-HISTORY-DATE      PIC 9(8).
             10 WS-HISTORY-TABLE-NO  PIC 99.
             10 WS-HISTORY-PLAYER-1  PIC X(10).
             10 WS-HISTORY-PLAYER-2  PIC X(10).
             10 WS-HISTORY-KIND      PIC X.
      *
      *    One level per board: the top unpaired player and the
      *    opponent currently being tried against that player.
       01 WS-LEVEL                   PIC 9(3) VALUE 0.
       01 WS-LEVELS-NEEDED           PIC 9(3) VALUE 0.
       01 WS-LEVEL-TABLE.
          05 WS-BOARD OCCURS 100 TIMES.
             10 WS-BOARD-TOP         PIC 9(3).
             10 WS-BOARD-OPPONENT    PIC 9(3).
       01 WS-SEARCH-STATE            PIC X    VALUE "O".
          88 SEARCH-OPEN-BOARD                VALUE "O".
          88 SEARCH-NEXT-OPPONENT             VALUE "N".
          88 SEARCH-DONE                      VALUE "D".
          88 SEARCH-FAILED                    VALUE "F".
       01 WS-SEARCH-STEPS            PIC 9(7) VALUE 0.
       01 WS-SEARCH-LIMIT            PIC 9(7) VALUE 2000000.
      *
       01 WS-BYE-SLOT                PIC 9(3) VALUE 0.
       01 WS-TOP-SLOT                PIC 9(3) VALUE 0.
       01 WS-OPPONENT-SLOT           PIC 9(3) VALUE 0.
       01 WS-REPEAT-COUNT            PIC 9(3) VALUE 0.
       01 WS-DROPPED-COUNT           PIC 9(4) VALUE 0.
       01 WS-LOOKUP-PLAYER-ID        PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-SLOT-1           PIC 9(3) VALUE 0.
       01 WS-LOOKUP-SLOT-2           PIC 9(3) VALUE 0.
       01 WS-RANK-PICTURE            PIC ZZ9.
       01 WS-TABLE-PICTURE           PIC 99.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30) VALUE "SWISS-PAIRING".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       SWISS-PAIRING.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-SWISS-CONTROL.
           PERFORM LOAD-CHECKED-IN-FIELD.
           PERFORM LOAD-STANDINGS.
           PERFORM LOAD-RATINGS.
           PERFORM RANK-FIELD.
           MOVE ALL "N" TO WS-MET-TABLE.
           PERFORM LOAD-PAIRING-HISTORY.
           PERFORM CHOOSE-BYE.
           COMPUTE WS-LEVELS-NEEDED = WS-FIELD-COUNT / 2.
           PERFORM PAIR-FIELD.
           IF (NOT SEARCH-DONE)
              PERFORM PAIR-FIELD-WITH-REPEATS
           END-IF.
           PERFORM WRITE-PAIRINGS.
           PERFORM WRITE-SWISS-REPORT.
           PERFORM REWRITE-PAIRING-HISTORY.
           MOVE WS-LEVELS-NEEDED TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Players checked in: " WS-FIELD-COUNT.
           DISPLAY "Boards paired: " WS-LEVELS-NEEDED.
           IF (WS-BYE-SLOT > 0)
              DISPLAY "Bye: " WS-FIELD-ID(WS-BYE-SLOT)
           END-IF.
           DISPLAY "Repeat meetings: " WS-REPEAT-COUNT.
           STOP RUN.
      *
       LOAD-SWISS-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-NIGHT-DATE.
           MOVE 0 TO WS-SEASON-START.
           OPEN INPUT SWISS-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ SWISS-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (SC-NIGHT-DATE IS NUMERIC
                       AND SC-NIGHT-DATE > 0)
                       MOVE SC-NIGHT-DATE TO WS-NIGHT-DATE
                    END-IF
                    IF (SC-SEASON-START IS NUMERIC
                       AND SC-SEASON-START > 0)
                       MOVE SC-SEASON-START TO WS-SEASON-START
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SWISS-CONTROL-FILE.
           IF (WS-SEASON-START = 0)
              MOVE WS-NIGHT-DATE TO WS-SEASON-START
              MOVE "0101" TO WS-SEASON-START(5:4)
           END-IF.
      *
      *    A member checked in twice (left and came back) is one
      *    player in the field.
       LOAD-CHECKED-IN-FIELD.
           OPEN INPUT ATTENDANCE-FILE.
           PERFORM UNTIL ATTENDANCE-EOF
              READ ATTENDANCE-FILE
                 AT END
                    MOVE "Y" TO ATTENDANCE-EOF-SWITCH
                 NOT AT END
                    IF (AT-NIGHT-DATE = WS-NIGHT-DATE)
                       ADD 1 TO WS-AUDIT-READ
                       MOVE AT-MEMBER-ID TO WS-LOOKUP-PLAYER-ID
                       PERFORM FIND-FIELD-PLAYER
                       IF (WS-FIELD-HIT = 0)
                          PERFORM ADD-FIELD-PLAYER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
      *
       ADD-FIELD-PLAYER.
           IF (WS-FIELD-COUNT = 200)
              DISPLAY "ABORTED: checked-in players exceed the "
                 "200-entry field table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-FIELD-COUNT.
           MOVE AT-MEMBER-ID TO WS-FIELD-ID(WS-FIELD-COUNT).
           MOVE 0 TO WS-FIELD-POINTS(WS-FIELD-COUNT).
           MOVE 1500 TO WS-FIELD-RATING(WS-FIELD-COUNT).
           MOVE "N" TO WS-FIELD-HAD-BYE(WS-FIELD-COUNT).
           MOVE "N" TO WS-FIELD-PAIRED(WS-FIELD-COUNT).
      *
       FIND-FIELD-PLAYER.
           MOVE 0 TO WS-FIELD-HIT.
           PERFORM VARYING WS-FIELD-SCAN FROM 1 BY 1
              UNTIL WS-FIELD-SCAN > WS-FIELD-COUNT
              OR WS-FIELD-HIT > 0
                IF (WS-FIELD-ID(WS-FIELD-SCAN) = WS-LOOKUP-PLAYER-ID)
                   MOVE WS-FIELD-SCAN TO WS-FIELD-HIT
                END-IF
           END-PERFORM.
      *
       LOAD-STANDINGS.
           OPEN INPUT STANDINGS-FILE.
           PERFORM UNTIL STANDINGS-EOF
              READ STANDINGS-FILE
                 AT END
                    MOVE "Y" TO STANDINGS-EOF-SWITCH
                 NOT AT END
                    MOVE ST-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
                    PERFORM FIND-FIELD-PLAYER
                    IF (WS-FIELD-HIT > 0)
                       COMPUTE WS-FIELD-POINTS(WS-FIELD-HIT) =
                          ST-WINS * 2 + ST-TIES
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STANDINGS-FILE.
      *
       LOAD-RATINGS.
           OPEN INPUT RATINGS-FILE.
           PERFORM UNTIL RATINGS-EOF
              READ RATINGS-FILE
                 AT END
                    MOVE "Y" TO RATINGS-EOF-SWITCH
                 NOT AT END
                    MOVE RT-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
                    PERFORM FIND-FIELD-PLAYER
                    IF (WS-FIELD-HIT > 0)
                       MOVE RT-RATING TO WS-FIELD-RATING(WS-FIELD-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RATINGS-FILE.
      *
      *    Points, then rating, then member ID; the field is small
      *    enough for an exchange sort.
       RANK-FIELD.
           MOVE "Y" TO SORT-SWAPPED-SWITCH.
           PERFORM UNTIL NOT SORT-SWAPPED
              MOVE "N" TO SORT-SWAPPED-SWITCH
              PERFORM VARYING WS-FIELD-SCAN FROM 1 BY 1
                 UNTIL WS-FIELD-SCAN >= WS-FIELD-COUNT
                   COMPUTE WS-FIELD-SCAN-2 = WS-FIELD-SCAN + 1
                   IF (WS-FIELD-POINTS(WS-FIELD-SCAN-2) >
                      WS-FIELD-POINTS(WS-FIELD-SCAN)
                      OR (WS-FIELD-POINTS(WS-FIELD-SCAN-2) =
                         WS-FIELD-POINTS(WS-FIELD-SCAN)
                      AND WS-FIELD-RATING(WS-FIELD-SCAN-2) >
                         WS-FIELD-RATING(WS-FIELD-SCAN))
                      OR (WS-FIELD-POINTS(WS-FIELD-SCAN-2) =
                         WS-FIELD-POINTS(WS-FIELD-SCAN)
                      AND WS-FIELD-RATING(WS-FIELD-SCAN-2) =
                         WS-FIELD-RATING(WS-FIELD-SCAN)
                      AND WS-FIELD-ID(WS-FIELD-SCAN-2) <
                         WS-FIELD-ID(WS-FIELD-SCAN)))
                      MOVE WS-FIELD(WS-FIELD-SCAN) TO WS-FIELD-HOLD
                      MOVE WS-FIELD(WS-FIELD-SCAN-2)
                         TO WS-FIELD(WS-FIELD-SCAN)
                      MOVE WS-FIELD-HOLD TO WS-FIELD(WS-FIELD-SCAN-2)
                      MOVE "Y" TO SORT-SWAPPED-SWITCH
                   END-IF
              END-PERFORM
           END-PERFORM.
      *
      *    This night's own entries are dropped so a rerun replaces
      *    them; the season's meetings and byes are marked against
      *    the ranked field.
       LOAD-PAIRING-HISTORY.
           OPEN INPUT PAIRING-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF
              READ PAIRING-HISTORY-FILE
                 AT END
                    MOVE "Y" TO HISTORY-EOF-SWITCH
                 NOT AT END
                    IF (PH-NIGHT-DATE = WS-NIGHT-DATE)
                       ADD 1 TO WS-DROPPED-COUNT
                    ELSE
                       PERFORM KEEP-HISTORY-ENTRY
                       IF (PH-NIGHT-DATE >= WS-SEASON-START
                          AND PH-NIGHT-DATE < WS-NIGHT-DATE)
                          PERFORM MARK-SEASON-HISTORY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAIRING-HISTORY-FILE.
      *
       KEEP-HISTORY-ENTRY.
           IF (WS-HISTORY-COUNT = 5000)
              DISPLAY "ABORTED: pairing history exceeds the "
                 "5000-entry history table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-HISTORY-COUNT.
           MOVE PH-NIGHT-DATE TO WS-HISTORY-DATE(WS-HISTORY-COUNT).
           MOVE PH-TABLE-NUMBER
              TO WS-HISTORY-TABLE-NO(WS-HISTORY-COUNT).
           MOVE PH-PLAYER-ID-1
              TO WS-HISTORY-PLAYER-1(WS-HISTORY-COUNT).
           MOVE PH-PLAYER-ID-2
              TO WS-HISTORY-PLAYER-2(WS-HISTORY-COUNT).
           MOVE PH-KIND TO WS-HISTORY-KIND(WS-HISTORY-COUNT).
      *
       MARK-SEASON-HISTORY.
           MOVE PH-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-ID.
           PERFORM FIND-FIELD-PLAYER.
           MOVE WS-FIELD-HIT TO WS-LOOKUP-SLOT-1.
           IF (PH-BYE)
              IF (WS-LOOKUP-SLOT-1 > 0)
                 MOVE "Y" TO WS-FIELD-HAD-BYE(WS-LOOKUP-SLOT-1)
              END-IF
           ELSE
              MOVE PH-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-ID
              PERFORM FIND-FIELD-PLAYER
              MOVE WS-FIELD-HIT TO WS-LOOKUP-SLOT-2
              IF (WS-LOOKUP-SLOT-1 > 0 AND WS-LOOKUP-SLOT-2 > 0)
                 MOVE "Y" TO WS-MET-FLAG(WS-LOOKUP-SLOT-1,
                    WS-LOOKUP-SLOT-2)
                 MOVE "Y" TO WS-MET-FLAG(WS-LOOKUP-SLOT-2,
                    WS-LOOKUP-SLOT-1)
              END-IF
           END-IF.
      *
      *    Lowest-ranked player without a bye this season; if all
      *    have had one, the lowest-ranked player.
       CHOOSE-BYE.
           MOVE 0 TO WS-BYE-SLOT.
           DIVIDE WS-FIELD-COUNT BY 2 GIVING WS-FIELD-SCAN-2
              REMAINDER WS-FIELD-HIT.
           IF (WS-FIELD-HIT = 1)
              PERFORM VARYING WS-FIELD-SCAN FROM WS-FIELD-COUNT BY -1
                 UNTIL WS-FIELD-SCAN < 1
                 OR WS-BYE-SLOT > 0
                   IF (WS-FIELD-HAD-BYE(WS-FIELD-SCAN) = "N")
                      MOVE WS-FIELD-SCAN TO WS-BYE-SLOT
                   END-IF
              END-PERFORM
              IF (WS-BYE-SLOT = 0)
                 MOVE WS-FIELD-COUNT TO WS-BYE-SLOT
              END-IF
              MOVE "Y" TO WS-FIELD-PAIRED(WS-BYE-SLOT)
           END-IF.
      *
      *    Depth-first search down the boards: each board takes the
      *    top unpaired player and tries opponents in ranking order;
      *    when a board has no unmet opponent left, the board above
      *    moves on to its next opponent. The step limit keeps a
      *    hopeless field from searching for ever.
       PAIR-FIELD.
           MOVE 1 TO WS-LEVEL.
           MOVE "O" TO WS-SEARCH-STATE.
           IF (WS-LEVELS-NEEDED = 0)
              MOVE "D" TO WS-SEARCH-STATE
           END-IF.
           PERFORM UNTIL SEARCH-DONE OR SEARCH-FAILED
              ADD 1 TO WS-SEARCH-STEPS
              IF (WS-SEARCH-STEPS > WS-SEARCH-LIMIT)
                 MOVE "F" TO WS-SEARCH-STATE
              ELSE
                 EVALUATE TRUE
                 WHEN SEARCH-OPEN-BOARD
                      PERFORM OPEN-BOARD
                 WHEN SEARCH-NEXT-OPPONENT
                      PERFORM TRY-NEXT-OPPONENT
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *
       OPEN-BOARD.
           MOVE 0 TO WS-TOP-SLOT.
           PERFORM VARYING WS-FIELD-SCAN FROM 1 BY 1
              UNTIL WS-FIELD-SCAN > WS-FIELD-COUNT
              OR WS-TOP-SLOT > 0
                IF (WS-FIELD-PAIRED(WS-FIELD-SCAN) = "N")
                   MOVE WS-FIELD-SCAN TO WS-TOP-SLOT
                END-IF
           END-PERFORM.
           MOVE WS-TOP-SLOT TO WS-BOARD-TOP(WS-LEVEL).
           MOVE WS-TOP-SLOT TO WS-BOARD-OPPONENT(WS-LEVEL).
           MOVE "Y" TO WS-FIELD-PAIRED(WS-TOP-SLOT).
           MOVE "N" TO WS-SEARCH-STATE.
      *
       TRY-NEXT-OPPONENT.
           MOVE WS-BOARD-TOP(WS-LEVEL) TO WS-TOP-SLOT.
           MOVE 0 TO WS-OPPONENT-SLOT.
           COMPUTE WS-FIELD-SCAN = WS-BOARD-OPPONENT(WS-LEVEL) + 1.
           PERFORM UNTIL WS-FIELD-SCAN > WS-FIELD-COUNT
              OR WS-OPPONENT-SLOT > 0
                IF (WS-FIELD-PAIRED(WS-FIELD-SCAN) = "N"
                   AND WS-MET-FLAG(WS-TOP-SLOT, WS-FIELD-SCAN) = "N")
                   MOVE WS-FIELD-SCAN TO WS-OPPONENT-SLOT
                END-IF
                ADD 1 TO WS-FIELD-SCAN
           END-PERFORM.
           IF (WS-OPPONENT-SLOT > 0)
              MOVE WS-OPPONENT-SLOT TO WS-BOARD-OPPONENT(WS-LEVEL)
              MOVE "Y" TO WS-FIELD-PAIRED(WS-OPPONENT-SLOT)
              IF (WS-LEVEL = WS-LEVELS-NEEDED)
                 MOVE "D" TO WS-SEARCH-STATE
              ELSE
                 ADD 1 TO WS-LEVEL
                 MOVE "O" TO WS-SEARCH-STATE
              END-IF
           ELSE
              MOVE "N" TO WS-FIELD-PAIRED(WS-TOP-SLOT)
              SUBTRACT 1 FROM WS-LEVEL
              IF (WS-LEVEL = 0)
                 MOVE "F" TO WS-SEARCH-STATE
              ELSE
                 MOVE "N" TO WS-FIELD-PAIRED(
                    WS-BOARD-OPPONENT(WS-LEVEL))
              END-IF
           END-IF.
      *
      *    No repeat-free pairing exists: pair straight down the
      *    ranking, preferring an unmet opponent, and count repeats.
       PAIR-FIELD-WITH-REPEATS.
           PERFORM VARYING WS-FIELD-SCAN FROM 1 BY 1
              UNTIL WS-FIELD-SCAN > WS-FIELD-COUNT
                IF (WS-FIELD-SCAN NOT = WS-BYE-SLOT)
                   MOVE "N" TO WS-FIELD-PAIRED(WS-FIELD-SCAN)
                END-IF
           END-PERFORM.
           MOVE 0 TO WS-REPEAT-COUNT.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1
              UNTIL WS-LEVEL > WS-LEVELS-NEEDED
                PERFORM OPEN-BOARD
                MOVE 0 TO WS-OPPONENT-SLOT
                PERFORM VARYING WS-FIELD-SCAN FROM 1 BY 1
                   UNTIL WS-FIELD-SCAN > WS-FIELD-COUNT
                   OR WS-OPPONENT-SLOT > 0
                     IF (WS-FIELD-PAIRED(WS-FIELD-SCAN) = "N"
                        AND WS-MET-FLAG(WS-TOP-SLOT, WS-FIELD-SCAN)
                           = "N")
                        MOVE WS-FIELD-SCAN TO WS-OPPONENT-SLOT
                     END-IF
                END-PERFORM
                PERFORM VARYING WS-FIELD-SCAN FROM 1 BY 1
                   UNTIL WS-FIELD-SCAN > WS-FIELD-COUNT
                   OR WS-OPPONENT-SLOT > 0
                     IF (WS-FIELD-PAIRED(WS-FIELD-SCAN) = "N")
                        MOVE WS-FIELD-SCAN TO WS-OPPONENT-SLOT
                        ADD 1 TO WS-REPEAT-COUNT
                     END-IF
                END-PERFORM
                MOVE WS-OPPONENT-SLOT TO WS-BOARD-OPPONENT(WS-LEVEL)
                MOVE "Y" TO WS-FIELD-PAIRED(WS-OPPONENT-SLOT)
           END-PERFORM.
           MOVE "D" TO WS-SEARCH-STATE.
      *
       WRITE-PAIRINGS.
           OPEN OUTPUT PAIRING-FILE.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1
              UNTIL WS-LEVEL > WS-LEVELS-NEEDED
                MOVE WS-NIGHT-DATE TO PR-NIGHT-DATE
                MOVE WS-LEVEL TO PR-TABLE-NUMBER
                MOVE WS-FIELD-ID(WS-BOARD-TOP(WS-LEVEL))
                   TO PR-PLAYER-ID-1
                MOVE WS-FIELD-ID(WS-BOARD-OPPONENT(WS-LEVEL))
                   TO PR-PLAYER-ID-2
                WRITE PAIRING-RECORD
           END-PERFORM.
           CLOSE PAIRING-FILE.
      *
       WRITE-SWISS-REPORT.
           OPEN OUTPUT SWISS-REPORT-FILE.
           MOVE SPACES TO SWISS-REPORT-RECORD.
           STRING "SWISS PAIRINGS FOR NIGHT " DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
                  " - SEASON FROM " DELIMITED BY SIZE
                  WS-SEASON-START DELIMITED BY SIZE
              INTO SWISS-REPORT-RECORD.
           WRITE SWISS-REPORT-RECORD.
           MOVE "RANKING" TO SWISS-REPORT-RECORD.
           WRITE SWISS-REPORT-RECORD.
           PERFORM VARYING WS-FIELD-SCAN FROM 1 BY 1
              UNTIL WS-FIELD-SCAN > WS-FIELD-COUNT
                MOVE WS-FIELD-SCAN TO WS-RANK-PICTURE
                MOVE SPACES TO SWISS-REPORT-RECORD
                STRING WS-RANK-PICTURE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FIELD-ID(WS-FIELD-SCAN) DELIMITED BY SIZE
                       " POINTS=" DELIMITED BY SIZE
                       WS-FIELD-POINTS(WS-FIELD-SCAN)
                          DELIMITED BY SIZE
                       " RATING=" DELIMITED BY SIZE
                       WS-FIELD-RATING(WS-FIELD-SCAN)
                          DELIMITED BY SIZE
                   INTO SWISS-REPORT-RECORD
                WRITE SWISS-REPORT-RECORD
           END-PERFORM.
           MOVE "BOARDS" TO SWISS-REPORT-RECORD.
           WRITE SWISS-REPORT-RECORD.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1
              UNTIL WS-LEVEL > WS-LEVELS-NEEDED
                MOVE WS-BOARD-TOP(WS-LEVEL) TO WS-TOP-SLOT
                MOVE WS-BOARD-OPPONENT(WS-LEVEL) TO WS-OPPONENT-SLOT
                MOVE WS-LEVEL TO WS-TABLE-PICTURE
                MOVE SPACES TO SWISS-REPORT-RECORD
                STRING "TABLE=" DELIMITED BY SIZE
                       WS-TABLE-PICTURE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FIELD-ID(WS-TOP-SLOT) DELIMITED BY SIZE
                       " V " DELIMITED BY SIZE
                       WS-FIELD-ID(WS-OPPONENT-SLOT) DELIMITED BY SIZE
                   INTO SWISS-REPORT-RECORD
                IF (WS-MET-FLAG(WS-TOP-SLOT, WS-OPPONENT-SLOT) = "Y")
                   MOVE "REPEAT MEETING" TO SWISS-REPORT-RECORD(41:14)
                END-IF
                WRITE SWISS-REPORT-RECORD
           END-PERFORM.
           IF (WS-BYE-SLOT > 0)
              MOVE SPACES TO SWISS-REPORT-RECORD
              STRING "BYE " DELIMITED BY SIZE
                     WS-FIELD-ID(WS-BYE-SLOT) DELIMITED BY SIZE
                 INTO SWISS-REPORT-RECORD
              IF (WS-FIELD-HAD-BYE(WS-BYE-SLOT) = "Y")
                 MOVE "SECOND BYE THIS SEASON"
                    TO SWISS-REPORT-RECORD(41:22)
              END-IF
              WRITE SWISS-REPORT-RECORD
           END-IF.
           MOVE SPACES TO SWISS-REPORT-RECORD.
           STRING "PLAYERS=" DELIMITED BY SIZE
                  WS-FIELD-COUNT DELIMITED BY SIZE
                  " BOARDS=" DELIMITED BY SIZE
                  WS-LEVELS-NEEDED DELIMITED BY SIZE
                  " REPEAT MEETINGS=" DELIMITED BY SIZE
                  WS-REPEAT-COUNT DELIMITED BY SIZE
                  " REPLACED FROM EARLIER RUN=" DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
              INTO SWISS-REPORT-RECORD.
           WRITE SWISS-REPORT-RECORD.
           CLOSE SWISS-REPORT-FILE.
      *
       REWRITE-PAIRING-HISTORY.
           OPEN OUTPUT PAIRING-HISTORY-FILE.
           PERFORM VARYING WS-HISTORY-SCAN FROM 1 BY 1
              UNTIL WS-HISTORY-SCAN > WS-HISTORY-COUNT
                MOVE WS-HISTORY-DATE(WS-HISTORY-SCAN)
                   TO PH-NIGHT-DATE
                MOVE WS-HISTORY-TABLE-NO(WS-HISTORY-SCAN)
                   TO PH-TABLE-NUMBER
                MOVE WS-HISTORY-PLAYER-1(WS-HISTORY-SCAN)
                   TO PH-PLAYER-ID-1
                MOVE WS-HISTORY-PLAYER-2(WS-HISTORY-SCAN)
                   TO PH-PLAYER-ID-2
                MOVE WS-HISTORY-KIND(WS-HISTORY-SCAN) TO PH-KIND
                WRITE PAIRING-HISTORY-RECORD
           END-PERFORM.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1
              UNTIL WS-LEVEL > WS-LEVELS-NEEDED
                MOVE WS-NIGHT-DATE TO PH-NIGHT-DATE
                MOVE WS-LEVEL TO PH-TABLE-NUMBER
                MOVE WS-FIELD-ID(WS-BOARD-TOP(WS-LEVEL))
                   TO PH-PLAYER-ID-1
                MOVE WS-FIELD-ID(WS-BOARD-OPPONENT(WS-LEVEL))
                   TO PH-PLAYER-ID-2
                MOVE "P" TO PH-KIND
                WRITE PAIRING-HISTORY-RECORD
           END-PERFORM.
           IF (WS-BYE-SLOT > 0)
              MOVE WS-NIGHT-DATE TO PH-NIGHT-DATE
              MOVE 0 TO PH-TABLE-NUMBER
              MOVE WS-FIELD-ID(WS-BYE-SLOT) TO PH-PLAYER-ID-1
              MOVE SPACES TO PH-PLAYER-ID-2
              MOVE "B" TO PH-KIND
              WRITE PAIRING-HISTORY-RECORD
           END-IF.
           CLOSE PAIRING-HISTORY-FILE.
      *
