       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIOSK-LEADERBOARD.
      *
      *    Kiosk practice leaderboard. The game log holds one line
      *    per turn, so whole games are rebuilt from it: each
      *    member's turns are followed in log order (a pass-and-play
      *    game interleaves several members, which is why the open
      *    games are kept per member), a turn 1 starting a fresh
      *    card, and the game counts only once every category its
      *    ruleset plays has been filled - the number of categories
      *    open on the first turn's mask. A game abandoned part-way,
      *    or one whose turns do not follow on, is dropped and
      *    tallied as abandoned. A finished game is totalled as the
      *    kiosk totals a card, the upper bonus asked of the shared
      *    scorer under the game's ruleset.
      *
      *    Every run rebuilds the personal-best file (KIOSKPB) whole
      *    from the log: one record per member with games finished,
      *    best total and the game it came from, best single
      *    category score and the category, and the yachts rolled
      *    across the finished games. The monthly board then ranks
      *    each member's best game in the board month - the current
      *    month unless the control card names another - and prints
      *    the top ten, equal totals sharing a place, to KIOSKLDB for
      *    the noticeboard and to the screen for the kiosk. A member
      *    purged by MEMBER-PURGE has already been replaced by the
      *    anonymous token on the game log, so only the token ever
      *    appears here.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG-FILE ASSIGN TO "KIOSKGLG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BOARD-CONTROL-FILE ASSIGN TO "KIOSKLBC"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PERSONAL-BEST-FILE ASSIGN TO "KIOSKPB"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT LEADERBOARD-REPORT-FILE ASSIGN TO "KIOSKLDB"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG-FILE.
       01  GAME-LOG-RECORD.
           05 GL-MEMBER-ID           PIC X(10).
           05 GL-GAME-DATE           PIC 9(8).
           05 GL-TURN-NUMBER         PIC 99.
           05 GL-FINAL-DICE          PIC 9(5).
           05 GL-REROLLS-TAKEN       PIC 9.
           05 GL-OPEN-MASK           PIC X(12).
           05 GL-CATEGORY-PICKED     PIC X(15).
           05 GL-SCORE-TAKEN         PIC 99.
           05 GL-RULESET-NAME        PIC X(8).
           05 GL-SCORER-VERSION      PIC X(8).
           05 GL-HOLD OCCURS 2 TIMES.
              10 GL-HOLD-DICE        PIC X(5).
              10 GL-HOLD-MASK        PIC X(5).
      *
       FD  BOARD-CONTROL-FILE.
       01  BOARD-CONTROL-RECORD.
           05 BC-BOARD-MONTH         PIC 9(6).
      *
       FD  PERSONAL-BEST-FILE.
       01  PERSONAL-BEST-RECORD.
           05 PB-MEMBER-ID           PIC X(10).
           05 PB-GAMES-FINISHED      PIC 9(4).
           05 PB-BEST-TOTAL          PIC 9(5).
           05 PB-BEST-GAME-DATE      PIC 9(8).
           05 PB-BEST-RULESET        PIC X(8).
           05 PB-BEST-CATEGORY-SCORE PIC 99.
           05 PB-BEST-CATEGORY       PIC X(15).
           05 PB-YACHTS-ROLLED       PIC 9(4).
      *
       FD  LEADERBOARD-REPORT-FILE.
       01  LEADERBOARD-REPORT-RECORD PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 LOG-EOF-SWITCH          PIC X    VALUE "N".
             88 LOG-EOF                       VALUE "Y".
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 GAME-FOUND-SWITCH       PIC X    VALUE "N".
             88 GAME-FOUND                    VALUE "Y".
          05 MEMBER-FOUND-SWITCH     PIC X    VALUE "N".
             88 MEMBER-FOUND                  VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-BOARD-MONTH             PIC 9(6) VALUE 0.
       01 WS-TURN-COUNT              PIC 9(5) VALUE 0.
       01 WS-GAMES-COUNTED           PIC 9(5) VALUE 0.
       01 WS-GAMES-ABANDONED         PIC 9(5) VALUE 0.
      *
       01 CATEGORY-TABLE-VALUES.
          05 FILLER                  PIC X(15) VALUE 'ones'.
          05 FILLER                  PIC X(15) VALUE 'twos'.
          05 FILLER                  PIC X(15) VALUE 'threes'.
          05 FILLER                  PIC X(15) VALUE 'fours'.
          05 FILLER                  PIC X(15) VALUE 'fives'.
          05 FILLER                  PIC X(15) VALUE 'sixes'.
      *
       01 CATEGORY-TABLE REDEFINES CATEGORY-TABLE-VALUES.
          05 UPPER-CATEGORY          PIC X(15) OCCURS 6 TIMES.
      *
       01 WS-CATEGORY-INDEX          PIC 99   VALUE 0.
       01 WS-BONUS-CATEGORY          PIC X(15) VALUE 'upper bonus'.
       01 WS-CALL-DICE               PIC 9(5).
       01 WS-UPPER-BONUS             PIC 99   VALUE 0.
       01 WS-SCORER-VERSION          PIC X(8) VALUE SPACES.
       01 WS-CALL-RULESET            PIC X(8) VALUE SPACES.
       01 WS-DICE-TEXT               PIC X(5) VALUE SPACES.
       01 WS-OPEN-TALLY              PIC 99   VALUE 0.
      *
      *    Games in progress, one per member, as the log is read.
       01 WS-GAME-COUNT              PIC 9(3) VALUE 0.
       01 WS-GAME-SCAN               PIC 9(3) VALUE 0.
       01 WS-GAME-SLOT               PIC 9(3) VALUE 0.
       01 WS-GAME-TABLE.
          05 WS-GAME OCCURS 200 TIMES.
             10 WG-MEMBER-ID         PIC X(10).
             10 WG-GAME-DATE         PIC 9(8).
             10 WG-RULESET-NAME      PIC X(8).
             10 WG-TURNS-NEEDED      PIC 99.
             10 WG-TURNS-TAKEN       PIC 99.
             10 WG-GAME-TOTAL        PIC 9(5).
             10 WG-UPPER-TOTAL       PIC 9(5).
             10 WG-BEST-SCORE        PIC 99.
             10 WG-BEST-CATEGORY     PIC X(15).
             10 WG-YACHTS            PIC 99.
      *
      *    Personal bests and each member's best game of the month.
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-SLOT             PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WM-MEMBER-ID         PIC X(10).
             10 WM-GAMES-FINISHED    PIC 9(4).
             10 WM-BEST-TOTAL        PIC 9(5).
             10 WM-BEST-GAME-DATE    PIC 9(8).
             10 WM-BEST-RULESET      PIC X(8).
             10 WM-BEST-SCORE        PIC 99.
             10 WM-BEST-CATEGORY     PIC X(15).
             10 WM-YACHTS-ROLLED     PIC 9(4).
             10 WM-MONTH-PLAYED      PIC X.
                88 WM-PLAYED-IN-MONTH         VALUE "Y".
             10 WM-MONTH-TOTAL       PIC 9(5).
             10 WM-MONTH-GAME-DATE   PIC 9(8).
             10 WM-MONTH-RULESET     PIC X(8).
             10 WM-BOARDED           PIC X.
                88 WM-ON-BOARD                VALUE "Y".
      *
       01 WS-PLACES-PRINTED          PIC 99   VALUE 0.
       01 WS-BOARD-PLACE             PIC 99   VALUE 0.
       01 WS-LAST-TOTAL              PIC 9(5) VALUE 0.
       01 WS-BEST-SLOT               PIC 9(3) VALUE 0.
       01 WS-PLACE-EDIT              PIC Z9.
       01 WS-TOTAL-EDIT              PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       KIOSK-LEADERBOARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-BOARD-CONTROL.
           OPEN INPUT GAME-LOG-FILE.
           PERFORM UNTIL LOG-EOF
              READ GAME-LOG-FILE
                 AT END
                    MOVE "Y" TO LOG-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TURN-COUNT
                    PERFORM FOLLOW-ONE-TURN
              END-READ
           END-PERFORM.
           CLOSE GAME-LOG-FILE.
           ADD WS-GAME-COUNT TO WS-GAMES-ABANDONED.
           PERFORM WRITE-PERSONAL-BESTS.
           PERFORM PRINT-MONTHLY-BOARD.
           DISPLAY "Turns read: " WS-TURN-COUNT.
           DISPLAY "Games counted: " WS-GAMES-COUNTED.
           DISPLAY "Games abandoned: " WS-GAMES-ABANDONED.
           STOP RUN.
      *
       LOAD-BOARD-CONTROL.
           MOVE WS-RUN-DATE(1:6) TO WS-BOARD-MONTH.
           OPEN INPUT BOARD-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ BOARD-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (BC-BOARD-MONTH IS NUMERIC
                       AND BC-BOARD-MONTH > 0)
                       MOVE BC-BOARD-MONTH TO WS-BOARD-MONTH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BOARD-CONTROL-FILE.
      *
      *    A turn 1 opens a fresh card for the member, dropping any
      *    card they left unfinished; any other turn must follow on
      *    from the member's open card on the same date, or that
      *    card is dropped as well.
       FOLLOW-ONE-TURN.
           PERFORM FIND-OPEN-GAME.
           IF (GL-TURN-NUMBER = 1)
              IF (GAME-FOUND)
                 ADD 1 TO WS-GAMES-ABANDONED
              ELSE
                 PERFORM ADD-OPEN-GAME
              END-IF
              PERFORM START-GAME-CARD
              PERFORM ADD-TURN-TO-CARD
           ELSE
              IF (GAME-FOUND)
                 IF (GL-GAME-DATE = WG-GAME-DATE(WS-GAME-SLOT)
                    AND GL-TURN-NUMBER =
                       WG-TURNS-TAKEN(WS-GAME-SLOT) + 1)
                    PERFORM ADD-TURN-TO-CARD
                 ELSE
                    ADD 1 TO WS-GAMES-ABANDONED
                    PERFORM DROP-OPEN-GAME
                 END-IF
              END-IF
           END-IF.
           IF (GAME-FOUND)
              IF (WG-TURNS-TAKEN(WS-GAME-SLOT) >=
                 WG-TURNS-NEEDED(WS-GAME-SLOT))
                 PERFORM FINISH-GAME-CARD
                 PERFORM DROP-OPEN-GAME
              END-IF
           END-IF.
      *
       FIND-OPEN-GAME.
           MOVE "N" TO GAME-FOUND-SWITCH.
           MOVE 0 TO WS-GAME-SLOT.
           PERFORM VARYING WS-GAME-SCAN FROM 1 BY 1
              UNTIL WS-GAME-SCAN > WS-GAME-COUNT
              OR GAME-FOUND
                IF (WG-MEMBER-ID(WS-GAME-SCAN) = GL-MEMBER-ID)
                   MOVE "Y" TO GAME-FOUND-SWITCH
                   MOVE WS-GAME-SCAN TO WS-GAME-SLOT
                END-IF
           END-PERFORM.
      *
       ADD-OPEN-GAME.
           IF (WS-GAME-COUNT = 200)
              DISPLAY "ABORTED: more than 200 kiosk games open "
                 "at once on the game log"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-GAME-COUNT.
           MOVE WS-GAME-COUNT TO WS-GAME-SLOT.
           MOVE "Y" TO GAME-FOUND-SWITCH.
      *
      *    The first turn's mask shows every category the ruleset
      *    plays as open; a turn logged without a mask is a full
      *    twelve-category card.
       START-GAME-CARD.
           MOVE GL-MEMBER-ID TO WG-MEMBER-ID(WS-GAME-SLOT).
           MOVE GL-GAME-DATE TO WG-GAME-DATE(WS-GAME-SLOT).
           MOVE GL-RULESET-NAME TO WG-RULESET-NAME(WS-GAME-SLOT).
           IF (GL-RULESET-NAME = SPACES)
              MOVE "STANDARD" TO WG-RULESET-NAME(WS-GAME-SLOT)
           END-IF.
           MOVE 0 TO WS-OPEN-TALLY.
           INSPECT GL-OPEN-MASK TALLYING WS-OPEN-TALLY FOR ALL "Y".
           IF (WS-OPEN-TALLY = 0)
              MOVE 12 TO WS-OPEN-TALLY
           END-IF.
           MOVE WS-OPEN-TALLY TO WG-TURNS-NEEDED(WS-GAME-SLOT).
           MOVE 0 TO WG-TURNS-TAKEN(WS-GAME-SLOT).
           MOVE 0 TO WG-GAME-TOTAL(WS-GAME-SLOT).
           MOVE 0 TO WG-UPPER-TOTAL(WS-GAME-SLOT).
           MOVE 0 TO WG-BEST-SCORE(WS-GAME-SLOT).
           MOVE SPACES TO WG-BEST-CATEGORY(WS-GAME-SLOT).
           MOVE 0 TO WG-YACHTS(WS-GAME-SLOT).
      *
      *    Five dice showing the same face are a yacht rolled,
      *    whatever the category they were scored in.
       ADD-TURN-TO-CARD.
           ADD 1 TO WG-TURNS-TAKEN(WS-GAME-SLOT).
           ADD GL-SCORE-TAKEN TO WG-GAME-TOTAL(WS-GAME-SLOT).
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
              UNTIL WS-CATEGORY-INDEX > 6
                IF (GL-CATEGORY-PICKED =
                   UPPER-CATEGORY(WS-CATEGORY-INDEX))
                   ADD GL-SCORE-TAKEN TO WG-UPPER-TOTAL(WS-GAME-SLOT)
                END-IF
           END-PERFORM.
           IF (GL-SCORE-TAKEN > WG-BEST-SCORE(WS-GAME-SLOT))
              MOVE GL-SCORE-TAKEN TO WG-BEST-SCORE(WS-GAME-SLOT)
              MOVE GL-CATEGORY-PICKED
                 TO WG-BEST-CATEGORY(WS-GAME-SLOT)
           END-IF.
           MOVE GL-FINAL-DICE TO WS-DICE-TEXT.
           IF (WS-DICE-TEXT(1:4) = WS-DICE-TEXT(2:4))
              ADD 1 TO WG-YACHTS(WS-GAME-SLOT)
           END-IF.
      *
       FINISH-GAME-CARD.
           ADD 1 TO WS-GAMES-COUNTED.
           MOVE WG-UPPER-TOTAL(WS-GAME-SLOT) TO WS-CALL-DICE.
           MOVE WG-RULESET-NAME(WS-GAME-SLOT) TO WS-CALL-RULESET.
           CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY WS-CALL-DICE
              WS-UPPER-BONUS WS-SCORER-VERSION WS-CALL-RULESET.
           ADD WS-UPPER-BONUS TO WG-GAME-TOTAL(WS-GAME-SLOT).
           PERFORM FIND-MEMBER-BESTS.
           ADD 1 TO WM-GAMES-FINISHED(WS-MEMBER-SLOT).
           ADD WG-YACHTS(WS-GAME-SLOT)
              TO WM-YACHTS-ROLLED(WS-MEMBER-SLOT).
           IF (WG-GAME-TOTAL(WS-GAME-SLOT) >
              WM-BEST-TOTAL(WS-MEMBER-SLOT))
              MOVE WG-GAME-TOTAL(WS-GAME-SLOT)
                 TO WM-BEST-TOTAL(WS-MEMBER-SLOT)
              MOVE WG-GAME-DATE(WS-GAME-SLOT)
                 TO WM-BEST-GAME-DATE(WS-MEMBER-SLOT)
              MOVE WG-RULESET-NAME(WS-GAME-SLOT)
                 TO WM-BEST-RULESET(WS-MEMBER-SLOT)
           END-IF.
           IF (WG-BEST-SCORE(WS-GAME-SLOT) >
              WM-BEST-SCORE(WS-MEMBER-SLOT))
              MOVE WG-BEST-SCORE(WS-GAME-SLOT)
                 TO WM-BEST-SCORE(WS-MEMBER-SLOT)
              MOVE WG-BEST-CATEGORY(WS-GAME-SLOT)
                 TO WM-BEST-CATEGORY(WS-MEMBER-SLOT)
           END-IF.
           IF (WG-GAME-DATE(WS-GAME-SLOT)(1:6) = WS-BOARD-MONTH)
              IF (NOT WM-PLAYED-IN-MONTH(WS-MEMBER-SLOT)
                 OR WG-GAME-TOTAL(WS-GAME-SLOT) >
                    WM-MONTH-TOTAL(WS-MEMBER-SLOT))
                 MOVE "Y" TO WM-MONTH-PLAYED(WS-MEMBER-SLOT)
                 MOVE WG-GAME-TOTAL(WS-GAME-SLOT)
                    TO WM-MONTH-TOTAL(WS-MEMBER-SLOT)
                 MOVE WG-GAME-DATE(WS-GAME-SLOT)
                    TO WM-MONTH-GAME-DATE(WS-MEMBER-SLOT)
                 MOVE WG-RULESET-NAME(WS-GAME-SLOT)
                    TO WM-MONTH-RULESET(WS-MEMBER-SLOT)
              END-IF
           END-IF.
      *
      *    The finished or dropped card's slot is filled from the
      *    last open card so the table stays packed.
       DROP-OPEN-GAME.
           MOVE WS-GAME(WS-GAME-COUNT) TO WS-GAME(WS-GAME-SLOT).
           SUBTRACT 1 FROM WS-GAME-COUNT.
           MOVE "N" TO GAME-FOUND-SWITCH.
      *
       FIND-MEMBER-BESTS.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WM-MEMBER-ID(WS-MEMBER-SCAN) =
                   WG-MEMBER-ID(WS-GAME-SLOT))
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-SLOT
                END-IF
           END-PERFORM.
           IF (NOT MEMBER-FOUND)
              IF (WS-MEMBER-COUNT = 500)
                 DISPLAY "ABORTED: more than 500 members on the "
                    "kiosk game log"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-MEMBER-COUNT
              MOVE WS-MEMBER-COUNT TO WS-MEMBER-SLOT
              MOVE WG-MEMBER-ID(WS-GAME-SLOT)
                 TO WM-MEMBER-ID(WS-MEMBER-SLOT)
              MOVE 0 TO WM-GAMES-FINISHED(WS-MEMBER-SLOT)
              MOVE 0 TO WM-BEST-TOTAL(WS-MEMBER-SLOT)
              MOVE 0 TO WM-BEST-GAME-DATE(WS-MEMBER-SLOT)
              MOVE SPACES TO WM-BEST-RULESET(WS-MEMBER-SLOT)
              MOVE 0 TO WM-BEST-SCORE(WS-MEMBER-SLOT)
              MOVE SPACES TO WM-BEST-CATEGORY(WS-MEMBER-SLOT)
              MOVE 0 TO WM-YACHTS-ROLLED(WS-MEMBER-SLOT)
              MOVE "N" TO WM-MONTH-PLAYED(WS-MEMBER-SLOT)
              MOVE 0 TO WM-MONTH-TOTAL(WS-MEMBER-SLOT)
              MOVE 0 TO WM-MONTH-GAME-DATE(WS-MEMBER-SLOT)
              MOVE SPACES TO WM-MONTH-RULESET(WS-MEMBER-SLOT)
              MOVE "N" TO WM-BOARDED(WS-MEMBER-SLOT)
           END-IF.
      *
       WRITE-PERSONAL-BESTS.
           OPEN OUTPUT PERSONAL-BEST-FILE.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
                MOVE WM-MEMBER-ID(WS-MEMBER-SCAN) TO PB-MEMBER-ID
                MOVE WM-GAMES-FINISHED(WS-MEMBER-SCAN)
                   TO PB-GAMES-FINISHED
                MOVE WM-BEST-TOTAL(WS-MEMBER-SCAN) TO PB-BEST-TOTAL
                MOVE WM-BEST-GAME-DATE(WS-MEMBER-SCAN)
                   TO PB-BEST-GAME-DATE
                MOVE WM-BEST-RULESET(WS-MEMBER-SCAN)
                   TO PB-BEST-RULESET
                MOVE WM-BEST-SCORE(WS-MEMBER-SCAN)
                   TO PB-BEST-CATEGORY-SCORE
                MOVE WM-BEST-CATEGORY(WS-MEMBER-SCAN)
                   TO PB-BEST-CATEGORY
                MOVE WM-YACHTS-ROLLED(WS-MEMBER-SCAN)
                   TO PB-YACHTS-ROLLED
                WRITE PERSONAL-BEST-RECORD
           END-PERFORM.
           CLOSE PERSONAL-BEST-FILE.
      *
      *    Each member's best game of the month, highest first, until
      *    ten places are printed or nobody is left.
       PRINT-MONTHLY-BOARD.
           OPEN OUTPUT LEADERBOARD-REPORT-FILE.
           MOVE SPACES TO LEADERBOARD-REPORT-RECORD.
           STRING "KIOSK PRACTICE LEADERBOARD MONTH="
                     DELIMITED BY SIZE
                  WS-BOARD-MONTH DELIMITED BY SIZE
                  " RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO LEADERBOARD-REPORT-RECORD.
           PERFORM WRITE-BOARD-LINE.
           MOVE "PLACE  MEMBER      TOTAL  GAME DATE  RULESET"
              TO LEADERBOARD-REPORT-RECORD.
           PERFORM WRITE-BOARD-LINE.
           MOVE 0 TO WS-PLACES-PRINTED.
           MOVE 0 TO WS-BOARD-PLACE.
           MOVE 0 TO WS-LAST-TOTAL.
           MOVE 1 TO WS-BEST-SLOT.
           PERFORM PRINT-NEXT-PLACE
              UNTIL WS-PLACES-PRINTED >= 10
              OR WS-BEST-SLOT = 0.
           IF (WS-PLACES-PRINTED = 0)
              MOVE "NO FINISHED KIOSK GAMES THIS MONTH"
                 TO LEADERBOARD-REPORT-RECORD
              PERFORM WRITE-BOARD-LINE
           END-IF.
           CLOSE LEADERBOARD-REPORT-FILE.
      *
       PRINT-NEXT-PLACE.
           MOVE 0 TO WS-BEST-SLOT.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
                IF (WM-PLAYED-IN-MONTH(WS-MEMBER-SCAN)
                   AND NOT WM-ON-BOARD(WS-MEMBER-SCAN))
                   IF (WS-BEST-SLOT = 0)
                      MOVE WS-MEMBER-SCAN TO WS-BEST-SLOT
                   ELSE
                      IF (WM-MONTH-TOTAL(WS-MEMBER-SCAN) >
                         WM-MONTH-TOTAL(WS-BEST-SLOT))
                         MOVE WS-MEMBER-SCAN TO WS-BEST-SLOT
                      END-IF
                   END-IF
                END-IF
           END-PERFORM.
           IF (WS-BEST-SLOT > 0)
              MOVE "Y" TO WM-BOARDED(WS-BEST-SLOT)
              ADD 1 TO WS-PLACES-PRINTED
              IF (WS-BOARD-PLACE = 0
                 OR WM-MONTH-TOTAL(WS-BEST-SLOT) NOT = WS-LAST-TOTAL)
                 MOVE WS-PLACES-PRINTED TO WS-BOARD-PLACE
              END-IF
              MOVE WM-MONTH-TOTAL(WS-BEST-SLOT) TO WS-LAST-TOTAL
              MOVE WS-BOARD-PLACE TO WS-PLACE-EDIT
              MOVE WM-MONTH-TOTAL(WS-BEST-SLOT) TO WS-TOTAL-EDIT
              MOVE SPACES TO LEADERBOARD-REPORT-RECORD
              STRING "   " DELIMITED BY SIZE
                     WS-PLACE-EDIT DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WM-MEMBER-ID(WS-BEST-SLOT) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-TOTAL-EDIT DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WM-MONTH-GAME-DATE(WS-BEST-SLOT)
                        DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     WM-MONTH-RULESET(WS-BEST-SLOT) DELIMITED BY SIZE
                 INTO LEADERBOARD-REPORT-RECORD
              PERFORM WRITE-BOARD-LINE
           END-IF.
      *
      *    The noticeboard copy goes to the report file and the
      *    kiosk screen gets the same line.
       WRITE-BOARD-LINE.
           WRITE LEADERBOARD-REPORT-RECORD.
           DISPLAY LEADERBOARD-REPORT-RECORD.
