      *    blind, and then restarts YACHTHST empty - the job the
      *    league used to do twice a year with a rename and crossed
      *    fingers.
      *
      *    A player who played under more than one ruleset has a
      *    separate total for each: the final standings are ranked
      *    within each ruleset, and the archive and carry-forward
      *    records say which ruleset they belong to. History written
      *    before rulesets were recorded counts as STANDARD, and so
      *    does a handicap written before the handicap file carried
      *    its ruleset; a handicap is carried only onto the total
      *    for the ruleset it was worked out under.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SH-RUN-DATE                PIC X(10).
           05 SH-CATEGORY                PIC X(15).
           05 SH-RESULT                  PIC 99.
           05 SH-RULESET-NAME            PIC X(8).
      *
       FD  HANDICAP-FILE.
       01  HANDICAP-RECORD.
           05 HC-PLAYER-ID               PIC X(10).
           05 HC-HANDICAP                PIC 9(3).
           05 HC-RULESET-NAME            PIC X(8).
      *
       FD  ARCHIVE-FILE.
       01  ARCHIVE-TRAILER-RECORD      PIC X(43).
           05 AR-RUN-DATE                PIC X(10).
           05 AR-CATEGORY                PIC X(15).
           05 AR-RESULT                  PIC 99.
           05 AR-RULESET-NAME            PIC X(8).
      *
       FD  FINAL-STANDINGS-FILE.
       01  FINAL-STANDINGS-RECORD        PIC X(90).
           05 SD-END-DATE            PIC 9(8).
      *
       FD  AGGREGATE-FILE.
       01  AGGREGATE-RECORD          PIC X(57).
      *
       FD  CURSOR-FILE.
       01  CURSOR-RECORD             PIC X(15).
           05 CF-GAMES-PLAYED            PIC 9(4).
           05 CF-SEASON-AVERAGE          PIC 9(3)V99.
           05 CF-FINAL-HANDICAP          PIC 9(3).
           05 CF-RULESET-NAME            PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-HELD-COUNT                  PIC 9(4) VALUE 0.
       01 WS-HELD-SCAN                   PIC 9(4) VALUE 0.
       01 WS-HELD-TABLE.
          05 WS-HELD OCCURS 2000 TIMES PIC X(45).
      *
       01 WS-PLAYER-COUNT                PIC 9(3) VALUE 0.
       01 WS-PLAYER-SCAN                 PIC 9(3) VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER-ENTRY OCCURS 200 TIMES.
             10 WS-PLAYER-ID             PIC X(10).
             10 WS-PLAYER-RULESET        PIC X(8).
             10 WS-PLAYER-POINTS         PIC 9(7).
             10 WS-PLAYER-LINES          PIC 9(5).
             10 WS-PLAYER-HANDICAP       PIC 9(3).
       01 WS-RANK                        PIC 9(3) VALUE 0.
       01 WS-BEST-INDEX                  PIC 9(3) VALUE 0.
       01 WS-BEST-POINTS                 PIC 9(7) VALUE 0.
       01 WS-HISTORY-RULESET             PIC X(8) VALUE SPACES.
       01 WS-LAST-RULESET                PIC X(8) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      *
       ARCHIVE-IN-SEASON-RECORD.
           ADD 1 TO WS-ARCHIVED-COUNT.
           IF (SH-RULESET-NAME = SPACES)
              MOVE "STANDARD" TO WS-HISTORY-RULESET
           ELSE
              MOVE SH-RULESET-NAME TO WS-HISTORY-RULESET
           END-IF.
           MOVE WS-CLOSE-DATE TO AR-CLOSE-DATE.
           MOVE SH-PLAYER-ID TO AR-PLAYER-ID.
           MOVE SH-RUN-DATE TO AR-RUN-DATE.
           MOVE SH-CATEGORY TO AR-CATEGORY.
           MOVE SH-RESULT TO AR-RESULT.
           MOVE WS-HISTORY-RULESET TO AR-RULESET-NAME.
           ADD SH-RESULT TO WS-ARCHIVE-HASH.
           WRITE ARCHIVE-RECORD.
           PERFORM FIND-PLAYER-ENTRY.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
              UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
              OR PLAYER-FOUND
                IF (WS-PLAYER-ID(WS-PLAYER-SCAN) = SH-PLAYER-ID
                   AND WS-PLAYER-RULESET(WS-PLAYER-SCAN) =
                      WS-HISTORY-RULESET)
                   MOVE "Y" TO PLAYER-FOUND-SWITCH
                   MOVE WS-PLAYER-SCAN TO WS-PLAYER-HIT
                END-IF
              ADD 1 TO WS-PLAYER-COUNT
              MOVE WS-PLAYER-COUNT TO WS-PLAYER-HIT
              MOVE SH-PLAYER-ID TO WS-PLAYER-ID(WS-PLAYER-HIT)
              MOVE WS-HISTORY-RULESET
                 TO WS-PLAYER-RULESET(WS-PLAYER-HIT)
              MOVE 0 TO WS-PLAYER-POINTS(WS-PLAYER-HIT)
              MOVE 0 TO WS-PLAYER-LINES(WS-PLAYER-HIT)
              MOVE 0 TO WS-PLAYER-HANDICAP(WS-PLAYER-HIT)
                 AT END
                    MOVE "Y" TO HANDICAP-EOF-SWITCH
                 NOT AT END
                    IF (HC-RULESET-NAME = SPACES)
                       MOVE "STANDARD" TO HC-RULESET-NAME
                    END-IF
                    PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
                       UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
                         IF (WS-PLAYER-ID(WS-PLAYER-SCAN) =
                            HC-PLAYER-ID
                            AND WS-PLAYER-RULESET(WS-PLAYER-SCAN) =
                            HC-RULESET-NAME)
                            MOVE HC-HANDICAP TO
                               WS-PLAYER-HANDICAP(WS-PLAYER-SCAN)
                         END-IF
              WRITE FINAL-STANDINGS-RECORD
           END-IF.
           MOVE 0 TO WS-RANK.
           MOVE SPACES TO WS-LAST-RULESET.
           PERFORM WRITE-NEXT-BEST-PLAYER
              WS-PLAYER-COUNT TIMES.
           CLOSE FINAL-STANDINGS-FILE.
      *
      *    Rulesets in name order, best points first within each;
      *    the rank starts again at one for every ruleset.
       WRITE-NEXT-BEST-PLAYER.
           MOVE 0 TO WS-BEST-INDEX.
           MOVE 0 TO WS-BEST-POINTS.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
              UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
                IF (NOT WS-PLAYER-RANKED(WS-PLAYER-SCAN))
                   IF (WS-BEST-INDEX = 0
                      OR WS-PLAYER-RULESET(WS-PLAYER-SCAN) <
                         WS-PLAYER-RULESET(WS-BEST-INDEX)
                      OR (WS-PLAYER-RULESET(WS-PLAYER-SCAN) =
                            WS-PLAYER-RULESET(WS-BEST-INDEX)
                         AND WS-PLAYER-POINTS(WS-PLAYER-SCAN) >
                            WS-BEST-POINTS))
                      MOVE WS-PLAYER-SCAN TO WS-BEST-INDEX
                      MOVE WS-PLAYER-POINTS(WS-PLAYER-SCAN)
                         TO WS-BEST-POINTS
                END-IF
           END-PERFORM.
           MOVE "Y" TO WS-PLAYER-RANKED-SWITCH(WS-BEST-INDEX).
           IF (WS-PLAYER-RULESET(WS-BEST-INDEX) = WS-LAST-RULESET)
              ADD 1 TO WS-RANK
           ELSE
              MOVE 1 TO WS-RANK
              MOVE WS-PLAYER-RULESET(WS-BEST-INDEX)
                 TO WS-LAST-RULESET
           END-IF.
           MOVE SPACES TO FINAL-STANDINGS-RECORD.
           STRING "RANK=" DELIMITED BY SIZE
                  WS-RANK DELIMITED BY SIZE
                  " HANDICAP=" DELIMITED BY SIZE
                  WS-PLAYER-HANDICAP(WS-BEST-INDEX)
                     DELIMITED BY SIZE
                  " RULESET=" DELIMITED BY SIZE
                  WS-PLAYER-RULESET(WS-BEST-INDEX) DELIMITED BY SIZE
              INTO FINAL-STANDINGS-RECORD.
           WRITE FINAL-STANDINGS-RECORD.
      *
                MOVE WS-SEASON-AVERAGE TO CF-SEASON-AVERAGE
                MOVE WS-PLAYER-HANDICAP(WS-PLAYER-SCAN)
                   TO CF-FINAL-HANDICAP
                MOVE WS-PLAYER-RULESET(WS-PLAYER-SCAN)
                   TO CF-RULESET-NAME
                WRITE CARRY-FORWARD-RECORD
           END-PERFORM.
           CLOSE CARRY-FORWARD-FILE.
