      *    Award night in one pass instead of six reports and a
      *    stapler: the yacht champion from the YACHTSTD head-to-head
      *    standings (two points a win, one a tie), the darts
      *    champion the same way from the DARTSSTD darts standings
      *    (or, in a season played without darts fixtures, from
      *    summed DARTSHST match totals), most improved from the
      *    drop between the carry-forward handicap YACHT-SEASON-
      *    CLOSE wrote at the last close and the current YACHTHCP
      *    handicap under the same ruleset (yacht figures are never
      *    compared across rulesets; a row without one is
      *    STANDARD), and perfect attendance from
      *    CLUBATTD against the league nights on the generated club
      *    calendar. The printable pack goes to the trophy table and
      *    the winners file into the club's permanent records.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-HISTORY-FILE ASSIGN TO "DARTSHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-STANDINGS-FILE ASSIGN TO "DARTSSTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HANDICAP-FILE ASSIGN TO "YACHTHCP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CARRY-FORWARD-FILE ASSIGN TO "YACHTCFW"
           05 DH-COUNT-5             PIC 9(3).
           05 DH-COUNT-1             PIC 9(3).
           05 DH-COUNT-0             PIC 9(3).
      *
       FD  DARTS-STANDINGS-FILE.
       01  DARTS-STANDINGS-RECORD.
           05 DS-PLAYER-ID           PIC X(10).
           05 DS-WINS                PIC 9(3).
           05 DS-LOSSES              PIC 9(3).
           05 DS-TIES                PIC 9(3).
           05 DS-FORFEITS            PIC 9(3).
      *
       FD  HANDICAP-FILE.
       01  HANDICAP-RECORD.
           05 HC-PLAYER-ID           PIC X(10).
           05 HC-HANDICAP            PIC 9(3).
           05 HC-RULESET-NAME        PIC X(8).
      *
       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           05 CF-GAMES-PLAYED        PIC 9(4).
           05 CF-SEASON-AVERAGE      PIC 9(3)V99.
           05 CF-FINAL-HANDICAP      PIC 9(3).
           05 CF-RULESET-NAME        PIC X(8).
      *
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
             88 STANDINGS-EOF                 VALUE "Y".
          05 DARTS-EOF-SWITCH        PIC X    VALUE "N".
             88 DARTS-EOF                     VALUE "Y".
          05 DARTS-STANDINGS-EOF-SWITCH PIC X VALUE "N".
             88 DARTS-STANDINGS-EOF           VALUE "Y".
          05 HANDICAP-EOF-SWITCH     PIC X    VALUE "N".
             88 HANDICAP-EOF                  VALUE "Y".
          05 CARRY-EOF-SWITCH        PIC X    VALUE "N".
             10 WS-DARTS-POINTS      PIC 9(7).
       01 WS-DARTS-CHAMPION          PIC X(10) VALUE SPACES.
       01 WS-DARTS-BEST              PIC 9(7) VALUE 0.
       01 WS-DARTS-POINTS-LABEL      PIC X(18)
                                     VALUE " SEASON POINTS)".
      *
       01 WS-CARRY-COUNT             PIC 9(3) VALUE 0.
       01 WS-CARRY-SCAN              PIC 9(3) VALUE 0.
          05 WS-CARRY OCCURS 200 TIMES.
             10 WS-CARRY-PLAYER      PIC X(10).
             10 WS-CARRY-HANDICAP    PIC 9(3).
             10 WS-CARRY-RULESET     PIC X(8).
       01 WS-IMPROVED-MEMBER         PIC X(10) VALUE SPACES.
       01 WS-IMPROVED-BY             PIC S9(3) VALUE 0.
       01 WS-IMPROVEMENT             PIC S9(3) VALUE 0.
           END-PERFORM.
           CLOSE STANDINGS-FILE.
      *
      *    Darts wins count as yacht wins do; only a season with no
      *    darts standings falls back to the summed match totals.
       FIND-DARTS-CHAMPION.
           OPEN INPUT DARTS-STANDINGS-FILE.
           PERFORM UNTIL DARTS-STANDINGS-EOF
              READ DARTS-STANDINGS-FILE
                 AT END
                    MOVE "Y" TO DARTS-STANDINGS-EOF-SWITCH
                 NOT AT END
                    IF (WS-DARTS-COUNT = 200)
                       DISPLAY "ABORTED: darts standings exceed the "
                          "200-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-DARTS-COUNT
                    MOVE DS-PLAYER-ID
                       TO WS-DARTS-PLAYER(WS-DARTS-COUNT)
                    COMPUTE WS-DARTS-POINTS(WS-DARTS-COUNT) =
                       (DS-WINS * 2) + DS-TIES
              END-READ
           END-PERFORM.
           CLOSE DARTS-STANDINGS-FILE.
           IF (WS-DARTS-COUNT > 0)
              MOVE " STANDINGS POINTS)" TO WS-DARTS-POINTS-LABEL
           ELSE
              OPEN INPUT DARTS-HISTORY-FILE
              PERFORM UNTIL DARTS-EOF
                 READ DARTS-HISTORY-FILE
                    AT END
                       MOVE "Y" TO DARTS-EOF-SWITCH
                    NOT AT END
                       PERFORM POST-DARTS-POINTS
                 END-READ
              END-PERFORM
              CLOSE DARTS-HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-DARTS-SCAN FROM 1 BY 1
              UNTIL WS-DARTS-SCAN > WS-DARTS-COUNT
                IF (WS-DARTS-POINTS(WS-DARTS-SCAN) >
                          TO WS-CARRY-PLAYER(WS-CARRY-COUNT)
                       MOVE CF-FINAL-HANDICAP
                          TO WS-CARRY-HANDICAP(WS-CARRY-COUNT)
                       MOVE CF-RULESET-NAME
                          TO WS-CARRY-RULESET(WS-CARRY-COUNT)
                       IF (CF-RULESET-NAME = SPACES)
                          MOVE "STANDARD"
                             TO WS-CARRY-RULESET(WS-CARRY-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HANDICAP-FILE.
      *
       JUDGE-ONE-IMPROVEMENT.
           IF (HC-RULESET-NAME = SPACES)
              MOVE "STANDARD" TO HC-RULESET-NAME
           END-IF.
           PERFORM VARYING WS-CARRY-SCAN FROM 1 BY 1
              UNTIL WS-CARRY-SCAN > WS-CARRY-COUNT
                IF (WS-CARRY-PLAYER(WS-CARRY-SCAN) = HC-PLAYER-ID
                   AND WS-CARRY-RULESET(WS-CARRY-SCAN) =
                      HC-RULESET-NAME)
                   COMPUTE WS-IMPROVEMENT =
                      WS-CARRY-HANDICAP(WS-CARRY-SCAN)
                      - HC-HANDICAP
                  WS-DARTS-CHAMPION DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-DARTS-BEST DELIMITED BY SIZE
                  WS-DARTS-POINTS-LABEL DELIMITED BY "  "
              INTO AWARDS-PACK-RECORD.
           WRITE AWARDS-PACK-RECORD.
           MOVE "DARTSCHM" TO AW-AWARD-CODE.
