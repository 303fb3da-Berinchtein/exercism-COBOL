       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANGRAM-STANDINGS.
      *
      *    Season standings for the pangram contest from the points
      *    file PANGRAM-CONTEST appends to each contest night: ranks
      *    contestants by season points with rounds-played and
      *    rounds-won columns, the same shape ISOGRAM-STANDINGS gives
      *    word-game night. Results the judges are still holding as
      *    suspect are not on the points file, so they only count
      *    once cleared. Level points go to the contestant with more
      *    rounds won.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-POINTS-FILE ASSIGN TO "PANGHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT STANDINGS-FILE ASSIGN TO "PANGSTND"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-POINTS-FILE.
       01  SEASON-POINTS-RECORD.
           05 PH-CONTESTANT            PIC X(10).
           05 PH-CONTEST-DATE          PIC 9(8).
           05 PH-ROUND                 PIC 99.
           05 PH-PLACEMENT             PIC 99.
           05 PH-PLACE-POINTS          PIC 9(3).
           05 PH-BONUS-POINTS          PIC 9(3).
           05 PH-POINTS                PIC 9(3).
      *
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 POINTS-EOF-SWITCH         PIC X    VALUE "N".
             88 POINTS-EOF                      VALUE "Y".
          05 PLAYER-FOUND-SWITCH       PIC X    VALUE "N".
             88 PLAYER-FOUND                    VALUE "Y".
      *
       01 WS-PLAYER-COUNT              PIC 9(3) VALUE 0.
       01 WS-PLAYER-SCAN               PIC 9(3) VALUE 0.
       01 WS-PLAYER-HIT                PIC 9(3) VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER-ENTRY OCCURS 200 TIMES.
             10 WS-PLAYER-ID           PIC X(10).
             10 WS-PLAYER-POINTS       PIC 9(6).
             10 WS-PLAYER-ROUNDS       PIC 9(4).
             10 WS-PLAYER-WINS         PIC 9(4).
             10 WS-PLAYER-RANKED-SWITCH PIC X.
                88 WS-PLAYER-RANKED         VALUE "Y".
      *
       01 WS-RANK                      PIC 9(3) VALUE 0.
       01 WS-BEST-INDEX                PIC 9(3) VALUE 0.
       01 WS-BEST-POINTS               PIC 9(6) VALUE 0.
       01 WS-BEST-WINS                 PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       PANGRAM-STANDINGS.
           OPEN INPUT SEASON-POINTS-FILE.
           PERFORM UNTIL POINTS-EOF
              READ SEASON-POINTS-FILE
                 AT END
                    MOVE "Y" TO POINTS-EOF-SWITCH
                 NOT AT END
                    PERFORM TALLY-ONE-ROUND
              END-READ
           END-PERFORM.
           CLOSE SEASON-POINTS-FILE.
           OPEN OUTPUT STANDINGS-FILE.
           MOVE 0 TO WS-RANK.
           PERFORM WRITE-NEXT-BEST-PLAYER
              WS-PLAYER-COUNT TIMES.
           CLOSE STANDINGS-FILE.
           DISPLAY "Contestants ranked: " WS-PLAYER-COUNT.
           STOP RUN.
      *
       TALLY-ONE-ROUND.
           PERFORM FIND-PLAYER-ENTRY.
           ADD PH-POINTS TO WS-PLAYER-POINTS(WS-PLAYER-HIT).
           ADD 1 TO WS-PLAYER-ROUNDS(WS-PLAYER-HIT).
           IF (PH-PLACEMENT = 1)
              ADD 1 TO WS-PLAYER-WINS(WS-PLAYER-HIT)
           END-IF.
      *
       FIND-PLAYER-ENTRY.
           MOVE "N" TO PLAYER-FOUND-SWITCH.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
              UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
              OR PLAYER-FOUND
                IF (WS-PLAYER-ID(WS-PLAYER-SCAN) = PH-CONTESTANT)
                   MOVE "Y" TO PLAYER-FOUND-SWITCH
                   MOVE WS-PLAYER-SCAN TO WS-PLAYER-HIT
                END-IF
           END-PERFORM.
           IF (NOT PLAYER-FOUND)
              IF (WS-PLAYER-COUNT = 200)
                 DISPLAY "ABORTED: points file exceeds "
                    "the 200-entry contestant table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PLAYER-COUNT
              MOVE WS-PLAYER-COUNT TO WS-PLAYER-HIT
              MOVE PH-CONTESTANT TO WS-PLAYER-ID(WS-PLAYER-HIT)
              MOVE 0 TO WS-PLAYER-POINTS(WS-PLAYER-HIT)
              MOVE 0 TO WS-PLAYER-ROUNDS(WS-PLAYER-HIT)
              MOVE 0 TO WS-PLAYER-WINS(WS-PLAYER-HIT)
              MOVE "N" TO WS-PLAYER-RANKED-SWITCH(WS-PLAYER-HIT)
           END-IF.
      *
       WRITE-NEXT-BEST-PLAYER.
           ADD 1 TO WS-RANK.
           MOVE 0 TO WS-BEST-INDEX.
           MOVE 0 TO WS-BEST-POINTS.
           MOVE 0 TO WS-BEST-WINS.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
              UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
                IF (NOT WS-PLAYER-RANKED(WS-PLAYER-SCAN))
                   IF (WS-BEST-INDEX = 0
                      OR WS-PLAYER-POINTS(WS-PLAYER-SCAN) >
                         WS-BEST-POINTS
                      OR (WS-PLAYER-POINTS(WS-PLAYER-SCAN) =
                         WS-BEST-POINTS
                      AND WS-PLAYER-WINS(WS-PLAYER-SCAN) >
                         WS-BEST-WINS))
                      MOVE WS-PLAYER-SCAN TO WS-BEST-INDEX
                      MOVE WS-PLAYER-POINTS(WS-PLAYER-SCAN)
                         TO WS-BEST-POINTS
                      MOVE WS-PLAYER-WINS(WS-PLAYER-SCAN)
                         TO WS-BEST-WINS
                   END-IF
                END-IF
           END-PERFORM.
           MOVE "Y" TO WS-PLAYER-RANKED-SWITCH(WS-BEST-INDEX).
           MOVE SPACES TO STANDINGS-RECORD.
           STRING "RANK=" DELIMITED BY SIZE
                  WS-RANK DELIMITED BY SIZE
                  " CONTESTANT=" DELIMITED BY SIZE
                  WS-PLAYER-ID(WS-BEST-INDEX) DELIMITED BY SIZE
                  " POINTS=" DELIMITED BY SIZE
                  WS-PLAYER-POINTS(WS-BEST-INDEX) DELIMITED BY SIZE
                  " ROUNDS=" DELIMITED BY SIZE
                  WS-PLAYER-ROUNDS(WS-BEST-INDEX) DELIMITED BY SIZE
                  " WON=" DELIMITED BY SIZE
                  WS-PLAYER-WINS(WS-BEST-INDEX) DELIMITED BY SIZE
              INTO STANDINGS-RECORD.
           WRITE STANDINGS-RECORD.
      *
