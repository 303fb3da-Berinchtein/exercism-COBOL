       IDENTIFICATION DIVISION.
       PROGRAM-ID. DARTS-HEAD-TO-HEAD.
      *
      *    Darts league night is played head-to-head as well, but
      *    until now it was only ever scored as per-player totals on
      *    DARTSHST. This program does for darts what YACHT-HEAD-TO-
      *    HEAD does for yacht: it reads the night's pairing records
      *    (night, table number, the two player IDs - the YACHTPRG
      *    layout, so the night's pairings can be cut from CLUBFIXT
      *    or the fixtures file itself assigned in), takes each
      *    paired player's DARTS-MATCH total for that night off the
      *    match history, decides the table as a win, loss or tie,
      *    and rolls the results into the darts win-loss standings
      *    file (DARTSSTD) that the seeding, championship and awards
      *    programs rank darts from.
      *
      *    A player with no total on the night did not throw: the
      *    opponent takes the table by forfeit, and the absentee is
      *    charged a loss and a forfeit. When neither player threw
      *    both are charged and nobody wins. A player who threw in
      *    more than one match on the night is judged on the night's
      *    combined total.
      *
      *    The optional control card (DARTSHCT) names the night to
      *    score (9(8), default the run date); pairings for any other
      *    night are passed over, so a whole season's fixtures file
      *    can be fed in. A night with no totals on the history at
      *    all is refused rather than forfeiting every table - the
      *    match report has not been run yet.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HEAD-TO-HEAD-CONTROL-FILE
              ASSIGN TO "DARTSHCT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PAIRING-FILE ASSIGN TO "DARTSPRG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-HISTORY-FILE ASSIGN TO "DARTSHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STANDINGS-FILE ASSIGN TO "DARTSSTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RESULTS-REPORT-FILE ASSIGN TO "DARTSH2H"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HEAD-TO-HEAD-CONTROL-FILE.
       01  HEAD-TO-HEAD-CONTROL-RECORD.
           05 HC-NIGHT-DATE            PIC 9(8).
      *
      *    The round number is only present on CLUBFIXT.
       FD  PAIRING-FILE.
       01  PAIRING-RECORD.
           05 PR-NIGHT-DATE            PIC 9(8).
           05 PR-TABLE-NUMBER          PIC 99.
           05 PR-PLAYER-ID-1           PIC X(10).
           05 PR-PLAYER-ID-2           PIC X(10).
           05 PR-ROUND                 PIC 99.
      *
       FD  DARTS-HISTORY-FILE.
       01  DARTS-HISTORY-RECORD.
           05 DH-PLAYER-ID             PIC X(10).
           05 DH-MATCH-DATE            PIC 9(8).
           05 DH-TOTAL                 PIC 9(5).
           05 DH-COUNT-10              PIC 9(3).
           05 DH-COUNT-5               PIC 9(3).
           05 DH-COUNT-1               PIC 9(3).
           05 DH-COUNT-0               PIC 9(3).
      *
      *    Leading fields match YACHTSTD, so a program that ranks
      *    yacht standings can read darts standings with the same
      *    record; the forfeits conceded ride at the end and are
      *    already counted among the losses.
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD.
           05 ST-PLAYER-ID             PIC X(10).
           05 ST-WINS                  PIC 9(3).
           05 ST-LOSSES                PIC 9(3).
           05 ST-TIES                  PIC 9(3).
           05 ST-FORFEITS              PIC 9(3).
      *
       FD  RESULTS-REPORT-FILE.
       01  RESULTS-REPORT-RECORD       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 PAIRING-EOF-SWITCH        PIC X    VALUE "N".
             88 PAIRING-EOF                     VALUE "Y".
          05 HISTORY-EOF-SWITCH        PIC X    VALUE "N".
             88 HISTORY-EOF                     VALUE "Y".
          05 STANDINGS-EOF-SWITCH      PIC X    VALUE "N".
             88 STANDINGS-EOF                   VALUE "Y".
          05 TOTAL-FOUND-SWITCH        PIC X    VALUE "N".
             88 TOTAL-FOUND                     VALUE "Y".
          05 STANDING-FOUND-SWITCH     PIC X    VALUE "N".
             88 STANDING-FOUND                  VALUE "Y".
          05 PLAYER-1-THREW-SWITCH     PIC X    VALUE "N".
             88 PLAYER-1-THREW                  VALUE "Y".
          05 PLAYER-2-THREW-SWITCH     PIC X    VALUE "N".
             88 PLAYER-2-THREW                  VALUE "Y".
      *
       01 WS-NIGHT-DATE                PIC 9(8) VALUE 0.
      *
       01 WS-TOTAL-COUNT               PIC 9(3) VALUE 0.
       01 WS-TOTAL-SCAN                PIC 9(3) VALUE 0.
       01 WS-TOTAL-HIT                 PIC 9(3) VALUE 0.
       01 WS-TOTALS-TABLE.
          05 WS-TOTAL-ENTRY OCCURS 200 TIMES.
             10 WS-TOTAL-PLAYER-ID     PIC X(10).
             10 WS-TOTAL-SCORE         PIC 9(5).
      *
       01 WS-STANDING-COUNT            PIC 9(3) VALUE 0.
       01 WS-STANDING-SCAN             PIC 9(3) VALUE 0.
       01 WS-STANDING-HIT              PIC 9(3) VALUE 0.
       01 WS-STANDINGS-TABLE.
          05 WS-STANDING-ENTRY OCCURS 200 TIMES.
             10 WS-STANDING-PLAYER-ID  PIC X(10).
             10 WS-STANDING-WINS       PIC 9(3).
             10 WS-STANDING-LOSSES     PIC 9(3).
             10 WS-STANDING-TIES       PIC 9(3).
             10 WS-STANDING-FORFEITS   PIC 9(3).
      *
       01 WS-SCORE-1                   PIC 9(5) VALUE 0.
       01 WS-SCORE-2                   PIC 9(5) VALUE 0.
       01 WS-TABLE-VERDICT             PIC X(4) VALUE SPACES.
       01 WS-TABLE-COUNT               PIC 9(3) VALUE 0.
       01 WS-FORFEIT-COUNT             PIC 9(3) VALUE 0.
       01 WS-OTHER-NIGHT-COUNT         PIC 9(3) VALUE 0.
       01 WS-LOOKUP-PLAYER-ID          PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-SCORE              PIC 9(5) VALUE 0.
       01 WS-RESULT-CODE               PIC X    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       DARTS-HEAD-TO-HEAD.
           PERFORM READ-HEAD-TO-HEAD-CONTROL.
           PERFORM LOAD-NIGHT-TOTALS.
           IF (WS-TOTAL-COUNT = 0)
              DISPLAY "REFUSED: DARTSHST has no match totals for "
                 "night " WS-NIGHT-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-STANDINGS.
           OPEN INPUT PAIRING-FILE.
           OPEN OUTPUT RESULTS-REPORT-FILE.
           PERFORM UNTIL PAIRING-EOF
              READ PAIRING-FILE
                 AT END
                    MOVE "Y" TO PAIRING-EOF-SWITCH
                 NOT AT END
                    IF (PR-NIGHT-DATE = WS-NIGHT-DATE)
                       PERFORM SCORE-ONE-TABLE
                    ELSE
                       ADD 1 TO WS-OTHER-NIGHT-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAIRING-FILE.
           PERFORM WRITE-STANDINGS-REPORT.
           CLOSE RESULTS-REPORT-FILE.
           PERFORM REWRITE-STANDINGS-FILE.
           DISPLAY "Tables scored: " WS-TABLE-COUNT.
           DISPLAY "Tables with a forfeit: " WS-FORFEIT-COUNT.
           DISPLAY "Pairings for other nights: " WS-OTHER-NIGHT-COUNT.
           STOP RUN.
      *
       READ-HEAD-TO-HEAD-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NIGHT-DATE.
           OPEN INPUT HEAD-TO-HEAD-CONTROL-FILE.
           READ HEAD-TO-HEAD-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF (HC-NIGHT-DATE IS NUMERIC AND HC-NIGHT-DATE > 0)
                    MOVE HC-NIGHT-DATE TO WS-NIGHT-DATE
                 END-IF
           END-READ.
           CLOSE HEAD-TO-HEAD-CONTROL-FILE.
      *
      *    One entry per player on the night, their matches summed.
       LOAD-NIGHT-TOTALS.
           OPEN INPUT DARTS-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF
              READ DARTS-HISTORY-FILE
                 AT END
                    MOVE "Y" TO HISTORY-EOF-SWITCH
                 NOT AT END
                    IF (DH-MATCH-DATE = WS-NIGHT-DATE)
                       PERFORM POST-NIGHT-TOTAL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-HISTORY-FILE.
      *
       POST-NIGHT-TOTAL.
           MOVE DH-PLAYER-ID TO WS-LOOKUP-PLAYER-ID.
           PERFORM LOOKUP-NIGHT-TOTAL.
           IF (NOT TOTAL-FOUND)
              IF (WS-TOTAL-COUNT = 200)
                 DISPLAY "ABORTED: night totals exceed "
                    "the 200-entry table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-TOTAL-COUNT
              MOVE WS-TOTAL-COUNT TO WS-TOTAL-HIT
              MOVE DH-PLAYER-ID TO WS-TOTAL-PLAYER-ID(WS-TOTAL-HIT)
              MOVE 0 TO WS-TOTAL-SCORE(WS-TOTAL-HIT)
           END-IF.
           ADD DH-TOTAL TO WS-TOTAL-SCORE(WS-TOTAL-HIT).
      *
       LOAD-STANDINGS.
           OPEN INPUT STANDINGS-FILE.
           PERFORM UNTIL STANDINGS-EOF
              READ STANDINGS-FILE
                 AT END
                    MOVE "Y" TO STANDINGS-EOF-SWITCH
                 NOT AT END
                    IF (WS-STANDING-COUNT = 200)
                       DISPLAY "ABORTED: standings file exceeds "
                          "the 200-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-STANDING-COUNT
                    MOVE ST-PLAYER-ID
                       TO WS-STANDING-PLAYER-ID(WS-STANDING-COUNT)
                    MOVE ST-WINS
                       TO WS-STANDING-WINS(WS-STANDING-COUNT)
                    MOVE ST-LOSSES
                       TO WS-STANDING-LOSSES(WS-STANDING-COUNT)
                    MOVE ST-TIES
                       TO WS-STANDING-TIES(WS-STANDING-COUNT)
                    MOVE 0 TO WS-STANDING-FORFEITS(WS-STANDING-COUNT)
                    IF (ST-FORFEITS IS NUMERIC)
                       MOVE ST-FORFEITS
                          TO WS-STANDING-FORFEITS(WS-STANDING-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STANDINGS-FILE.
      *
       SCORE-ONE-TABLE.
           ADD 1 TO WS-TABLE-COUNT.
           MOVE PR-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-ID.
           PERFORM LOOKUP-NIGHT-TOTAL.
           MOVE TOTAL-FOUND-SWITCH TO PLAYER-1-THREW-SWITCH.
           MOVE WS-LOOKUP-SCORE TO WS-SCORE-1.
           MOVE PR-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-ID.
           PERFORM LOOKUP-NIGHT-TOTAL.
           MOVE TOTAL-FOUND-SWITCH TO PLAYER-2-THREW-SWITCH.
           MOVE WS-LOOKUP-SCORE TO WS-SCORE-2.
           IF (NOT PLAYER-1-THREW OR NOT PLAYER-2-THREW)
              ADD 1 TO WS-FORFEIT-COUNT
           END-IF.
           EVALUATE TRUE
           WHEN NOT PLAYER-1-THREW AND NOT PLAYER-2-THREW
                MOVE "FFBO" TO WS-TABLE-VERDICT
                MOVE PR-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-ID
                MOVE "F" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
                MOVE PR-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-ID
                MOVE "F" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
           WHEN NOT PLAYER-1-THREW
                MOVE "FFT1" TO WS-TABLE-VERDICT
                MOVE PR-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-ID
                MOVE "W" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
                MOVE PR-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-ID
                MOVE "F" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
           WHEN NOT PLAYER-2-THREW
                MOVE "FFT2" TO WS-TABLE-VERDICT
                MOVE PR-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-ID
                MOVE "W" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
                MOVE PR-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-ID
                MOVE "F" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
           WHEN WS-SCORE-1 > WS-SCORE-2
                MOVE "WIN1" TO WS-TABLE-VERDICT
                MOVE PR-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-ID
                MOVE "W" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
                MOVE PR-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-ID
                MOVE "L" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
           WHEN WS-SCORE-2 > WS-SCORE-1
                MOVE "WIN2" TO WS-TABLE-VERDICT
                MOVE PR-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-ID
                MOVE "W" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
                MOVE PR-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-ID
                MOVE "L" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
           WHEN OTHER
                MOVE "TIE " TO WS-TABLE-VERDICT
                MOVE PR-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-ID
                MOVE "T" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
                MOVE PR-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-ID
                MOVE "T" TO WS-RESULT-CODE
                PERFORM POST-STANDING-RESULT
           END-EVALUATE.
           PERFORM WRITE-TABLE-RESULT-LINE.
      *
       LOOKUP-NIGHT-TOTAL.
           MOVE "N" TO TOTAL-FOUND-SWITCH.
           MOVE 0 TO WS-LOOKUP-SCORE.
           PERFORM VARYING WS-TOTAL-SCAN FROM 1 BY 1
              UNTIL WS-TOTAL-SCAN > WS-TOTAL-COUNT
              OR TOTAL-FOUND
                IF (WS-TOTAL-PLAYER-ID(WS-TOTAL-SCAN) =
                   WS-LOOKUP-PLAYER-ID)
                   MOVE "Y" TO TOTAL-FOUND-SWITCH
                   MOVE WS-TOTAL-SCAN TO WS-TOTAL-HIT
                   MOVE WS-TOTAL-SCORE(WS-TOTAL-SCAN)
                      TO WS-LOOKUP-SCORE
                END-IF
           END-PERFORM.
      *
      *    A forfeit is a loss as well, so the losses column still
      *    adds up to the tables a player did not win or tie.
       POST-STANDING-RESULT.
           MOVE "N" TO STANDING-FOUND-SWITCH.
           PERFORM VARYING WS-STANDING-SCAN FROM 1 BY 1
              UNTIL WS-STANDING-SCAN > WS-STANDING-COUNT
              OR STANDING-FOUND
                IF (WS-STANDING-PLAYER-ID(WS-STANDING-SCAN) =
                   WS-LOOKUP-PLAYER-ID)
                   MOVE "Y" TO STANDING-FOUND-SWITCH
                   MOVE WS-STANDING-SCAN TO WS-STANDING-HIT
                END-IF
           END-PERFORM.
           IF (NOT STANDING-FOUND)
              IF (WS-STANDING-COUNT = 200)
                 DISPLAY "ABORTED: standings exceed "
                    "the 200-entry table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-STANDING-COUNT
              MOVE WS-STANDING-COUNT TO WS-STANDING-HIT
              MOVE WS-LOOKUP-PLAYER-ID
                 TO WS-STANDING-PLAYER-ID(WS-STANDING-HIT)
              MOVE 0 TO WS-STANDING-WINS(WS-STANDING-HIT)
              MOVE 0 TO WS-STANDING-LOSSES(WS-STANDING-HIT)
              MOVE 0 TO WS-STANDING-TIES(WS-STANDING-HIT)
              MOVE 0 TO WS-STANDING-FORFEITS(WS-STANDING-HIT)
           END-IF.
           EVALUATE WS-RESULT-CODE
           WHEN "W"
                ADD 1 TO WS-STANDING-WINS(WS-STANDING-HIT)
           WHEN "L"
                ADD 1 TO WS-STANDING-LOSSES(WS-STANDING-HIT)
           WHEN "T"
                ADD 1 TO WS-STANDING-TIES(WS-STANDING-HIT)
           WHEN "F"
                ADD 1 TO WS-STANDING-LOSSES(WS-STANDING-HIT)
                ADD 1 TO WS-STANDING-FORFEITS(WS-STANDING-HIT)
           END-EVALUATE.
      *
       WRITE-TABLE-RESULT-LINE.
           MOVE SPACES TO RESULTS-REPORT-RECORD.
           STRING "NIGHT=" DELIMITED BY SIZE
                  PR-NIGHT-DATE DELIMITED BY SIZE
                  " TABLE=" DELIMITED BY SIZE
                  PR-TABLE-NUMBER DELIMITED BY SIZE
                  " P1=" DELIMITED BY SIZE
                  PR-PLAYER-ID-1 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SCORE-1 DELIMITED BY SIZE
                  " P2=" DELIMITED BY SIZE
                  PR-PLAYER-ID-2 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SCORE-2 DELIMITED BY SIZE
                  " RESULT=" DELIMITED BY SIZE
                  WS-TABLE-VERDICT DELIMITED BY SIZE
              INTO RESULTS-REPORT-RECORD.
           WRITE RESULTS-REPORT-RECORD.
      *
       WRITE-STANDINGS-REPORT.
           PERFORM VARYING WS-STANDING-SCAN FROM 1 BY 1
              UNTIL WS-STANDING-SCAN > WS-STANDING-COUNT
                MOVE SPACES TO RESULTS-REPORT-RECORD
                STRING "STANDING PLAYER=" DELIMITED BY SIZE
                       WS-STANDING-PLAYER-ID(WS-STANDING-SCAN)
                          DELIMITED BY SIZE
                       " W=" DELIMITED BY SIZE
                       WS-STANDING-WINS(WS-STANDING-SCAN)
                          DELIMITED BY SIZE
                       " L=" DELIMITED BY SIZE
                       WS-STANDING-LOSSES(WS-STANDING-SCAN)
                          DELIMITED BY SIZE
                       " T=" DELIMITED BY SIZE
                       WS-STANDING-TIES(WS-STANDING-SCAN)
                          DELIMITED BY SIZE
                       " F=" DELIMITED BY SIZE
                       WS-STANDING-FORFEITS(WS-STANDING-SCAN)
                          DELIMITED BY SIZE
                   INTO RESULTS-REPORT-RECORD
                WRITE RESULTS-REPORT-RECORD
           END-PERFORM.
      *
       REWRITE-STANDINGS-FILE.
           OPEN OUTPUT STANDINGS-FILE.
           PERFORM VARYING WS-STANDING-SCAN FROM 1 BY 1
              UNTIL WS-STANDING-SCAN > WS-STANDING-COUNT
                MOVE WS-STANDING-PLAYER-ID(WS-STANDING-SCAN)
                   TO ST-PLAYER-ID
                MOVE WS-STANDING-WINS(WS-STANDING-SCAN) TO ST-WINS
                MOVE WS-STANDING-LOSSES(WS-STANDING-SCAN)
                   TO ST-LOSSES
                MOVE WS-STANDING-TIES(WS-STANDING-SCAN) TO ST-TIES
                MOVE WS-STANDING-FORFEITS(WS-STANDING-SCAN)
                   TO ST-FORFEITS
                WRITE STANDINGS-RECORD
           END-PERFORM.
           CLOSE STANDINGS-FILE.
      *
