      *    from measured bias instead of eyeballing. Two passes over
      *    the throws file: means first, then deviations and halves
      *    against those means.
      *
      *    A throws file carrying many matches is analysed match by
      *    match: each player's figures are kept per match header, so
      *    a player who threw in two matches gets two sets of lines,
      *    each naming the match. A file with no headers is one
      *    match, as before.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TR-PLAYER-ID              PIC X(10).
           05 TR-X                      PIC S99V9.
           05 TR-Y                      PIC S99V9.
       01  MATCH-HEADER-RECORD.
           COPY "darts-match-header.cpy".
      *
       FD  DRIFT-REPORT-FILE.
       01  DRIFT-REPORT-RECORD          PIC X(110).
       01 WS-PLAYER-HIT              PIC 9(3) VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER OCCURS 200 TIMES.
             10 WS-PLAYER-MATCH-ID   PIC X(8).
             10 WS-PLAYER-ID         PIC X(10).
             10 WS-THROW-COUNT       PIC 9(5).
             10 WS-SEEN-COUNT        PIC 9(5).
             10 WS-HALF-2-Y          PIC S9(7)V9.
             10 WS-HALF-2-COUNT      PIC 9(5).
      *
       01 WS-CURRENT-MATCH-ID        PIC X(8) VALUE SPACES.
       01 WS-DEVIATION               PIC S99V9 VALUE 0.
       01 WS-SPREAD-X                PIC 99V99 VALUE 0.
       01 WS-SPREAD-Y                PIC 99V99 VALUE 0.
           STOP RUN.
      *
       FIRST-PASS-MEANS.
           MOVE SPACES TO WS-CURRENT-MATCH-ID.
           OPEN INPUT THROWS-FILE.
           PERFORM UNTIL THROWS-EOF
              READ THROWS-FILE
                 AT END
                    MOVE "Y" TO THROWS-EOF-SWITCH
                 NOT AT END
                    IF (MH-IS-MATCH-HEADER)
                       MOVE MH-MATCH-ID TO WS-CURRENT-MATCH-ID
                    ELSE
                       PERFORM FIND-DRIFT-PLAYER
                       ADD 1 TO WS-THROW-COUNT(WS-PLAYER-HIT)
                       ADD TR-X TO WS-SUM-X(WS-PLAYER-HIT)
                       ADD TR-Y TO WS-SUM-Y(WS-PLAYER-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE THROWS-FILE.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
              UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
              OR PLAYER-FOUND
                IF (WS-PLAYER-ID(WS-PLAYER-SCAN) = TR-PLAYER-ID
                   AND WS-PLAYER-MATCH-ID(WS-PLAYER-SCAN) =
                      WS-CURRENT-MATCH-ID)
                   MOVE "Y" TO PLAYER-FOUND-SWITCH
                   MOVE WS-PLAYER-SCAN TO WS-PLAYER-HIT
                END-IF
              ADD 1 TO WS-PLAYER-COUNT
              MOVE WS-PLAYER-COUNT TO WS-PLAYER-HIT
              MOVE TR-PLAYER-ID TO WS-PLAYER-ID(WS-PLAYER-HIT)
              MOVE WS-CURRENT-MATCH-ID
                 TO WS-PLAYER-MATCH-ID(WS-PLAYER-HIT)
              MOVE 0 TO WS-THROW-COUNT(WS-PLAYER-HIT)
              MOVE 0 TO WS-SEEN-COUNT(WS-PLAYER-HIT)
              MOVE 0 TO WS-SUM-X(WS-PLAYER-HIT)
      *
       SECOND-PASS-DEVIATIONS.
           MOVE "N" TO THROWS-EOF-SWITCH.
           MOVE SPACES TO WS-CURRENT-MATCH-ID.
           OPEN INPUT THROWS-FILE.
           PERFORM UNTIL THROWS-EOF
              READ THROWS-FILE
                 AT END
                    MOVE "Y" TO THROWS-EOF-SWITCH
                 NOT AT END
                    IF (MH-IS-MATCH-HEADER)
                       MOVE MH-MATCH-ID TO WS-CURRENT-MATCH-ID
                    ELSE
                       PERFORM FIND-DRIFT-PLAYER
                       PERFORM POST-DEVIATIONS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE THROWS-FILE.
           MOVE SPACES TO DRIFT-REPORT-RECORD.
           MOVE WS-MEAN-X(WS-PLAYER-SCAN) TO WS-EDIT-SIGNED.
           MOVE WS-MEAN-Y(WS-PLAYER-SCAN) TO WS-EDIT-SIGNED-2.
           STRING "MATCH=" DELIMITED BY SIZE
                  WS-PLAYER-MATCH-ID(WS-PLAYER-SCAN)
                     DELIMITED BY SIZE
                  " PLAYER=" DELIMITED BY SIZE
                  WS-PLAYER-ID(WS-PLAYER-SCAN) DELIMITED BY SIZE
                  " THROWS=" DELIMITED BY SIZE
                  WS-THROW-COUNT(WS-PLAYER-SCAN) DELIMITED BY SIZE
