       PROGRAM-ID. CLUB-CHAMPIONSHIP.
      *
      *    Overall club-champion table: yacht placements come from
      *    the head-to-head standings file and darts placements from
      *    the darts head-to-head standings (DARTSSTD) the same way;
      *    a season played without darts fixtures has no darts
      *    standings, and its darts placements are ranked from the
      *    match history totals (the same numbers DARTS-SEASON-REPORT
      *    prints) as before. Each placement is converted to
      *    championship points per the configurable points-per-
      *    placement file, and one combined table comes out the
      *    back. Ties on championship points break first on
      *    number of event first places, then on member ID, so
      *    trophy night ends with a report instead of a shouting
      *    match.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-HISTORY-FILE ASSIGN TO "DARTSHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-STANDINGS-FILE ASSIGN TO "DARTSSTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CHAMPIONSHIP-TABLE-FILE ASSIGN TO "CHMPTBL"
              ORGANIZATION LINE SEQUENTIAL.
      *
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
       FD  CHAMPIONSHIP-TABLE-FILE.
       01  CHAMPIONSHIP-TABLE-RECORD PIC X(100).
             88 STANDINGS-EOF                 VALUE "Y".
          05 DARTS-EOF-SWITCH        PIC X    VALUE "N".
             88 DARTS-EOF                     VALUE "Y".
          05 DARTS-STANDINGS-EOF-SWITCH PIC X VALUE "N".
             88 DARTS-STANDINGS-EOF           VALUE "Y".
          05 EVENT-FOUND-SWITCH      PIC X    VALUE "N".
             88 EVENT-FOUND                   VALUE "Y".
          05 CHAMP-FOUND-SWITCH      PIC X    VALUE "N".
           MOVE "Y" TO WS-EVENT-GAME.
           PERFORM AWARD-EVENT-POINTS.
      *
      *    Darts wins score as yacht wins do; only a season with no
      *    darts standings falls back to the summed match totals.
       RANK-DARTS-EVENT.
           MOVE 0 TO WS-EVENT-COUNT.
           OPEN INPUT DARTS-STANDINGS-FILE.
           PERFORM UNTIL DARTS-STANDINGS-EOF
              READ DARTS-STANDINGS-FILE
                 AT END
                    MOVE "Y" TO DARTS-STANDINGS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-EVENT-COUNT = 500)
                       DISPLAY "ABORTED: darts standings exceed "
                          "the 500-entry event table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-EVENT-COUNT
                    MOVE DS-PLAYER-ID
                       TO WS-EVENT-PLAYER(WS-EVENT-COUNT)
                    COMPUTE WS-EVENT-SCORE(WS-EVENT-COUNT) =
                       (DS-WINS * 2) + DS-TIES
              END-READ
           END-PERFORM.
           CLOSE DARTS-STANDINGS-FILE.
           IF (WS-EVENT-COUNT = 0)
              OPEN INPUT DARTS-HISTORY-FILE
              PERFORM UNTIL DARTS-EOF
                 READ DARTS-HISTORY-FILE
                    AT END
                       MOVE "Y" TO DARTS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM POST-DARTS-TOTAL
                 END-READ
              END-PERFORM
              CLOSE DARTS-HISTORY-FILE
           END-IF.
           MOVE "D" TO WS-EVENT-GAME.
           PERFORM AWARD-EVENT-POINTS.
      *
