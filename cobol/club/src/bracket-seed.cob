      *    Seeding step of the knockout tournament: entrants are
      *    ordered from the named game's season form - yacht from
      *    the YACHTSTD head-to-head standings (two points a win,
      *    one a tie), darts the same way from the DARTSSTD standings
      *    DARTS-HEAD-TO-HEAD keeps (or, for a season played without
      *    darts fixtures, from summed DARTSHST match totals) -
      *    padded to the next power of two with byes, and written as
      *    round one of the bracket file in standard bracket order
      *    (for eight: 1v8, 4v5, 2v7, 3v6) so the merge pattern
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-HISTORY-FILE ASSIGN TO "DARTSHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-STANDINGS-FILE ASSIGN TO "DARTSSTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BRACKET-FILE ASSIGN TO "TOURBRKT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BRACKET-REPORT-FILE ASSIGN TO "TOURBRPT"
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
       FD  BRACKET-FILE.
       01  BRACKET-RECORD.
             88 STANDINGS-EOF                 VALUE "Y".
          05 DARTS-EOF-SWITCH        PIC X    VALUE "N".
             88 DARTS-EOF                     VALUE "Y".
          05 DARTS-STANDINGS-EOF-SWITCH PIC X VALUE "N".
             88 DARTS-STANDINGS-EOF           VALUE "Y".
          05 ENTRANT-FOUND-SWITCH    PIC X    VALUE "N".
             88 ENTRANT-FOUND                 VALUE "Y".
          05 SWAPPED-SWITCH          PIC X    VALUE "N".
       BRACKET-SEED.
           PERFORM LOAD-TOURNAMENT-CONTROL.
           IF (WS-GAME = "D")
              PERFORM LOAD-DARTS-STANDINGS
              IF (WS-ENTRANT-COUNT = 0)
                 PERFORM LOAD-DARTS-FORM
              END-IF
           ELSE
              PERFORM LOAD-YACHT-FORM
           END-IF.
              END-READ
           END-PERFORM.
           CLOSE STANDINGS-FILE.
      *
      *    Darts wins rank exactly as yacht wins do.
       LOAD-DARTS-STANDINGS.
           OPEN INPUT DARTS-STANDINGS-FILE.
           PERFORM UNTIL DARTS-STANDINGS-EOF
              READ DARTS-STANDINGS-FILE
                 AT END
                    MOVE "Y" TO DARTS-STANDINGS-EOF-SWITCH
                 NOT AT END
                    IF (WS-ENTRANT-COUNT < 32)
                       ADD 1 TO WS-ENTRANT-COUNT
                       MOVE DS-PLAYER-ID
                          TO WS-ENTRANT-ID(WS-ENTRANT-COUNT)
                       COMPUTE WS-ENTRANT-SCORE(WS-ENTRANT-COUNT) =
                          (DS-WINS * 2) + DS-TIES
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-STANDINGS-FILE.
      *
       LOAD-DARTS-FORM.
           OPEN INPUT DARTS-HISTORY-FILE.
