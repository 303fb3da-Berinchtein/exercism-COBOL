      *    totals alongside the per-player breakdown plus the winning
      *    team - the sum the captains used to do with a calculator
      *    in front of everyone.
      *
      *    Match header records on the clean file are not throws: a
      *    header closes off the player before it and is otherwise
      *    passed over, so a multi-match file totals the same way.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TR-PLAYER-ID              PIC X(10).
           05 TR-X                      PIC S99V9.
           05 TR-Y                      PIC S99V9.
       01  MATCH-HEADER-RECORD.
           COPY "darts-match-header.cpy".
      *
       FD  TEAM-REPORT-FILE.
       01  TEAM-REPORT-RECORD           PIC X(100).
           CLOSE ROSTER-FILE.
      *
       PROCESS-THROW-RECORD.
           IF (MH-IS-MATCH-HEADER)
              IF (NOT IS-FIRST-RECORD)
                 PERFORM POST-PLAYER-TO-TEAM
                 MOVE 0 TO WS-PLAYER-TOTAL
                 MOVE "Y" TO WS-FIRST-RECORD-SWITCH
              END-IF
           ELSE
              PERFORM TOTAL-TEAM-THROW
           END-IF.
      *
       TOTAL-TEAM-THROW.
           IF (IS-FIRST-RECORD)
              MOVE TR-PLAYER-ID TO WS-CURRENT-PLAYER-ID
              MOVE "N" TO WS-FIRST-RECORD-SWITCH
