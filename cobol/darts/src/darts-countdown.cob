      *    below zero is a bust that scores nothing. The report shows
      *    the round-by-round progression and the winner (exactly
      *    zero, or failing that the lowest remaining count).
      *
      *    Each match header on the throws file starts a separate
      *    countdown: the match gets its own heading, its throws are
      *    scored on its own board type, and its winner is declared
      *    before the next match begins. A file with no headers is a
      *    single countdown on a standard board, as before.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TR-PLAYER-ID              PIC X(10).
           05 TR-X                      PIC S99V9.
           05 TR-Y                      PIC S99V9.
       01  MATCH-HEADER-RECORD.
           COPY "darts-match-header.cpy".
      *
       FD  COUNTDOWN-REPORT-FILE.
       01  COUNTDOWN-REPORT-RECORD      PIC X(90).
      *
       01 WS-WINNER-INDEX               PIC 9(3) VALUE 0.
       01 WS-WINNER-REMAINING           PIC 9(3) VALUE 999.
      *
       01 WS-MATCH-ID                   PIC X(8) VALUE SPACES.
       01 WS-MATCH-COUNT                PIC 9(5) VALUE 0.
       01 WS-PLAYERS-COUNTED            PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
                 AT END
                    MOVE "Y" TO THROWS-EOF-SWITCH
                 NOT AT END
                    IF (MH-IS-MATCH-HEADER)
                       PERFORM START-MATCH
                    ELSE
                       PERFORM PROCESS-THROW-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM CLOSE-OUT-MATCH.
           CLOSE THROWS-FILE.
           CLOSE COUNTDOWN-REPORT-FILE.
           DISPLAY "Matches in countdown: " WS-MATCH-COUNT.
           DISPLAY "Players in countdown: " WS-PLAYERS-COUNTED.
           STOP RUN.
      *
      *    The match in progress is finished and its winner
      *    declared before the next match's heading.
       START-MATCH.
           PERFORM CLOSE-OUT-MATCH.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE MH-MATCH-ID TO WS-MATCH-ID.
           MOVE MH-BOARD-TYPE TO WS-BOARD-TYPE.
           IF (WS-BOARD-TYPE = SPACES)
              MOVE "STANDARD" TO WS-BOARD-TYPE
           END-IF.
           MOVE SPACES TO COUNTDOWN-REPORT-RECORD.
           STRING "MATCH=" DELIMITED BY SIZE
                  WS-MATCH-ID DELIMITED BY SIZE
                  " DATE=" DELIMITED BY SIZE
                  MH-NIGHT-DATE DELIMITED BY SIZE
                  " BOARD=" DELIMITED BY SIZE
                  MH-BOARD-ID DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  WS-BOARD-TYPE DELIMITED BY SIZE
              INTO COUNTDOWN-REPORT-RECORD.
           WRITE COUNTDOWN-REPORT-RECORD.
      *
       CLOSE-OUT-MATCH.
           IF (NOT IS-FIRST-RECORD)
              PERFORM FINISH-PLAYER-GAME
              MOVE "Y" TO WS-FIRST-RECORD-SWITCH
           END-IF.
           PERFORM WRITE-WINNER-LINE.
           ADD WS-FINISHER-COUNT TO WS-PLAYERS-COUNTED.
           MOVE 0 TO WS-FINISHER-COUNT.
      *
       PROCESS-THROW-RECORD.
           IF (IS-FIRST-RECORD)
