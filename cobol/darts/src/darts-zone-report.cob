      *    The club reads it two ways - when the bullseye area of a
      *    board is worn out, and where a player's throws actually
      *    cluster.
      *
      *    A throws file carrying many matches gets one section per
      *    match, headed with the match, night and board from its
      *    match header, with the rings banded on that match's board
      *    type - so a worn board shows up under its own board ID. A
      *    file with no headers is one section on a standard board,
      *    as before.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TR-PLAYER-ID              PIC X(10).
           05 TR-X                      PIC S99V9.
           05 TR-Y                      PIC S99V9.
       01  MATCH-HEADER-RECORD.
           COPY "darts-match-header.cpy".
      *
       FD  ZONE-REPORT-FILE.
       01  ZONE-REPORT-RECORD           PIC X(80).
       01 WS-STAT-STATUS             PIC X    VALUE "0".

       01 WS-THROW-COUNT                PIC 9(6) VALUE 0.
       01 WS-SECTION-THROWS             PIC 9(6) VALUE 0.
       01 WS-MATCH-COUNT                PIC 9(5) VALUE 0.
      *
       01 WS-GRID-LINE.
          05 FILLER                     PIC X(9) VALUE "GRID ROW=".
       PROCEDURE DIVISION.
      *
       DARTS-ZONE-REPORT.
           PERFORM RESET-ZONE-COUNTS.
           PERFORM LOOKUP-BOARD-CONFIG.
           OPEN INPUT THROWS-FILE.
           OPEN OUTPUT ZONE-REPORT-FILE.
           PERFORM UNTIL THROWS-EOF
              READ THROWS-FILE
                 AT END
                    MOVE "Y" TO THROWS-EOF-SWITCH
                 NOT AT END
                    IF (MH-IS-MATCH-HEADER)
                       PERFORM START-MATCH-SECTION
                    ELSE
                       PERFORM BUCKET-ONE-THROW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE THROWS-FILE.
           PERFORM WRITE-ZONE-REPORT.
           CLOSE ZONE-REPORT-FILE.
           DISPLAY "Matches reported: " WS-MATCH-COUNT.
           DISPLAY "Throws bucketed: " WS-THROW-COUNT.
           STOP RUN.
      *
       RESET-ZONE-COUNTS.
           MOVE ZEROES TO WS-GRID-TABLE.
           MOVE 0 TO WS-OFF-GRID-COUNT.
           MOVE 0 TO WS-RING-BULL-COUNT.
           MOVE 0 TO WS-RING-MIDDLE-COUNT.
           MOVE 0 TO WS-RING-OUTER-COUNT.
           MOVE 0 TO WS-RING-MISS-COUNT.
           MOVE 0 TO WS-STAT-COUNT.
           MOVE 0 TO WS-SECTION-THROWS.
      *
      *    Throws ahead of the first header, if any, are reported as
      *    a section of their own before the first match.
       START-MATCH-SECTION.
           IF (WS-SECTION-THROWS > 0 OR WS-MATCH-COUNT > 0)
              PERFORM WRITE-ZONE-REPORT
           END-IF.
           PERFORM RESET-ZONE-COUNTS.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE MH-BOARD-TYPE TO WS-BOARD-TYPE.
           IF (WS-BOARD-TYPE = SPACES)
              MOVE "STANDARD" TO WS-BOARD-TYPE
           END-IF.
           PERFORM LOOKUP-BOARD-CONFIG.
           MOVE SPACES TO ZONE-REPORT-RECORD.
           STRING "MATCH=" DELIMITED BY SIZE
                  MH-MATCH-ID DELIMITED BY SIZE
                  " DATE=" DELIMITED BY SIZE
                  MH-NIGHT-DATE DELIMITED BY SIZE
                  " BOARD=" DELIMITED BY SIZE
                  MH-BOARD-ID DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  WS-BOARD-TYPE DELIMITED BY SIZE
              INTO ZONE-REPORT-RECORD.
           WRITE ZONE-REPORT-RECORD.
      *
       BUCKET-ONE-THROW.
           ADD 1 TO WS-THROW-COUNT.
           ADD 1 TO WS-SECTION-THROWS.
           PERFORM BUCKET-GRID-CELL.
           PERFORM BUCKET-RING-BAND.
      *
           END-SEARCH.
      *
       WRITE-ZONE-REPORT.
           PERFORM VARYING WS-ROW FROM 1 BY 1
              UNTIL WS-ROW > 4
                MOVE WS-ROW TO WS-GRID-LINE-ROW
              INTO ZONE-REPORT-RECORD.
           WRITE ZONE-REPORT-RECORD.
           PERFORM WRITE-DISTANCE-STATISTICS.
      *
      *    Throw-distance statistics off the shared service, so the
      *    spread here can never drift from the other reports'
