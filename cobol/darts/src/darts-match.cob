      *    master before its throws are totaled; unknown or inactive
      *    IDs go to the exception report instead of becoming ghost
      *    players in the match report.
      *
      *    The clean file can carry many matches, each behind the
      *    match header DARTS-THROW-VALIDATE copied across: a header
      *    starts a fresh match in the report, its throws are scored
      *    on that match's board type, and every history record
      *    carries the match's night date, match ID and board, so
      *    DARTSHST knows which match and board each total came
      *    from. A file with no headers is one match tonight on a
      *    standard board, as before.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TR-PLAYER-ID              PIC X(10).
           05 TR-X                      PIC S99V9.
           05 TR-Y                      PIC S99V9.
       01  MATCH-HEADER-RECORD.
           COPY "darts-match-header.cpy".
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           05 DH-COUNT-5                PIC 9(3).
           05 DH-COUNT-1                PIC 9(3).
           05 DH-COUNT-0                PIC 9(3).
           05 DH-MATCH-ID               PIC X(8).
           05 DH-BOARD-ID               PIC X(6).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FIRST-RECORD-SWITCH        PIC X    VALUE "Y".
          88 IS-FIRST-RECORD                     VALUE "Y".
      *
       01 WS-RUN-DATE                   PIC 9(8) VALUE 0.
       01 WS-MATCH-DATE                 PIC 9(8) VALUE 0.
       01 WS-MATCH-ID                   PIC X(8) VALUE SPACES.
       01 WS-BOARD-ID                   PIC X(6) VALUE SPACES.
       01 WS-MATCH-COUNT                PIC 9(5) VALUE 0.
       01 WS-PLAYER-TOTAL               PIC 9(5) VALUE 0.
       01 WS-COUNT-10                   PIC 9(3) VALUE 0.
       01 WS-COUNT-5                    PIC 9(3) VALUE 0.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-MATCH-DATE.
           PERFORM LOAD-MEMBER-MASTER.
           OPEN INPUT THROWS-FILE.
           OPEN OUTPUT MEMBER-EXCEPTION-FILE.
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
           IF (NOT IS-FIRST-RECORD)
           CLOSE MEMBER-EXCEPTION-FILE.
           CLOSE MATCH-REPORT-FILE.
           CLOSE DARTS-HISTORY-FILE.
           DISPLAY "Matches reported: " WS-MATCH-COUNT.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
              INTO MEMBER-EXCEPTION-RECORD.
           WRITE MEMBER-EXCEPTION-RECORD.
      *
      *    The last player of the previous match is posted before
      *    the new match's heading goes on the report.
       START-MATCH.
           ADD 1 TO WS-AUDIT-READ.
           IF (NOT IS-FIRST-RECORD)
              PERFORM WRITE-PLAYER-MATCH-LINE
              PERFORM RESET-PLAYER-TOTALS
              MOVE "Y" TO WS-FIRST-RECORD-SWITCH
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE MH-MATCH-ID TO WS-MATCH-ID.
           MOVE MH-BOARD-ID TO WS-BOARD-ID.
           IF (MH-NIGHT-DATE IS NUMERIC AND MH-NIGHT-DATE > 0)
              MOVE MH-NIGHT-DATE TO WS-MATCH-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-MATCH-DATE
           END-IF.
           MOVE MH-BOARD-TYPE TO WS-BOARD-TYPE.
           IF (WS-BOARD-TYPE = SPACES)
              MOVE "STANDARD" TO WS-BOARD-TYPE
           END-IF.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           STRING "MATCH=" DELIMITED BY SIZE
                  WS-MATCH-ID DELIMITED BY SIZE
                  " DATE=" DELIMITED BY SIZE
                  WS-MATCH-DATE DELIMITED BY SIZE
                  " BOARD=" DELIMITED BY SIZE
                  WS-BOARD-ID DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  WS-BOARD-TYPE DELIMITED BY SIZE
              INTO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD.
      *
       PROCESS-THROW-RECORD.
           ADD 1 TO WS-AUDIT-READ.
           MOVE WS-COUNT-5 TO DH-COUNT-5.
           MOVE WS-COUNT-1 TO DH-COUNT-1.
           MOVE WS-COUNT-0 TO DH-COUNT-0.
           MOVE WS-MATCH-ID TO DH-MATCH-ID.
           MOVE WS-BOARD-ID TO DH-BOARD-ID.
           WRITE DARTS-HISTORY-RECORD.
      *
