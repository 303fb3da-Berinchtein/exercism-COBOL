      *    nights (new players start at 1500) and the ladder report
      *    shows each player's movement since the last run, so
      *    seeding and bragging rights come from the numbers.
      *
      *    A table YACHT-HEAD-TO-HEAD held under protest (RESULT=
      *    HELD) is not rated. Every table that is rated goes on the
      *    result posting journal (YACHTPJN) with its verdict and
      *    each player's rating movement, so YACHT-PROTEST-RECALC
      *    can take a protested result back out of the standings
      *    and ratings exactly as it went in.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT LADDER-REPORT-FILE ASSIGN TO "YACHTLDR"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL POSTING-JOURNAL-FILE ASSIGN TO "YACHTPJN"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  LADDER-REPORT-FILE.
       01  LADDER-REPORT-RECORD      PIC X(80).
      *
      *    One line per posting of a table result: type P when the
      *    result went into the standings and ratings, B when the
      *    recalculation run took it back out. The moves are each
      *    player's rating change from the posting.
       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-RECORD.
           05 PJ-ENTRY-TYPE          PIC X.
           05 PJ-NIGHT-DATE          PIC 9(8).
           05 PJ-TABLE-NUMBER        PIC 99.
           05 PJ-PLAYER-ID-1         PIC X(10).
           05 PJ-PLAYER-ID-2         PIC X(10).
           05 PJ-SCORE-1             PIC 9(5).
           05 PJ-SCORE-2             PIC 9(5).
           05 PJ-VERDICT             PIC X(4).
           05 PJ-MOVE-1              PIC S9(4)
                                     SIGN IS LEADING SEPARATE.
           05 PJ-MOVE-2              PIC S9(4)
                                     SIGN IS LEADING SEPARATE.
           05 PJ-POSTED-DATE         PIC 9(8).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-SWAP-RATING             PIC 9(4) VALUE 0.
       01 WS-SWAP-PRIOR              PIC 9(4) VALUE 0.
       01 WS-SWAP-GAMES              PIC 9(4) VALUE 0.
      *
       01 WS-BEFORE-RATING-1         PIC 9(4) VALUE 0.
       01 WS-BEFORE-RATING-2         PIC 9(4) VALUE 0.
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-HELD-COUNT              PIC 9(5) VALUE 0.
      *
       01 WS-START-RATING            PIC 9(4) VALUE 1500.
       01 WS-BASE-SWING              PIC 9(2) VALUE 16.
       PROCEDURE DIVISION.
      *
       YACHT-RATING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RATINGS.
           PERFORM PROCESS-RESULTS.
           PERFORM SORT-LADDER.
           PERFORM WRITE-LADDER-REPORT.
           PERFORM REWRITE-RATINGS.
           DISPLAY "Table results rated: " WS-RESULT-COUNT.
           DISPLAY "Table results held under protest: "
              WS-HELD-COUNT.
           STOP RUN.
      *
       LOAD-RATINGS.
      *
       PROCESS-RESULTS.
           OPEN INPUT RESULTS-REPORT-FILE.
           OPEN EXTEND POSTING-JOURNAL-FILE.
           PERFORM UNTIL RESULTS-EOF
              READ RESULTS-REPORT-FILE
                 AT END
                    MOVE "Y" TO RESULTS-EOF-SWITCH
                 NOT AT END
                    IF (RL-TAG = "NIGHT=")
                       IF (RL-VERDICT = "HELD")
                          ADD 1 TO WS-HELD-COUNT
                       ELSE
                          PERFORM RATE-ONE-RESULT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESULTS-REPORT-FILE.
           CLOSE POSTING-JOURNAL-FILE.
      *
       RATE-ONE-RESULT.
           ADD 1 TO WS-RESULT-COUNT.
           MOVE RL-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-ID.
           PERFORM FIND-OR-SEED-PLAYER.
           MOVE WS-PLAYER-HIT TO WS-SLOT-2.
           MOVE WS-PLAYER-RATING(WS-SLOT-1) TO WS-BEFORE-RATING-1.
           MOVE WS-PLAYER-RATING(WS-SLOT-2) TO WS-BEFORE-RATING-2.
           ADD 1 TO WS-PLAYER-GAMES(WS-SLOT-1).
           ADD 1 TO WS-PLAYER-GAMES(WS-SLOT-2).
           EVALUATE RL-VERDICT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
           PERFORM WRITE-POSTING-JOURNAL.
      *
       WRITE-POSTING-JOURNAL.
           MOVE "P" TO PJ-ENTRY-TYPE.
           MOVE RL-NIGHT-DATE TO PJ-NIGHT-DATE.
           MOVE RL-TABLE-NUMBER TO PJ-TABLE-NUMBER.
           MOVE RL-PLAYER-ID-1 TO PJ-PLAYER-ID-1.
           MOVE RL-PLAYER-ID-2 TO PJ-PLAYER-ID-2.
           MOVE RL-SCORE-1 TO PJ-SCORE-1.
           MOVE RL-SCORE-2 TO PJ-SCORE-2.
           MOVE RL-VERDICT TO PJ-VERDICT.
           COMPUTE PJ-MOVE-1 =
              WS-PLAYER-RATING(WS-SLOT-1) - WS-BEFORE-RATING-1.
           COMPUTE PJ-MOVE-2 =
              WS-PLAYER-RATING(WS-SLOT-2) - WS-BEFORE-RATING-2.
           MOVE WS-RUN-DATE TO PJ-POSTED-DATE.
           WRITE POSTING-JOURNAL-RECORD.
      *
       FIND-OR-SEED-PLAYER.
           MOVE "N" TO PLAYER-FOUND-SWITCH.
