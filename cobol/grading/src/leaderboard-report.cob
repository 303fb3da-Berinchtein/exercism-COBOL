      *    descending) with the rank assigned on the way out: the
      *    run handles tens of thousands of score records and equal
      *    scores share a rank.
      *
      *    Only exercises the exercise catalog knows are ranked:
      *    each score's exercise name is looked up through
      *    EXERCISE-CATALOG-SERVICE as it is released to the sort.
      *    A retired exercise's scores are left off the board, and a
      *    name the catalog does not know is held back and listed at
      *    the foot of the report as UNCATALOGED with its attempt
      *    count - a manifest typo no longer shows up as a phantom
      *    exercise - and the run ends with return code 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             88 SCORE-FILE-EOF                VALUE "Y".
          05 SORT-DONE-SWITCH        PIC X    VALUE "N".
             88 SORT-DONE                     VALUE "Y".
          05 UNCATALOGED-FOUND-SWITCH PIC X   VALUE "N".
             88 UNCATALOGED-FOUND             VALUE "Y".
      *
       01 WS-GENERATION-DATE         PIC 9(8) VALUE 0.
       01 WS-ENTRY-COUNT             PIC 9(7) VALUE 0.
       01 WS-POSITION                PIC 9(5) VALUE 0.
       01 WS-CURRENT-EXERCISE        PIC X(30) VALUE SPACES.
       01 WS-PREVIOUS-SCORE          PIC 9(5) VALUE 0.
       01 WS-CATALOG-STATUS          PIC X    VALUE SPACE.
       01 WS-RETIRED-COUNT           PIC 9(7) VALUE 0.
      *
       01 WS-UNCATALOGED-COUNT       PIC 9(3) VALUE 0.
       01 WS-UNCATALOGED-SCAN        PIC 9(3) VALUE 0.
       01 WS-UNCATALOGED-TABLE.
          05 WS-UNCATALOGED OCCURS 200 TIMES.
             10 WS-UNCATALOGED-NAME     PIC X(30).
             10 WS-UNCATALOGED-ATTEMPTS PIC 9(5).
      *
      *
       01 WS-AUDIT-PROGRAM     PIC X(30) VALUE "LEADERBOARD-REPORT".
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Attempts ranked: " WS-ENTRY-COUNT.
           DISPLAY "Attempts left off (retired exercise): "
              WS-RETIRED-COUNT.
           DISPLAY "Exercises not on the catalog: "
              WS-UNCATALOGED-COUNT.
           IF (WS-UNCATALOGED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       RELEASE-SCORES SECTION.
                 AT END
                    MOVE "Y" TO SCORE-FILE-EOF-SWITCH
                 NOT AT END
                    PERFORM RELEASE-ONE-SCORE
              END-READ
           END-PERFORM.
           CLOSE SCORE-FILE.
           GO TO RELEASE-SCORES-EXIT.
      *
       RELEASE-ONE-SCORE.
           CALL "EXERCISE-CATALOG-SERVICE" USING SH-EXERCISE-NAME
              WS-CATALOG-STATUS.
           EVALUATE WS-CATALOG-STATUS
           WHEN "R"
                ADD 1 TO WS-RETIRED-COUNT
           WHEN "U"
                PERFORM NOTE-UNCATALOGED-EXERCISE
           WHEN OTHER
                MOVE SH-EXERCISE-NAME TO SW-EXERCISE-NAME
                MOVE SH-ATTEMPT-NUMBER TO SW-ATTEMPT-NUMBER
                MOVE SH-SUBMIT-DATE TO SW-SUBMIT-DATE
                MOVE SC-SCORE TO SW-SCORE
                RELEASE SORT-WORK-RECORD
           END-EVALUATE.
      *
      *    Each unknown name is listed once, with how many attempts
      *    were held back under it.
       NOTE-UNCATALOGED-EXERCISE.
           MOVE "N" TO UNCATALOGED-FOUND-SWITCH.
           PERFORM VARYING WS-UNCATALOGED-SCAN FROM 1 BY 1
              UNTIL WS-UNCATALOGED-SCAN > WS-UNCATALOGED-COUNT
              OR UNCATALOGED-FOUND
                IF (WS-UNCATALOGED-NAME(WS-UNCATALOGED-SCAN) =
                   SH-EXERCISE-NAME)
                   MOVE "Y" TO UNCATALOGED-FOUND-SWITCH
                   ADD 1 TO
                      WS-UNCATALOGED-ATTEMPTS(WS-UNCATALOGED-SCAN)
                END-IF
           END-PERFORM.
           IF (NOT UNCATALOGED-FOUND)
              IF (WS-UNCATALOGED-COUNT = 200)
                 DISPLAY "ABORTED: score file carries more than "
                    "200 exercise names not on the catalog"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-UNCATALOGED-COUNT
              MOVE SH-EXERCISE-NAME
                 TO WS-UNCATALOGED-NAME(WS-UNCATALOGED-COUNT)
              MOVE 1 TO WS-UNCATALOGED-ATTEMPTS(WS-UNCATALOGED-COUNT)
           END-IF.
      *
       RELEASE-SCORES-EXIT.
           EXIT.
      *
      *    Attempts come back grouped by exercise with the best
      *    score first; the rank only advances past a run of equal
                    PERFORM RANK-ONE-RECORD
              END-RETURN
           END-PERFORM.
           PERFORM WRITE-UNCATALOGED-LINE
              VARYING WS-UNCATALOGED-SCAN FROM 1 BY 1
              UNTIL WS-UNCATALOGED-SCAN > WS-UNCATALOGED-COUNT.
           CLOSE LEADERBOARD-FILE.
           GO TO RANK-SORTED-SCORES-EXIT.
      *
                  WS-RANK DELIMITED BY SIZE
              INTO LEADERBOARD-RECORD.
           WRITE LEADERBOARD-RECORD.
      *
       WRITE-UNCATALOGED-LINE.
           MOVE SPACES TO LEADERBOARD-RECORD.
           STRING "UNCATALOGED EXERCISE=" DELIMITED BY SIZE
                  WS-UNCATALOGED-NAME(WS-UNCATALOGED-SCAN)
                     DELIMITED BY SPACE
                  " ATTEMPTS=" DELIMITED BY SIZE
                  WS-UNCATALOGED-ATTEMPTS(WS-UNCATALOGED-SCAN)
                     DELIMITED BY SIZE
                  " - NOT RANKED" DELIMITED BY SIZE
              INTO LEADERBOARD-RECORD.
           WRITE LEADERBOARD-RECORD.
      *
       RANK-SORTED-SCORES-EXIT.
           EXIT.
