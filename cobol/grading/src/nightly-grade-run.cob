      *    any manifest entry already checkpointed is skipped, so a
      *    re-run picks up where the last one left off instead of
      *    re-grading everything.
      *
      *    Every entry not already checkpointed has its exercise name
      *    checked against the exercise catalog through
      *    EXERCISE-CATALOG-SERVICE before it is graded. A retired
      *    exercise is passed over quietly; a name the catalog does
      *    not know - usually a manifest typo - is listed on the
      *    summary as UNCATALOGED instead of being graded into a
      *    phantom exercise, and the run ends with return code 4
      *    when nothing worse was raised. Neither is checkpointed,
      *    so a corrected catalog or manifest grades them next run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SKIPPED-COUNT           PIC 9(5) VALUE 0.
       01 WS-PASS-COUNT              PIC 9(5) VALUE 0.
       01 WS-FAIL-COUNT              PIC 9(5) VALUE 0.
       01 WS-RETIRED-COUNT           PIC 9(5) VALUE 0.
       01 WS-UNCATALOGED-COUNT       PIC 9(5) VALUE 0.
       01 WS-CATALOG-STATUS          PIC X    VALUE SPACE.
      *
      *    A missing thresholds record leaves the limits wide open,
      *    so the run degrades to its old always-zero exit rather
           DISPLAY "Entries compiled: " WS-COMPILED-COUNT.
           DISPLAY "Entries skipped (checkpointed): " WS-SKIPPED-COUNT.
           DISPLAY "Pass: " WS-PASS-COUNT " Fail: " WS-FAIL-COUNT.
           DISPLAY "Entries skipped (retired exercise): "
              WS-RETIRED-COUNT.
           DISPLAY "Entries not on the exercise catalog: "
              WS-UNCATALOGED-COUNT.
           IF (WS-UNCATALOGED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF (WS-ALERT-COUNT > 0)
              DISPLAY "ALERTS RAISED: " WS-ALERT-COUNT
                 " - see NITEALRT"
                    MOVE "Y" TO ALREADY-DONE-SWITCH
                 END-IF
           END-PERFORM.
           IF (NOT ENTRY-ALREADY-DONE)
              CALL "EXERCISE-CATALOG-SERVICE" USING SH-EXERCISE-NAME
                 WS-CATALOG-STATUS
           END-IF.
           EVALUATE TRUE
           WHEN ENTRY-ALREADY-DONE
                ADD 1 TO WS-SKIPPED-COUNT
           WHEN WS-CATALOG-STATUS = "R"
                ADD 1 TO WS-RETIRED-COUNT
           WHEN WS-CATALOG-STATUS = "U"
                ADD 1 TO WS-UNCATALOGED-COUNT
                PERFORM WRITE-UNCATALOGED-LINE
           WHEN OTHER
                ADD 1 TO WS-COMPILED-COUNT
                IF (BM-GRADE-RESULT = "PASS")
                   ADD 1 TO WS-PASS-COUNT
                ELSE
                   ADD 1 TO WS-FAIL-COUNT
                END-IF
                PERFORM TRACK-FAILURE-STREAK
                PERFORM WRITE-SUMMARY-LINE
                PERFORM WRITE-CHECKPOINT-LINE
           END-EVALUATE.
      *
      *    Consecutive failures are tracked per exercise in manifest
      *    order; the worst streak of the night is what gets judged
                  BM-GRADE-RESULT DELIMITED BY SIZE
              INTO GRADE-SUMMARY-RECORD.
           WRITE GRADE-SUMMARY-RECORD.
      *
       WRITE-UNCATALOGED-LINE.
           MOVE SPACES TO GRADE-SUMMARY-RECORD.
           STRING "UNCATALOGED EXERCISE=" DELIMITED BY SIZE
                  SH-EXERCISE-NAME DELIMITED BY SPACE
                  " ATTEMPT=" DELIMITED BY SIZE
                  SH-ATTEMPT-NUMBER DELIMITED BY SIZE
                  " SUBMITTED=" DELIMITED BY SIZE
                  SH-SUBMIT-DATE DELIMITED BY SIZE
                  " - NOT GRADED" DELIMITED BY SIZE
              INTO GRADE-SUMMARY-RECORD.
           WRITE GRADE-SUMMARY-RECORD.
      *
       WRITE-CHECKPOINT-LINE.
           MOVE SH-EXERCISE-NAME TO CK-EXERCISE-NAME.
