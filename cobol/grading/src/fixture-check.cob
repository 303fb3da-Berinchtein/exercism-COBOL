      *    against a shared expected-output fixture line kept per
      *    exercise, instead of a maintainer hand-checking DISPLAY
      *    output after every run.
      *
      *    Each actual output's exercise name is first looked up on
      *    the exercise catalog through EXERCISE-CATALOG-SERVICE: a
      *    retired exercise is not checked at all, and a name the
      *    catalog does not know is listed as UNCATALOGED rather than
      *    checked against whatever fixture the typo happens to
      *    match; either is left out of the checked count, and an
      *    unknown name ends the run with return code 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-GENERATION-DATE         PIC 9(8) VALUE 0.
       01 WS-CHECKED-COUNT           PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT          PIC 9(5) VALUE 0.
       01 WS-RETIRED-COUNT           PIC 9(5) VALUE 0.
       01 WS-UNCATALOGED-COUNT       PIC 9(5) VALUE 0.
       01 WS-CATALOG-STATUS          PIC X    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
           CLOSE FIXTURE-REPORT-FILE.
           DISPLAY "Outputs checked: " WS-CHECKED-COUNT.
           DISPLAY "Mismatches: " WS-MISMATCH-COUNT.
           DISPLAY "Skipped (retired exercise): " WS-RETIRED-COUNT.
           DISPLAY "Not on the exercise catalog: "
              WS-UNCATALOGED-COUNT.
           IF (WS-UNCATALOGED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *    Each run of this report is a dated generation: the run
              TO WS-FIXTURE-EXPECTED(WS-FIXTURE-INDEX).
      *
       CHECK-ONE-ACTUAL.
           CALL "EXERCISE-CATALOG-SERVICE" USING AO-EXERCISE-NAME
              WS-CATALOG-STATUS.
           EVALUATE WS-CATALOG-STATUS
           WHEN "R"
                ADD 1 TO WS-RETIRED-COUNT
           WHEN "U"
                ADD 1 TO WS-UNCATALOGED-COUNT
                PERFORM WRITE-UNCATALOGED-LINE
           WHEN OTHER
                PERFORM COMPARE-ONE-ACTUAL
           END-EVALUATE.
      *
       COMPARE-ONE-ACTUAL.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE "N" TO FOUND-SWITCH.
           PERFORM VARYING WS-FIXTURE-INDEX FROM 1 BY 1
              INTO FIXTURE-REPORT-RECORD.
           WRITE FIXTURE-REPORT-RECORD.
      *
       WRITE-UNCATALOGED-LINE.
           MOVE SPACES TO FIXTURE-REPORT-RECORD.
           STRING "UNCATALOGED EXERCISE=" DELIMITED BY SIZE
                  AO-EXERCISE-NAME DELIMITED BY SPACE
                  " ACTUAL=[" DELIMITED BY SIZE
                  AO-ACTUAL-OUTPUT DELIMITED BY SPACE
                  "] - NOT CHECKED" DELIMITED BY SIZE
              INTO FIXTURE-REPORT-RECORD.
           WRITE FIXTURE-REPORT-RECORD.
      *
