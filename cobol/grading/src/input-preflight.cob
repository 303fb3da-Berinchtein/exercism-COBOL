      *    return code keeps the window from starting on a truncated
      *    or stale file - one half-copied manifest already cost a
      *    full re-run night.
      *
      *    Every exercise name on those feeds is also looked up on
      *    the exercise catalog through EXERCISE-CATALOG-SERVICE. A
      *    retired exercise is fine - the grading runs skip it - but
      *    a name the catalog does not know fails its file as
      *    UNCATALOGED EXERCISE, with the first such name on the
      *    line after the verdict, so a manifest typo is caught
      *    before it grades into a phantom exercise.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             88 LAYOUT-IS-CLEAN               VALUE "Y".
          05 WINDOW-GO-SWITCH        PIC X    VALUE "Y".
             88 WINDOW-IS-GO                  VALUE "Y".
          05 NAMES-CATALOGED-SWITCH  PIC X    VALUE "Y".
             88 NAMES-ARE-CATALOGED           VALUE "Y".
      *
       01 WS-ACTUAL-COUNT            PIC 9(7) VALUE 0.
       01 WS-FILES-CHECKED           PIC 9(2) VALUE 0.
       01 WS-VERDICT                 PIC X(30) VALUE SPACES.
       01 WS-CHECK-NAME              PIC X(30) VALUE SPACES.
       01 WS-FIRST-UNCATALOGED       PIC X(30) VALUE SPACES.
       01 WS-CATALOG-STATUS          PIC X    VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
           MOVE 0 TO WS-ACTUAL-COUNT.
           MOVE "Y" TO LAYOUT-CLEAN-SWITCH.
           MOVE "N" TO INPUT-EOF-SWITCH.
           MOVE "Y" TO NAMES-CATALOGED-SWITCH.
           MOVE SPACES TO WS-FIRST-UNCATALOGED.
           EVALUATE PF-FILE-NAME
           WHEN "NITEMANF"
                PERFORM COUNT-BUILD-MANIFEST
           WHEN WS-ACTUAL-COUNT NOT = PF-EXPECTED-COUNT
                MOVE "COUNT MISMATCH" TO WS-VERDICT
                MOVE "N" TO WINDOW-GO-SWITCH
           WHEN NOT NAMES-ARE-CATALOGED
                MOVE "UNCATALOGED EXERCISE" TO WS-VERDICT
                MOVE "N" TO WINDOW-GO-SWITCH
           WHEN OTHER
                MOVE "OK" TO WS-VERDICT
           END-EVALUATE.
           PERFORM WRITE-FILE-VERDICT-LINE.
           IF (NOT NAMES-ARE-CATALOGED)
              PERFORM WRITE-UNCATALOGED-LINE
           END-IF.
      *
      *    Only the first unknown name on a file is kept for the
      *    report; one typo usually repeats down a whole manifest.
       CHECK-EXERCISE-NAME.
           CALL "EXERCISE-CATALOG-SERVICE" USING WS-CHECK-NAME
              WS-CATALOG-STATUS.
           IF (WS-CATALOG-STATUS = "U")
              IF (NAMES-ARE-CATALOGED)
                 MOVE WS-CHECK-NAME TO WS-FIRST-UNCATALOGED
              END-IF
              MOVE "N" TO NAMES-CATALOGED-SWITCH
           END-IF.
      *
       COUNT-BUILD-MANIFEST.
           OPEN INPUT BUILD-MANIFEST-FILE.
                       OR BM-COMPILE-RC NOT NUMERIC)
                       MOVE "N" TO LAYOUT-CLEAN-SWITCH
                    END-IF
                    MOVE SH-EXERCISE-NAME OF BUILD-MANIFEST-RECORD
                       TO WS-CHECK-NAME
                    PERFORM CHECK-EXERCISE-NAME
              END-READ
           END-PERFORM.
           CLOSE BUILD-MANIFEST-FILE.
                    IF (FF-EXERCISE-NAME = SPACES)
                       MOVE "N" TO LAYOUT-CLEAN-SWITCH
                    END-IF
                    MOVE FF-EXERCISE-NAME TO WS-CHECK-NAME
                    PERFORM CHECK-EXERCISE-NAME
              END-READ
           END-PERFORM.
           CLOSE FIXTURE-FILE.
                    IF (AO-EXERCISE-NAME = SPACES)
                       MOVE "N" TO LAYOUT-CLEAN-SWITCH
                    END-IF
                    MOVE AO-EXERCISE-NAME TO WS-CHECK-NAME
                    PERFORM CHECK-EXERCISE-NAME
              END-READ
           END-PERFORM.
           CLOSE ACTUAL-OUTPUT-FILE.
                       OR SC-SCORE NOT NUMERIC)
                       MOVE "N" TO LAYOUT-CLEAN-SWITCH
                    END-IF
                    MOVE SH-EXERCISE-NAME OF SCORE-RECORD
                       TO WS-CHECK-NAME
                    PERFORM CHECK-EXERCISE-NAME
              END-READ
           END-PERFORM.
           CLOSE SCORE-FILE.
                          NOT NUMERIC)
                       MOVE "N" TO LAYOUT-CLEAN-SWITCH
                    END-IF
                    MOVE SH-EXERCISE-NAME OF ATTEMPT-STATUS-RECORD
                       TO WS-CHECK-NAME
                    PERFORM CHECK-EXERCISE-NAME
              END-READ
           END-PERFORM.
           CLOSE ATTEMPT-STATUS-FILE.
                          NOT NUMERIC)
                       MOVE "N" TO LAYOUT-CLEAN-SWITCH
                    END-IF
                    MOVE SH-EXERCISE-NAME OF RUN-OUTPUT-RECORD
                       TO WS-CHECK-NAME
                    PERFORM CHECK-EXERCISE-NAME
              END-READ
           END-PERFORM.
           CLOSE RUN-OUTPUT-FILE.
                  WS-VERDICT DELIMITED BY SIZE
              INTO PREFLIGHT-REPORT-RECORD.
           WRITE PREFLIGHT-REPORT-RECORD.
      *
       WRITE-UNCATALOGED-LINE.
           MOVE SPACES TO PREFLIGHT-REPORT-RECORD.
           STRING "     FIRST UNCATALOGED EXERCISE=" DELIMITED BY SIZE
                  WS-FIRST-UNCATALOGED DELIMITED BY SPACE
              INTO PREFLIGHT-REPORT-RECORD.
           WRITE PREFLIGHT-REPORT-RECORD.
      *
       WRITE-GO-NOGO-LINE.
           MOVE SPACES TO PREFLIGHT-REPORT-RECORD.
