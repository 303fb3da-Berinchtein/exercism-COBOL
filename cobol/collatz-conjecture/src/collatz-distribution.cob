      *    seed 800,000 of a million resumes from the checkpoint
      *    instead of the top of the range, without duplicating any
      *    report lines.
      *
      *    Each seed's peak - the highest value its sequence climbs
      *    to - is tracked alongside its steps, goes on its report
      *    line, and is kept in the cache with the step count, so a
      *    walk that stops on a remembered number still knows how
      *    high the rest of the sequence would have gone. The
      *    records report lists the path records found in the range:
      *    seeds whose step count, or whose peak, beats every
      *    smaller seed's in the range, each with its peak-to-seed
      *    ratio. The running records ride on the checkpoint, so a
      *    resumed run carries on from them. Peaks grow far faster
      *    than seeds; a sequence that would climb past the fifteen
      *    digits the working value holds is flagged PEAK OVERFLOW
      *    on both reports and left unranked, never truncated.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "COLLDST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RECORDS-REPORT-FILE ASSIGN TO "COLLREC"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       01  STEP-CACHE-RECORD.
           05 CC-NUMBER              PIC 9(8).
           05 CC-STEPS               PIC 9(4).
           05 CC-PEAK                PIC 9(15).
      *
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-LAST-SEED           PIC S9(8).
           05 CK-BEST-STEPS          PIC 9(4).
           05 CK-BEST-PEAK           PIC 9(15).
      *
       FD  DISTRIBUTION-REPORT-FILE.
       01  DISTRIBUTION-REPORT-RECORD PIC X(60).
      *
       FD  RECORDS-REPORT-FILE.
       01  RECORDS-REPORT-RECORD     PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
             88 WS-SEQUENCE-ABANDONED          VALUE "Y".
          05 WALK-DONE-SWITCH        PIC X     VALUE "N".
             88 WALK-DONE                      VALUE "Y".
          05 PEAK-OVERFLOW-SWITCH    PIC X     VALUE "N".
             88 PEAK-OVERFLOW                  VALUE "Y".
          05 TRAIL-FULL-SWITCH       PIC X     VALUE "N".
             88 TRAIL-FULL                     VALUE "Y".
      *
       01 WS-START-NUMBER            PIC S9(8) VALUE 1.
       01 WS-END-NUMBER              PIC S9(8) VALUE 1.
      *    so it gets a far wider picture than the seeds themselves.
       01 WS-NUMBER                  PIC S9(15) COMP.
       01 WS-STEPS                   PIC 9(4)  VALUE 0.
       01 WS-PEAK                    PIC 9(15) VALUE 0.
      *    The largest odd value whose 3n+1 still fits in a peak.
       01 WS-PEAK-CLIMB-LIMIT        PIC 9(15)
                                     VALUE 333333333333332.
       01 WS-SEED-NUMBER-DISPLAY     PIC -(8)9.
       01 WS-END-NUMBER-DISPLAY      PIC -(8)9.
       01 WS-PEAK-DISPLAY            PIC Z(14)9.
       01 WS-PEAK-RATIO              PIC 9(13)V99 VALUE 0.
       01 WS-PEAK-RATIO-DISPLAY      PIC Z(12)9.99.
      *
      *    The best step count and peak seen so far in the range.
       01 WS-BEST-STEPS              PIC 9(4)  VALUE 0.
       01 WS-BEST-PEAK               PIC 9(15) VALUE 0.
       01 WS-STEP-RECORD-COUNT       PIC 9(5)  VALUE 0.
       01 WS-PEAK-RECORD-COUNT       PIC 9(5)  VALUE 0.
       01 WS-OVERFLOW-COUNT          PIC 9(5)  VALUE 0.
       01 WS-RECORD-KIND             PIC X(12) VALUE SPACES.
      *
      *    Step counts are remembered for every resolved number up
      *    to the cache window; slot 1 stays zero (one is zero steps
       01 WS-STEP-CACHE-TABLE.
          05 WS-CACHED-STEPS OCCURS 500000 TIMES
                                      PIC 9(4) COMP.
       01 WS-PEAK-CACHE-TABLE.
          05 WS-CACHED-PEAK OCCURS 500000 TIMES
                                      PIC 9(15) COMP.
      *
       01 WS-PATH-COUNT              PIC 9(4)  VALUE 0.
       01 WS-PATH-SCAN               PIC 9(4)  VALUE 0.
          05 WS-PATH-ENTRY OCCURS 2000 TIMES.
             10 WS-PATH-VALUE        PIC 9(8).
             10 WS-PATH-STEP         PIC 9(4).
      *
      *    Every value the walk passes through, in or out of the
      *    cache window, so each remembered number can be given the
      *    peak of the sequence from it onward.
       01 WS-TRAIL-COUNT             PIC 9(4)  VALUE 0.
       01 WS-TRAIL-SCAN              PIC 9(4)  VALUE 0.
       01 WS-TRAIL-PEAK-FROM-HERE    PIC 9(15) VALUE 0.
       01 WS-TRAIL-TABLE.
          05 WS-TRAIL-ENTRY OCCURS 2000 TIMES.
             10 WS-TRAIL-VALUE       PIC 9(15) COMP.
             10 WS-TRAIL-PEAK        PIC 9(15) COMP.
      *
       01 WS-RESUME-SEED             PIC S9(8) VALUE 0.
       01 WS-RESUMING-SWITCH         PIC X     VALUE "N".
      *
           IF (RUN-IS-RESUMING)
              OPEN EXTEND DISTRIBUTION-REPORT-FILE
              OPEN EXTEND RECORDS-REPORT-FILE
              COMPUTE WS-START-NUMBER = WS-RESUME-SEED + 1
              DISPLAY "Resuming from checkpointed seed "
                 WS-RESUME-SEED
           ELSE
              OPEN OUTPUT DISTRIBUTION-REPORT-FILE
              OPEN OUTPUT RECORDS-REPORT-FILE
              PERFORM WRITE-RECORDS-HEADING
           END-IF.
           PERFORM VARYING WS-SEED-NUMBER FROM WS-START-NUMBER BY 1
              UNTIL WS-SEED-NUMBER > WS-END-NUMBER
                 PERFORM COUNT-STEPS-FOR-SEED
                 PERFORM WRITE-DISTRIBUTION-LINE
                 PERFORM CHECK-PATH-RECORDS
                 PERFORM WRITE-CHECKPOINT
           END-PERFORM.
           CLOSE DISTRIBUTION-REPORT-FILE.
           CLOSE RECORDS-REPORT-FILE.
           PERFORM SAVE-STEP-CACHE.
           PERFORM CLEAR-CHECKPOINT.
           DISPLAY "Cache hits this run: " WS-CACHE-HIT-COUNT.
           DISPLAY "Step-count records: " WS-STEP-RECORD-COUNT.
           DISPLAY "Peak records: " WS-PEAK-RECORD-COUNT.
           DISPLAY "Peak overflows flagged: " WS-OVERFLOW-COUNT.
           STOP RUN.
      *
       READ-CHECKPOINT.
                    AND CK-LAST-SEED < WS-END-NUMBER)
                    MOVE "Y" TO WS-RESUMING-SWITCH
                    MOVE CK-LAST-SEED TO WS-RESUME-SEED
                    IF (CK-BEST-STEPS IS NUMERIC
                       AND CK-BEST-PEAK IS NUMERIC)
                       MOVE CK-BEST-STEPS TO WS-BEST-STEPS
                       MOVE CK-BEST-PEAK TO WS-BEST-PEAK
                    END-IF
                 END-IF
           END-READ.
           CLOSE CHECKPOINT-FILE.
       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-SEED-NUMBER TO CK-LAST-SEED.
           MOVE WS-BEST-STEPS TO CK-BEST-STEPS.
           MOVE WS-BEST-PEAK TO CK-BEST-PEAK.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
      *
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
      *
      *    A cache line written before peaks were kept has none, and
      *    is left to be walked again and re-saved with its peak.
       LOAD-STEP-CACHE.
           OPEN INPUT STEP-CACHE-FILE.
           PERFORM UNTIL CACHE-EOF
                    MOVE "Y" TO CACHE-EOF-SWITCH
                 NOT AT END
                    IF (CC-NUMBER > 1
                       AND CC-NUMBER <= WS-CACHE-LIMIT
                       AND CC-PEAK IS NUMERIC
                       AND CC-PEAK > 0)
                       MOVE CC-STEPS TO WS-CACHED-STEPS(CC-NUMBER)
                       MOVE CC-PEAK TO WS-CACHED-PEAK(CC-NUMBER)
                    END-IF
              END-READ
           END-PERFORM.
                IF (WS-CACHED-STEPS(WS-CACHE-INDEX) NOT = 0)
                   MOVE WS-CACHE-INDEX TO CC-NUMBER
                   MOVE WS-CACHED-STEPS(WS-CACHE-INDEX) TO CC-STEPS
                   MOVE WS-CACHED-PEAK(WS-CACHE-INDEX) TO CC-PEAK
                   WRITE STEP-CACHE-RECORD
                   ADD 1 TO WS-CACHE-SAVED-COUNT
                END-IF
       COUNT-STEPS-FOR-SEED.
           MOVE WS-SEED-NUMBER TO WS-NUMBER.
           MOVE 0 TO WS-STEPS.
           MOVE 0 TO WS-PEAK.
           MOVE 0 TO WS-PATH-COUNT.
           MOVE 0 TO WS-TRAIL-COUNT.
           MOVE "N" TO WS-ABANDONED-SWITCH.
           MOVE "N" TO WALK-DONE-SWITCH.
           MOVE "N" TO PEAK-OVERFLOW-SWITCH.
           MOVE "N" TO TRAIL-FULL-SWITCH.
           IF (WS-NUMBER < 1)
              MOVE "Y" TO WALK-DONE-SWITCH
           ELSE
              MOVE WS-NUMBER TO WS-PEAK
           END-IF.
           PERFORM WALK-ONE-STEP
              WITH TEST BEFORE
              UNTIL WALK-DONE.
           IF (NOT WS-SEQUENCE-ABANDONED AND WS-SEED-NUMBER >= 1
              AND NOT TRAIL-FULL)
              PERFORM BACKFILL-PATH-CACHE
           END-IF.
      *
      *    The 3n+1 climb is the only place a peak can outgrow its
      *    fifteen digits; that seed is abandoned with its peak
      *    flagged rather than carried on with a truncated number.
       WALK-ONE-STEP.
           EVALUATE TRUE
           WHEN WS-NUMBER = 1
                ADD 1 TO WS-CACHE-HIT-COUNT
                COMPUTE WS-STEPS =
                   WS-STEPS + WS-CACHED-STEPS(WS-NUMBER)
                IF (WS-CACHED-PEAK(WS-NUMBER) > WS-PEAK)
                   MOVE WS-CACHED-PEAK(WS-NUMBER) TO WS-PEAK
                END-IF
                MOVE "Y" TO WALK-DONE-SWITCH
           WHEN OTHER
                IF (WS-NUMBER <= WS-CACHE-LIMIT
                   MOVE WS-STEPS
                      TO WS-PATH-STEP(WS-PATH-COUNT)
                END-IF
                IF (WS-TRAIL-COUNT < 2000)
                   ADD 1 TO WS-TRAIL-COUNT
                   MOVE WS-NUMBER
                      TO WS-TRAIL-VALUE(WS-TRAIL-COUNT)
                ELSE
                   MOVE "Y" TO TRAIL-FULL-SWITCH
                END-IF
                IF (FUNCTION MOD(WS-NUMBER, 2) = 0)
                   DIVIDE WS-NUMBER BY 2 GIVING WS-NUMBER
                ELSE
                   IF (WS-NUMBER > WS-PEAK-CLIMB-LIMIT)
                      MOVE "Y" TO PEAK-OVERFLOW-SWITCH
                   ELSE
                      MULTIPLY WS-NUMBER BY 3 GIVING WS-NUMBER
                      ADD 1 TO WS-NUMBER
                   END-IF
                END-IF
                IF (PEAK-OVERFLOW)
                   MOVE "Y" TO WS-ABANDONED-SWITCH
                   MOVE "Y" TO WALK-DONE-SWITCH
                ELSE
                   ADD 1 TO WS-STEPS
                   IF (WS-NUMBER > WS-PEAK)
                      MOVE WS-NUMBER TO WS-PEAK
                   END-IF
                END-IF
           END-EVALUATE.
      *
      *    The trail is walked backward so each value carries the
      *    peak of the sequence from it onward; the walk's last value
      *    (one, or the cached number it stopped on) seeds that peak.
       BACKFILL-PATH-CACHE.
           IF (WS-NUMBER > 1)
              MOVE WS-CACHED-PEAK(WS-NUMBER)
                 TO WS-TRAIL-PEAK-FROM-HERE
           ELSE
              MOVE 1 TO WS-TRAIL-PEAK-FROM-HERE
           END-IF.
           PERFORM VARYING WS-TRAIL-SCAN FROM WS-TRAIL-COUNT BY -1
              UNTIL WS-TRAIL-SCAN < 1
                IF (WS-TRAIL-VALUE(WS-TRAIL-SCAN)
                   > WS-TRAIL-PEAK-FROM-HERE)
                   MOVE WS-TRAIL-VALUE(WS-TRAIL-SCAN)
                      TO WS-TRAIL-PEAK-FROM-HERE
                END-IF
                MOVE WS-TRAIL-PEAK-FROM-HERE
                   TO WS-TRAIL-PEAK(WS-TRAIL-SCAN)
           END-PERFORM.
           PERFORM VARYING WS-PATH-SCAN FROM 1 BY 1
              UNTIL WS-PATH-SCAN > WS-PATH-COUNT
                IF (WS-PATH-VALUE(WS-PATH-SCAN) > 1)
                   COMPUTE WS-CACHED-STEPS
                      (WS-PATH-VALUE(WS-PATH-SCAN)) =
                      WS-STEPS - WS-PATH-STEP(WS-PATH-SCAN)
                   MOVE WS-TRAIL-PEAK(WS-PATH-STEP(WS-PATH-SCAN) + 1)
                      TO WS-CACHED-PEAK(WS-PATH-VALUE(WS-PATH-SCAN))
                END-IF
           END-PERFORM.
      *
       WRITE-DISTRIBUTION-LINE.
           MOVE SPACES TO DISTRIBUTION-REPORT-RECORD.
           MOVE WS-SEED-NUMBER TO WS-SEED-NUMBER-DISPLAY.
           MOVE WS-PEAK TO WS-PEAK-DISPLAY.
           EVALUATE TRUE
           WHEN PEAK-OVERFLOW
                STRING "NUMBER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEED-NUMBER-DISPLAY)
                          DELIMITED BY SIZE
                       " STEPS=ABANDONED PEAK=OVERFLOW"
                          DELIMITED BY SIZE
                   INTO DISTRIBUTION-REPORT-RECORD
           WHEN WS-SEQUENCE-ABANDONED
                STRING "NUMBER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEED-NUMBER-DISPLAY)
                          DELIMITED BY SIZE
                       " STEPS=ABANDONED" DELIMITED BY SIZE
                   INTO DISTRIBUTION-REPORT-RECORD
           WHEN OTHER
                STRING "NUMBER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEED-NUMBER-DISPLAY)
                          DELIMITED BY SIZE
                       " STEPS=" DELIMITED BY SIZE
                       WS-STEPS DELIMITED BY SIZE
                       " PEAK=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PEAK-DISPLAY)
                          DELIMITED BY SIZE
                   INTO DISTRIBUTION-REPORT-RECORD
           END-EVALUATE.
           WRITE DISTRIBUTION-REPORT-RECORD.
      *
       WRITE-RECORDS-HEADING.
           MOVE SPACES TO RECORDS-REPORT-RECORD.
           MOVE WS-START-NUMBER TO WS-SEED-NUMBER-DISPLAY.
           MOVE WS-END-NUMBER TO WS-END-NUMBER-DISPLAY.
           STRING "COLLATZ PATH RECORDS FOR SEEDS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEED-NUMBER-DISPLAY)
                     DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-END-NUMBER-DISPLAY)
                     DELIMITED BY SIZE
              INTO RECORDS-REPORT-RECORD.
           WRITE RECORDS-REPORT-RECORD.
      *
      *    A seed sets a step-count record when no smaller seed in
      *    the range took as many steps, and a peak record when no
      *    smaller seed climbed as high. Abandoned seeds are never
      *    ranked; an overflowing peak is listed so it is not lost.
       CHECK-PATH-RECORDS.
           MOVE WS-SEED-NUMBER TO WS-SEED-NUMBER-DISPLAY.
           EVALUATE TRUE
           WHEN WS-SEED-NUMBER < 1
                CONTINUE
           WHEN PEAK-OVERFLOW
                ADD 1 TO WS-OVERFLOW-COUNT
                MOVE SPACES TO RECORDS-REPORT-RECORD
                STRING "PEAK OVERFLOW SEED=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEED-NUMBER-DISPLAY)
                          DELIMITED BY SIZE
                       " PEAK EXCEEDS 15 DIGITS - NOT RANKED"
                          DELIMITED BY SIZE
                   INTO RECORDS-REPORT-RECORD
                WRITE RECORDS-REPORT-RECORD
           WHEN WS-SEQUENCE-ABANDONED
                CONTINUE
           WHEN OTHER
                MOVE WS-PEAK TO WS-PEAK-DISPLAY
                COMPUTE WS-PEAK-RATIO ROUNDED =
                   WS-PEAK / WS-SEED-NUMBER
                MOVE WS-PEAK-RATIO TO WS-PEAK-RATIO-DISPLAY
                IF (WS-STEPS > WS-BEST-STEPS)
                   MOVE WS-STEPS TO WS-BEST-STEPS
                   ADD 1 TO WS-STEP-RECORD-COUNT
                   MOVE "STEPS RECORD" TO WS-RECORD-KIND
                   PERFORM WRITE-PATH-RECORD-LINE
                END-IF
                IF (WS-PEAK > WS-BEST-PEAK)
                   MOVE WS-PEAK TO WS-BEST-PEAK
                   ADD 1 TO WS-PEAK-RECORD-COUNT
                   MOVE "PEAK RECORD" TO WS-RECORD-KIND
                   PERFORM WRITE-PATH-RECORD-LINE
                END-IF
           END-EVALUATE.
      *
       WRITE-PATH-RECORD-LINE.
           MOVE SPACES TO RECORDS-REPORT-RECORD.
           STRING WS-RECORD-KIND DELIMITED BY SIZE
                  " SEED=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEED-NUMBER-DISPLAY)
                     DELIMITED BY SIZE
                  " STEPS=" DELIMITED BY SIZE
                  WS-STEPS DELIMITED BY SIZE
                  " PEAK=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEAK-DISPLAY)
                     DELIMITED BY SIZE
                  " RATIO=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEAK-RATIO-DISPLAY)
                     DELIMITED BY SIZE
              INTO RECORDS-REPORT-RECORD.
           WRITE RECORDS-REPORT-RECORD.
      *
