      *    stream will no longer fit the batch window at current
      *    growth - before the morning digest starts running at
      *    noon. The control card carries the window minutes and
      *    the jump percent (240 and 25 when absent). An END with
      *    SKIPPED status is a night the sequencer's run calendar
      *    left the program out: it pairs with no START, adds
      *    nothing to the elapsed trend, and is counted on the
      *    program's line as a skipped night rather than a gap.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             10 WS-PRIOR-NIGHTS      PIC 9(4).
             10 WS-LATEST-DATE       PIC 9(8).
             10 WS-LATEST-SECONDS    PIC 9(5).
             10 WS-SKIPPED-NIGHTS    PIC 9(4).
      *
       01 WS-NIGHT-COUNT             PIC 9(2) VALUE 0.
       01 WS-NIGHT-SCAN              PIC 9(2) VALUE 0.
       01 WS-AVERAGE-SECONDS         PIC 9(7)V99 VALUE 0.
       01 WS-JUMP-LIMIT              PIC 9(7)V99 VALUE 0.
       01 WS-FLAGGED-COUNT           PIC 9(3) VALUE 0.
       01 WS-SKIP-NOTE               PIC X(20) VALUE SPACES.
       01 WS-SKIP-NOTE-COUNT         PIC Z(3)9.
      *
       01 WS-OLDEST-NIGHT            PIC 9(2) VALUE 0.
       01 WS-NEWEST-NIGHT            PIC 9(2) VALUE 0.
           WHEN "START"
                PERFORM NOTE-OPEN-START
           WHEN "END"
                IF (RA-COMPLETION-STATUS = "SKIPPED")
                   PERFORM FIND-PROGRAM-ENTRY
                   ADD 1 TO WS-SKIPPED-NIGHTS(WS-PROGRAM-HIT)
                ELSE
                   PERFORM CLOSE-OPEN-START
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
              MOVE 0 TO WS-PRIOR-NIGHTS(WS-PROGRAM-HIT)
              MOVE 0 TO WS-LATEST-DATE(WS-PROGRAM-HIT)
              MOVE 0 TO WS-LATEST-SECONDS(WS-PROGRAM-HIT)
              MOVE 0 TO WS-SKIPPED-NIGHTS(WS-PROGRAM-HIT)
           END-IF.
      *
       POST-NIGHT-TOTAL.
                 WS-PRIOR-SECONDS(WS-PROGRAM-SCAN)
                 / WS-PRIOR-NIGHTS(WS-PROGRAM-SCAN)
           END-IF.
           MOVE SPACES TO WS-SKIP-NOTE.
           IF (WS-SKIPPED-NIGHTS(WS-PROGRAM-SCAN) > 0)
              MOVE WS-SKIPPED-NIGHTS(WS-PROGRAM-SCAN)
                 TO WS-SKIP-NOTE-COUNT
              STRING " SKIPPED-NIGHTS=" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SKIP-NOTE-COUNT)
                        DELIMITED BY SIZE
                 INTO WS-SKIP-NOTE
           END-IF.
           MOVE SPACES TO SLA-REPORT-RECORD.
           STRING "PROGRAM=" DELIMITED BY SIZE
                  WS-PROGRAM-NAME(WS-PROGRAM-SCAN)
                     DELIMITED BY SIZE
                  " AVG-SECS=" DELIMITED BY SIZE
                  WS-AVERAGE-SECONDS DELIMITED BY SIZE
                  WS-SKIP-NOTE DELIMITED BY SIZE
              INTO SLA-REPORT-RECORD.
           IF (WS-AVERAGE-SECONDS > 0)
              COMPUTE WS-JUMP-LIMIT =
                        " AVG-SECS=" DELIMITED BY SIZE
                        WS-AVERAGE-SECONDS DELIMITED BY SIZE
                        " ** RUNTIME JUMP **" DELIMITED BY SIZE
                        WS-SKIP-NOTE DELIMITED BY SIZE
                    INTO SLA-REPORT-RECORD
              END-IF
           END-IF.
