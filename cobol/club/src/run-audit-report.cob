      *    programs append to through RUN-AUDIT-LOGGER: one line per
      *    audit entry plus a completed-run count per program, so the
      *    morning question "did it run last night?" is answered from
      *    the record. An END with SKIPPED status - a night the
      *    sequencer's run calendar left the program out - is
      *    counted as a skipped night, not a completed run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-PROGRAM-ENTRY OCCURS 100 TIMES.
             10 WS-PROGRAM-NAME      PIC X(30).
             10 WS-PROGRAM-RUNS      PIC 9(5).
             10 WS-PROGRAM-SKIPS     PIC 9(5).
      *
       PROCEDURE DIVISION.
      *
              MOVE RA-PROGRAM-ID
                 TO WS-PROGRAM-NAME(WS-PROGRAM-HIT)
              MOVE 0 TO WS-PROGRAM-RUNS(WS-PROGRAM-HIT)
              MOVE 0 TO WS-PROGRAM-SKIPS(WS-PROGRAM-HIT)
           END-IF.
           IF (RA-COMPLETION-STATUS = "SKIPPED")
              ADD 1 TO WS-PROGRAM-SKIPS(WS-PROGRAM-HIT)
           ELSE
              ADD 1 TO WS-PROGRAM-RUNS(WS-PROGRAM-HIT)
           END-IF.
      *
       WRITE-PROGRAM-SUMMARY.
           PERFORM VARYING WS-PROGRAM-SCAN FROM 1 BY 1
                       " COMPLETED-RUNS=" DELIMITED BY SIZE
                       WS-PROGRAM-RUNS(WS-PROGRAM-SCAN)
                          DELIMITED BY SIZE
                       " SKIPPED-NIGHTS=" DELIMITED BY SIZE
                       WS-PROGRAM-SKIPS(WS-PROGRAM-SCAN)
                          DELIMITED BY SIZE
                   INTO AUDIT-REPORT-RECORD
                WRITE AUDIT-REPORT-RECORD
           END-PERFORM.
