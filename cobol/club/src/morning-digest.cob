      *    reads NITERPT, FIXTRPT, YACHTMIS, YACHTTOT, DARTSEXC and
      *    HAMMOUT, pulls the headline numbers out of each, and
      *    writes one consolidated summary ordered worst-first with
      *    an OK line for anything clean. The run-audit trail is
      *    read for END records with SKIPPED status on its latest
      *    night: a source whose producing program the sequencer's
      *    run calendar skipped is listed as not scheduled, not
      *    summarized from last time's leftover file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESULTS-FILE ASSIGN TO "HAMMOUT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT DIGEST-FILE ASSIGN TO "MORNDIG"
              ORGANIZATION LINE SEQUENTIAL.
      *
      *
       FD  RESULTS-FILE.
       01  RESULTS-RECORD            PIC X(100).
      *
       FD  RUN-AUDIT-FILE.
       01  RUN-AUDIT-RECORD.
           05 RA-STAMP-DATE          PIC 9(8).
           05 RA-STAMP-TIME          PIC 9(6).
           05 RA-PROGRAM-ID          PIC X(30).
           05 RA-PHASE               PIC X(5).
           05 RA-RECORDS-READ        PIC 9(7).
           05 RA-RECORDS-WRITTEN     PIC 9(7).
           05 RA-COMPLETION-STATUS   PIC X(8).
      *
       FD  DIGEST-FILE.
       01  DIGEST-RECORD             PIC X(80).
             10 WS-SOURCE-LINES      PIC 9(6).
             10 WS-SOURCE-DONE-SWITCH PIC X.
                88 WS-SOURCE-DONE         VALUE "Y".
             10 WS-SOURCE-PRODUCER   PIC X(30).
             10 WS-SOURCE-SKIPPED-SWITCH PIC X.
                88 WS-SOURCE-SKIPPED      VALUE "Y".
      *
      *    SKIPPED END records off the audit trail, with the latest
      *    night the trail records.
       01 WS-LATEST-NIGHT            PIC 9(8) VALUE 0.
       01 WS-SKIP-COUNT              PIC 9(3) VALUE 0.
       01 WS-SKIP-SCAN               PIC 9(3) VALUE 0.
       01 WS-SKIP-TABLE.
          05 WS-SKIP OCCURS 200 TIMES.
             10 WS-SKIP-PROGRAM      PIC X(30).
             10 WS-SKIP-DATE         PIC 9(8).
      *
       PROCEDURE DIVISION.
      *
           PERFORM SCAN-YACHT-TOTALS.
           PERFORM SCAN-DARTS-EXCEPTIONS.
           PERFORM SCAN-HAMMING-RESULTS.
           PERFORM LOAD-SKIPPED-PROGRAMS.
           PERFORM MARK-SKIPPED-SOURCE
              VARYING WS-SOURCE-SCAN FROM 1 BY 1
              UNTIL WS-SOURCE-SCAN > 6.
           PERFORM WRITE-DIGEST.
           DISPLAY "Digest written to MORNDIG".
           STOP RUN.
           MOVE WS-PROBLEM-COUNT TO WS-SOURCE-PROBLEMS(1).
           MOVE WS-SCAN-COUNT TO WS-SOURCE-LINES(1).
           MOVE "N" TO WS-SOURCE-DONE-SWITCH(1).
           MOVE "NIGHTLY-GRADE-RUN" TO WS-SOURCE-PRODUCER(1).
      *
       SCAN-FIXTURE-REPORT.
           MOVE 0 TO WS-SCAN-COUNT.
           MOVE WS-PROBLEM-COUNT TO WS-SOURCE-PROBLEMS(2).
           MOVE WS-SCAN-COUNT TO WS-SOURCE-LINES(2).
           MOVE "N" TO WS-SOURCE-DONE-SWITCH(2).
           MOVE "FIXTURE-CHECK" TO WS-SOURCE-PRODUCER(2).
      *
       SCAN-YACHT-MISMATCHES.
           MOVE 0 TO WS-SCAN-COUNT.
           MOVE WS-PROBLEM-COUNT TO WS-SOURCE-PROBLEMS(3).
           MOVE WS-SCAN-COUNT TO WS-SOURCE-LINES(3).
           MOVE "N" TO WS-SOURCE-DONE-SWITCH(3).
           MOVE "YACHT-RECON" TO WS-SOURCE-PRODUCER(3).
      *
       SCAN-YACHT-TOTALS.
           MOVE 0 TO WS-SCAN-COUNT.
           MOVE 0 TO WS-SOURCE-PROBLEMS(4).
           MOVE WS-SCAN-COUNT TO WS-SOURCE-LINES(4).
           MOVE "N" TO WS-SOURCE-DONE-SWITCH(4).
           MOVE "YACHT-LEAGUE" TO WS-SOURCE-PRODUCER(4).
      *
       SCAN-DARTS-EXCEPTIONS.
           MOVE 0 TO WS-SCAN-COUNT.
           MOVE WS-SCAN-COUNT TO WS-SOURCE-PROBLEMS(5).
           MOVE WS-SCAN-COUNT TO WS-SOURCE-LINES(5).
           MOVE "N" TO WS-SOURCE-DONE-SWITCH(5).
           MOVE "DARTS" TO WS-SOURCE-PRODUCER(5).
      *
       SCAN-HAMMING-RESULTS.
           MOVE 0 TO WS-SCAN-COUNT.
           MOVE WS-PROBLEM-COUNT TO WS-SOURCE-PROBLEMS(6).
           MOVE WS-SCAN-COUNT TO WS-SOURCE-LINES(6).
           MOVE "N" TO WS-SOURCE-DONE-SWITCH(6).
           MOVE "HAMMING-BATCH" TO WS-SOURCE-PRODUCER(6).
      *
       LOAD-SKIPPED-PROGRAMS.
           MOVE "N" TO INPUT-EOF-SWITCH.
           OPEN INPUT RUN-AUDIT-FILE.
           PERFORM UNTIL INPUT-EOF
              READ RUN-AUDIT-FILE
                 AT END
                    MOVE "Y" TO INPUT-EOF-SWITCH
                 NOT AT END
                    IF (RA-STAMP-DATE > WS-LATEST-NIGHT)
                       MOVE RA-STAMP-DATE TO WS-LATEST-NIGHT
                    END-IF
                    IF (RA-PHASE = "END"
                       AND RA-COMPLETION-STATUS = "SKIPPED"
                       AND WS-SKIP-COUNT < 200)
                       ADD 1 TO WS-SKIP-COUNT
                       MOVE RA-PROGRAM-ID
                          TO WS-SKIP-PROGRAM(WS-SKIP-COUNT)
                       MOVE RA-STAMP-DATE
                          TO WS-SKIP-DATE(WS-SKIP-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-AUDIT-FILE.
      *
       MARK-SKIPPED-SOURCE.
           MOVE "N" TO WS-SOURCE-SKIPPED-SWITCH(WS-SOURCE-SCAN).
           PERFORM VARYING WS-SKIP-SCAN FROM 1 BY 1
              UNTIL WS-SKIP-SCAN > WS-SKIP-COUNT
                IF (WS-SKIP-PROGRAM(WS-SKIP-SCAN) =
                   WS-SOURCE-PRODUCER(WS-SOURCE-SCAN)
                   AND WS-SKIP-DATE(WS-SKIP-SCAN) = WS-LATEST-NIGHT)
                   MOVE "Y"
                      TO WS-SOURCE-SKIPPED-SWITCH(WS-SOURCE-SCAN)
                   MOVE 0 TO WS-SOURCE-PROBLEMS(WS-SOURCE-SCAN)
                END-IF
           END-PERFORM.
      *
       WRITE-DIGEST.
           OPEN OUTPUT DIGEST-FILE.
           END-PERFORM.
           MOVE "Y" TO WS-SOURCE-DONE-SWITCH(WS-WORST-INDEX).
           MOVE SPACES TO DIGEST-RECORD.
           EVALUATE TRUE
           WHEN WS-SOURCE-SKIPPED(WS-WORST-INDEX)
                STRING WS-SOURCE-NAME(WS-WORST-INDEX)
                          DELIMITED BY SIZE
                       " SKIPPED - not scheduled tonight ("
                          DELIMITED BY SIZE
                       FUNCTION TRIM(
                          WS-SOURCE-PRODUCER(WS-WORST-INDEX))
                          DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO DIGEST-RECORD
           WHEN WS-WORST-PROBLEMS = 0
                STRING WS-SOURCE-NAME(WS-WORST-INDEX)
                          DELIMITED BY SIZE
                       " OK - " DELIMITED BY SIZE
                       WS-SOURCE-HEADLINE(WS-WORST-INDEX)
                          DELIMITED BY SIZE
                       " LINES=" DELIMITED BY SIZE
                       WS-SOURCE-LINES(WS-WORST-INDEX)
                          DELIMITED BY SIZE
                   INTO DIGEST-RECORD
           WHEN OTHER
                STRING WS-SOURCE-NAME(WS-WORST-INDEX)
                          DELIMITED BY SIZE
                       " ATTENTION - " DELIMITED BY SIZE
                       WS-SOURCE-HEADLINE(WS-WORST-INDEX)
                          DELIMITED BY SIZE
                       " COUNT=" DELIMITED BY SIZE
                       WS-SOURCE-PROBLEMS(WS-WORST-INDEX)
                          DELIMITED BY SIZE
                   INTO DIGEST-RECORD
           END-EVALUATE.
           WRITE DIGEST-RECORD.
      *
