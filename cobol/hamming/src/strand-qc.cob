       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRAND-QC.
      *
      *    Quality-control gate for the lab's two strand queues, run
      *    ahead of HAMMING-BATCH, RNA-TRANSCRIPTION-BATCH and
      *    LAB-CUSTODY so a bad strand is stopped at the door instead
      *    of failing, or quietly passing, at the end. Every strand
      *    on HAMMIN (both of the pair) and on RNASTRND has its base
      *    composition counted, its GC content worked out, its
      *    longest single-base run found and its ambiguous or
      *    non-ACGT characters counted, and its length is checked
      *    against the range expected for the test.
      *
      *    The thresholds come from the QC rules file, one line per
      *    test (HAMMING, TRANSCR); a test with no line, or a field
      *    left non-numeric, keeps the default - any length the
      *    record holds from one base up, any GC content, any run,
      *    and no ambiguous bases at all.
      *
      *    Passing records are written back to their queue for the
      *    downstream jobs; a failing record goes to the QC-hold file
      *    whole, with the hold date and every reason it failed, and
      *    LAB-CUSTODY puts its accession on hold. The QC report
      *    lists each hold and the pass rate per intake day - the
      *    HAMMIN sample date, or the run date for RNASTRND strands,
      *    which carry no date of their own.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QC-RULES-FILE ASSIGN TO "STRQCRUL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INTAKE-FILE ASSIGN TO "HAMMIN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STRAND-FILE ASSIGN TO "RNASTRND"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL QC-HOLD-FILE ASSIGN TO "STRQCHLD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT QC-REPORT-FILE ASSIGN TO "STRQCRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  QC-RULES-FILE.
       01  QC-RULES-RECORD.
           05 QR-TEST-TYPE            PIC X(8).
           05 QR-MIN-LENGTH           PIC 9(3).
           05 QR-MAX-LENGTH           PIC 9(3).
           05 QR-MIN-GC-PERCENT       PIC 9(3).
           05 QR-MAX-GC-PERCENT       PIC 9(3).
           05 QR-MAX-RUN              PIC 9(3).
           05 QR-MAX-AMBIGUOUS        PIC 9(3).
      *
       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05 IN-ACCESSION            PIC X(10).
           05 IN-SAMPLE-DATE          PIC 9(8).
           05 IN-DNA-1                PIC X(60).
           05 IN-DNA-2                PIC X(60).
           05 IN-CLINIC-CODE          PIC X(6).
      *
       FD  STRAND-FILE.
       01  STRAND-RECORD.
           05 SF-DNA                  PIC X(64).
           05 SF-ACCESSION            PIC X(10).
           05 SF-CLINIC-CODE          PIC X(6).
      *
       FD  QC-HOLD-FILE.
       01  QC-HOLD-RECORD.
           05 QH-HOLD-DATE            PIC 9(8).
           05 QH-SOURCE               PIC X(8).
           05 QH-ACCESSION            PIC X(10).
           05 QH-CLINIC-CODE          PIC X(6).
           05 QH-REASONS              PIC X(80).
           05 QH-RECORD-IMAGE         PIC X(144).
      *
       FD  QC-REPORT-FILE.
       01  QC-REPORT-RECORD           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 RULES-EOF-SWITCH        PIC X    VALUE "N".
             88 RULES-EOF                     VALUE "Y".
          05 INTAKE-EOF-SWITCH       PIC X    VALUE "N".
             88 INTAKE-EOF                    VALUE "Y".
          05 STRAND-EOF-SWITCH       PIC X    VALUE "N".
             88 STRAND-EOF                    VALUE "Y".
          05 STRAND-PASSED-SWITCH    PIC X    VALUE "Y".
             88 STRAND-PASSED                 VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
      *
      *    Thresholds per test; the VALUEs are the defaults.
       01 WS-HAMMING-RULES.
          05 WS-HAMMING-MIN-LENGTH   PIC 9(3) VALUE 1.
          05 WS-HAMMING-MAX-LENGTH   PIC 9(3) VALUE 60.
          05 WS-HAMMING-MIN-GC       PIC 9(3) VALUE 0.
          05 WS-HAMMING-MAX-GC       PIC 9(3) VALUE 100.
          05 WS-HAMMING-MAX-RUN      PIC 9(3) VALUE 60.
          05 WS-HAMMING-MAX-AMBIGUOUS PIC 9(3) VALUE 0.
       01 WS-TRANSCR-RULES.
          05 WS-TRANSCR-MIN-LENGTH   PIC 9(3) VALUE 1.
          05 WS-TRANSCR-MAX-LENGTH   PIC 9(3) VALUE 64.
          05 WS-TRANSCR-MIN-GC       PIC 9(3) VALUE 0.
          05 WS-TRANSCR-MAX-GC       PIC 9(3) VALUE 100.
          05 WS-TRANSCR-MAX-RUN      PIC 9(3) VALUE 64.
          05 WS-TRANSCR-MAX-AMBIGUOUS PIC 9(3) VALUE 0.
      *
      *    The rules the strand in hand is checked against.
       01 WS-ACTIVE-RULES.
          05 WS-RULE-MIN-LENGTH      PIC 9(3) VALUE 0.
          05 WS-RULE-MAX-LENGTH      PIC 9(3) VALUE 0.
          05 WS-RULE-MIN-GC          PIC 9(3) VALUE 0.
          05 WS-RULE-MAX-GC          PIC 9(3) VALUE 0.
          05 WS-RULE-MAX-RUN         PIC 9(3) VALUE 0.
          05 WS-RULE-MAX-AMBIGUOUS   PIC 9(3) VALUE 0.
      *
      *    Each queue is held whole in storage and written back
      *    with the held records left out.
       01 WS-INTAKE-COUNT            PIC 9(4) VALUE 0.
       01 WS-INTAKE-SCAN             PIC 9(4) VALUE 0.
       01 WS-INTAKE-TABLE.
          05 WS-INTAKE OCCURS 2000 TIMES.
             10 WS-INTAKE-IMAGE      PIC X(144).
             10 WS-INTAKE-PASSED     PIC X.
       01 WS-STRAND-COUNT            PIC 9(4) VALUE 0.
       01 WS-STRAND-SCAN             PIC 9(4) VALUE 0.
       01 WS-STRAND-TABLE.
          05 WS-STRAND OCCURS 2000 TIMES.
             10 WS-STRAND-IMAGE      PIC X(80).
             10 WS-STRAND-PASSED     PIC X.
      *
       01 WS-QC-STRAND               PIC X(64) VALUE SPACES.
       01 WS-QC-WIDTH                PIC 9(3) VALUE 0.
       01 WS-QC-LABEL                PIC X(3) VALUE SPACES.
       01 WS-QC-LENGTH               PIC 9(3) VALUE 0.
       01 WS-QC-POSITION             PIC 9(3) VALUE 0.
       01 WS-QC-BASE                 PIC X    VALUE SPACE.
       01 WS-QC-PRIOR-BASE           PIC X    VALUE SPACE.
       01 WS-QC-A-COUNT              PIC 9(3) VALUE 0.
       01 WS-QC-C-COUNT              PIC 9(3) VALUE 0.
       01 WS-QC-G-COUNT              PIC 9(3) VALUE 0.
       01 WS-QC-T-COUNT              PIC 9(3) VALUE 0.
       01 WS-QC-AMBIGUOUS            PIC 9(3) VALUE 0.
       01 WS-QC-GC-PERCENT           PIC 9(3) VALUE 0.
       01 WS-QC-RUN                  PIC 9(3) VALUE 0.
       01 WS-QC-LONGEST-RUN          PIC 9(3) VALUE 0.
       01 WS-QC-REASONS              PIC X(80) VALUE SPACES.
       01 WS-QC-REASON-POINTER       PIC 9(3) VALUE 1.
      *
       01 WS-INTAKE-DAY              PIC 9(8) VALUE 0.
       01 WS-DAY-COUNT               PIC 9(3) VALUE 0.
       01 WS-DAY-SCAN                PIC 9(3) VALUE 0.
       01 WS-DAY-SCAN-2              PIC 9(3) VALUE 0.
       01 WS-DAY-HIT                 PIC 9(3) VALUE 0.
       01 WS-DAY-TABLE.
          05 WS-DAY OCCURS 400 TIMES.
             10 WS-DAY-DATE          PIC 9(8).
             10 WS-DAY-CHECKED       PIC 9(5).
             10 WS-DAY-PASSED        PIC 9(5).
       01 WS-DAY-SWAP.
          05 WS-DAY-SWAP-DATE        PIC 9(8).
          05 WS-DAY-SWAP-CHECKED     PIC 9(5).
          05 WS-DAY-SWAP-PASSED      PIC 9(5).
       01 WS-PASS-RATE               PIC 9(3)V9 VALUE 0.
       01 WS-PASS-RATE-EDITED        PIC ZZ9.9.
      *
       01 WS-CHECKED-COUNT           PIC 9(5) VALUE 0.
       01 WS-PASSED-COUNT            PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT              PIC 9(5) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30) VALUE "STRAND-QC".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       STRAND-QC.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-QC-RULES.
           PERFORM LOAD-INTAKE-QUEUE.
           PERFORM LOAD-STRAND-QUEUE.
           OPEN OUTPUT QC-REPORT-FILE.
           MOVE SPACES TO QC-REPORT-RECORD.
           STRING "STRAND QC - RUN " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO QC-REPORT-RECORD.
           WRITE QC-REPORT-RECORD.
           OPEN EXTEND QC-HOLD-FILE.
           PERFORM CHECK-ONE-INTAKE
              VARYING WS-INTAKE-SCAN FROM 1 BY 1
              UNTIL WS-INTAKE-SCAN > WS-INTAKE-COUNT.
           PERFORM CHECK-ONE-STRAND
              VARYING WS-STRAND-SCAN FROM 1 BY 1
              UNTIL WS-STRAND-SCAN > WS-STRAND-COUNT.
           CLOSE QC-HOLD-FILE.
           PERFORM REWRITE-INTAKE-QUEUE.
           PERFORM REWRITE-STRAND-QUEUE.
           PERFORM WRITE-PASS-RATES.
           CLOSE QC-REPORT-FILE.
           MOVE WS-CHECKED-COUNT TO WS-AUDIT-READ.
           MOVE WS-PASSED-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Records checked: " WS-CHECKED-COUNT.
           DISPLAY "Records passed: " WS-PASSED-COUNT.
           DISPLAY "Records held: " WS-HELD-COUNT.
           STOP RUN.
      *
       LOAD-QC-RULES.
           OPEN INPUT QC-RULES-FILE.
           PERFORM UNTIL RULES-EOF
              READ QC-RULES-FILE
                 AT END
                    MOVE "Y" TO RULES-EOF-SWITCH
                 NOT AT END
                    EVALUATE QR-TEST-TYPE
                    WHEN "HAMMING"
                         MOVE WS-HAMMING-RULES TO WS-ACTIVE-RULES
                         PERFORM APPLY-ONE-RULES-LINE
                         MOVE WS-ACTIVE-RULES TO WS-HAMMING-RULES
                    WHEN "TRANSCR"
                         MOVE WS-TRANSCR-RULES TO WS-ACTIVE-RULES
                         PERFORM APPLY-ONE-RULES-LINE
                         MOVE WS-ACTIVE-RULES TO WS-TRANSCR-RULES
                    WHEN OTHER
                         DISPLAY "REFUSED: QC rules line for unknown "
                            "test " QR-TEST-TYPE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE QC-RULES-FILE.
      *
       APPLY-ONE-RULES-LINE.
           IF (QR-MIN-LENGTH IS NUMERIC)
              MOVE QR-MIN-LENGTH TO WS-RULE-MIN-LENGTH
           END-IF.
           IF (QR-MAX-LENGTH IS NUMERIC)
              MOVE QR-MAX-LENGTH TO WS-RULE-MAX-LENGTH
           END-IF.
           IF (QR-MIN-GC-PERCENT IS NUMERIC)
              MOVE QR-MIN-GC-PERCENT TO WS-RULE-MIN-GC
           END-IF.
           IF (QR-MAX-GC-PERCENT IS NUMERIC)
              MOVE QR-MAX-GC-PERCENT TO WS-RULE-MAX-GC
           END-IF.
           IF (QR-MAX-RUN IS NUMERIC)
              MOVE QR-MAX-RUN TO WS-RULE-MAX-RUN
           END-IF.
           IF (QR-MAX-AMBIGUOUS IS NUMERIC)
              MOVE QR-MAX-AMBIGUOUS TO WS-RULE-MAX-AMBIGUOUS
           END-IF.
      *
       LOAD-INTAKE-QUEUE.
           OPEN INPUT INTAKE-FILE.
           PERFORM UNTIL INTAKE-EOF
              READ INTAKE-FILE
                 AT END
                    MOVE "Y" TO INTAKE-EOF-SWITCH
                 NOT AT END
                    IF (WS-INTAKE-COUNT = 2000)
                       DISPLAY "ABORTED: HAMMIN exceeds the "
                          "2000-entry queue table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-INTAKE-COUNT
                    MOVE INTAKE-RECORD
                       TO WS-INTAKE-IMAGE(WS-INTAKE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE INTAKE-FILE.
      *
       LOAD-STRAND-QUEUE.
           OPEN INPUT STRAND-FILE.
           PERFORM UNTIL STRAND-EOF
              READ STRAND-FILE
                 AT END
                    MOVE "Y" TO STRAND-EOF-SWITCH
                 NOT AT END
                    IF (WS-STRAND-COUNT = 2000)
                       DISPLAY "ABORTED: RNASTRND exceeds the "
                          "2000-entry queue table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-STRAND-COUNT
                    MOVE STRAND-RECORD
                       TO WS-STRAND-IMAGE(WS-STRAND-COUNT)
              END-READ
           END-PERFORM.
           CLOSE STRAND-FILE.
      *
      *    A Hamming pair is held if either strand fails; the
      *    reasons name the strand (S1, S2) they belong to.
       CHECK-ONE-INTAKE.
           MOVE WS-INTAKE-IMAGE(WS-INTAKE-SCAN) TO INTAKE-RECORD.
           MOVE WS-HAMMING-RULES TO WS-ACTIVE-RULES.
           MOVE "Y" TO STRAND-PASSED-SWITCH.
           MOVE SPACES TO WS-QC-REASONS.
           MOVE 1 TO WS-QC-REASON-POINTER.
           MOVE 60 TO WS-QC-WIDTH.
           MOVE IN-DNA-1 TO WS-QC-STRAND.
           MOVE "S1-" TO WS-QC-LABEL.
           PERFORM CHECK-QC-STRAND.
           MOVE IN-DNA-2 TO WS-QC-STRAND.
           MOVE "S2-" TO WS-QC-LABEL.
           PERFORM CHECK-QC-STRAND.
           IF (IN-SAMPLE-DATE IS NUMERIC AND IN-SAMPLE-DATE > 0)
              MOVE IN-SAMPLE-DATE TO WS-INTAKE-DAY
           ELSE
              MOVE WS-RUN-DATE TO WS-INTAKE-DAY
           END-IF.
           PERFORM COUNT-INTAKE-DAY.
           MOVE STRAND-PASSED-SWITCH
              TO WS-INTAKE-PASSED(WS-INTAKE-SCAN).
           IF (NOT STRAND-PASSED)
              MOVE "HAMMIN" TO QH-SOURCE
              MOVE IN-ACCESSION TO QH-ACCESSION
              MOVE IN-CLINIC-CODE TO QH-CLINIC-CODE
              MOVE INTAKE-RECORD TO QH-RECORD-IMAGE
              PERFORM WRITE-QC-HOLD
           END-IF.
      *
       CHECK-ONE-STRAND.
           MOVE WS-STRAND-IMAGE(WS-STRAND-SCAN) TO STRAND-RECORD.
           MOVE WS-TRANSCR-RULES TO WS-ACTIVE-RULES.
           MOVE "Y" TO STRAND-PASSED-SWITCH.
           MOVE SPACES TO WS-QC-REASONS.
           MOVE 1 TO WS-QC-REASON-POINTER.
           MOVE 64 TO WS-QC-WIDTH.
           MOVE SF-DNA TO WS-QC-STRAND.
           MOVE SPACES TO WS-QC-LABEL.
           PERFORM CHECK-QC-STRAND.
           MOVE WS-RUN-DATE TO WS-INTAKE-DAY.
           PERFORM COUNT-INTAKE-DAY.
           MOVE STRAND-PASSED-SWITCH
              TO WS-STRAND-PASSED(WS-STRAND-SCAN).
           IF (NOT STRAND-PASSED)
              MOVE "RNASTRND" TO QH-SOURCE
              MOVE SF-ACCESSION TO QH-ACCESSION
              MOVE SF-CLINIC-CODE TO QH-CLINIC-CODE
              MOVE STRAND-RECORD TO QH-RECORD-IMAGE
              PERFORM WRITE-QC-HOLD
           END-IF.
      *
      *    The strand runs to its last non-blank character; a blank
      *    inside it counts as a non-ACGT character like any other.
       CHECK-QC-STRAND.
           MOVE 0 TO WS-QC-LENGTH.
           PERFORM VARYING WS-QC-POSITION FROM WS-QC-WIDTH BY -1
              UNTIL WS-QC-POSITION = 0 OR WS-QC-LENGTH > 0
                IF (WS-QC-STRAND(WS-QC-POSITION:1) NOT = SPACE)
                   MOVE WS-QC-POSITION TO WS-QC-LENGTH
                END-IF
           END-PERFORM.
           MOVE 0 TO WS-QC-A-COUNT WS-QC-C-COUNT WS-QC-G-COUNT
              WS-QC-T-COUNT WS-QC-AMBIGUOUS WS-QC-RUN
              WS-QC-LONGEST-RUN.
           MOVE SPACE TO WS-QC-PRIOR-BASE.
           PERFORM VARYING WS-QC-POSITION FROM 1 BY 1
              UNTIL WS-QC-POSITION > WS-QC-LENGTH
                MOVE WS-QC-STRAND(WS-QC-POSITION:1) TO WS-QC-BASE
                EVALUATE WS-QC-BASE
                WHEN "A"
                     ADD 1 TO WS-QC-A-COUNT
                WHEN "C"
                     ADD 1 TO WS-QC-C-COUNT
                WHEN "G"
                     ADD 1 TO WS-QC-G-COUNT
                WHEN "T"
                     ADD 1 TO WS-QC-T-COUNT
                WHEN OTHER
                     ADD 1 TO WS-QC-AMBIGUOUS
                END-EVALUATE
                IF (WS-QC-BASE = WS-QC-PRIOR-BASE)
                   ADD 1 TO WS-QC-RUN
                ELSE
                   MOVE 1 TO WS-QC-RUN
                END-IF
                IF (WS-QC-RUN > WS-QC-LONGEST-RUN)
                   MOVE WS-QC-RUN TO WS-QC-LONGEST-RUN
                END-IF
                MOVE WS-QC-BASE TO WS-QC-PRIOR-BASE
           END-PERFORM.
           MOVE 0 TO WS-QC-GC-PERCENT.
           IF (WS-QC-LENGTH > 0)
              COMPUTE WS-QC-GC-PERCENT ROUNDED =
                 (WS-QC-G-COUNT + WS-QC-C-COUNT) * 100
                 / WS-QC-LENGTH
           END-IF.
           IF (WS-QC-LENGTH < WS-RULE-MIN-LENGTH
              OR WS-QC-LENGTH > WS-RULE-MAX-LENGTH)
              MOVE "N" TO STRAND-PASSED-SWITCH
              STRING WS-QC-LABEL DELIMITED BY SPACE
                     "LENGTH=" DELIMITED BY SIZE
                     WS-QC-LENGTH DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                 INTO WS-QC-REASONS
                 WITH POINTER WS-QC-REASON-POINTER
           END-IF.
           IF (WS-QC-LENGTH > 0
              AND (WS-QC-GC-PERCENT < WS-RULE-MIN-GC
              OR WS-QC-GC-PERCENT > WS-RULE-MAX-GC))
              MOVE "N" TO STRAND-PASSED-SWITCH
              STRING WS-QC-LABEL DELIMITED BY SPACE
                     "GC=" DELIMITED BY SIZE
                     WS-QC-GC-PERCENT DELIMITED BY SIZE
                     "% " DELIMITED BY SIZE
                 INTO WS-QC-REASONS
                 WITH POINTER WS-QC-REASON-POINTER
           END-IF.
           IF (WS-QC-LONGEST-RUN > WS-RULE-MAX-RUN)
              MOVE "N" TO STRAND-PASSED-SWITCH
              STRING WS-QC-LABEL DELIMITED BY SPACE
                     "RUN=" DELIMITED BY SIZE
                     WS-QC-LONGEST-RUN DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                 INTO WS-QC-REASONS
                 WITH POINTER WS-QC-REASON-POINTER
           END-IF.
           IF (WS-QC-AMBIGUOUS > WS-RULE-MAX-AMBIGUOUS)
              MOVE "N" TO STRAND-PASSED-SWITCH
              STRING WS-QC-LABEL DELIMITED BY SPACE
                     "AMBIGUOUS=" DELIMITED BY SIZE
                     WS-QC-AMBIGUOUS DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                 INTO WS-QC-REASONS
                 WITH POINTER WS-QC-REASON-POINTER
           END-IF.
      *
       COUNT-INTAKE-DAY.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE 0 TO WS-DAY-HIT.
           PERFORM VARYING WS-DAY-SCAN FROM 1 BY 1
              UNTIL WS-DAY-SCAN > WS-DAY-COUNT OR WS-DAY-HIT > 0
                IF (WS-DAY-DATE(WS-DAY-SCAN) = WS-INTAKE-DAY)
                   MOVE WS-DAY-SCAN TO WS-DAY-HIT
                END-IF
           END-PERFORM.
           IF (WS-DAY-HIT = 0)
              IF (WS-DAY-COUNT = 400)
                 DISPLAY "ABORTED: intake spans more than the "
                    "400-entry day table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-DAY-COUNT
              MOVE WS-DAY-COUNT TO WS-DAY-HIT
              MOVE WS-INTAKE-DAY TO WS-DAY-DATE(WS-DAY-HIT)
              MOVE 0 TO WS-DAY-CHECKED(WS-DAY-HIT)
              MOVE 0 TO WS-DAY-PASSED(WS-DAY-HIT)
           END-IF.
           ADD 1 TO WS-DAY-CHECKED(WS-DAY-HIT).
           IF (STRAND-PASSED)
              ADD 1 TO WS-PASSED-COUNT
              ADD 1 TO WS-DAY-PASSED(WS-DAY-HIT)
           ELSE
              ADD 1 TO WS-HELD-COUNT
           END-IF.
      *
       WRITE-QC-HOLD.
           MOVE WS-RUN-DATE TO QH-HOLD-DATE.
           MOVE WS-QC-REASONS TO QH-REASONS.
           WRITE QC-HOLD-RECORD.
           MOVE SPACES TO QC-REPORT-RECORD.
           STRING "HELD " DELIMITED BY SIZE
                  QH-SOURCE DELIMITED BY SIZE
                  " ACCESSION=" DELIMITED BY SIZE
                  QH-ACCESSION DELIMITED BY SIZE
                  " CLINIC=" DELIMITED BY SIZE
                  QH-CLINIC-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QC-REASONS DELIMITED BY SIZE
              INTO QC-REPORT-RECORD.
           WRITE QC-REPORT-RECORD.
      *
       REWRITE-INTAKE-QUEUE.
           OPEN OUTPUT INTAKE-FILE.
           PERFORM VARYING WS-INTAKE-SCAN FROM 1 BY 1
              UNTIL WS-INTAKE-SCAN > WS-INTAKE-COUNT
                IF (WS-INTAKE-PASSED(WS-INTAKE-SCAN) = "Y")
                   MOVE WS-INTAKE-IMAGE(WS-INTAKE-SCAN)
                      TO INTAKE-RECORD
                   WRITE INTAKE-RECORD
                END-IF
           END-PERFORM.
           CLOSE INTAKE-FILE.
      *
       REWRITE-STRAND-QUEUE.
           OPEN OUTPUT STRAND-FILE.
           PERFORM VARYING WS-STRAND-SCAN FROM 1 BY 1
              UNTIL WS-STRAND-SCAN > WS-STRAND-COUNT
                IF (WS-STRAND-PASSED(WS-STRAND-SCAN) = "Y")
                   MOVE WS-STRAND-IMAGE(WS-STRAND-SCAN)
                      TO STRAND-RECORD
                   WRITE STRAND-RECORD
                END-IF
           END-PERFORM.
           CLOSE STRAND-FILE.
      *
       WRITE-PASS-RATES.
           PERFORM VARYING WS-DAY-SCAN FROM 1 BY 1
              UNTIL WS-DAY-SCAN >= WS-DAY-COUNT
                PERFORM VARYING WS-DAY-SCAN-2 FROM WS-DAY-SCAN BY 1
                   UNTIL WS-DAY-SCAN-2 > WS-DAY-COUNT
                     IF (WS-DAY-DATE(WS-DAY-SCAN-2) <
                        WS-DAY-DATE(WS-DAY-SCAN))
                        MOVE WS-DAY(WS-DAY-SCAN) TO WS-DAY-SWAP
                        MOVE WS-DAY(WS-DAY-SCAN-2)
                           TO WS-DAY(WS-DAY-SCAN)
                        MOVE WS-DAY-SWAP TO WS-DAY(WS-DAY-SCAN-2)
                     END-IF
                END-PERFORM
           END-PERFORM.
           MOVE "PASS RATE BY INTAKE DAY" TO QC-REPORT-RECORD.
           WRITE QC-REPORT-RECORD.
           PERFORM VARYING WS-DAY-SCAN FROM 1 BY 1
              UNTIL WS-DAY-SCAN > WS-DAY-COUNT
                COMPUTE WS-PASS-RATE ROUNDED =
                   WS-DAY-PASSED(WS-DAY-SCAN) * 100
                   / WS-DAY-CHECKED(WS-DAY-SCAN)
                MOVE WS-PASS-RATE TO WS-PASS-RATE-EDITED
                MOVE SPACES TO QC-REPORT-RECORD
                STRING "  DAY=" DELIMITED BY SIZE
                       WS-DAY-DATE(WS-DAY-SCAN) DELIMITED BY SIZE
                       " CHECKED=" DELIMITED BY SIZE
                       WS-DAY-CHECKED(WS-DAY-SCAN) DELIMITED BY SIZE
                       " PASSED=" DELIMITED BY SIZE
                       WS-DAY-PASSED(WS-DAY-SCAN) DELIMITED BY SIZE
                       " PASS-RATE=" DELIMITED BY SIZE
                       WS-PASS-RATE-EDITED DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                   INTO QC-REPORT-RECORD
                WRITE QC-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO QC-REPORT-RECORD.
           STRING "CHECKED=" DELIMITED BY SIZE
                  WS-CHECKED-COUNT DELIMITED BY SIZE
                  " PASSED=" DELIMITED BY SIZE
                  WS-PASSED-COUNT DELIMITED BY SIZE
                  " HELD=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
              INTO QC-REPORT-RECORD.
           WRITE QC-REPORT-RECORD.
      *
