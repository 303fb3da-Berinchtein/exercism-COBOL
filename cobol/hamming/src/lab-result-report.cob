       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB-RESULT-REPORT.
      *
      *    One result document per accession for the clinician, in
      *    place of the four pieces they used to be read from: the
      *    sample date, Hamming distance and similarity band from the
      *    indexed results file (HAMMIDX), the mismatch positions
      *    with their silent/missense classification from the
      *    mutation report (HAMMMUT), the translated protein from the
      *    translation report (RNAPROT), and the custody state with
      *    the timestamp of every move from the custody history
      *    (HAMMCHST).
      *
      *    A result is only issued once custody shows the sample
      *    processed. Issuing it is the report: the accession moves
      *    from processed to reported on HAMMCUST and the move is
      *    stamped on the history file, exactly as a LAB-CUSTODY
      *    transition would be, so nobody keys the "T" by hand. An
      *    accession already reported or archived gets its document
      *    again marked REISSUE with no custody change; one still
      *    only received, or not in custody at all, is refused with
      *    the reason.
      *
      *    The request file (HAMMRREQ) lists the accessions to issue,
      *    one per line. When it is empty or missing, a document is
      *    issued for every accession custody shows processed - the
      *    daily reporting run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPORT-REQUEST-FILE ASSIGN TO "HAMMRREQ"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTODY-FILE ASSIGN TO "HAMMCUST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTODY-HISTORY-FILE ASSIGN TO "HAMMCHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RESULTS-INDEX-FILE ASSIGN TO "HAMMIDX"
              ORGANIZATION INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HX-ACCESSION.
           SELECT OPTIONAL MUTATION-REPORT-FILE ASSIGN TO "HAMMMUT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PROTEIN-REPORT-FILE ASSIGN TO "RNAPROT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RESULT-DOCUMENT-FILE ASSIGN TO "HAMMRSLT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-REQUEST-FILE.
       01  REPORT-REQUEST-RECORD.
           05 RQ-ACCESSION            PIC X(10).
      *
       FD  CUSTODY-FILE.
       01  CUSTODY-RECORD.
           05 CU-ACCESSION           PIC X(10).
           05 CU-STATUS              PIC X.
              88 CU-RECEIVED              VALUE "R".
              88 CU-PROCESSED             VALUE "P".
              88 CU-REPORTED              VALUE "T".
              88 CU-ARCHIVED              VALUE "A".
           05 CU-STATUS-DATE         PIC 9(8).
           05 CU-CLINIC-CODE         PIC X(6).
      *
       FD  CUSTODY-HISTORY-FILE.
       01  CUSTODY-HISTORY-RECORD.
           05 CH-STAMP-DATE          PIC 9(8).
           05 CH-STAMP-TIME          PIC 9(6).
           05 CH-ACCESSION           PIC X(10).
           05 CH-FROM-STATUS         PIC X.
           05 CH-TO-STATUS           PIC X.
      *
       FD  RESULTS-INDEX-FILE.
       01  RESULTS-INDEX-RECORD.
           05 HX-ACCESSION            PIC X(10).
           05 HX-SAMPLE-DATE          PIC 9(8).
           05 HX-DISTANCE             PIC 9(2).
           05 HX-BAND                 PIC X(12).
           05 HX-ERROR                PIC X(31).
           05 HX-CLINIC-CODE          PIC X(6).
      *
      *    Mismatch detail lines on HAMMMUT come before the summary
      *    line that names their accession.
       FD  MUTATION-REPORT-FILE.
       01  MUTATION-REPORT-RECORD     PIC X(100).
       01  MUTATION-TAGGED-RECORD.
           05 MR-ACCESSION-TAG        PIC X(10).
              88 MR-IS-PAIR-LINE               VALUE "ACCESSION=".
           05 MR-ACCESSION            PIC X(10).
           05 MR-CLINIC-TAG           PIC X(8).
              88 MR-HAS-CLINIC                 VALUE " CLINIC=".
           05 MR-CLINIC-CODE          PIC X(6).
           05 FILLER                  PIC X.
           05 MR-OUTCOME              PIC X(65).
       01  MUTATION-DETAIL-RECORD.
           05 MD-INDENT               PIC X(2).
           05 MD-DETAIL               PIC X(98).
      *
       FD  PROTEIN-REPORT-FILE.
       01  PROTEIN-REPORT-RECORD      PIC X(200).
       01  PROTEIN-TAGGED-RECORD.
           05 PT-ACCESSION-TAG        PIC X(10).
              88 PT-HAS-ACCESSION              VALUE "ACCESSION=".
           05 PT-ACCESSION            PIC X(10).
           05 PT-CLINIC-TAG           PIC X(8).
           05 PT-CLINIC-CODE          PIC X(6).
           05 FILLER                  PIC X.
           05 PT-PROTEIN-LINE         PIC X(165).
      *
       FD  RESULT-DOCUMENT-FILE.
       01  RESULT-DOCUMENT-RECORD     PIC X(170).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 REQUEST-EOF-SWITCH       PIC X    VALUE "N".
             88 REQUEST-EOF                    VALUE "Y".
          05 CUSTODY-EOF-SWITCH       PIC X    VALUE "N".
             88 CUSTODY-EOF                    VALUE "Y".
          05 HISTORY-EOF-SWITCH       PIC X    VALUE "N".
             88 HISTORY-EOF                    VALUE "Y".
          05 MUTATION-EOF-SWITCH      PIC X    VALUE "N".
             88 MUTATION-EOF                   VALUE "Y".
          05 PROTEIN-EOF-SWITCH       PIC X    VALUE "N".
             88 PROTEIN-EOF                    VALUE "Y".
          05 SAMPLE-FOUND-SWITCH      PIC X    VALUE "N".
             88 SAMPLE-FOUND                   VALUE "Y".
          05 RESULT-FOUND-SWITCH      PIC X    VALUE "N".
             88 RESULT-FOUND                   VALUE "Y".
          05 REISSUE-SWITCH           PIC X    VALUE "N".
             88 REISSUE                        VALUE "Y".
          05 SECTION-LINE-SWITCH      PIC X    VALUE "N".
             88 SECTION-HAS-LINES              VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-RUN-TIME                PIC 9(6) VALUE 0.
      *
       01 WS-SAMPLE-COUNT            PIC 9(4) VALUE 0.
       01 WS-SAMPLE-SCAN             PIC 9(4) VALUE 0.
       01 WS-SAMPLE-HIT              PIC 9(4) VALUE 0.
       01 WS-SAMPLE-TABLE.
          05 WS-SAMPLE OCCURS 1000 TIMES.
             10 WS-SAMPLE-ACCESSION  PIC X(10).
             10 WS-SAMPLE-STATUS     PIC X.
             10 WS-SAMPLE-DATE       PIC 9(8).
             10 WS-SAMPLE-CLINIC     PIC X(6).
      *
       01 WS-HISTORY-COUNT           PIC 9(4) VALUE 0.
       01 WS-HISTORY-SCAN            PIC 9(4) VALUE 0.
       01 WS-HISTORY-TABLE.
          05 WS-HISTORY OCCURS 5000 TIMES.
             10 WS-HISTORY-ACCESSION PIC X(10).
             10 WS-HISTORY-DATE      PIC 9(8).
             10 WS-HISTORY-TIME      PIC 9(6).
             10 WS-HISTORY-TO        PIC X.
      *
      *    Mutation lines are held with their accession once the
      *    summary line arrives; detail lines wait from the first
      *    unassigned entry onward until then.
       01 WS-MUTATION-COUNT          PIC 9(4) VALUE 0.
       01 WS-MUTATION-SCAN           PIC 9(4) VALUE 0.
       01 WS-MUTATION-PENDING        PIC 9(4) VALUE 1.
       01 WS-MUTATION-TABLE.
          05 WS-MUTATION OCCURS 3000 TIMES.
             10 WS-MUTATION-ACCESSION PIC X(10).
             10 WS-MUTATION-TEXT     PIC X(65).
      *
       01 WS-PROTEIN-COUNT           PIC 9(4) VALUE 0.
       01 WS-PROTEIN-SCAN            PIC 9(4) VALUE 0.
       01 WS-PROTEIN-TABLE.
          05 WS-PROTEIN OCCURS 1000 TIMES.
             10 WS-PROTEIN-ACCESSION PIC X(10).
             10 WS-PROTEIN-TEXT      PIC X(165).
      *
       01 WS-LOOKUP-ACCESSION        PIC X(10) VALUE SPACES.
       01 WS-STATE-NAME              PIC X(10) VALUE SPACES.
       01 WS-STATE-CODE              PIC X     VALUE SPACE.
       01 WS-REQUEST-COUNT           PIC 9(5) VALUE 0.
       01 WS-ISSUED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REISSUED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       LAB-RESULT-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           PERFORM LOAD-CUSTODY-FILE.
           PERFORM LOAD-CUSTODY-HISTORY.
           PERFORM LOAD-MUTATION-REPORT.
           PERFORM LOAD-PROTEIN-REPORT.
           OPEN INPUT RESULTS-INDEX-FILE.
           OPEN OUTPUT RESULT-DOCUMENT-FILE.
           OPEN EXTEND CUSTODY-HISTORY-FILE.
           OPEN INPUT REPORT-REQUEST-FILE.
           PERFORM UNTIL REQUEST-EOF
              READ REPORT-REQUEST-FILE
                 AT END
                    MOVE "Y" TO REQUEST-EOF-SWITCH
                 NOT AT END
                    IF (RQ-ACCESSION NOT = SPACES)
                       ADD 1 TO WS-REQUEST-COUNT
                       MOVE RQ-ACCESSION TO WS-LOOKUP-ACCESSION
                       PERFORM REQUEST-ONE-DOCUMENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REPORT-REQUEST-FILE.
           IF (WS-REQUEST-COUNT = 0)
              PERFORM ISSUE-IF-PROCESSED
                 VARYING WS-SAMPLE-SCAN FROM 1 BY 1
                 UNTIL WS-SAMPLE-SCAN > WS-SAMPLE-COUNT
           END-IF.
           CLOSE CUSTODY-HISTORY-FILE.
           CLOSE RESULT-DOCUMENT-FILE.
           CLOSE RESULTS-INDEX-FILE.
           PERFORM REWRITE-CUSTODY-FILE.
           DISPLAY "Result documents issued: " WS-ISSUED-COUNT.
           DISPLAY "Result documents reissued: " WS-REISSUED-COUNT.
           DISPLAY "Result requests refused: " WS-REFUSED-COUNT.
           STOP RUN.
      *
       LOAD-CUSTODY-FILE.
           OPEN INPUT CUSTODY-FILE.
           PERFORM UNTIL CUSTODY-EOF
              READ CUSTODY-FILE
                 AT END
                    MOVE "Y" TO CUSTODY-EOF-SWITCH
                 NOT AT END
                    IF (WS-SAMPLE-COUNT = 1000)
                       DISPLAY "ABORTED: custody file exceeds the "
                          "1000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-SAMPLE-COUNT
                    MOVE CU-ACCESSION
                       TO WS-SAMPLE-ACCESSION(WS-SAMPLE-COUNT)
                    MOVE CU-STATUS
                       TO WS-SAMPLE-STATUS(WS-SAMPLE-COUNT)
                    MOVE CU-STATUS-DATE
                       TO WS-SAMPLE-DATE(WS-SAMPLE-COUNT)
                    MOVE CU-CLINIC-CODE
                       TO WS-SAMPLE-CLINIC(WS-SAMPLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CUSTODY-FILE.
      *
       LOAD-CUSTODY-HISTORY.
           OPEN INPUT CUSTODY-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF
              READ CUSTODY-HISTORY-FILE
                 AT END
                    MOVE "Y" TO HISTORY-EOF-SWITCH
                 NOT AT END
                    IF (WS-HISTORY-COUNT = 5000)
                       DISPLAY "ABORTED: custody history exceeds "
                          "the 5000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-HISTORY-COUNT
                    MOVE CH-ACCESSION
                       TO WS-HISTORY-ACCESSION(WS-HISTORY-COUNT)
                    MOVE CH-STAMP-DATE
                       TO WS-HISTORY-DATE(WS-HISTORY-COUNT)
                    MOVE CH-STAMP-TIME
                       TO WS-HISTORY-TIME(WS-HISTORY-COUNT)
                    MOVE CH-TO-STATUS
                       TO WS-HISTORY-TO(WS-HISTORY-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CUSTODY-HISTORY-FILE.
      *
       LOAD-MUTATION-REPORT.
           OPEN INPUT MUTATION-REPORT-FILE.
           PERFORM UNTIL MUTATION-EOF
              READ MUTATION-REPORT-FILE
                 AT END
                    MOVE "Y" TO MUTATION-EOF-SWITCH
                 NOT AT END
                    PERFORM HOLD-ONE-MUTATION-LINE
              END-READ
           END-PERFORM.
           CLOSE MUTATION-REPORT-FILE.
      *
       HOLD-ONE-MUTATION-LINE.
           IF (MUTATION-REPORT-RECORD NOT = SPACES)
              IF (WS-MUTATION-COUNT = 3000)
                 DISPLAY "ABORTED: mutation report exceeds the "
                    "3000-entry table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-MUTATION-COUNT
              MOVE SPACES TO WS-MUTATION-ACCESSION(WS-MUTATION-COUNT)
              IF (MR-IS-PAIR-LINE)
                 IF (MR-HAS-CLINIC)
                    MOVE MR-OUTCOME
                       TO WS-MUTATION-TEXT(WS-MUTATION-COUNT)
                 ELSE
                    MOVE MUTATION-REPORT-RECORD(22:65)
                       TO WS-MUTATION-TEXT(WS-MUTATION-COUNT)
                 END-IF
                 PERFORM VARYING WS-MUTATION-SCAN
                    FROM WS-MUTATION-PENDING BY 1
                    UNTIL WS-MUTATION-SCAN > WS-MUTATION-COUNT
                      MOVE MR-ACCESSION
                         TO WS-MUTATION-ACCESSION(WS-MUTATION-SCAN)
                 END-PERFORM
                 COMPUTE WS-MUTATION-PENDING = WS-MUTATION-COUNT + 1
              ELSE
                 MOVE MD-DETAIL TO WS-MUTATION-TEXT(WS-MUTATION-COUNT)
              END-IF
           END-IF.
      *
       LOAD-PROTEIN-REPORT.
           OPEN INPUT PROTEIN-REPORT-FILE.
           PERFORM UNTIL PROTEIN-EOF
              READ PROTEIN-REPORT-FILE
                 AT END
                    MOVE "Y" TO PROTEIN-EOF-SWITCH
                 NOT AT END
                    IF (PT-HAS-ACCESSION)
                       IF (WS-PROTEIN-COUNT = 1000)
                          DISPLAY "ABORTED: translation report "
                             "exceeds the 1000-entry table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PROTEIN-COUNT
                       MOVE PT-ACCESSION
                          TO WS-PROTEIN-ACCESSION(WS-PROTEIN-COUNT)
                       MOVE PT-PROTEIN-LINE
                          TO WS-PROTEIN-TEXT(WS-PROTEIN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROTEIN-REPORT-FILE.
      *
       ISSUE-IF-PROCESSED.
           IF (WS-SAMPLE-STATUS(WS-SAMPLE-SCAN) = "P")
              MOVE WS-SAMPLE-SCAN TO WS-SAMPLE-HIT
              MOVE WS-SAMPLE-ACCESSION(WS-SAMPLE-SCAN)
                 TO WS-LOOKUP-ACCESSION
              MOVE "N" TO REISSUE-SWITCH
              PERFORM ISSUE-ONE-DOCUMENT
           END-IF.
      *
      *    Processed is the gate: received is too early, and reported
      *    or archived only earns a copy.
       REQUEST-ONE-DOCUMENT.
           PERFORM FIND-SAMPLE.
           EVALUATE TRUE
           WHEN NOT SAMPLE-FOUND
                ADD 1 TO WS-REFUSED-COUNT
                DISPLAY "REFUSED: accession " WS-LOOKUP-ACCESSION
                   " is not in custody"
           WHEN WS-SAMPLE-STATUS(WS-SAMPLE-HIT) = "P"
                MOVE "N" TO REISSUE-SWITCH
                PERFORM ISSUE-ONE-DOCUMENT
           WHEN WS-SAMPLE-STATUS(WS-SAMPLE-HIT) = "T"
             OR WS-SAMPLE-STATUS(WS-SAMPLE-HIT) = "A"
                MOVE "Y" TO REISSUE-SWITCH
                PERFORM ISSUE-ONE-DOCUMENT
           WHEN OTHER
                ADD 1 TO WS-REFUSED-COUNT
                DISPLAY "REFUSED: accession " WS-LOOKUP-ACCESSION
                   " is " WS-SAMPLE-STATUS(WS-SAMPLE-HIT)
                   " - not yet processed"
           END-EVALUATE.
      *
       FIND-SAMPLE.
           MOVE "N" TO SAMPLE-FOUND-SWITCH.
           PERFORM VARYING WS-SAMPLE-SCAN FROM 1 BY 1
              UNTIL WS-SAMPLE-SCAN > WS-SAMPLE-COUNT
              OR SAMPLE-FOUND
                IF (WS-SAMPLE-ACCESSION(WS-SAMPLE-SCAN) =
                   WS-LOOKUP-ACCESSION)
                   MOVE "Y" TO SAMPLE-FOUND-SWITCH
                   MOVE WS-SAMPLE-SCAN TO WS-SAMPLE-HIT
                END-IF
           END-PERFORM.
      *
      *    The custody move is made before the custody section is
      *    printed, so the document shows its own reported stamp.
       ISSUE-ONE-DOCUMENT.
           IF (REISSUE)
              ADD 1 TO WS-REISSUED-COUNT
           ELSE
              ADD 1 TO WS-ISSUED-COUNT
              PERFORM MOVE-TO-REPORTED
           END-IF.
           MOVE SPACES TO RESULT-DOCUMENT-RECORD.
           IF (REISSUE)
              STRING "LAB RESULT REPORT - ACCESSION " DELIMITED BY SIZE
                     WS-LOOKUP-ACCESSION DELIMITED BY SIZE
                     "  (REISSUE " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                 INTO RESULT-DOCUMENT-RECORD
           ELSE
              STRING "LAB RESULT REPORT - ACCESSION " DELIMITED BY SIZE
                     WS-LOOKUP-ACCESSION DELIMITED BY SIZE
                     "  ISSUED " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                 INTO RESULT-DOCUMENT-RECORD
           END-IF.
           WRITE RESULT-DOCUMENT-RECORD.
           PERFORM WRITE-DISTANCE-SECTION.
           PERFORM WRITE-MUTATION-SECTION.
           PERFORM WRITE-PROTEIN-SECTION.
           PERFORM WRITE-CUSTODY-SECTION.
           MOVE SPACES TO RESULT-DOCUMENT-RECORD.
           WRITE RESULT-DOCUMENT-RECORD.
      *
       MOVE-TO-REPORTED.
           MOVE WS-RUN-DATE TO CH-STAMP-DATE.
           MOVE WS-RUN-TIME TO CH-STAMP-TIME.
           MOVE WS-LOOKUP-ACCESSION TO CH-ACCESSION.
           MOVE "P" TO CH-FROM-STATUS.
           MOVE "T" TO CH-TO-STATUS.
           WRITE CUSTODY-HISTORY-RECORD.
           MOVE "T" TO WS-SAMPLE-STATUS(WS-SAMPLE-HIT).
           MOVE WS-RUN-DATE TO WS-SAMPLE-DATE(WS-SAMPLE-HIT).
           IF (WS-HISTORY-COUNT < 5000)
              ADD 1 TO WS-HISTORY-COUNT
              MOVE WS-LOOKUP-ACCESSION
                 TO WS-HISTORY-ACCESSION(WS-HISTORY-COUNT)
              MOVE WS-RUN-DATE TO WS-HISTORY-DATE(WS-HISTORY-COUNT)
              MOVE WS-RUN-TIME TO WS-HISTORY-TIME(WS-HISTORY-COUNT)
              MOVE "T" TO WS-HISTORY-TO(WS-HISTORY-COUNT)
           END-IF.
      *
       WRITE-DISTANCE-SECTION.
           MOVE WS-LOOKUP-ACCESSION TO HX-ACCESSION.
           MOVE "Y" TO RESULT-FOUND-SWITCH.
           READ RESULTS-INDEX-FILE
              INVALID KEY
                 MOVE "N" TO RESULT-FOUND-SWITCH
           END-READ.
           MOVE SPACES TO RESULT-DOCUMENT-RECORD.
           EVALUATE TRUE
           WHEN NOT RESULT-FOUND
                STRING "  HAMMING DISTANCE   no result on HAMMIDX"
                          DELIMITED BY SIZE
                   INTO RESULT-DOCUMENT-RECORD
                WRITE RESULT-DOCUMENT-RECORD
           WHEN HX-ERROR NOT = SPACES
                PERFORM WRITE-SAMPLE-LINE
                STRING "  HAMMING DISTANCE   ERROR " DELIMITED BY SIZE
                       HX-ERROR DELIMITED BY SIZE
                   INTO RESULT-DOCUMENT-RECORD
                WRITE RESULT-DOCUMENT-RECORD
           WHEN OTHER
                PERFORM WRITE-SAMPLE-LINE
                STRING "  HAMMING DISTANCE   " DELIMITED BY SIZE
                       HX-DISTANCE DELIMITED BY SIZE
                       "   SIMILARITY BAND " DELIMITED BY SIZE
                       HX-BAND DELIMITED BY SIZE
                   INTO RESULT-DOCUMENT-RECORD
                WRITE RESULT-DOCUMENT-RECORD
           END-EVALUATE.
      *
       WRITE-SAMPLE-LINE.
           STRING "  SAMPLE DATE        " DELIMITED BY SIZE
                  HX-SAMPLE-DATE DELIMITED BY SIZE
                  "   CLINIC " DELIMITED BY SIZE
                  HX-CLINIC-CODE DELIMITED BY SIZE
              INTO RESULT-DOCUMENT-RECORD.
           WRITE RESULT-DOCUMENT-RECORD.
           MOVE SPACES TO RESULT-DOCUMENT-RECORD.
      *
       WRITE-MUTATION-SECTION.
           MOVE SPACES TO RESULT-DOCUMENT-RECORD.
           STRING "  MUTATIONS" DELIMITED BY SIZE
              INTO RESULT-DOCUMENT-RECORD.
           WRITE RESULT-DOCUMENT-RECORD.
           MOVE "N" TO SECTION-LINE-SWITCH.
           PERFORM WRITE-MUTATION-LINE
              VARYING WS-MUTATION-SCAN FROM 1 BY 1
              UNTIL WS-MUTATION-SCAN > WS-MUTATION-COUNT.
           IF (NOT SECTION-HAS-LINES)
              MOVE SPACES TO RESULT-DOCUMENT-RECORD
              STRING "    none on HAMMMUT" DELIMITED BY SIZE
                 INTO RESULT-DOCUMENT-RECORD
              WRITE RESULT-DOCUMENT-RECORD
           END-IF.
      *
       WRITE-MUTATION-LINE.
           IF (WS-MUTATION-ACCESSION(WS-MUTATION-SCAN) =
              WS-LOOKUP-ACCESSION)
              MOVE "Y" TO SECTION-LINE-SWITCH
              MOVE SPACES TO RESULT-DOCUMENT-RECORD
              STRING "    " DELIMITED BY SIZE
                     WS-MUTATION-TEXT(WS-MUTATION-SCAN)
                        DELIMITED BY SIZE
                 INTO RESULT-DOCUMENT-RECORD
              WRITE RESULT-DOCUMENT-RECORD
           END-IF.
      *
       WRITE-PROTEIN-SECTION.
           MOVE SPACES TO RESULT-DOCUMENT-RECORD.
           STRING "  PROTEIN" DELIMITED BY SIZE
              INTO RESULT-DOCUMENT-RECORD.
           WRITE RESULT-DOCUMENT-RECORD.
           MOVE "N" TO SECTION-LINE-SWITCH.
           PERFORM WRITE-PROTEIN-LINE
              VARYING WS-PROTEIN-SCAN FROM 1 BY 1
              UNTIL WS-PROTEIN-SCAN > WS-PROTEIN-COUNT.
           IF (NOT SECTION-HAS-LINES)
              MOVE SPACES TO RESULT-DOCUMENT-RECORD
              STRING "    none on RNAPROT" DELIMITED BY SIZE
                 INTO RESULT-DOCUMENT-RECORD
              WRITE RESULT-DOCUMENT-RECORD
           END-IF.
      *
      *    A translation that turns up more than once is printed
      *    once.
       WRITE-PROTEIN-LINE.
           IF (WS-PROTEIN-ACCESSION(WS-PROTEIN-SCAN) =
              WS-LOOKUP-ACCESSION
              AND NOT SECTION-HAS-LINES)
              MOVE "Y" TO SECTION-LINE-SWITCH
              MOVE SPACES TO RESULT-DOCUMENT-RECORD
              STRING "    " DELIMITED BY SIZE
                     WS-PROTEIN-TEXT(WS-PROTEIN-SCAN)
                        DELIMITED BY SIZE
                 INTO RESULT-DOCUMENT-RECORD
              WRITE RESULT-DOCUMENT-RECORD
           END-IF.
      *
       WRITE-CUSTODY-SECTION.
           MOVE WS-SAMPLE-STATUS(WS-SAMPLE-HIT) TO WS-STATE-CODE.
           PERFORM NAME-CUSTODY-STATE.
           MOVE SPACES TO RESULT-DOCUMENT-RECORD.
           STRING "  CUSTODY            " DELIMITED BY SIZE
                  WS-STATE-NAME DELIMITED BY SIZE
              INTO RESULT-DOCUMENT-RECORD.
           WRITE RESULT-DOCUMENT-RECORD.
           PERFORM WRITE-CUSTODY-STAMP
              VARYING WS-HISTORY-SCAN FROM 1 BY 1
              UNTIL WS-HISTORY-SCAN > WS-HISTORY-COUNT.
      *
       WRITE-CUSTODY-STAMP.
           IF (WS-HISTORY-ACCESSION(WS-HISTORY-SCAN) =
              WS-LOOKUP-ACCESSION)
              MOVE WS-HISTORY-TO(WS-HISTORY-SCAN) TO WS-STATE-CODE
              PERFORM NAME-CUSTODY-STATE
              MOVE SPACES TO RESULT-DOCUMENT-RECORD
              STRING "    " DELIMITED BY SIZE
                     WS-HISTORY-DATE(WS-HISTORY-SCAN)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-HISTORY-TIME(WS-HISTORY-SCAN)
                        DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-STATE-NAME DELIMITED BY SIZE
                 INTO RESULT-DOCUMENT-RECORD
              WRITE RESULT-DOCUMENT-RECORD
           END-IF.
      *
       NAME-CUSTODY-STATE.
           EVALUATE WS-STATE-CODE
           WHEN "R"
                MOVE "RECEIVED" TO WS-STATE-NAME
           WHEN "P"
                MOVE "PROCESSED" TO WS-STATE-NAME
           WHEN "T"
                MOVE "REPORTED" TO WS-STATE-NAME
           WHEN "A"
                MOVE "ARCHIVED" TO WS-STATE-NAME
           WHEN OTHER
                MOVE WS-STATE-CODE TO WS-STATE-NAME
           END-EVALUATE.
      *
       REWRITE-CUSTODY-FILE.
           OPEN OUTPUT CUSTODY-FILE.
           PERFORM VARYING WS-SAMPLE-SCAN FROM 1 BY 1
              UNTIL WS-SAMPLE-SCAN > WS-SAMPLE-COUNT
                MOVE WS-SAMPLE-ACCESSION(WS-SAMPLE-SCAN)
                   TO CU-ACCESSION
                MOVE WS-SAMPLE-STATUS(WS-SAMPLE-SCAN) TO CU-STATUS
                MOVE WS-SAMPLE-DATE(WS-SAMPLE-SCAN)
                   TO CU-STATUS-DATE
                MOVE WS-SAMPLE-CLINIC(WS-SAMPLE-SCAN)
                   TO CU-CLINIC-CODE
                WRITE CUSTODY-RECORD
           END-PERFORM.
           CLOSE CUSTODY-FILE.
      *
