       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB-RECEIPT-RECON.
      *
      *    Receipt reconciliation of the day's HAMMIN intake against
      *    the courier manifests the samples arrived with, run ahead
      *    of STRAND-QC and LAB-CUSTODY. Each manifest line names a
      *    manifest, an accession, the referring clinic and the
      *    collection date. The run reports:
      *      MISSING     - on a manifest but not in the intake;
      *      UNEXPECTED  - in the intake but on no manifest;
      *      DUPLICATE   - an accession listed twice on the
      *                    manifests or received twice in the
      *                    intake, or one already in custody
      *                    (HAMMCUST) from an earlier day;
      *      MISMATCH    - manifest and intake disagree on the
      *                    clinic;
      *      LATE        - received more than the delay limit (two
      *                    days unless the control card says
      *                    otherwise) after collection, the receipt
      *                    day being the intake's sample date.
      *
      *    Only an accession that is on exactly one manifest line,
      *    received once, new to custody and from the clinic the
      *    manifest names is reconciled; those go on the reconciled
      *    file, and LAB-CUSTODY receives nothing else. A late sample
      *    still reconciles - it did arrive - but is reported. Every
      *    discrepancy also goes on the HAMMRCEX exception file for
      *    EXCEPTION-COLLECTOR to open on the work queue.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECON-CONTROL-FILE ASSIGN TO "HAMMRCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "COURMAN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INTAKE-FILE ASSIGN TO "HAMMIN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTODY-FILE ASSIGN TO "HAMMCUST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RECONCILED-FILE ASSIGN TO "HAMMRCOK"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RECON-EXCEPTION-FILE ASSIGN TO "HAMMRCEX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RECON-REPORT-FILE ASSIGN TO "HAMMRCPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-RECORD.
           05 RK-DELAY-LIMIT          PIC 9(3).
      *
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MF-MANIFEST-ID          PIC X(10).
           05 MF-ACCESSION            PIC X(10).
           05 MF-CLINIC-CODE          PIC X(6).
           05 MF-COLLECTION-DATE      PIC 9(8).
      *
       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05 IN-ACCESSION            PIC X(10).
           05 IN-SAMPLE-DATE          PIC 9(8).
           05 IN-DNA-1                PIC X(60).
           05 IN-DNA-2                PIC X(60).
           05 IN-CLINIC-CODE          PIC X(6).
      *
       FD  CUSTODY-FILE.
       01  CUSTODY-RECORD.
           05 CU-ACCESSION           PIC X(10).
           05 CU-STATUS              PIC X.
           05 CU-STATUS-DATE         PIC 9(8).
           05 CU-CLINIC-CODE         PIC X(6).
      *
       FD  RECONCILED-FILE.
       01  RECONCILED-RECORD.
           05 RO-ACCESSION           PIC X(10).
           05 RO-MANIFEST-ID         PIC X(10).
           05 RO-RECON-DATE          PIC 9(8).
      *
       FD  RECON-EXCEPTION-FILE.
       01  RECON-EXCEPTION-RECORD    PIC X(80).
      *
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD       PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 MANIFEST-EOF-SWITCH     PIC X    VALUE "N".
             88 MANIFEST-EOF                  VALUE "Y".
          05 INTAKE-EOF-SWITCH       PIC X    VALUE "N".
             88 INTAKE-EOF                    VALUE "Y".
          05 CUSTODY-EOF-SWITCH      PIC X    VALUE "N".
             88 CUSTODY-EOF                   VALUE "Y".
          05 ENTRY-FOUND-SWITCH      PIC X    VALUE "N".
             88 ENTRY-FOUND                   VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-DELAY-LIMIT             PIC 9(3) VALUE 2.
       01 WS-LOOKUP-ACCESSION        PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-SCAN             PIC 9(4) VALUE 0.
      *
       01 WS-MANIFEST-COUNT          PIC 9(4) VALUE 0.
       01 WS-MANIFEST-SCAN           PIC 9(4) VALUE 0.
       01 WS-MANIFEST-HIT            PIC 9(4) VALUE 0.
       01 WS-MANIFEST-TABLE.
          05 WS-MANIFEST OCCURS 2000 TIMES.
             10 WS-MANIFEST-ID       PIC X(10).
             10 WS-MANIFEST-ACCESSION PIC X(10).
             10 WS-MANIFEST-CLINIC   PIC X(6).
             10 WS-MANIFEST-COLLECTED PIC 9(8).
             10 WS-MANIFEST-LINES    PIC 9(3).
             10 WS-MANIFEST-MATCHED  PIC X.
      *
       01 WS-INTAKE-COUNT            PIC 9(4) VALUE 0.
       01 WS-INTAKE-SCAN             PIC 9(4) VALUE 0.
       01 WS-INTAKE-HIT              PIC 9(4) VALUE 0.
       01 WS-INTAKE-TABLE.
          05 WS-INTAKE OCCURS 2000 TIMES.
             10 WS-INTAKE-ACCESSION  PIC X(10).
             10 WS-INTAKE-CLINIC     PIC X(6).
             10 WS-INTAKE-RECEIVED   PIC 9(8).
             10 WS-INTAKE-LINES      PIC 9(3).
      *
       01 WS-CUSTODY-COUNT           PIC 9(4) VALUE 0.
       01 WS-CUSTODY-HIT             PIC 9(4) VALUE 0.
       01 WS-CUSTODY-TABLE.
          05 WS-CUSTODY OCCURS 1000 TIMES.
             10 WS-CUSTODY-ACCESSION PIC X(10).
             10 WS-CUSTODY-DATE      PIC 9(8).
      *
       01 WS-DELAY-DAYS              PIC S9(7) VALUE 0.
       01 WS-DELAY-DISPLAY           PIC -(6)9.
       01 WS-LINES-DISPLAY           PIC ZZ9.
       01 WS-DISCREPANCY-KIND        PIC X(11) VALUE SPACES.
       01 WS-DISCREPANCY-TEXT        PIC X(80) VALUE SPACES.
      *
       01 WS-RECONCILED-COUNT        PIC 9(4) VALUE 0.
       01 WS-MISSING-COUNT           PIC 9(4) VALUE 0.
       01 WS-UNEXPECTED-COUNT        PIC 9(4) VALUE 0.
       01 WS-DUPLICATE-COUNT         PIC 9(4) VALUE 0.
       01 WS-MISMATCH-COUNT          PIC 9(4) VALUE 0.
       01 WS-LATE-COUNT              PIC 9(4) VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "D".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "LAB-RECEIPT-RECON".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       LAB-RECEIPT-RECON.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RECON-CONTROL.
           PERFORM LOAD-MANIFESTS.
           PERFORM LOAD-INTAKE.
           PERFORM LOAD-CUSTODY.
           OPEN OUTPUT RECONCILED-FILE.
           OPEN OUTPUT RECON-EXCEPTION-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM RECONCILE-ONE-INTAKE
              VARYING WS-INTAKE-SCAN FROM 1 BY 1
              UNTIL WS-INTAKE-SCAN > WS-INTAKE-COUNT.
           PERFORM CHECK-ONE-MANIFEST-LINE
              VARYING WS-MANIFEST-SCAN FROM 1 BY 1
              UNTIL WS-MANIFEST-SCAN > WS-MANIFEST-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RECONCILED-FILE.
           CLOSE RECON-EXCEPTION-FILE.
           CLOSE RECON-REPORT-FILE.
           DISPLAY "Accessions reconciled: " WS-RECONCILED-COUNT.
           DISPLAY "Missing samples: " WS-MISSING-COUNT.
           DISPLAY "Unexpected samples: " WS-UNEXPECTED-COUNT.
           DISPLAY "Duplicate accessions: " WS-DUPLICATE-COUNT.
           DISPLAY "Clinic mismatches: " WS-MISMATCH-COUNT.
           DISPLAY "Late samples: " WS-LATE-COUNT.
           MOVE WS-INTAKE-COUNT TO WS-AUDIT-READ.
           MOVE WS-RECONCILED-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           STOP RUN.
      *
       LOAD-RECON-CONTROL.
           OPEN INPUT RECON-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ RECON-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (RK-DELAY-LIMIT IS NUMERIC
                       AND RK-DELAY-LIMIT > 0)
                       MOVE RK-DELAY-LIMIT TO WS-DELAY-LIMIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECON-CONTROL-FILE.
      *
      *    A repeated manifest accession is counted on its first
      *    line rather than stored twice.
       LOAD-MANIFESTS.
           OPEN INPUT MANIFEST-FILE.
           PERFORM UNTIL MANIFEST-EOF
              READ MANIFEST-FILE
                 AT END
                    MOVE "Y" TO MANIFEST-EOF-SWITCH
                 NOT AT END
                    IF (MF-ACCESSION NOT = SPACES)
                       MOVE MF-ACCESSION TO WS-LOOKUP-ACCESSION
                       PERFORM FIND-MANIFEST-LINE
                       IF (ENTRY-FOUND)
                          ADD 1 TO WS-MANIFEST-LINES(WS-MANIFEST-HIT)
                       ELSE
                          PERFORM ADD-MANIFEST-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
      *
       ADD-MANIFEST-LINE.
           IF (WS-MANIFEST-COUNT = 2000)
              DISPLAY "ABORTED: courier manifests exceed the "
                 "2000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-MANIFEST-COUNT.
           MOVE MF-MANIFEST-ID TO WS-MANIFEST-ID(WS-MANIFEST-COUNT).
           MOVE MF-ACCESSION
              TO WS-MANIFEST-ACCESSION(WS-MANIFEST-COUNT).
           MOVE MF-CLINIC-CODE
              TO WS-MANIFEST-CLINIC(WS-MANIFEST-COUNT).
           MOVE MF-COLLECTION-DATE
              TO WS-MANIFEST-COLLECTED(WS-MANIFEST-COUNT).
           MOVE 1 TO WS-MANIFEST-LINES(WS-MANIFEST-COUNT).
           MOVE "N" TO WS-MANIFEST-MATCHED(WS-MANIFEST-COUNT).
      *
       FIND-MANIFEST-LINE.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           PERFORM VARYING WS-LOOKUP-SCAN FROM 1 BY 1
              UNTIL WS-LOOKUP-SCAN > WS-MANIFEST-COUNT
              OR ENTRY-FOUND
                IF (WS-MANIFEST-ACCESSION(WS-LOOKUP-SCAN) =
                   WS-LOOKUP-ACCESSION)
                   MOVE "Y" TO ENTRY-FOUND-SWITCH
                   MOVE WS-LOOKUP-SCAN TO WS-MANIFEST-HIT
                END-IF
           END-PERFORM.
      *
      *    The receipt day is the intake's sample date, or the run
      *    date when the intake record carries none.
       LOAD-INTAKE.
           OPEN INPUT INTAKE-FILE.
           PERFORM UNTIL INTAKE-EOF
              READ INTAKE-FILE
                 AT END
                    MOVE "Y" TO INTAKE-EOF-SWITCH
                 NOT AT END
                    IF (IN-ACCESSION NOT = SPACES)
                       MOVE IN-ACCESSION TO WS-LOOKUP-ACCESSION
                       PERFORM FIND-INTAKE-LINE
                       IF (ENTRY-FOUND)
                          ADD 1 TO WS-INTAKE-LINES(WS-INTAKE-HIT)
                       ELSE
                          PERFORM ADD-INTAKE-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INTAKE-FILE.
      *
       ADD-INTAKE-LINE.
           IF (WS-INTAKE-COUNT = 2000)
              DISPLAY "ABORTED: intake exceeds the 2000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-INTAKE-COUNT.
           MOVE IN-ACCESSION TO WS-INTAKE-ACCESSION(WS-INTAKE-COUNT).
           MOVE IN-CLINIC-CODE TO WS-INTAKE-CLINIC(WS-INTAKE-COUNT).
           IF (IN-SAMPLE-DATE IS NUMERIC AND IN-SAMPLE-DATE > 0)
              MOVE IN-SAMPLE-DATE
                 TO WS-INTAKE-RECEIVED(WS-INTAKE-COUNT)
           ELSE
              MOVE WS-RUN-DATE TO WS-INTAKE-RECEIVED(WS-INTAKE-COUNT)
           END-IF.
           MOVE 1 TO WS-INTAKE-LINES(WS-INTAKE-COUNT).
      *
       FIND-INTAKE-LINE.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           PERFORM VARYING WS-LOOKUP-SCAN FROM 1 BY 1
              UNTIL WS-LOOKUP-SCAN > WS-INTAKE-COUNT
              OR ENTRY-FOUND
                IF (WS-INTAKE-ACCESSION(WS-LOOKUP-SCAN) =
                   WS-LOOKUP-ACCESSION)
                   MOVE "Y" TO ENTRY-FOUND-SWITCH
                   MOVE WS-LOOKUP-SCAN TO WS-INTAKE-HIT
                END-IF
           END-PERFORM.
      *
       LOAD-CUSTODY.
           OPEN INPUT CUSTODY-FILE.
           PERFORM UNTIL CUSTODY-EOF
              READ CUSTODY-FILE
                 AT END
                    MOVE "Y" TO CUSTODY-EOF-SWITCH
                 NOT AT END
                    IF (WS-CUSTODY-COUNT = 1000)
                       DISPLAY "ABORTED: custody file exceeds the "
                          "1000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-CUSTODY-COUNT
                    MOVE CU-ACCESSION
                       TO WS-CUSTODY-ACCESSION(WS-CUSTODY-COUNT)
                    MOVE CU-STATUS-DATE
                       TO WS-CUSTODY-DATE(WS-CUSTODY-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CUSTODY-FILE.
      *
       FIND-CUSTODY-ENTRY.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           PERFORM VARYING WS-LOOKUP-SCAN FROM 1 BY 1
              UNTIL WS-LOOKUP-SCAN > WS-CUSTODY-COUNT
              OR ENTRY-FOUND
                IF (WS-CUSTODY-ACCESSION(WS-LOOKUP-SCAN) =
                   WS-LOOKUP-ACCESSION)
                   MOVE "Y" TO ENTRY-FOUND-SWITCH
                   MOVE WS-LOOKUP-SCAN TO WS-CUSTODY-HIT
                END-IF
           END-PERFORM.
      *
      *    An accession already in custody from an earlier day is a
      *    reused number; one stamped today is this day's rerun and
      *    reconciles again harmlessly, since custody never receives
      *    an accession twice.
       RECONCILE-ONE-INTAKE.
           MOVE WS-INTAKE-ACCESSION(WS-INTAKE-SCAN)
              TO WS-LOOKUP-ACCESSION.
           PERFORM FIND-MANIFEST-LINE.
           IF (NOT ENTRY-FOUND)
              ADD 1 TO WS-UNEXPECTED-COUNT
              MOVE "UNEXPECTED" TO WS-DISCREPANCY-KIND
              MOVE SPACES TO WS-DISCREPANCY-TEXT
              STRING "ACCESSION=" DELIMITED BY SIZE
                     WS-LOOKUP-ACCESSION DELIMITED BY SIZE
                     " CLINIC=" DELIMITED BY SIZE
                     WS-INTAKE-CLINIC(WS-INTAKE-SCAN)
                        DELIMITED BY SIZE
                     " NOT ON ANY MANIFEST" DELIMITED BY SIZE
                 INTO WS-DISCREPANCY-TEXT
              PERFORM RECORD-DISCREPANCY
           ELSE
              MOVE "Y" TO WS-MANIFEST-MATCHED(WS-MANIFEST-HIT)
              PERFORM FIND-CUSTODY-ENTRY
              EVALUATE TRUE
              WHEN WS-INTAKE-LINES(WS-INTAKE-SCAN) > 1
                   MOVE WS-INTAKE-LINES(WS-INTAKE-SCAN)
                      TO WS-LINES-DISPLAY
                   PERFORM REPORT-DUPLICATE-INTAKE
              WHEN WS-MANIFEST-LINES(WS-MANIFEST-HIT) > 1
                   PERFORM REPORT-DUPLICATE-MANIFEST
              WHEN ENTRY-FOUND
               AND WS-CUSTODY-DATE(WS-CUSTODY-HIT) < WS-RUN-DATE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "DUPLICATE" TO WS-DISCREPANCY-KIND
                   MOVE SPACES TO WS-DISCREPANCY-TEXT
                   STRING "ACCESSION=" DELIMITED BY SIZE
                          WS-LOOKUP-ACCESSION DELIMITED BY SIZE
                          " ALREADY IN CUSTODY SINCE "
                             DELIMITED BY SIZE
                          WS-CUSTODY-DATE(WS-CUSTODY-HIT)
                             DELIMITED BY SIZE
                      INTO WS-DISCREPANCY-TEXT
                   PERFORM RECORD-DISCREPANCY
              WHEN WS-INTAKE-CLINIC(WS-INTAKE-SCAN) NOT =
                   WS-MANIFEST-CLINIC(WS-MANIFEST-HIT)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "MISMATCH" TO WS-DISCREPANCY-KIND
                   MOVE SPACES TO WS-DISCREPANCY-TEXT
                   STRING "ACCESSION=" DELIMITED BY SIZE
                          WS-LOOKUP-ACCESSION DELIMITED BY SIZE
                          " MANIFEST CLINIC=" DELIMITED BY SIZE
                          WS-MANIFEST-CLINIC(WS-MANIFEST-HIT)
                             DELIMITED BY SIZE
                          " INTAKE CLINIC=" DELIMITED BY SIZE
                          WS-INTAKE-CLINIC(WS-INTAKE-SCAN)
                             DELIMITED BY SIZE
                      INTO WS-DISCREPANCY-TEXT
                   PERFORM RECORD-DISCREPANCY
              WHEN OTHER
                   PERFORM ACCEPT-RECONCILED-SAMPLE
              END-EVALUATE
           END-IF.
      *
       REPORT-DUPLICATE-INTAKE.
           ADD 1 TO WS-DUPLICATE-COUNT.
           MOVE "DUPLICATE" TO WS-DISCREPANCY-KIND.
           MOVE SPACES TO WS-DISCREPANCY-TEXT.
           STRING "ACCESSION=" DELIMITED BY SIZE
                  WS-LOOKUP-ACCESSION DELIMITED BY SIZE
                  " RECEIVED " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINES-DISPLAY) DELIMITED BY SIZE
                  " TIMES IN THE INTAKE" DELIMITED BY SIZE
              INTO WS-DISCREPANCY-TEXT.
           PERFORM RECORD-DISCREPANCY.
      *
       REPORT-DUPLICATE-MANIFEST.
           ADD 1 TO WS-DUPLICATE-COUNT.
           MOVE WS-MANIFEST-LINES(WS-MANIFEST-HIT) TO WS-LINES-DISPLAY.
           MOVE "DUPLICATE" TO WS-DISCREPANCY-KIND.
           MOVE SPACES TO WS-DISCREPANCY-TEXT.
           STRING "ACCESSION=" DELIMITED BY SIZE
                  WS-LOOKUP-ACCESSION DELIMITED BY SIZE
                  " LISTED " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINES-DISPLAY) DELIMITED BY SIZE
                  " TIMES ON THE MANIFESTS" DELIMITED BY SIZE
              INTO WS-DISCREPANCY-TEXT.
           PERFORM RECORD-DISCREPANCY.
      *
      *    A collection date DATE-SERVICE cannot place leaves the
      *    delay unmeasured; the sample still reconciles.
       ACCEPT-RECONCILED-SAMPLE.
           ADD 1 TO WS-RECONCILED-COUNT.
           MOVE WS-LOOKUP-ACCESSION TO RO-ACCESSION.
           MOVE WS-MANIFEST-ID(WS-MANIFEST-HIT) TO RO-MANIFEST-ID.
           MOVE WS-RUN-DATE TO RO-RECON-DATE.
           WRITE RECONCILED-RECORD.
           MOVE "D" TO WS-DS-FUNCTION.
           MOVE WS-INTAKE-RECEIVED(WS-INTAKE-SCAN) TO WS-DS-DATE-2.
           MOVE 0 TO WS-DELAY-DAYS.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION
              WS-MANIFEST-COLLECTED(WS-MANIFEST-HIT) WS-DS-DATE-2
              WS-DELAY-DAYS WS-DS-RESULT-DATE WS-DS-STATUS.
           IF (WS-DS-STATUS = "0" AND WS-DELAY-DAYS > WS-DELAY-LIMIT)
              ADD 1 TO WS-LATE-COUNT
              MOVE WS-DELAY-DAYS TO WS-DELAY-DISPLAY
              MOVE "LATE" TO WS-DISCREPANCY-KIND
              MOVE SPACES TO WS-DISCREPANCY-TEXT
              STRING "ACCESSION=" DELIMITED BY SIZE
                     WS-LOOKUP-ACCESSION DELIMITED BY SIZE
                     " COLLECTED=" DELIMITED BY SIZE
                     WS-MANIFEST-COLLECTED(WS-MANIFEST-HIT)
                        DELIMITED BY SIZE
                     " RECEIVED=" DELIMITED BY SIZE
                     WS-INTAKE-RECEIVED(WS-INTAKE-SCAN)
                        DELIMITED BY SIZE
                     " DAYS=" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DELAY-DISPLAY)
                        DELIMITED BY SIZE
                 INTO WS-DISCREPANCY-TEXT
              PERFORM RECORD-DISCREPANCY
           END-IF.
      *
      *    A manifest accession the intake never matched is missing;
      *    one listed twice is a duplicate as well.
       CHECK-ONE-MANIFEST-LINE.
           IF (WS-MANIFEST-MATCHED(WS-MANIFEST-SCAN) = "N")
              MOVE WS-MANIFEST-ACCESSION(WS-MANIFEST-SCAN)
                 TO WS-LOOKUP-ACCESSION
              ADD 1 TO WS-MISSING-COUNT
              MOVE "MISSING" TO WS-DISCREPANCY-KIND
              MOVE SPACES TO WS-DISCREPANCY-TEXT
              STRING "ACCESSION=" DELIMITED BY SIZE
                     WS-LOOKUP-ACCESSION DELIMITED BY SIZE
                     " MANIFEST=" DELIMITED BY SIZE
                     WS-MANIFEST-ID(WS-MANIFEST-SCAN)
                        DELIMITED BY SPACE
                     " CLINIC=" DELIMITED BY SIZE
                     WS-MANIFEST-CLINIC(WS-MANIFEST-SCAN)
                        DELIMITED BY SPACE
                     " NOT RECEIVED" DELIMITED BY SIZE
                 INTO WS-DISCREPANCY-TEXT
              PERFORM RECORD-DISCREPANCY
              IF (WS-MANIFEST-LINES(WS-MANIFEST-SCAN) > 1)
                 MOVE WS-MANIFEST-SCAN TO WS-MANIFEST-HIT
                 PERFORM REPORT-DUPLICATE-MANIFEST
              END-IF
           END-IF.
      *
       RECORD-DISCREPANCY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING WS-DISCREPANCY-KIND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISCREPANCY-TEXT DELIMITED BY SIZE
              INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           MOVE SPACES TO RECON-EXCEPTION-RECORD.
           STRING "RECEIPT " DELIMITED BY SIZE
                  WS-DISCREPANCY-KIND DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-DISCREPANCY-TEXT DELIMITED BY SIZE
              INTO RECON-EXCEPTION-RECORD.
           WRITE RECON-EXCEPTION-RECORD.
      *
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "SAMPLE RECEIPT RECONCILIATION RUN-DATE="
                     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " DELAY LIMIT=" DELIMITED BY SIZE
                  WS-DELAY-LIMIT DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
              INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "MANIFEST ACCESSIONS=" DELIMITED BY SIZE
                  WS-MANIFEST-COUNT DELIMITED BY SIZE
                  " INTAKE ACCESSIONS=" DELIMITED BY SIZE
                  WS-INTAKE-COUNT DELIMITED BY SIZE
                  " RECONCILED=" DELIMITED BY SIZE
                  WS-RECONCILED-COUNT DELIMITED BY SIZE
              INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "MISSING=" DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  " UNEXPECTED=" DELIMITED BY SIZE
                  WS-UNEXPECTED-COUNT DELIMITED BY SIZE
                  " DUPLICATE=" DELIMITED BY SIZE
                  WS-DUPLICATE-COUNT DELIMITED BY SIZE
                  " MISMATCH=" DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  " LATE=" DELIMITED BY SIZE
                  WS-LATE-COUNT DELIMITED BY SIZE
              INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
      *
