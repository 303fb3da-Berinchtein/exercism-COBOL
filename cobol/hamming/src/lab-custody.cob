      *    reason. Every transition lands on the history file with
      *    its timestamp, and the daily worklist lists accessions
      *    stuck in any state past the threshold days (three unless
      *    the control card says otherwise). The referring clinic's
      *    code is taken from the intake record when the sample is
      *    received and kept on the custody record, so the
      *    turnaround statistics can be broken down by clinic.
      *
      *    A strand STRAND-QC holds never reaches the intake queue;
      *    its accession enters custody from the QC-hold file in the
      *    hold state instead, and one already received before the
      *    hold is moved from received to hold. A keyed "R"
      *    transition releases a held sample back to received once
      *    the strand has been redrawn.
      *
      *    The processed-to-reported move is normally made by
      *    LAB-RESULT-REPORT when it issues the clinician's result
      *    document, stamped on the same history file; a keyed "T"
      *    transition is still accepted here.
      *
      *    An intake accession is only received once
      *    LAB-RECEIPT-RECON has reconciled it against the courier
      *    manifest and put it on the HAMMRCOK file; one not yet
      *    reconciled is left off custody and counted until a
      *    reconciliation run clears it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTODY-FILE ASSIGN TO "HAMMCUST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RECONCILED-FILE ASSIGN TO "HAMMRCOK"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL QC-HOLD-FILE ASSIGN TO "STRQCHLD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSITION-FILE ASSIGN TO "HAMMCTRX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTODY-HISTORY-FILE ASSIGN TO "HAMMCHST"
           05 IN-SAMPLE-DATE          PIC 9(8).
           05 IN-DNA-1                PIC X(60).
           05 IN-DNA-2                PIC X(60).
           05 IN-CLINIC-CODE          PIC X(6).
      *
       FD  CUSTODY-FILE.
       01  CUSTODY-RECORD.
              88 CU-PROCESSED             VALUE "P".
              88 CU-REPORTED              VALUE "T".
              88 CU-ARCHIVED              VALUE "A".
              88 CU-HELD                  VALUE "H".
           05 CU-STATUS-DATE         PIC 9(8).
           05 CU-CLINIC-CODE         PIC X(6).
      *
       FD  RECONCILED-FILE.
       01  RECONCILED-RECORD.
           05 RO-ACCESSION           PIC X(10).
           05 RO-MANIFEST-ID         PIC X(10).
           05 RO-RECON-DATE          PIC 9(8).
      *
       FD  QC-HOLD-FILE.
       01  QC-HOLD-RECORD.
           05 QH-HOLD-DATE           PIC 9(8).
           05 QH-SOURCE              PIC X(8).
           05 QH-ACCESSION           PIC X(10).
           05 QH-CLINIC-CODE         PIC X(6).
           05 QH-REASONS             PIC X(80).
           05 QH-RECORD-IMAGE        PIC X(144).
      *
       FD  TRANSITION-FILE.
       01  TRANSITION-RECORD.
             88 INTAKE-EOF                    VALUE "Y".
          05 CUSTODY-EOF-SWITCH      PIC X    VALUE "N".
             88 CUSTODY-EOF                   VALUE "Y".
          05 HOLD-EOF-SWITCH         PIC X    VALUE "N".
             88 HOLD-EOF                      VALUE "Y".
          05 TRANSITION-EOF-SWITCH   PIC X    VALUE "N".
             88 TRANSITION-EOF                VALUE "Y".
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 SAMPLE-FOUND-SWITCH     PIC X    VALUE "N".
             88 SAMPLE-FOUND                  VALUE "Y".
          05 RECONCILED-EOF-SWITCH   PIC X    VALUE "N".
             88 RECONCILED-EOF                VALUE "Y".
          05 RECONCILED-SWITCH       PIC X    VALUE "N".
             88 ACCESSION-RECONCILED          VALUE "Y".
      *
       01 WS-STUCK-DAYS              PIC 9(3) VALUE 3.
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
             10 WS-SAMPLE-ACCESSION  PIC X(10).
             10 WS-SAMPLE-STATUS     PIC X.
             10 WS-SAMPLE-DATE       PIC 9(8).
             10 WS-SAMPLE-CLINIC     PIC X(6).
      *
       01 WS-RECONCILED-COUNT        PIC 9(4) VALUE 0.
       01 WS-RECONCILED-SCAN         PIC 9(4) VALUE 0.
       01 WS-RECONCILED-TABLE.
          05 WS-RECONCILED-ACCESSION OCCURS 2000 TIMES PIC X(10).
      *
       01 WS-LOOKUP-ACCESSION        PIC X(10) VALUE SPACES.
       01 WS-EXPECTED-PRIOR          PIC X    VALUE SPACE.
       01 WS-RECEIVED-COUNT          PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT              PIC 9(4) VALUE 0.
       01 WS-UNRECONCILED-COUNT      PIC 9(4) VALUE 0.
       01 WS-MOVED-COUNT             PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(4) VALUE 0.
       01 WS-STUCK-COUNT             PIC 9(4) VALUE 0.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           PERFORM LOAD-CUSTODY-CONTROL.
           PERFORM LOAD-CUSTODY-FILE.
           PERFORM LOAD-RECONCILED-FILE.
           OPEN EXTEND CUSTODY-HISTORY-FILE.
           PERFORM RECEIVE-NEW-ACCESSIONS.
           PERFORM APPLY-QC-HOLDS.
           PERFORM APPLY-TRANSITIONS.
           CLOSE CUSTODY-HISTORY-FILE.
           PERFORM REWRITE-CUSTODY-FILE.
           PERFORM WRITE-WORKLIST-REPORT.
           DISPLAY "New accessions received: " WS-RECEIVED-COUNT.
           DISPLAY "Accessions awaiting reconciliation: "
              WS-UNRECONCILED-COUNT.
           DISPLAY "Accessions put on QC hold: " WS-HELD-COUNT.
           DISPLAY "Transitions applied: " WS-MOVED-COUNT.
           DISPLAY "Transitions refused: " WS-REFUSED-COUNT.
           STOP RUN.
                       TO WS-SAMPLE-STATUS(WS-SAMPLE-COUNT)
                    MOVE CU-STATUS-DATE
                       TO WS-SAMPLE-DATE(WS-SAMPLE-COUNT)
                    MOVE CU-CLINIC-CODE
                       TO WS-SAMPLE-CLINIC(WS-SAMPLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CUSTODY-FILE.
                    MOVE IN-ACCESSION TO WS-LOOKUP-ACCESSION
                    PERFORM FIND-SAMPLE
                    IF (NOT SAMPLE-FOUND)
                       PERFORM FIND-RECONCILED
                       IF (ACCESSION-RECONCILED)
                          PERFORM RECEIVE-ONE-SAMPLE
                       ELSE
                          ADD 1 TO WS-UNRECONCILED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INTAKE-FILE.
      *
       LOAD-RECONCILED-FILE.
           OPEN INPUT RECONCILED-FILE.
           PERFORM UNTIL RECONCILED-EOF
              READ RECONCILED-FILE
                 AT END
                    MOVE "Y" TO RECONCILED-EOF-SWITCH
                 NOT AT END
                    IF (WS-RECONCILED-COUNT = 2000)
                       DISPLAY "ABORTED: reconciled file exceeds the "
                          "2000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-RECONCILED-COUNT
                    MOVE RO-ACCESSION
                       TO WS-RECONCILED-ACCESSION(WS-RECONCILED-COUNT)
              END-READ
           END-PERFORM.
           CLOSE RECONCILED-FILE.
      *
       FIND-RECONCILED.
           MOVE "N" TO RECONCILED-SWITCH.
           PERFORM VARYING WS-RECONCILED-SCAN FROM 1 BY 1
              UNTIL WS-RECONCILED-SCAN > WS-RECONCILED-COUNT
              OR ACCESSION-RECONCILED
                IF (WS-RECONCILED-ACCESSION(WS-RECONCILED-SCAN) =
                   WS-LOOKUP-ACCESSION)
                   MOVE "Y" TO RECONCILED-SWITCH
                END-IF
           END-PERFORM.
      *
       FIND-SAMPLE.
           MOVE "N" TO SAMPLE-FOUND-SWITCH.
              TO WS-SAMPLE-ACCESSION(WS-SAMPLE-COUNT).
           MOVE "R" TO WS-SAMPLE-STATUS(WS-SAMPLE-COUNT).
           MOVE WS-RUN-DATE TO WS-SAMPLE-DATE(WS-SAMPLE-COUNT).
           MOVE IN-CLINIC-CODE TO WS-SAMPLE-CLINIC(WS-SAMPLE-COUNT).
           MOVE SPACE TO CH-FROM-STATUS.
           MOVE "R" TO CH-TO-STATUS.
           MOVE WS-LOOKUP-ACCESSION TO CH-ACCESSION.
           PERFORM WRITE-HISTORY-STAMP.
      *
      *    The hold file keeps every hold STRAND-QC has made; a
      *    received sample is only held by a hold dated after it was
      *    received, so one released the day of its hold, or a rerun
      *    of the day, does not put it back.
       APPLY-QC-HOLDS.
           OPEN INPUT QC-HOLD-FILE.
           PERFORM UNTIL HOLD-EOF
              READ QC-HOLD-FILE
                 AT END
                    MOVE "Y" TO HOLD-EOF-SWITCH
                 NOT AT END
                    IF (QH-ACCESSION NOT = SPACES)
                       PERFORM APPLY-ONE-QC-HOLD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE QC-HOLD-FILE.
      *
       APPLY-ONE-QC-HOLD.
           MOVE QH-ACCESSION TO WS-LOOKUP-ACCESSION.
           PERFORM FIND-SAMPLE.
           EVALUATE TRUE
           WHEN NOT SAMPLE-FOUND
                IF (WS-SAMPLE-COUNT = 1000)
                   DISPLAY "ABORTED: custody file exceeds the "
                      "1000-entry table"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO WS-SAMPLE-COUNT
                ADD 1 TO WS-HELD-COUNT
                MOVE WS-LOOKUP-ACCESSION
                   TO WS-SAMPLE-ACCESSION(WS-SAMPLE-COUNT)
                MOVE "H" TO WS-SAMPLE-STATUS(WS-SAMPLE-COUNT)
                MOVE WS-RUN-DATE TO WS-SAMPLE-DATE(WS-SAMPLE-COUNT)
                MOVE QH-CLINIC-CODE
                   TO WS-SAMPLE-CLINIC(WS-SAMPLE-COUNT)
                MOVE SPACE TO CH-FROM-STATUS
                MOVE "H" TO CH-TO-STATUS
                MOVE WS-LOOKUP-ACCESSION TO CH-ACCESSION
                PERFORM WRITE-HISTORY-STAMP
           WHEN WS-SAMPLE-STATUS(WS-SAMPLE-HIT) = "R"
            AND WS-SAMPLE-DATE(WS-SAMPLE-HIT) < QH-HOLD-DATE
                ADD 1 TO WS-HELD-COUNT
                MOVE "R" TO CH-FROM-STATUS
                MOVE "H" TO CH-TO-STATUS
                MOVE WS-LOOKUP-ACCESSION TO CH-ACCESSION
                PERFORM WRITE-HISTORY-STAMP
                MOVE "H" TO WS-SAMPLE-STATUS(WS-SAMPLE-HIT)
                MOVE WS-RUN-DATE TO WS-SAMPLE-DATE(WS-SAMPLE-HIT)
           END-EVALUATE.
      *
       APPLY-TRANSITIONS.
           OPEN INPUT TRANSITION-FILE.
      *
      *    Each state has exactly one legal predecessor: processed
      *    from received, reported from processed, archived from
      *    reported - and received again from QC hold, the release.
      *    Everything else is refused out loud.
       APPLY-ONE-TRANSITION.
           MOVE TX-ACCESSION TO WS-LOOKUP-ACCESSION.
           PERFORM FIND-SAMPLE.
           EVALUATE TX-NEW-STATUS
           WHEN "R"
                MOVE "H" TO WS-EXPECTED-PRIOR
           WHEN "P"
                MOVE "R" TO WS-EXPECTED-PRIOR
           WHEN "T"
                MOVE WS-SAMPLE-STATUS(WS-SAMPLE-SCAN) TO CU-STATUS
                MOVE WS-SAMPLE-DATE(WS-SAMPLE-SCAN)
                   TO CU-STATUS-DATE
                MOVE WS-SAMPLE-CLINIC(WS-SAMPLE-SCAN)
                   TO CU-CLINIC-CODE
                WRITE CUSTODY-RECORD
           END-PERFORM.
           CLOSE CUSTODY-FILE.
