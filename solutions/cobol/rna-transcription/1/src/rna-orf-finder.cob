       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNA-ORF-FINDER.
      *
      *    Open-reading-frame search behind the transcription batch,
      *    for samples that do not start conveniently on a start
      *    codon the way RNA-CODON-TRANSLATE assumes. Each complement
      *    RNA-TRANSCRIPTION-BATCH wrote is scanned in all three
      *    reading frames for AUG; from every start the frame is
      *    translated against the same codon table file until a stop
      *    codon, and scanning picks up again after the stop. An ORF
      *    that runs off the end of the strand without a stop is
      *    still listed, flagged NO STOP.
      *
      *    Each strand gets a heading line (with its accession and
      *    clinic tag when it carries one) and a line per ORF giving
      *    the frame, start and end positions on the strand, the
      *    length in amino acids and the protein; the longest ORF on
      *    the strand is flagged LONGEST (the first found, on a tie).
      *    ORFs shorter than the minimum on the control card (three
      *    amino acids unless it says otherwise) are left out as
      *    noise.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORF-CONTROL-FILE ASSIGN TO "RNAORCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT COMPLEMENT-FILE ASSIGN TO "RNACOMPL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CODON-TABLE-FILE ASSIGN TO "RNACODON"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT ORF-REPORT-FILE ASSIGN TO "RNAORF"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ORF-CONTROL-FILE.
       01  ORF-CONTROL-RECORD.
           05 OC-MIN-LENGTH            PIC 9(2).
      *
       FD  COMPLEMENT-FILE.
       01  COMPLEMENT-RECORD           PIC X(170).
       01  COMPLEMENT-TAGGED-RECORD.
           05 CM-ACCESSION-TAG         PIC X(10).
              88 CM-HAS-ACCESSION               VALUE "ACCESSION=".
           05 CM-ACCESSION             PIC X(10).
           05 CM-CLINIC-TAG            PIC X(8).
           05 CM-CLINIC-CODE           PIC X(6).
           05 FILLER                   PIC X.
           05 CM-TRANSCRIPT            PIC X(135).
      *
       FD  CODON-TABLE-FILE.
       01  CODON-TABLE-RECORD.
           05 CD-CODON                 PIC X(3).
           05 CD-AMINO                 PIC X(3).
      *
       FD  ORF-REPORT-FILE.
       01  ORF-REPORT-RECORD           PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH       PIC X    VALUE "N".
             88 CONTROL-EOF                    VALUE "Y".
          05 COMPLEMENT-EOF-SWITCH    PIC X    VALUE "N".
             88 COMPLEMENT-EOF                 VALUE "Y".
          05 CODON-EOF-SWITCH         PIC X    VALUE "N".
             88 CODON-EOF                      VALUE "Y".
          05 CODON-FOUND-SWITCH       PIC X    VALUE "N".
             88 CODON-FOUND                    VALUE "Y".
          05 IN-ORF-SWITCH            PIC X    VALUE "N".
             88 IN-ORF                         VALUE "Y".
      *
       01 WS-MIN-LENGTH        PIC 99    VALUE 3.
      *
       01 WS-OUT-DNA           PIC X(64) VALUE SPACES.
       01 WS-OUT-RNA           PIC X(64) VALUE SPACES.
       01 WS-RNA-LENGTH        PIC 99    VALUE 0.
       01 WS-RNA-POSITION      PIC 99    VALUE 0.
       01 WS-FRAME             PIC 9     VALUE 0.
       01 WS-CODON             PIC X(3)  VALUE SPACES.
       01 WS-AMINO             PIC X(3)  VALUE SPACES.
       01 WS-PROTEIN           PIC X(90) VALUE SPACES.
       01 WS-PROTEIN-POINTER   PIC 99    VALUE 1.
       01 WS-ORF-START         PIC 99    VALUE 0.
       01 WS-ORF-AMINOS        PIC 99    VALUE 0.
       01 WS-ORF-LAST          PIC 99    VALUE 0.
       01 WS-ORF-STOP-FLAG     PIC X     VALUE "N".
       01 WS-REPORT-POINTER    PIC 999   VALUE 1.
      *
      *    The ORFs of the strand in hand, held until the longest is
      *    known.
       01 WS-ORF-COUNT         PIC 99    VALUE 0.
       01 WS-ORF-SCAN          PIC 99    VALUE 0.
       01 WS-ORF-LONGEST       PIC 99    VALUE 0.
       01 WS-ORF-TABLE.
          05 WS-ORF OCCURS 30 TIMES.
             10 WS-ORF-FRAME   PIC 9.
             10 WS-ORF-BEGIN   PIC 99.
             10 WS-ORF-END     PIC 99.
             10 WS-ORF-LENGTH  PIC 99.
             10 WS-ORF-STOPPED PIC X.
             10 WS-ORF-PROTEIN PIC X(90).
      *
       01 WS-STRAND-COUNT      PIC 9(5)  VALUE 0.
       01 WS-TOTAL-ORF-COUNT   PIC 9(5)  VALUE 0.
       01 WS-SHORT-ORF-COUNT   PIC 9(5)  VALUE 0.
       01 WS-NO-ORF-COUNT      PIC 9(5)  VALUE 0.
      *
       01 WS-CODON-COUNT       PIC 9(3)  VALUE 0.
       01 WS-CODON-SCAN        PIC 9(3)  VALUE 0.
       01 WS-CODON-TABLE.
          05 WS-CODON-ENTRY OCCURS 70 TIMES.
             10 WS-TABLE-CODON PIC X(3).
             10 WS-TABLE-AMINO PIC X(3).
      *
       PROCEDURE DIVISION.
      *
       RNA-ORF-FINDER.
           PERFORM LOAD-ORF-CONTROL.
           PERFORM LOAD-CODON-TABLE.
           OPEN INPUT COMPLEMENT-FILE.
           OPEN OUTPUT ORF-REPORT-FILE.
           PERFORM UNTIL COMPLEMENT-EOF
              READ COMPLEMENT-FILE
                 AT END
                    MOVE "Y" TO COMPLEMENT-EOF-SWITCH
                 NOT AT END
                    PERFORM SEARCH-ONE-STRAND
              END-READ
           END-PERFORM.
           CLOSE COMPLEMENT-FILE.
           CLOSE ORF-REPORT-FILE.
           DISPLAY "Strands searched: " WS-STRAND-COUNT.
           DISPLAY "ORFs reported: " WS-TOTAL-ORF-COUNT.
           DISPLAY "ORFs under the minimum length: "
              WS-SHORT-ORF-COUNT.
           DISPLAY "Strands with no ORF: " WS-NO-ORF-COUNT.
           STOP RUN.
      *
       LOAD-ORF-CONTROL.
           OPEN INPUT ORF-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ ORF-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (OC-MIN-LENGTH IS NUMERIC
                       AND OC-MIN-LENGTH > 0)
                       MOVE OC-MIN-LENGTH TO WS-MIN-LENGTH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ORF-CONTROL-FILE.
      *
       LOAD-CODON-TABLE.
           OPEN INPUT CODON-TABLE-FILE.
           PERFORM UNTIL CODON-EOF
              READ CODON-TABLE-FILE
                 AT END
                    MOVE "Y" TO CODON-EOF-SWITCH
                 NOT AT END
                    IF (WS-CODON-COUNT < 70)
                       ADD 1 TO WS-CODON-COUNT
                       MOVE CD-CODON
                          TO WS-TABLE-CODON(WS-CODON-COUNT)
                       MOVE CD-AMINO
                          TO WS-TABLE-AMINO(WS-CODON-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CODON-TABLE-FILE.
      *
       SEARCH-ONE-STRAND.
           ADD 1 TO WS-STRAND-COUNT.
           MOVE SPACES TO WS-OUT-DNA.
           MOVE SPACES TO WS-OUT-RNA.
           IF (CM-HAS-ACCESSION)
              UNSTRING CM-TRANSCRIPT
                 DELIMITED BY " -> "
                 INTO WS-OUT-DNA WS-OUT-RNA
           ELSE
              UNSTRING COMPLEMENT-RECORD
                 DELIMITED BY " -> "
                 INTO WS-OUT-DNA WS-OUT-RNA
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OUT-RNA))
              TO WS-RNA-LENGTH.
           MOVE 0 TO WS-ORF-COUNT.
           MOVE 0 TO WS-ORF-LONGEST.
           PERFORM SEARCH-ONE-FRAME
              VARYING WS-FRAME FROM 1 BY 1
              UNTIL WS-FRAME > 3.
           PERFORM WRITE-STRAND-ORFS.
      *
       SEARCH-ONE-FRAME.
           MOVE "N" TO IN-ORF-SWITCH.
           PERFORM SCAN-ONE-CODON
              WITH TEST BEFORE
              VARYING WS-RNA-POSITION FROM WS-FRAME BY 3
              UNTIL WS-RNA-POSITION + 2 > WS-RNA-LENGTH.
           IF (IN-ORF)
              COMPUTE WS-ORF-LAST = WS-ORF-START
                 + (WS-ORF-AMINOS * 3) - 1
              MOVE "N" TO WS-ORF-STOP-FLAG
              PERFORM KEEP-ORF
           END-IF.
      *
      *    Outside an ORF only AUG matters; inside one, every codon
      *    is translated until a stop closes it.
       SCAN-ONE-CODON.
           MOVE WS-OUT-RNA(WS-RNA-POSITION:3) TO WS-CODON.
           IF (NOT IN-ORF)
              IF (WS-CODON = "AUG")
                 MOVE "Y" TO IN-ORF-SWITCH
                 MOVE WS-RNA-POSITION TO WS-ORF-START
                 MOVE 0 TO WS-ORF-AMINOS
                 MOVE SPACES TO WS-PROTEIN
                 MOVE 1 TO WS-PROTEIN-POINTER
              END-IF
           END-IF.
           IF (IN-ORF)
              PERFORM LOOKUP-CODON
              IF (WS-AMINO = "STP")
                 MOVE "N" TO IN-ORF-SWITCH
                 COMPUTE WS-ORF-LAST = WS-RNA-POSITION + 2
                 MOVE "Y" TO WS-ORF-STOP-FLAG
                 PERFORM KEEP-ORF
              ELSE
                 ADD 1 TO WS-ORF-AMINOS
                 IF (WS-PROTEIN-POINTER > 1)
                    STRING "-" DELIMITED BY SIZE
                       INTO WS-PROTEIN
                       WITH POINTER WS-PROTEIN-POINTER
                 END-IF
                 STRING WS-AMINO DELIMITED BY SIZE
                    INTO WS-PROTEIN
                    WITH POINTER WS-PROTEIN-POINTER
              END-IF
           END-IF.
      *
      *    The stop codon ends the ORF but is not counted in its
      *    length; an ORF short of the minimum is counted and
      *    dropped.
       KEEP-ORF.
           IF (WS-ORF-AMINOS < WS-MIN-LENGTH)
              ADD 1 TO WS-SHORT-ORF-COUNT
           ELSE
              IF (WS-ORF-COUNT = 30)
                 DISPLAY "ABORTED: strand exceeds the 30-entry "
                    "ORF table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ORF-COUNT
              MOVE WS-FRAME TO WS-ORF-FRAME(WS-ORF-COUNT)
              MOVE WS-ORF-START TO WS-ORF-BEGIN(WS-ORF-COUNT)
              MOVE WS-ORF-LAST TO WS-ORF-END(WS-ORF-COUNT)
              MOVE WS-ORF-STOP-FLAG TO WS-ORF-STOPPED(WS-ORF-COUNT)
              MOVE WS-ORF-AMINOS TO WS-ORF-LENGTH(WS-ORF-COUNT)
              MOVE WS-PROTEIN TO WS-ORF-PROTEIN(WS-ORF-COUNT)
              IF (WS-ORF-LONGEST = 0)
                 MOVE WS-ORF-COUNT TO WS-ORF-LONGEST
              ELSE
                 IF (WS-ORF-AMINOS >
                    WS-ORF-LENGTH(WS-ORF-LONGEST))
                    MOVE WS-ORF-COUNT TO WS-ORF-LONGEST
                 END-IF
              END-IF
           END-IF.
      *
       LOOKUP-CODON.
           MOVE "N" TO CODON-FOUND-SWITCH.
           MOVE "???" TO WS-AMINO.
           PERFORM VARYING WS-CODON-SCAN FROM 1 BY 1
              UNTIL WS-CODON-SCAN > WS-CODON-COUNT
              OR CODON-FOUND
                IF (WS-TABLE-CODON(WS-CODON-SCAN) = WS-CODON)
                   MOVE "Y" TO CODON-FOUND-SWITCH
                   MOVE WS-TABLE-AMINO(WS-CODON-SCAN) TO WS-AMINO
                END-IF
           END-PERFORM.
      *
       WRITE-STRAND-ORFS.
           MOVE SPACES TO ORF-REPORT-RECORD.
           MOVE 1 TO WS-REPORT-POINTER.
           IF (CM-HAS-ACCESSION)
              STRING "ACCESSION=" DELIMITED BY SIZE
                     CM-ACCESSION DELIMITED BY SIZE
                     " CLINIC=" DELIMITED BY SIZE
                     CM-CLINIC-CODE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                 INTO ORF-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
           END-IF.
           STRING "STRAND=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-RNA) DELIMITED BY SIZE
                  " ORFS=" DELIMITED BY SIZE
                  WS-ORF-COUNT DELIMITED BY SIZE
              INTO ORF-REPORT-RECORD
              WITH POINTER WS-REPORT-POINTER.
           WRITE ORF-REPORT-RECORD.
           IF (WS-ORF-COUNT = 0)
              ADD 1 TO WS-NO-ORF-COUNT
           END-IF.
           PERFORM WRITE-ONE-ORF
              VARYING WS-ORF-SCAN FROM 1 BY 1
              UNTIL WS-ORF-SCAN > WS-ORF-COUNT.
      *
       WRITE-ONE-ORF.
           ADD 1 TO WS-TOTAL-ORF-COUNT.
           MOVE SPACES TO ORF-REPORT-RECORD.
           MOVE 1 TO WS-REPORT-POINTER.
           STRING "  FRAME=" DELIMITED BY SIZE
                  WS-ORF-FRAME(WS-ORF-SCAN) DELIMITED BY SIZE
                  " START=" DELIMITED BY SIZE
                  WS-ORF-BEGIN(WS-ORF-SCAN) DELIMITED BY SIZE
                  " END=" DELIMITED BY SIZE
                  WS-ORF-END(WS-ORF-SCAN) DELIMITED BY SIZE
                  " LENGTH=" DELIMITED BY SIZE
                  WS-ORF-LENGTH(WS-ORF-SCAN) DELIMITED BY SIZE
                  " PROTEIN=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORF-PROTEIN(WS-ORF-SCAN))
                     DELIMITED BY SIZE
              INTO ORF-REPORT-RECORD
              WITH POINTER WS-REPORT-POINTER.
           IF (WS-ORF-STOPPED(WS-ORF-SCAN) = "N")
              STRING " NO STOP" DELIMITED BY SIZE
                 INTO ORF-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
           END-IF.
           IF (WS-ORF-SCAN = WS-ORF-LONGEST)
              STRING " LONGEST" DELIMITED BY SIZE
                 INTO ORF-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
           END-IF.
           WRITE ORF-REPORT-RECORD.
      *
