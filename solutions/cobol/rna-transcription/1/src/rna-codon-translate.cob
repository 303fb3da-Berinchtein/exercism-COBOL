      *    sequence per strand - flagging strands whose length is not
      *    a multiple of three and stopping translation at a stop
      *    codon. The downstream lab stops translating codons by
      *    hand. A result line tagged with its accession and clinic
      *    keeps that tag at the front of its protein line, for the
      *    month-end lab billing run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
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
           05 CD-AMINO                 PIC X(3).
      *
       FD  PROTEIN-REPORT-FILE.
       01  PROTEIN-REPORT-RECORD       PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PROTEIN-POINTER   PIC 99    VALUE 1.
       01 WS-STRAND-COUNT      PIC 9(5)  VALUE 0.
       01 WS-FLAGGED-COUNT     PIC 9(5)  VALUE 0.
       01 WS-REPORT-POINTER    PIC 999   VALUE 1.
      *
       01 WS-CODON-COUNT       PIC 9(3)  VALUE 0.
       01 WS-CODON-SCAN        PIC 9(3)  VALUE 0.
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
           MOVE SPACES TO WS-PROTEIN.
      *
       WRITE-PROTEIN-LINE.
           MOVE SPACES TO PROTEIN-REPORT-RECORD.
           MOVE 1 TO WS-REPORT-POINTER.
           IF (CM-HAS-ACCESSION)
              STRING "ACCESSION=" DELIMITED BY SIZE
                     CM-ACCESSION DELIMITED BY SIZE
                     " CLINIC=" DELIMITED BY SIZE
                     CM-CLINIC-CODE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                 INTO PROTEIN-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
           END-IF.
           IF (FUNCTION MOD(WS-RNA-LENGTH, 3) NOT = 0)
              ADD 1 TO WS-FLAGGED-COUNT
              STRING "STRAND=" DELIMITED BY SIZE
                     " FLAG=LENGTH NOT MULTIPLE OF 3"
                        DELIMITED BY SIZE
                 INTO PROTEIN-REPORT-RECORD
                 WITH POINTER WS-REPORT-POINTER
           ELSE
              IF (STOP-CODON-HIT)
                 STRING "STRAND=" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PROTEIN) DELIMITED BY SIZE
                        " STOP" DELIMITED BY SIZE
                    INTO PROTEIN-REPORT-RECORD
                    WITH POINTER WS-REPORT-POINTER
              ELSE
                 STRING "STRAND=" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-OUT-RNA) DELIMITED BY SIZE
                        " PROTEIN=" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PROTEIN) DELIMITED BY SIZE
                    INTO PROTEIN-REPORT-RECORD
                    WITH POINTER WS-REPORT-POINTER
              END-IF
           END-IF.
           WRITE PROTEIN-REPORT-RECORD.
