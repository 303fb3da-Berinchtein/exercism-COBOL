      *    the original strand file record for record - the same
      *    recompute-and-compare discipline YACHT-RECON applies to
      *    scorecards, brought to the lab feed for the accreditation
      *    review. A result line tagged with its accession and
      *    clinic is verified on the transcript that follows the tag.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  STRAND-FILE.
       01  STRAND-RECORD.
           05 SF-DNA                   PIC X(64).
           05 SF-ACCESSION             PIC X(10).
           05 SF-CLINIC-CODE           PIC X(6).
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
       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD        PIC X(140).
           MOVE SF-DNA TO WS-ORIGINAL-DNA.
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
           MOVE WS-OUT-RNA TO WS-REBUILT-DNA.
           INSPECT WS-REBUILT-DNA REPLACING
              ALL 'C' BY 'G'
