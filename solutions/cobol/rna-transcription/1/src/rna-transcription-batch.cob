      *    Runs a whole genetics lab intake queue of DNA strands
      *    through the transcription check, instead of transcribing
      *    one hardcoded WS-DNA strand at a time.
      *
      *    A strand that arrives with its lab accession number and
      *    referring clinic's code has both written ahead of its
      *    result line (ACCESSION= and CLINIC= at fixed positions), so
      *    translation and the month-end lab billing run can tell
      *    whose test it was. Strand lines without an accession are
      *    written in the old untagged form.
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
       WORKING-STORAGE SECTION.
      *
       01 WS-COMPLEMENT        PIC X(64).
       01 WS-DNA               PIC X(64).
       01 WS-STRAND-COUNT      PIC 9(5) VALUE 0.
       01 WS-RECORD-POINTER    PIC 999  VALUE 1.
      *
      *
       01 WS-AUDIT-PROGRAM     PIC X(30)
              ALL 'T' BY 'A'
              ALL 'A' BY 'U'.
           MOVE SPACES TO COMPLEMENT-RECORD.
           MOVE 1 TO WS-RECORD-POINTER.
           IF (SF-ACCESSION NOT = SPACES)
              STRING "ACCESSION=" DELIMITED BY SIZE
                     SF-ACCESSION DELIMITED BY SIZE
                     " CLINIC=" DELIMITED BY SIZE
                     SF-CLINIC-CODE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                 INTO COMPLEMENT-RECORD
                 WITH POINTER WS-RECORD-POINTER
           END-IF.
           STRING FUNCTION TRIM(WS-DNA) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMPLEMENT) DELIMITED BY SIZE
              INTO COMPLEMENT-RECORD
              WITH POINTER WS-RECORD-POINTER.
           WRITE COMPLEMENT-RECORD.
      *
