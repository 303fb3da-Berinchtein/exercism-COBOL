      *    (changed). One detail line per mismatch and a silent/
      *    missense summary per pair, because the lab cares about
      *    changed proteins, not raw distance counts.
      *
      *    The summary and skipped lines carry the referring clinic's
      *    code straight after the accession, so the month-end lab
      *    billing run can charge each classified pair to its clinic.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 IN-SAMPLE-DATE          PIC 9(8).
           05 IN-DNA-1                PIC X(60).
           05 IN-DNA-2                PIC X(60).
           05 IN-CLINIC-CODE          PIC X(6).
      *
       FD  CODON-TABLE-FILE.
       01  CODON-TABLE-RECORD.
              MOVE SPACES TO MUTATION-REPORT-RECORD
              STRING "ACCESSION=" DELIMITED BY SIZE
                     IN-ACCESSION DELIMITED BY SIZE
                     " CLINIC=" DELIMITED BY SIZE
                     IN-CLINIC-CODE DELIMITED BY SIZE
                     " SKIPPED - strands of unequal length"
                        DELIMITED BY SIZE
                 INTO MUTATION-REPORT-RECORD
           MOVE SPACES TO MUTATION-REPORT-RECORD.
           STRING "ACCESSION=" DELIMITED BY SIZE
                  IN-ACCESSION DELIMITED BY SIZE
                  " CLINIC=" DELIMITED BY SIZE
                  IN-CLINIC-CODE DELIMITED BY SIZE
                  " SILENT=" DELIMITED BY SIZE
                  WS-PAIR-SILENT DELIMITED BY SIZE
                  " MISSENSE=" DELIMITED BY SIZE
