      *    lab director maintains (the same external-config pattern
      *    RAINDROPS uses for its divisor table), with a distribution
      *    summary of bands at the end of the run.
      *
      *    The referring clinic's code on the intake record is kept on
      *    the indexed results record as well, so the month-end lab
      *    billing run can charge each result to the clinic that sent
      *    the sample in.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 IN-SAMPLE-DATE          PIC 9(8).
           05 IN-DNA-1                PIC X(60).
           05 IN-DNA-2                PIC X(60).
           05 IN-CLINIC-CODE          PIC X(6).
      *
       FD  RESULTS-FILE.
       01  RESULTS-RECORD              PIC X(100).
           05 HX-DISTANCE             PIC 9(2).
           05 HX-BAND                 PIC X(12).
           05 HX-ERROR                PIC X(31).
           05 HX-CLINIC-CODE          PIC X(6).
      *
       WORKING-STORAGE SECTION.
      *
           MOVE WS-HAMMING TO HX-DISTANCE.
           MOVE WS-PAIR-BAND TO HX-BAND.
           MOVE WS-ERROR TO HX-ERROR.
           MOVE IN-CLINIC-CODE TO HX-CLINIC-CODE.
           WRITE RESULTS-INDEX-RECORD
              INVALID KEY
                 DISPLAY "DUPLICATE ACCESSION SKIPPED: " IN-ACCESSION
