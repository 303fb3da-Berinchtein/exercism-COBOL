       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB-TURNAROUND-REPORT.
      *
      *    Turnaround statistics for accreditation, off the custody
      *    history LAB-CUSTODY and LAB-RESULT-REPORT stamp (HAMMCHST):
      *    for every accession that has been both received and
      *    reported, the business days from the received stamp to
      *    the reported stamp, counted against the business calendar
      *    LEAP-BUSINESS-CALENDAR builds (BIZCAL) so weekends and
      *    office holidays do not count against the lab. A sample
      *    received and reported on the same day, or over a weekend
      *    with no business day between, turns round in 0.
      *
      *    Per month of reporting, and within each month per
      *    referring clinic (the clinic code LAB-CUSTODY keeps on
      *    HAMMCUST), the report gives the count, median, 90th
      *    percentile and worst case, the median and percentile from
      *    STATISTICS-SERVICE. Every accession over the target (three
      *    business days unless the control card says otherwise) is
      *    then listed with the state it sat in longest - received,
      *    waiting to be processed, or processed, waiting to be
      *    reported - and its calendar-day span from DATE-SERVICE,
      *    so the lab can see where the delay is.
      *
      *    Stamps whose date DATE-SERVICE rejects are skipped and
      *    counted. Accessions not yet reported are counted as open,
      *    and one whose dates fall outside the range BIZCAL covers
      *    is counted as unmeasured rather than guessed at.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TURNAROUND-CONTROL-FILE ASSIGN TO "HAMMTCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTODY-FILE ASSIGN TO "HAMMCUST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTODY-HISTORY-FILE ASSIGN TO "HAMMCHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT TURNAROUND-REPORT-FILE ASSIGN TO "HAMMTAT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TURNAROUND-CONTROL-FILE.
       01  TURNAROUND-CONTROL-RECORD.
           05 TC-TARGET-DAYS         PIC 9(3).
      *
       FD  BUSINESS-CALENDAR-FILE.
       01  BUSINESS-CALENDAR-RECORD.
           05 BC-DATE                PIC 9(8).
           05 BC-DAY-NAME            PIC X(3).
           05 BC-DAY-TYPE            PIC X(8).
           05 BC-BUSINESS-SEQ        PIC 99.
      *
       FD  CUSTODY-FILE.
       01  CUSTODY-RECORD.
           05 CU-ACCESSION           PIC X(10).
           05 CU-STATUS              PIC X.
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
       FD  TURNAROUND-REPORT-FILE.
       01  TURNAROUND-REPORT-RECORD  PIC X(150).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 CALENDAR-EOF-SWITCH     PIC X    VALUE "N".
             88 CALENDAR-EOF                  VALUE "Y".
          05 CUSTODY-EOF-SWITCH      PIC X    VALUE "N".
             88 CUSTODY-EOF                   VALUE "Y".
          05 HISTORY-EOF-SWITCH      PIC X    VALUE "N".
             88 HISTORY-EOF                   VALUE "Y".
          05 FIRST-IN-GROUP-SWITCH   PIC X    VALUE "N".
             88 FIRST-IN-GROUP                VALUE "Y".
      *
       01 WS-TARGET-DAYS             PIC 9(3) VALUE 3.
      *
       01 WS-BUSINESS-COUNT          PIC 9(4) VALUE 0.
       01 WS-BUSINESS-SCAN           PIC 9(4) VALUE 0.
       01 WS-BUSINESS-TABLE.
          05 WS-BUSINESS-DATE OCCURS 3000 TIMES PIC 9(8).
       01 WS-CALENDAR-FIRST          PIC 9(8) VALUE 0.
       01 WS-CALENDAR-LAST           PIC 9(8) VALUE 0.
      *
      *    One entry per accession seen on the history; the first
      *    stamp into each state is the one that counts.
       01 WS-TRACK-COUNT             PIC 9(4) VALUE 0.
       01 WS-TRACK-SCAN              PIC 9(4) VALUE 0.
       01 WS-TRACK-HIT               PIC 9(4) VALUE 0.
       01 WS-TRACK-OTHER             PIC 9(4) VALUE 0.
       01 WS-TRACK-TABLE.
          05 WS-TRACK OCCURS 2000 TIMES.
             10 WS-TRACK-ACCESSION   PIC X(10).
             10 WS-TRACK-CLINIC      PIC X(6).
             10 WS-TRACK-RECEIVED    PIC 9(8).
             10 WS-TRACK-PROCESSED   PIC 9(8).
             10 WS-TRACK-REPORTED    PIC 9(8).
             10 WS-TRACK-MONTH       PIC 9(6).
             10 WS-TRACK-MEASURED    PIC X.
             10 WS-TRACK-TURNAROUND  PIC 9(4).
             10 WS-TRACK-IN-RECEIVED PIC 9(4).
             10 WS-TRACK-IN-PROCESSED PIC 9(4).
      *
       01 WS-CLINIC-COUNT            PIC 9(4) VALUE 0.
       01 WS-CLINIC-SCAN             PIC 9(4) VALUE 0.
       01 WS-CLINIC-TABLE.
          05 WS-CLINIC OCCURS 1000 TIMES.
             10 WS-CLINIC-ACCESSION  PIC X(10).
             10 WS-CLINIC-CODE       PIC X(6).
      *
       01 WS-MONTH-COUNT             PIC 9(3) VALUE 0.
       01 WS-MONTH-SCAN              PIC 9(3) VALUE 0.
       01 WS-MONTH-SCAN-2            PIC 9(3) VALUE 0.
       01 WS-MONTH-HIT               PIC 9(3) VALUE 0.
       01 WS-MONTH-SWAP              PIC 9(6) VALUE 0.
       01 WS-MONTH-TABLE.
          05 WS-MONTH OCCURS 240 TIMES PIC 9(6).
      *
       01 WS-BUSINESS-INDEX          PIC 9(4) VALUE 0.
       01 WS-INDEX-DATE              PIC 9(8) VALUE 0.
       01 WS-RECEIVED-INDEX          PIC 9(4) VALUE 0.
       01 WS-PROCESSED-INDEX         PIC 9(4) VALUE 0.
       01 WS-REPORTED-INDEX          PIC 9(4) VALUE 0.
      *
       01 WS-GROUP-MONTH             PIC 9(6) VALUE 0.
       01 WS-GROUP-CLINIC            PIC X(6) VALUE SPACES.
       01 WS-GROUP-LABEL             PIC X(16) VALUE SPACES.
       01 WS-GROUP-WORST             PIC 9(4) VALUE 0.
      *
       01 WS-STAT-COUNT              PIC 9(4) VALUE 0.
       01 WS-STAT-TABLE.
          05 WS-STAT-VALUE OCCURS 1000 TIMES PIC S9(7)V99.
       01 WS-STAT-PERCENTILE         PIC 9(3) VALUE 90.
       01 WS-STAT-MEAN               PIC S9(7)V99 VALUE 0.
       01 WS-STAT-MEDIAN             PIC S9(7)V99 VALUE 0.
       01 WS-STAT-STDDEV             PIC 9(7)V99 VALUE 0.
       01 WS-STAT-P-VALUE            PIC S9(7)V99 VALUE 0.
       01 WS-STAT-STATUS             PIC X    VALUE "0".
       01 WS-MEDIAN-EDITED           PIC ZZZ9.9.
       01 WS-P90-EDITED              PIC ZZZ9.9.
      *
       01 WS-LONGEST-STATE           PIC X(9) VALUE SPACES.
       01 WS-LONGEST-DAYS            PIC 9(4) VALUE 0.
       01 WS-CALENDAR-DAYS           PIC 9(5) VALUE 0.
      *
       01 WS-STAMP-COUNT             PIC 9(6) VALUE 0.
       01 WS-BAD-STAMP-COUNT         PIC 9(5) VALUE 0.
       01 WS-MEASURED-COUNT          PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT              PIC 9(5) VALUE 0.
       01 WS-UNMEASURED-COUNT        PIC 9(5) VALUE 0.
       01 WS-OVER-TARGET-COUNT       PIC 9(5) VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "V".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAY-COUNT            PIC S9(7) VALUE 0.
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       PROCEDURE DIVISION.
      *
       LAB-TURNAROUND-REPORT.
           PERFORM LOAD-TURNAROUND-CONTROL.
           PERFORM LOAD-BUSINESS-DAYS.
           PERFORM LOAD-CUSTODY-CLINICS.
           PERFORM LOAD-CUSTODY-HISTORY.
           PERFORM MEASURE-ONE-ACCESSION
              VARYING WS-TRACK-SCAN FROM 1 BY 1
              UNTIL WS-TRACK-SCAN > WS-TRACK-COUNT.
           PERFORM SORT-MONTHS.
           OPEN OUTPUT TURNAROUND-REPORT-FILE.
           MOVE SPACES TO TURNAROUND-REPORT-RECORD.
           STRING "LAB TURNAROUND - BUSINESS DAYS RECEIVED TO REPORTED"
                     DELIMITED BY SIZE
                  "  TARGET " DELIMITED BY SIZE
                  WS-TARGET-DAYS DELIMITED BY SIZE
              INTO TURNAROUND-REPORT-RECORD.
           WRITE TURNAROUND-REPORT-RECORD.
           PERFORM WRITE-ONE-MONTH
              VARYING WS-MONTH-SCAN FROM 1 BY 1
              UNTIL WS-MONTH-SCAN > WS-MONTH-COUNT.
           PERFORM WRITE-OVER-TARGET-SECTION.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE TURNAROUND-REPORT-FILE.
           DISPLAY "Accessions measured: " WS-MEASURED-COUNT.
           DISPLAY "Accessions over target: " WS-OVER-TARGET-COUNT.
           DISPLAY "Accessions still open: " WS-OPEN-COUNT.
           DISPLAY "Outside the business calendar: "
              WS-UNMEASURED-COUNT.
           DISPLAY "History stamps with bad dates: "
              WS-BAD-STAMP-COUNT.
           STOP RUN.
      *
       LOAD-TURNAROUND-CONTROL.
           OPEN INPUT TURNAROUND-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ TURNAROUND-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (TC-TARGET-DAYS IS NUMERIC
                       AND TC-TARGET-DAYS > 0)
                       MOVE TC-TARGET-DAYS TO WS-TARGET-DAYS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURNAROUND-CONTROL-FILE.
      *
      *    BIZCAL is written in date order, so the business days load
      *    ascending and a date's position among them is its
      *    business-day number.
       LOAD-BUSINESS-DAYS.
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           PERFORM UNTIL CALENDAR-EOF
              READ BUSINESS-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    IF (WS-CALENDAR-FIRST = 0)
                       MOVE BC-DATE TO WS-CALENDAR-FIRST
                    END-IF
                    MOVE BC-DATE TO WS-CALENDAR-LAST
                    IF (BC-DAY-TYPE = "BUSINESS")
                       IF (WS-BUSINESS-COUNT = 3000)
                          DISPLAY "ABORTED: BIZCAL exceeds the "
                             "3000-entry business-day table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-BUSINESS-COUNT
                       MOVE BC-DATE
                          TO WS-BUSINESS-DATE(WS-BUSINESS-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BUSINESS-CALENDAR-FILE.
      *
       LOAD-CUSTODY-CLINICS.
           OPEN INPUT CUSTODY-FILE.
           PERFORM UNTIL CUSTODY-EOF
              READ CUSTODY-FILE
                 AT END
                    MOVE "Y" TO CUSTODY-EOF-SWITCH
                 NOT AT END
                    IF (WS-CLINIC-COUNT = 1000)
                       DISPLAY "ABORTED: custody file exceeds the "
                          "1000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-CLINIC-COUNT
                    MOVE CU-ACCESSION
                       TO WS-CLINIC-ACCESSION(WS-CLINIC-COUNT)
                    MOVE CU-CLINIC-CODE
                       TO WS-CLINIC-CODE(WS-CLINIC-COUNT)
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
                    ADD 1 TO WS-STAMP-COUNT
                    PERFORM NOTE-ONE-STAMP
              END-READ
           END-PERFORM.
           CLOSE CUSTODY-HISTORY-FILE.
      *
       NOTE-ONE-STAMP.
           MOVE "V" TO WS-DS-FUNCTION.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION CH-STAMP-DATE
              WS-DS-DATE-2 WS-DS-DAY-COUNT WS-DS-RESULT-DATE
              WS-DS-STATUS.
           IF (WS-DS-STATUS NOT = "0")
              ADD 1 TO WS-BAD-STAMP-COUNT
           ELSE
              PERFORM FIND-TRACK
              EVALUATE CH-TO-STATUS
              WHEN "R"
                   IF (WS-TRACK-RECEIVED(WS-TRACK-HIT) = 0)
                      MOVE CH-STAMP-DATE
                         TO WS-TRACK-RECEIVED(WS-TRACK-HIT)
                   END-IF
              WHEN "P"
                   IF (WS-TRACK-PROCESSED(WS-TRACK-HIT) = 0)
                      MOVE CH-STAMP-DATE
                         TO WS-TRACK-PROCESSED(WS-TRACK-HIT)
                   END-IF
              WHEN "T"
                   IF (WS-TRACK-REPORTED(WS-TRACK-HIT) = 0)
                      MOVE CH-STAMP-DATE
                         TO WS-TRACK-REPORTED(WS-TRACK-HIT)
                   END-IF
              END-EVALUATE
           END-IF.
      *
       FIND-TRACK.
           MOVE 0 TO WS-TRACK-HIT.
           PERFORM VARYING WS-TRACK-OTHER FROM 1 BY 1
              UNTIL WS-TRACK-OTHER > WS-TRACK-COUNT
              OR WS-TRACK-HIT > 0
                IF (WS-TRACK-ACCESSION(WS-TRACK-OTHER) =
                   CH-ACCESSION)
                   MOVE WS-TRACK-OTHER TO WS-TRACK-HIT
                END-IF
           END-PERFORM.
           IF (WS-TRACK-HIT = 0)
              IF (WS-TRACK-COUNT = 2000)
                 DISPLAY "ABORTED: custody history exceeds the "
                    "2000-accession table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-TRACK-COUNT
              MOVE WS-TRACK-COUNT TO WS-TRACK-HIT
              MOVE CH-ACCESSION TO WS-TRACK-ACCESSION(WS-TRACK-HIT)
              MOVE "UNKNWN" TO WS-TRACK-CLINIC(WS-TRACK-HIT)
              PERFORM VARYING WS-CLINIC-SCAN FROM 1 BY 1
                 UNTIL WS-CLINIC-SCAN > WS-CLINIC-COUNT
                   IF (WS-CLINIC-ACCESSION(WS-CLINIC-SCAN) =
                      CH-ACCESSION
                      AND WS-CLINIC-CODE(WS-CLINIC-SCAN) NOT = SPACES)
                      MOVE WS-CLINIC-CODE(WS-CLINIC-SCAN)
                         TO WS-TRACK-CLINIC(WS-TRACK-HIT)
                   END-IF
              END-PERFORM
              MOVE 0 TO WS-TRACK-RECEIVED(WS-TRACK-HIT)
              MOVE 0 TO WS-TRACK-PROCESSED(WS-TRACK-HIT)
              MOVE 0 TO WS-TRACK-REPORTED(WS-TRACK-HIT)
              MOVE "N" TO WS-TRACK-MEASURED(WS-TRACK-HIT)
           END-IF.
      *
      *    A sample reported without a processed stamp (keyed
      *    straight through before the history began) is treated as
      *    processed the day it was reported.
       MEASURE-ONE-ACCESSION.
           EVALUATE TRUE
           WHEN WS-TRACK-RECEIVED(WS-TRACK-SCAN) = 0
             OR WS-TRACK-REPORTED(WS-TRACK-SCAN) = 0
                ADD 1 TO WS-OPEN-COUNT
           WHEN WS-TRACK-RECEIVED(WS-TRACK-SCAN) < WS-CALENDAR-FIRST
             OR WS-TRACK-REPORTED(WS-TRACK-SCAN) > WS-CALENDAR-LAST
                ADD 1 TO WS-UNMEASURED-COUNT
           WHEN OTHER
                IF (WS-TRACK-PROCESSED(WS-TRACK-SCAN) = 0)
                   MOVE WS-TRACK-REPORTED(WS-TRACK-SCAN)
                      TO WS-TRACK-PROCESSED(WS-TRACK-SCAN)
                END-IF
                MOVE WS-TRACK-RECEIVED(WS-TRACK-SCAN) TO WS-INDEX-DATE
                PERFORM FIND-BUSINESS-INDEX
                MOVE WS-BUSINESS-INDEX TO WS-RECEIVED-INDEX
                MOVE WS-TRACK-PROCESSED(WS-TRACK-SCAN)
                   TO WS-INDEX-DATE
                PERFORM FIND-BUSINESS-INDEX
                MOVE WS-BUSINESS-INDEX TO WS-PROCESSED-INDEX
                MOVE WS-TRACK-REPORTED(WS-TRACK-SCAN) TO WS-INDEX-DATE
                PERFORM FIND-BUSINESS-INDEX
                MOVE WS-BUSINESS-INDEX TO WS-REPORTED-INDEX
                ADD 1 TO WS-MEASURED-COUNT
                MOVE "Y" TO WS-TRACK-MEASURED(WS-TRACK-SCAN)
                MOVE WS-TRACK-REPORTED(WS-TRACK-SCAN)(1:6)
                   TO WS-TRACK-MONTH(WS-TRACK-SCAN)
                COMPUTE WS-TRACK-TURNAROUND(WS-TRACK-SCAN) =
                   WS-REPORTED-INDEX - WS-RECEIVED-INDEX
                COMPUTE WS-TRACK-IN-RECEIVED(WS-TRACK-SCAN) =
                   WS-PROCESSED-INDEX - WS-RECEIVED-INDEX
                COMPUTE WS-TRACK-IN-PROCESSED(WS-TRACK-SCAN) =
                   WS-REPORTED-INDEX - WS-PROCESSED-INDEX
                PERFORM NOTE-MONTH
           END-EVALUATE.
      *
      *    The business-day number of a date is how many business
      *    days fall on or before it.
       FIND-BUSINESS-INDEX.
           MOVE 0 TO WS-BUSINESS-INDEX.
           PERFORM VARYING WS-BUSINESS-SCAN FROM 1 BY 1
              UNTIL WS-BUSINESS-SCAN > WS-BUSINESS-COUNT
              OR WS-BUSINESS-DATE(WS-BUSINESS-SCAN) > WS-INDEX-DATE
                MOVE WS-BUSINESS-SCAN TO WS-BUSINESS-INDEX
           END-PERFORM.
      *
       NOTE-MONTH.
           MOVE 0 TO WS-MONTH-HIT.
           PERFORM VARYING WS-MONTH-SCAN FROM 1 BY 1
              UNTIL WS-MONTH-SCAN > WS-MONTH-COUNT
              OR WS-MONTH-HIT > 0
                IF (WS-MONTH(WS-MONTH-SCAN) =
                   WS-TRACK-MONTH(WS-TRACK-SCAN))
                   MOVE WS-MONTH-SCAN TO WS-MONTH-HIT
                END-IF
           END-PERFORM.
           IF (WS-MONTH-HIT = 0)
              IF (WS-MONTH-COUNT = 240)
                 DISPLAY "ABORTED: custody history spans more than "
                    "240 months"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-MONTH-COUNT
              MOVE WS-TRACK-MONTH(WS-TRACK-SCAN)
                 TO WS-MONTH(WS-MONTH-COUNT)
           END-IF.
      *
       SORT-MONTHS.
           PERFORM VARYING WS-MONTH-SCAN FROM 1 BY 1
              UNTIL WS-MONTH-SCAN >= WS-MONTH-COUNT
                PERFORM VARYING WS-MONTH-SCAN-2
                   FROM WS-MONTH-SCAN BY 1
                   UNTIL WS-MONTH-SCAN-2 > WS-MONTH-COUNT
                     IF (WS-MONTH(WS-MONTH-SCAN-2) <
                        WS-MONTH(WS-MONTH-SCAN))
                        MOVE WS-MONTH(WS-MONTH-SCAN) TO WS-MONTH-SWAP
                        MOVE WS-MONTH(WS-MONTH-SCAN-2)
                           TO WS-MONTH(WS-MONTH-SCAN)
                        MOVE WS-MONTH-SWAP
                           TO WS-MONTH(WS-MONTH-SCAN-2)
                     END-IF
                END-PERFORM
           END-PERFORM.
      *
      *    The month line covers every clinic; a line follows for
      *    each clinic reported that month, in order of first
      *    appearance on the history.
       WRITE-ONE-MONTH.
           MOVE WS-MONTH(WS-MONTH-SCAN) TO WS-GROUP-MONTH.
           MOVE SPACES TO WS-GROUP-CLINIC.
           MOVE "ALL CLINICS" TO WS-GROUP-LABEL.
           PERFORM WRITE-GROUP-STATISTICS.
           PERFORM WRITE-CLINIC-IF-FIRST
              VARYING WS-TRACK-SCAN FROM 1 BY 1
              UNTIL WS-TRACK-SCAN > WS-TRACK-COUNT.
      *
       WRITE-CLINIC-IF-FIRST.
           IF (WS-TRACK-MEASURED(WS-TRACK-SCAN) = "Y"
              AND WS-TRACK-MONTH(WS-TRACK-SCAN) = WS-GROUP-MONTH)
              MOVE "Y" TO FIRST-IN-GROUP-SWITCH
              PERFORM VARYING WS-TRACK-OTHER FROM 1 BY 1
                 UNTIL WS-TRACK-OTHER >= WS-TRACK-SCAN
                 OR NOT FIRST-IN-GROUP
                   IF (WS-TRACK-MEASURED(WS-TRACK-OTHER) = "Y"
                      AND WS-TRACK-MONTH(WS-TRACK-OTHER) =
                      WS-GROUP-MONTH
                      AND WS-TRACK-CLINIC(WS-TRACK-OTHER) =
                      WS-TRACK-CLINIC(WS-TRACK-SCAN))
                      MOVE "N" TO FIRST-IN-GROUP-SWITCH
                   END-IF
              END-PERFORM
              IF (FIRST-IN-GROUP)
                 MOVE WS-TRACK-CLINIC(WS-TRACK-SCAN)
                    TO WS-GROUP-CLINIC
                 MOVE SPACES TO WS-GROUP-LABEL
                 STRING "  CLINIC " DELIMITED BY SIZE
                        WS-GROUP-CLINIC DELIMITED BY SIZE
                    INTO WS-GROUP-LABEL
                 PERFORM WRITE-GROUP-STATISTICS
              END-IF
           END-IF.
      *
      *    A blank group clinic takes every clinic in the month.
       WRITE-GROUP-STATISTICS.
           MOVE 0 TO WS-STAT-COUNT.
           MOVE 0 TO WS-GROUP-WORST.
           PERFORM VARYING WS-TRACK-OTHER FROM 1 BY 1
              UNTIL WS-TRACK-OTHER > WS-TRACK-COUNT
                IF (WS-TRACK-MEASURED(WS-TRACK-OTHER) = "Y"
                   AND WS-TRACK-MONTH(WS-TRACK-OTHER) = WS-GROUP-MONTH
                   AND (WS-GROUP-CLINIC = SPACES
                   OR WS-TRACK-CLINIC(WS-TRACK-OTHER) =
                   WS-GROUP-CLINIC)
                   AND WS-STAT-COUNT < 1000)
                   ADD 1 TO WS-STAT-COUNT
                   MOVE WS-TRACK-TURNAROUND(WS-TRACK-OTHER)
                      TO WS-STAT-VALUE(WS-STAT-COUNT)
                   IF (WS-TRACK-TURNAROUND(WS-TRACK-OTHER) >
                      WS-GROUP-WORST)
                      MOVE WS-TRACK-TURNAROUND(WS-TRACK-OTHER)
                         TO WS-GROUP-WORST
                   END-IF
                END-IF
           END-PERFORM.
           CALL "STATISTICS-SERVICE" USING WS-STAT-COUNT
              WS-STAT-TABLE WS-STAT-PERCENTILE WS-STAT-MEAN
              WS-STAT-MEDIAN WS-STAT-STDDEV WS-STAT-P-VALUE
              WS-STAT-STATUS.
           IF (WS-STAT-STATUS = "0")
              MOVE WS-STAT-MEDIAN TO WS-MEDIAN-EDITED
              MOVE WS-STAT-P-VALUE TO WS-P90-EDITED
              MOVE SPACES TO TURNAROUND-REPORT-RECORD
              STRING "MONTH " DELIMITED BY SIZE
                     WS-GROUP-MONTH DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-GROUP-LABEL DELIMITED BY SIZE
                     " REPORTED=" DELIMITED BY SIZE
                     WS-STAT-COUNT DELIMITED BY SIZE
                     " MEDIAN=" DELIMITED BY SIZE
                     WS-MEDIAN-EDITED DELIMITED BY SIZE
                     " P90=" DELIMITED BY SIZE
                     WS-P90-EDITED DELIMITED BY SIZE
                     " WORST=" DELIMITED BY SIZE
                     WS-GROUP-WORST DELIMITED BY SIZE
                 INTO TURNAROUND-REPORT-RECORD
              WRITE TURNAROUND-REPORT-RECORD
           END-IF.
      *
       WRITE-OVER-TARGET-SECTION.
           MOVE SPACES TO TURNAROUND-REPORT-RECORD.
           STRING "OVER TARGET OF " DELIMITED BY SIZE
                  WS-TARGET-DAYS DELIMITED BY SIZE
                  " BUSINESS DAYS" DELIMITED BY SIZE
              INTO TURNAROUND-REPORT-RECORD.
           WRITE TURNAROUND-REPORT-RECORD.
           PERFORM WRITE-OVER-TARGET-LINE
              VARYING WS-TRACK-SCAN FROM 1 BY 1
              UNTIL WS-TRACK-SCAN > WS-TRACK-COUNT.
      *
      *    Time in received is the wait for processing; time in
      *    processed is the wait for the report. A tie is put down
      *    to processing, the earlier of the two.
       WRITE-OVER-TARGET-LINE.
           IF (WS-TRACK-MEASURED(WS-TRACK-SCAN) = "Y"
              AND WS-TRACK-TURNAROUND(WS-TRACK-SCAN) > WS-TARGET-DAYS)
              ADD 1 TO WS-OVER-TARGET-COUNT
              IF (WS-TRACK-IN-PROCESSED(WS-TRACK-SCAN) >
                 WS-TRACK-IN-RECEIVED(WS-TRACK-SCAN))
                 MOVE "PROCESSED" TO WS-LONGEST-STATE
                 MOVE WS-TRACK-IN-PROCESSED(WS-TRACK-SCAN)
                    TO WS-LONGEST-DAYS
              ELSE
                 MOVE "RECEIVED" TO WS-LONGEST-STATE
                 MOVE WS-TRACK-IN-RECEIVED(WS-TRACK-SCAN)
                    TO WS-LONGEST-DAYS
              END-IF
              MOVE "D" TO WS-DS-FUNCTION
              MOVE WS-TRACK-REPORTED(WS-TRACK-SCAN) TO WS-DS-DATE-2
              MOVE 0 TO WS-DS-DAY-COUNT
              CALL "DATE-SERVICE" USING WS-DS-FUNCTION
                 WS-TRACK-RECEIVED(WS-TRACK-SCAN) WS-DS-DATE-2
                 WS-DS-DAY-COUNT WS-DS-RESULT-DATE WS-DS-STATUS
              MOVE WS-DS-DAY-COUNT TO WS-CALENDAR-DAYS
              MOVE SPACES TO TURNAROUND-REPORT-RECORD
              STRING "  ACCESSION=" DELIMITED BY SIZE
                     WS-TRACK-ACCESSION(WS-TRACK-SCAN)
                        DELIMITED BY SIZE
                     " CLINIC=" DELIMITED BY SIZE
                     WS-TRACK-CLINIC(WS-TRACK-SCAN) DELIMITED BY SIZE
                     " RECEIVED=" DELIMITED BY SIZE
                     WS-TRACK-RECEIVED(WS-TRACK-SCAN)
                        DELIMITED BY SIZE
                     " REPORTED=" DELIMITED BY SIZE
                     WS-TRACK-REPORTED(WS-TRACK-SCAN)
                        DELIMITED BY SIZE
                     " BUSINESS=" DELIMITED BY SIZE
                     WS-TRACK-TURNAROUND(WS-TRACK-SCAN)
                        DELIMITED BY SIZE
                     " CALENDAR=" DELIMITED BY SIZE
                     WS-CALENDAR-DAYS DELIMITED BY SIZE
                     " LONGEST=" DELIMITED BY SIZE
                     WS-LONGEST-STATE DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     WS-LONGEST-DAYS DELIMITED BY SIZE
                 INTO TURNAROUND-REPORT-RECORD
              WRITE TURNAROUND-REPORT-RECORD
           END-IF.
      *
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO TURNAROUND-REPORT-RECORD.
           STRING "STAMPS=" DELIMITED BY SIZE
                  WS-STAMP-COUNT DELIMITED BY SIZE
                  " BAD-DATES=" DELIMITED BY SIZE
                  WS-BAD-STAMP-COUNT DELIMITED BY SIZE
                  " MEASURED=" DELIMITED BY SIZE
                  WS-MEASURED-COUNT DELIMITED BY SIZE
                  " OVER-TARGET=" DELIMITED BY SIZE
                  WS-OVER-TARGET-COUNT DELIMITED BY SIZE
                  " OPEN=" DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  " OUTSIDE-BIZCAL=" DELIMITED BY SIZE
                  WS-UNMEASURED-COUNT DELIMITED BY SIZE
              INTO TURNAROUND-REPORT-RECORD.
           WRITE TURNAROUND-REPORT-RECORD.
      *
