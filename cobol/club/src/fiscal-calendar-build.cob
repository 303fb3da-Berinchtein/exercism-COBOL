       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-CALENDAR-BUILD.
      *
      *    Builds the club's fiscal-period file (FISCPER) from the
      *    day-level business calendar LEAP-BUSINESS-CALENDAR writes
      *    (BIZCAL), so the financial year no longer has to match the
      *    calendar year. Each calendar month on BIZCAL is one
      *    period; the control card gives the month the financial
      *    year starts in (January when there is no card), and the
      *    fiscal year is named for the calendar year it starts in -
      *    with an April start, March 2027 is period 12 of fiscal
      *    year 2026. Each period record carries its first and last
      *    date, the business days in it (off the BIZCAL day type),
      *    and its status: open ("O") until FISCAL-PERIOD-CLOSE
      *    closes it.
      *
      *    Rebuilding never reopens anything: the existing file is
      *    read first and a period already on it keeps its status and
      *    close date, so the calendar can be extended a year at a
      *    time after periods have been closed. A closed period's
      *    dates are left exactly as they were closed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FISCAL-CONTROL-FILE ASSIGN TO "FISCCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-CONTROL-FILE.
       01  FISCAL-CONTROL-RECORD.
           05 FC-FIRST-MONTH         PIC 99.
      *
       FD  BUSINESS-CALENDAR-FILE.
       01  BUSINESS-CALENDAR-RECORD.
           05 BC-DATE                PIC 9(8).
           05 BC-DAY-NAME            PIC X(3).
           05 BC-DAY-TYPE            PIC X(8).
           05 BC-BUSINESS-SEQ        PIC 99.
      *
       FD  FISCAL-PERIOD-FILE.
       01  FISCAL-PERIOD-RECORD.
           05 FP-FISCAL-YEAR         PIC 9(4).
           05 FP-PERIOD              PIC 99.
           05 FP-START-DATE          PIC 9(8).
           05 FP-END-DATE            PIC 9(8).
           05 FP-BUSINESS-DAYS       PIC 99.
           05 FP-STATUS              PIC X.
              88 FP-OPEN                  VALUE "O".
              88 FP-CLOSED                VALUE "C".
           05 FP-CLOSED-ON           PIC 9(8).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 CALENDAR-EOF-SWITCH     PIC X    VALUE "N".
             88 CALENDAR-EOF                  VALUE "Y".
          05 PERIOD-EOF-SWITCH       PIC X    VALUE "N".
             88 PERIOD-EOF                    VALUE "Y".
      *
       01 WS-FIRST-MONTH             PIC 99   VALUE 1.
      *
       01 WS-CALENDAR-DATE           PIC 9(8) VALUE 0.
       01 WS-CALENDAR-PARTS REDEFINES WS-CALENDAR-DATE.
          05 WS-CALENDAR-YEAR        PIC 9(4).
          05 WS-CALENDAR-MONTH       PIC 99.
          05 WS-CALENDAR-DAY         PIC 99.
      *
       01 WS-CURRENT-MONTH           PIC 9(6) VALUE 0.
       01 WS-CURRENT-YEAR            PIC 9(4) VALUE 0.
       01 WS-CURRENT-PERIOD          PIC 99   VALUE 0.
       01 WS-CURRENT-START           PIC 9(8) VALUE 0.
       01 WS-CURRENT-END             PIC 9(8) VALUE 0.
       01 WS-CURRENT-BUSINESS-DAYS   PIC 99   VALUE 0.
      *
       01 WS-PERIOD-COUNT            PIC 9(3) VALUE 0.
       01 WS-PERIOD-SCAN             PIC 9(3) VALUE 0.
       01 WS-PERIOD-HIT              PIC 9(3) VALUE 0.
       01 WS-PERIOD-TABLE.
          05 WS-PERIOD OCCURS 240 TIMES.
             10 WS-PERIOD-YEAR       PIC 9(4).
             10 WS-PERIOD-NUMBER     PIC 99.
             10 WS-PERIOD-START      PIC 9(8).
             10 WS-PERIOD-END        PIC 9(8).
             10 WS-PERIOD-BUSINESS   PIC 99.
             10 WS-PERIOD-STATUS     PIC X.
             10 WS-PERIOD-CLOSED-ON  PIC 9(8).
      *
       01 WS-DATES-READ              PIC 9(7) VALUE 0.
       01 WS-PERIODS-ADDED           PIC 9(3) VALUE 0.
       01 WS-PERIODS-KEPT            PIC 9(3) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       FISCAL-CALENDAR-BUILD.
           PERFORM LOAD-FISCAL-CONTROL.
           PERFORM LOAD-EXISTING-PERIODS.
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           PERFORM UNTIL CALENDAR-EOF
              READ BUSINESS-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-DATES-READ
                    PERFORM TAKE-CALENDAR-DATE
              END-READ
           END-PERFORM.
           CLOSE BUSINESS-CALENDAR-FILE.
           IF (WS-CURRENT-MONTH > 0)
              PERFORM FINISH-CURRENT-PERIOD
           END-IF.
           OPEN OUTPUT FISCAL-PERIOD-FILE.
           PERFORM VARYING WS-PERIOD-SCAN FROM 1 BY 1
              UNTIL WS-PERIOD-SCAN > WS-PERIOD-COUNT
                MOVE WS-PERIOD-YEAR(WS-PERIOD-SCAN) TO FP-FISCAL-YEAR
                MOVE WS-PERIOD-NUMBER(WS-PERIOD-SCAN) TO FP-PERIOD
                MOVE WS-PERIOD-START(WS-PERIOD-SCAN) TO FP-START-DATE
                MOVE WS-PERIOD-END(WS-PERIOD-SCAN) TO FP-END-DATE
                MOVE WS-PERIOD-BUSINESS(WS-PERIOD-SCAN)
                   TO FP-BUSINESS-DAYS
                MOVE WS-PERIOD-STATUS(WS-PERIOD-SCAN) TO FP-STATUS
                MOVE WS-PERIOD-CLOSED-ON(WS-PERIOD-SCAN)
                   TO FP-CLOSED-ON
                WRITE FISCAL-PERIOD-RECORD
           END-PERFORM.
           CLOSE FISCAL-PERIOD-FILE.
           DISPLAY "Financial year starts in month: " WS-FIRST-MONTH.
           DISPLAY "Calendar dates read: " WS-DATES-READ.
           DISPLAY "Periods added: " WS-PERIODS-ADDED.
           DISPLAY "Periods already on file: " WS-PERIODS-KEPT.
           DISPLAY "Periods written: " WS-PERIOD-COUNT.
           STOP RUN.
      *
       LOAD-FISCAL-CONTROL.
           OPEN INPUT FISCAL-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ FISCAL-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (FC-FIRST-MONTH >= 1 AND FC-FIRST-MONTH <= 12)
                       MOVE FC-FIRST-MONTH TO WS-FIRST-MONTH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FISCAL-CONTROL-FILE.
      *
       LOAD-EXISTING-PERIODS.
           OPEN INPUT FISCAL-PERIOD-FILE.
           PERFORM UNTIL PERIOD-EOF
              READ FISCAL-PERIOD-FILE
                 AT END
                    MOVE "Y" TO PERIOD-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-PERIOD
                    MOVE FP-FISCAL-YEAR
                       TO WS-PERIOD-YEAR(WS-PERIOD-HIT)
                    MOVE FP-PERIOD TO WS-PERIOD-NUMBER(WS-PERIOD-HIT)
                    MOVE FP-START-DATE
                       TO WS-PERIOD-START(WS-PERIOD-HIT)
                    MOVE FP-END-DATE TO WS-PERIOD-END(WS-PERIOD-HIT)
                    MOVE FP-BUSINESS-DAYS
                       TO WS-PERIOD-BUSINESS(WS-PERIOD-HIT)
                    MOVE FP-STATUS TO WS-PERIOD-STATUS(WS-PERIOD-HIT)
                    MOVE FP-CLOSED-ON
                       TO WS-PERIOD-CLOSED-ON(WS-PERIOD-HIT)
                    ADD 1 TO WS-PERIODS-KEPT
              END-READ
           END-PERFORM.
           CLOSE FISCAL-PERIOD-FILE.
      *
       ADD-PERIOD.
           IF (WS-PERIOD-COUNT = 240)
              DISPLAY "ABORTED: fiscal calendar exceeds the "
                 "240-entry period table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-PERIOD-COUNT.
           MOVE WS-PERIOD-COUNT TO WS-PERIOD-HIT.
           MOVE 0 TO WS-PERIOD-BUSINESS(WS-PERIOD-HIT).
           MOVE "O" TO WS-PERIOD-STATUS(WS-PERIOD-HIT).
           MOVE 0 TO WS-PERIOD-CLOSED-ON(WS-PERIOD-HIT).
      *
      *    BIZCAL runs in date order, so a change of calendar month
      *    ends the period being gathered.
       TAKE-CALENDAR-DATE.
           MOVE BC-DATE TO WS-CALENDAR-DATE.
           IF (WS-CALENDAR-DATE(1:6) NOT = WS-CURRENT-MONTH)
              IF (WS-CURRENT-MONTH > 0)
                 PERFORM FINISH-CURRENT-PERIOD
              END-IF
              MOVE WS-CALENDAR-DATE(1:6) TO WS-CURRENT-MONTH
              MOVE WS-CALENDAR-DATE TO WS-CURRENT-START
              MOVE 0 TO WS-CURRENT-BUSINESS-DAYS
              IF (WS-CALENDAR-MONTH >= WS-FIRST-MONTH)
                 MOVE WS-CALENDAR-YEAR TO WS-CURRENT-YEAR
                 COMPUTE WS-CURRENT-PERIOD =
                    WS-CALENDAR-MONTH - WS-FIRST-MONTH + 1
              ELSE
                 COMPUTE WS-CURRENT-YEAR = WS-CALENDAR-YEAR - 1
                 COMPUTE WS-CURRENT-PERIOD =
                    WS-CALENDAR-MONTH + 13 - WS-FIRST-MONTH
              END-IF
           END-IF.
           MOVE WS-CALENDAR-DATE TO WS-CURRENT-END.
           IF (BC-DAY-TYPE = "BUSINESS")
              ADD 1 TO WS-CURRENT-BUSINESS-DAYS
           END-IF.
      *
       FINISH-CURRENT-PERIOD.
           MOVE 0 TO WS-PERIOD-HIT.
           PERFORM VARYING WS-PERIOD-SCAN FROM 1 BY 1
              UNTIL WS-PERIOD-SCAN > WS-PERIOD-COUNT
              OR WS-PERIOD-HIT > 0
                IF (WS-PERIOD-YEAR(WS-PERIOD-SCAN) = WS-CURRENT-YEAR
                   AND WS-PERIOD-NUMBER(WS-PERIOD-SCAN) =
                      WS-CURRENT-PERIOD)
                   MOVE WS-PERIOD-SCAN TO WS-PERIOD-HIT
                END-IF
           END-PERFORM.
           IF (WS-PERIOD-HIT = 0)
              PERFORM ADD-PERIOD
              ADD 1 TO WS-PERIODS-ADDED
              MOVE WS-CURRENT-YEAR TO WS-PERIOD-YEAR(WS-PERIOD-HIT)
              MOVE WS-CURRENT-PERIOD
                 TO WS-PERIOD-NUMBER(WS-PERIOD-HIT)
           END-IF.
           IF (WS-PERIOD-STATUS(WS-PERIOD-HIT) NOT = "C")
              MOVE WS-CURRENT-START TO WS-PERIOD-START(WS-PERIOD-HIT)
              MOVE WS-CURRENT-END TO WS-PERIOD-END(WS-PERIOD-HIT)
              MOVE WS-CURRENT-BUSINESS-DAYS
                 TO WS-PERIOD-BUSINESS(WS-PERIOD-HIT)
           END-IF.
