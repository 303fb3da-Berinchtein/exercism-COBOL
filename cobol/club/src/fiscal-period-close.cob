       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-PERIOD-CLOSE.
      *
      *    The treasurer's period-close transaction. Each card names
      *    a fiscal year and period and either closes it ("C") once
      *    it has been reported, or reopens it ("O") for a
      *    correction. A closed period is locked: the money programs
      *    ask FISCAL-PERIOD-SERVICE about every record and will not
      *    let one be dated into it - ATTENDANCE-LEDGER,
      *    RAFFLE-TICKET-SALES and CLUB-COST-FEED refuse the record,
      *    DUES-BILLING moves a late payment into the next open
      *    period, and GL-POSTING will not post a journal there.
      *
      *    Periods close in order: a period cannot be closed while
      *    an earlier one is still open, nor before its last day has
      *    passed. Only the most recently closed period can be
      *    reopened, so the locked months always run unbroken from
      *    the start of the calendar. Every card is listed with what
      *    was done or why it was refused, and the period file is
      *    rewritten with the new statuses and close dates.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REQUEST-FILE ASSIGN TO "PERCLOSE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "PERCLSRP"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-REQUEST-FILE.
       01  CLOSE-REQUEST-RECORD.
           05 PX-ACTION              PIC X.
              88 PX-CLOSE                 VALUE "C".
              88 PX-REOPEN                VALUE "O".
           05 PX-FISCAL-YEAR         PIC 9(4).
           05 PX-PERIOD              PIC 99.
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
       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-RECORD       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 REQUEST-EOF-SWITCH      PIC X    VALUE "N".
             88 REQUEST-EOF                   VALUE "Y".
          05 PERIOD-EOF-SWITCH       PIC X    VALUE "N".
             88 PERIOD-EOF                    VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
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
       01 WS-BLOCKING-COUNT          PIC 9(3) VALUE 0.
       01 WS-REASON                  PIC X(40) VALUE SPACES.
       01 WS-OUTCOME                 PIC X(8) VALUE SPACES.
       01 WS-CLOSED-COUNT            PIC 9(3) VALUE 0.
       01 WS-REOPENED-COUNT          PIC 9(3) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(3) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "FISCAL-PERIOD-CLOSE".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       FISCAL-PERIOD-CLOSE.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-PERIOD-TABLE.
           OPEN INPUT CLOSE-REQUEST-FILE.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE "FISCAL PERIOD CLOSE" TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
           PERFORM UNTIL REQUEST-EOF
              READ CLOSE-REQUEST-FILE
                 AT END
                    MOVE "Y" TO REQUEST-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM APPLY-CLOSE-REQUEST
              END-READ
           END-PERFORM.
           CLOSE CLOSE-REQUEST-FILE.
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           STRING "CLOSED=" DELIMITED BY SIZE
                  WS-CLOSED-COUNT DELIMITED BY SIZE
                  " REOPENED=" DELIMITED BY SIZE
                  WS-REOPENED-COUNT DELIMITED BY SIZE
                  " REFUSED=" DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
              INTO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
           CLOSE CLOSE-REPORT-FILE.
           PERFORM REWRITE-PERIOD-FILE.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Periods closed: " WS-CLOSED-COUNT.
           DISPLAY "Periods reopened: " WS-REOPENED-COUNT.
           DISPLAY "Requests refused: " WS-REFUSED-COUNT.
           STOP RUN.
      *
       LOAD-PERIOD-TABLE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           PERFORM UNTIL PERIOD-EOF
              READ FISCAL-PERIOD-FILE
                 AT END
                    MOVE "Y" TO PERIOD-EOF-SWITCH
                 NOT AT END
                    IF (WS-PERIOD-COUNT = 240)
                       DISPLAY "ABORTED: fiscal calendar exceeds the "
                          "240-entry period table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-PERIOD-COUNT
                    MOVE FP-FISCAL-YEAR
                       TO WS-PERIOD-YEAR(WS-PERIOD-COUNT)
                    MOVE FP-PERIOD
                       TO WS-PERIOD-NUMBER(WS-PERIOD-COUNT)
                    MOVE FP-START-DATE
                       TO WS-PERIOD-START(WS-PERIOD-COUNT)
                    MOVE FP-END-DATE
                       TO WS-PERIOD-END(WS-PERIOD-COUNT)
                    MOVE FP-BUSINESS-DAYS
                       TO WS-PERIOD-BUSINESS(WS-PERIOD-COUNT)
                    MOVE FP-STATUS
                       TO WS-PERIOD-STATUS(WS-PERIOD-COUNT)
                    MOVE FP-CLOSED-ON
                       TO WS-PERIOD-CLOSED-ON(WS-PERIOD-COUNT)
              END-READ
           END-PERFORM.
           CLOSE FISCAL-PERIOD-FILE.
      *
       APPLY-CLOSE-REQUEST.
           MOVE SPACES TO WS-REASON.
           MOVE 0 TO WS-PERIOD-HIT.
           PERFORM VARYING WS-PERIOD-SCAN FROM 1 BY 1
              UNTIL WS-PERIOD-SCAN > WS-PERIOD-COUNT
              OR WS-PERIOD-HIT > 0
                IF (WS-PERIOD-YEAR(WS-PERIOD-SCAN) = PX-FISCAL-YEAR
                   AND WS-PERIOD-NUMBER(WS-PERIOD-SCAN) = PX-PERIOD)
                   MOVE WS-PERIOD-SCAN TO WS-PERIOD-HIT
                END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN WS-PERIOD-HIT = 0
                MOVE "PERIOD NOT ON THE FISCAL CALENDAR" TO WS-REASON
           WHEN PX-CLOSE
                PERFORM CHECK-PERIOD-CLOSE
           WHEN PX-REOPEN
                PERFORM CHECK-PERIOD-REOPEN
           WHEN OTHER
                MOVE "ACTION MUST BE C OR O" TO WS-REASON
           END-EVALUATE.
           IF (WS-REASON NOT = SPACES)
              MOVE "REFUSED" TO WS-OUTCOME
              ADD 1 TO WS-REFUSED-COUNT
           ELSE
              IF (PX-CLOSE)
                 MOVE "C" TO WS-PERIOD-STATUS(WS-PERIOD-HIT)
                 MOVE WS-RUN-DATE TO WS-PERIOD-CLOSED-ON(WS-PERIOD-HIT)
                 MOVE "CLOSED" TO WS-OUTCOME
                 ADD 1 TO WS-CLOSED-COUNT
              ELSE
                 MOVE "O" TO WS-PERIOD-STATUS(WS-PERIOD-HIT)
                 MOVE 0 TO WS-PERIOD-CLOSED-ON(WS-PERIOD-HIT)
                 MOVE "REOPENED" TO WS-OUTCOME
                 ADD 1 TO WS-REOPENED-COUNT
              END-IF
           END-IF.
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           STRING WS-OUTCOME DELIMITED BY SIZE
                  " FISCAL-YEAR=" DELIMITED BY SIZE
                  PX-FISCAL-YEAR DELIMITED BY SIZE
                  " PERIOD=" DELIMITED BY SIZE
                  PX-PERIOD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
              INTO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
      *
       CHECK-PERIOD-CLOSE.
           MOVE 0 TO WS-BLOCKING-COUNT.
           PERFORM VARYING WS-PERIOD-SCAN FROM 1 BY 1
              UNTIL WS-PERIOD-SCAN > WS-PERIOD-COUNT
                IF (WS-PERIOD-START(WS-PERIOD-SCAN) <
                   WS-PERIOD-START(WS-PERIOD-HIT)
                   AND WS-PERIOD-STATUS(WS-PERIOD-SCAN) NOT = "C")
                   ADD 1 TO WS-BLOCKING-COUNT
                END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN WS-PERIOD-STATUS(WS-PERIOD-HIT) = "C"
                MOVE "PERIOD IS ALREADY CLOSED" TO WS-REASON
           WHEN WS-PERIOD-END(WS-PERIOD-HIT) >= WS-RUN-DATE
                MOVE "PERIOD HAS NOT ENDED" TO WS-REASON
           WHEN WS-BLOCKING-COUNT > 0
                MOVE "AN EARLIER PERIOD IS STILL OPEN" TO WS-REASON
           END-EVALUATE.
      *
       CHECK-PERIOD-REOPEN.
           MOVE 0 TO WS-BLOCKING-COUNT.
           PERFORM VARYING WS-PERIOD-SCAN FROM 1 BY 1
              UNTIL WS-PERIOD-SCAN > WS-PERIOD-COUNT
                IF (WS-PERIOD-START(WS-PERIOD-SCAN) >
                   WS-PERIOD-START(WS-PERIOD-HIT)
                   AND WS-PERIOD-STATUS(WS-PERIOD-SCAN) = "C")
                   ADD 1 TO WS-BLOCKING-COUNT
                END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN WS-PERIOD-STATUS(WS-PERIOD-HIT) NOT = "C"
                MOVE "PERIOD IS NOT CLOSED" TO WS-REASON
           WHEN WS-BLOCKING-COUNT > 0
                MOVE "A LATER PERIOD IS CLOSED" TO WS-REASON
           END-EVALUATE.
      *
       REWRITE-PERIOD-FILE.
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
                ADD 1 TO WS-AUDIT-WRITTEN
           END-PERFORM.
           CLOSE FISCAL-PERIOD-FILE.
