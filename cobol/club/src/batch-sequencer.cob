      *    against stale files. The operator runs the released steps
      *    off the report - the steps themselves end with STOP RUN,
      *    so the gate is a listing, not a spawner.
      *    Each step also carries a run-calendar rule: every night,
      *    league nights only (a LEAGUE event on CLUBCAL), business
      *    days only (BIZCAL), month-end, or one fixed weekday. A
      *    step whose rule does not fall on the run date is marked
      *    SKIPPED rather than HELD, counts as satisfied for the
      *    steps that follow it, and gets an END record with
      *    SKIPPED status on RUNAUDIT so the digest and the SLA
      *    report do not read the quiet night as a missing run. A
      *    business-day step on a date BIZCAL does not cover is
      *    HELD - the calendar needs extending before it can say.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EVENT-CALENDAR-FILE ASSIGN TO "CLUBCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RELEASE-REPORT-FILE ASSIGN TO "SEQRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
           05 BD-PROGRAM-NAME        PIC X(30).
           05 BD-PREDECESSOR-1       PIC X(30).
           05 BD-PREDECESSOR-2       PIC X(30).
           05 BD-RUN-RULE            PIC X.
           05 BD-RUN-WEEKDAY         PIC X(3).
      *
       FD  SEQUENCER-CONTROL-FILE.
       01  SEQUENCER-CONTROL-RECORD.
           05 RA-RECORDS-READ        PIC 9(7).
           05 RA-RECORDS-WRITTEN     PIC 9(7).
           05 RA-COMPLETION-STATUS   PIC X(8).
      *
       FD  EVENT-CALENDAR-FILE.
       01  EVENT-CALENDAR-RECORD.
           05 EV-EVENT-DATE          PIC 9(8).
           05 EV-EVENT-NAME          PIC X(20).
           05 EV-SHIFTED-SWITCH      PIC X.
      *
       FD  BUSINESS-CALENDAR-FILE.
       01  BUSINESS-CALENDAR-RECORD.
           05 BC-DATE                PIC 9(8).
           05 BC-DAY-NAME            PIC X(3).
           05 BC-DAY-TYPE            PIC X(8).
           05 BC-BUSINESS-SEQ        PIC 99.
      *
       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-RECORD     PIC X(110).
             88 STREAM-HALTED                 VALUE "Y".
          05 PRED-SATISFIED-SWITCH   PIC X    VALUE "N".
             88 PRED-SATISFIED                VALUE "Y".
          05 CALENDAR-EOF-SWITCH     PIC X    VALUE "N".
             88 CALENDAR-EOF                  VALUE "Y".
          05 LEAGUE-NIGHT-SWITCH     PIC X    VALUE "N".
             88 LEAGUE-NIGHT                  VALUE "Y".
          05 BIZCAL-COVERED-SWITCH   PIC X    VALUE "N".
             88 BIZCAL-COVERED                VALUE "Y".
          05 BUSINESS-DAY-SWITCH     PIC X    VALUE "N".
             88 BUSINESS-DAY                  VALUE "Y".
          05 MONTH-END-SWITCH        PIC X    VALUE "N".
             88 MONTH-END                     VALUE "Y".
          05 ALREADY-LOGGED-SWITCH   PIC X    VALUE "N".
             88 ALREADY-LOGGED                VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYYMM           PIC 9(6).
          05 WS-RUN-DD               PIC 99.
       01 WS-NEXT-DATE               PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YYYYMM          PIC 9(6).
          05 WS-NEXT-DD              PIC 99.
      *
       01 WS-DAY-NAME-TABLE-VALUES.
          05 FILLER                 PIC X(3) VALUE "MON".
          05 FILLER                 PIC X(3) VALUE "TUE".
          05 FILLER                 PIC X(3) VALUE "WED".
          05 FILLER                 PIC X(3) VALUE "THU".
          05 FILLER                 PIC X(3) VALUE "FRI".
          05 FILLER                 PIC X(3) VALUE "SAT".
          05 FILLER                 PIC X(3) VALUE "SUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-TABLE-VALUES.
          05 WS-DAY-NAME            PIC X(3) OCCURS 7 TIMES.
      *
      *    January 1st of 1900 was a Monday; the weekday of any date
      *    is the days-between from that anchor, modulo seven.
       01 WS-ANCHOR-MONDAY           PIC 9(8) VALUE 19000101.
       01 WS-WEEKDAY-NUMBER          PIC 9    VALUE 0.
       01 WS-WEEKDAY-REMAINDER       PIC 9(7) VALUE 0.
       01 WS-RUN-WEEKDAY             PIC X(3) VALUE SPACES.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "D".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAYS                 PIC S9(7) VALUE 0.
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-STEP-COUNT              PIC 9(3) VALUE 0.
       01 WS-STEP-SCAN               PIC 9(3) VALUE 0.
             10 WS-STEP-PROGRAM      PIC X(30).
             10 WS-STEP-PRED-1       PIC X(30).
             10 WS-STEP-PRED-2       PIC X(30).
             10 WS-STEP-RUN-RULE     PIC X.
                88 WS-STEP-EVERY-NIGHT        VALUE " " "A".
                88 WS-STEP-LEAGUE-ONLY        VALUE "L".
                88 WS-STEP-BUSINESS-ONLY      VALUE "B".
                88 WS-STEP-MONTH-END-ONLY     VALUE "M".
                88 WS-STEP-WEEKDAY-ONLY       VALUE "W".
             10 WS-STEP-RUN-WEEKDAY  PIC X(3).
      *
       01 WS-DONE-COUNT              PIC 9(3) VALUE 0.
       01 WS-DONE-SCAN               PIC 9(3) VALUE 0.
       01 WS-FAILED-SCAN             PIC 9(3) VALUE 0.
       01 WS-FAILED-TABLE.
          05 WS-FAILED-PROGRAM OCCURS 200 TIMES PIC X(30).
      *
      *    Programs the calendar skipped tonight, whether on an
      *    earlier pass of the sequencer or on this one.
       01 WS-SKIPPED-COUNT           PIC 9(3) VALUE 0.
       01 WS-SKIPPED-SCAN            PIC 9(3) VALUE 0.
       01 WS-SKIPPED-TABLE.
          05 WS-SKIPPED-PROGRAM OCCURS 200 TIMES PIC X(30).
      *
       01 WS-CHECK-PREDECESSOR       PIC X(30) VALUE SPACES.
       01 WS-HOLD-REASON             PIC X(40) VALUE SPACES.
       01 WS-SKIP-REASON             PIC X(40) VALUE SPACES.
       01 WS-RELEASED-COUNT          PIC 9(3) VALUE 0.
       01 WS-SKIPPED-STEP-COUNT      PIC 9(3) VALUE 0.
      *
       01 WS-RUN-TIME                PIC 9(6) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
           PERFORM LOAD-SEQUENCER-CONTROL.
           PERFORM LOAD-DEPENDENCY-TABLE.
           PERFORM SCAN-RUN-AUDIT.
           PERFORM LOAD-RUN-CALENDAR.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           OPEN EXTEND RUN-AUDIT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM RELEASE-ONE-STEP
              VARYING WS-STEP-SCAN FROM 1 BY 1
              UNTIL WS-STEP-SCAN > WS-STEP-COUNT
              OR STREAM-HALTED.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE RUN-AUDIT-FILE.
           CLOSE RELEASE-REPORT-FILE.
           DISPLAY "Steps released: " WS-RELEASED-COUNT.
           DISPLAY "Steps skipped by run calendar: "
              WS-SKIPPED-STEP-COUNT.
           IF (STREAM-HALTED)
              DISPLAY "STREAM HALTED: see the release report"
              MOVE 8 TO RETURN-CODE
      *
       LOAD-SEQUENCER-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           OPEN INPUT SEQUENCER-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ SEQUENCER-CONTROL-FILE
                       TO WS-STEP-PRED-1(WS-STEP-COUNT)
                    MOVE BD-PREDECESSOR-2
                       TO WS-STEP-PRED-2(WS-STEP-COUNT)
                    MOVE FUNCTION UPPER-CASE(BD-RUN-RULE)
                       TO WS-STEP-RUN-RULE(WS-STEP-COUNT)
                    MOVE FUNCTION UPPER-CASE(BD-RUN-WEEKDAY)
                       TO WS-STEP-RUN-WEEKDAY(WS-STEP-COUNT)
                    IF (NOT WS-STEP-EVERY-NIGHT(WS-STEP-COUNT)
                       AND NOT WS-STEP-LEAGUE-ONLY(WS-STEP-COUNT)
                       AND NOT WS-STEP-BUSINESS-ONLY(WS-STEP-COUNT)
                       AND NOT WS-STEP-MONTH-END-ONLY(WS-STEP-COUNT)
                       AND NOT WS-STEP-WEEKDAY-ONLY(WS-STEP-COUNT))
                       DISPLAY "ABORTED: step " BD-STEP-SEQ
                          " has unknown run rule " BD-RUN-RULE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DEPENDENCY-TABLE-FILE.
           END-IF.
      *
      *    One pass over the audit trail sorts tonight's END records
      *    into completed, skipped and failed programs; a START with
      *    no END simply never reaches the completed list.
       SCAN-RUN-AUDIT.
           OPEN INPUT RUN-AUDIT-FILE.
           PERFORM UNTIL AUDIT-EOF
                 NOT AT END
                    IF (RA-STAMP-DATE = WS-RUN-DATE
                       AND RA-PHASE = "END")
                       EVALUATE RA-COMPLETION-STATUS
                       WHEN "COMPLETE"
                            IF (WS-DONE-COUNT < 200)
                               ADD 1 TO WS-DONE-COUNT
                               MOVE RA-PROGRAM-ID
                                  TO WS-DONE-PROGRAM(WS-DONE-COUNT)
                            END-IF
                       WHEN "SKIPPED "
                            PERFORM NOTE-SKIPPED-PROGRAM
                       WHEN OTHER
                            IF (WS-FAILED-COUNT < 200)
                               ADD 1 TO WS-FAILED-COUNT
                               MOVE RA-PROGRAM-ID TO
                                  WS-FAILED-PROGRAM(WS-FAILED-COUNT)
                            END-IF
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-AUDIT-FILE.
      *
       NOTE-SKIPPED-PROGRAM.
           MOVE "N" TO ALREADY-LOGGED-SWITCH.
           PERFORM VARYING WS-SKIPPED-SCAN FROM 1 BY 1
              UNTIL WS-SKIPPED-SCAN > WS-SKIPPED-COUNT
              OR ALREADY-LOGGED
                IF (WS-SKIPPED-PROGRAM(WS-SKIPPED-SCAN) =
                   RA-PROGRAM-ID)
                   MOVE "Y" TO ALREADY-LOGGED-SWITCH
                END-IF
           END-PERFORM.
           IF (NOT ALREADY-LOGGED AND WS-SKIPPED-COUNT < 200)
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE RA-PROGRAM-ID
                 TO WS-SKIPPED-PROGRAM(WS-SKIPPED-COUNT)
           END-IF.
      *
      *    The calendar facts for the run date are worked out once:
      *    whether CLUBCAL has a league event, whether BIZCAL covers
      *    the date and calls it a business day, whether tomorrow
      *    falls in another month, and the day of the week.
       LOAD-RUN-CALENDAR.
           OPEN INPUT EVENT-CALENDAR-FILE.
           MOVE "N" TO CALENDAR-EOF-SWITCH.
           PERFORM UNTIL CALENDAR-EOF
              READ EVENT-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    IF (EV-EVENT-DATE = WS-RUN-DATE
                       AND EV-EVENT-NAME(1:6) = "LEAGUE")
                       MOVE "Y" TO LEAGUE-NIGHT-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EVENT-CALENDAR-FILE.
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           MOVE "N" TO CALENDAR-EOF-SWITCH.
           PERFORM UNTIL CALENDAR-EOF
              READ BUSINESS-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    IF (BC-DATE = WS-RUN-DATE)
                       MOVE "Y" TO BIZCAL-COVERED-SWITCH
                       IF (BC-DAY-TYPE = "BUSINESS")
                          MOVE "Y" TO BUSINESS-DAY-SWITCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BUSINESS-CALENDAR-FILE.
           MOVE "P" TO WS-DS-FUNCTION.
           MOVE 0 TO WS-DS-DATE-2.
           MOVE 1 TO WS-DS-DAYS.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION
              WS-RUN-DATE WS-DS-DATE-2 WS-DS-DAYS
              WS-DS-RESULT-DATE WS-DS-STATUS.
           IF (WS-DS-STATUS NOT = "0")
              DISPLAY "ABORTED: run date " WS-RUN-DATE
                 " is not a valid date"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-DS-RESULT-DATE TO WS-NEXT-DATE.
           IF (WS-NEXT-YYYYMM NOT = WS-RUN-YYYYMM)
              MOVE "Y" TO MONTH-END-SWITCH
           END-IF.
           MOVE "D" TO WS-DS-FUNCTION.
           MOVE WS-RUN-DATE TO WS-DS-DATE-2.
           MOVE 0 TO WS-DS-DAYS.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION
              WS-ANCHOR-MONDAY WS-DS-DATE-2 WS-DS-DAYS
              WS-DS-RESULT-DATE WS-DS-STATUS.
           DIVIDE WS-DS-DAYS BY 7
              GIVING WS-WEEKDAY-REMAINDER
              REMAINDER WS-WEEKDAY-NUMBER.
           ADD 1 TO WS-WEEKDAY-NUMBER.
           MOVE WS-DAY-NAME(WS-WEEKDAY-NUMBER) TO WS-RUN-WEEKDAY.
      *
       RELEASE-ONE-STEP.
           MOVE SPACES TO WS-HOLD-REASON.
           PERFORM CHECK-RUN-CALENDAR.
           IF (WS-SKIP-REASON NOT = SPACES)
              PERFORM SKIP-ONE-STEP
           ELSE
              PERFORM GATE-ONE-STEP
           END-IF.
      *
      *    A step off its calendar gets a skip reason; a business-day
      *    step on a date BIZCAL does not cover gets a hold reason.
       CHECK-RUN-CALENDAR.
           MOVE SPACES TO WS-SKIP-REASON.
           EVALUATE TRUE
           WHEN WS-STEP-LEAGUE-ONLY(WS-STEP-SCAN)
                IF (NOT LEAGUE-NIGHT)
                   MOVE "NOT A LEAGUE NIGHT ON CLUBCAL"
                      TO WS-SKIP-REASON
                END-IF
           WHEN WS-STEP-BUSINESS-ONLY(WS-STEP-SCAN)
                IF (NOT BIZCAL-COVERED)
                   MOVE "RUN DATE NOT ON BIZCAL" TO WS-HOLD-REASON
                ELSE
                   IF (NOT BUSINESS-DAY)
                      MOVE "NOT A BUSINESS DAY ON BIZCAL"
                         TO WS-SKIP-REASON
                   END-IF
                END-IF
           WHEN WS-STEP-MONTH-END-ONLY(WS-STEP-SCAN)
                IF (NOT MONTH-END)
                   MOVE "NOT MONTH-END" TO WS-SKIP-REASON
                END-IF
           WHEN WS-STEP-WEEKDAY-ONLY(WS-STEP-SCAN)
                IF (WS-STEP-RUN-WEEKDAY(WS-STEP-SCAN) NOT =
                   WS-RUN-WEEKDAY)
                   STRING "RUNS ON " DELIMITED BY SIZE
                          WS-STEP-RUN-WEEKDAY(WS-STEP-SCAN)
                             DELIMITED BY SIZE
                          " ONLY - TONIGHT IS " DELIMITED BY SIZE
                          WS-RUN-WEEKDAY DELIMITED BY SIZE
                      INTO WS-SKIP-REASON
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
      *    A skipped step is logged to RUNAUDIT once per night - a
      *    second pass of the sequencer finds it already there.
       SKIP-ONE-STEP.
           ADD 1 TO WS-SKIPPED-STEP-COUNT.
           MOVE "N" TO ALREADY-LOGGED-SWITCH.
           PERFORM VARYING WS-SKIPPED-SCAN FROM 1 BY 1
              UNTIL WS-SKIPPED-SCAN > WS-SKIPPED-COUNT
              OR ALREADY-LOGGED
                IF (WS-SKIPPED-PROGRAM(WS-SKIPPED-SCAN) =
                   WS-STEP-PROGRAM(WS-STEP-SCAN))
                   MOVE "Y" TO ALREADY-LOGGED-SWITCH
                END-IF
           END-PERFORM.
           IF (NOT ALREADY-LOGGED)
              MOVE WS-RUN-DATE TO RA-STAMP-DATE
              MOVE WS-RUN-TIME TO RA-STAMP-TIME
              MOVE WS-STEP-PROGRAM(WS-STEP-SCAN) TO RA-PROGRAM-ID
              MOVE "END" TO RA-PHASE
              MOVE 0 TO RA-RECORDS-READ
              MOVE 0 TO RA-RECORDS-WRITTEN
              MOVE "SKIPPED" TO RA-COMPLETION-STATUS
              WRITE RUN-AUDIT-RECORD
              IF (WS-SKIPPED-COUNT < 200)
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE WS-STEP-PROGRAM(WS-STEP-SCAN)
                    TO WS-SKIPPED-PROGRAM(WS-SKIPPED-COUNT)
              END-IF
           END-IF.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           STRING "STEP " DELIMITED BY SIZE
                  WS-STEP-SEQ(WS-STEP-SCAN) DELIMITED BY SIZE
                  " SKIPPED  " DELIMITED BY SIZE
                  WS-STEP-PROGRAM(WS-STEP-SCAN) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
              INTO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
      *
       GATE-ONE-STEP.
           IF (WS-HOLD-REASON = SPACES
              AND WS-STEP-PRED-1(WS-STEP-SCAN) NOT = SPACES)
              MOVE WS-STEP-PRED-1(WS-STEP-SCAN)
                 TO WS-CHECK-PREDECESSOR
              PERFORM CHECK-ONE-PREDECESSOR
                      MOVE "Y" TO PRED-SATISFIED-SWITCH
                   END-IF
              END-PERFORM
              PERFORM VARYING WS-SKIPPED-SCAN FROM 1 BY 1
                 UNTIL WS-SKIPPED-SCAN > WS-SKIPPED-COUNT
                 OR PRED-SATISFIED
                   IF (WS-SKIPPED-PROGRAM(WS-SKIPPED-SCAN) =
                      WS-CHECK-PREDECESSOR)
                      MOVE "Y" TO PRED-SATISFIED-SWITCH
                   END-IF
              END-PERFORM
              IF (NOT PRED-SATISFIED)
                 STRING "NO COMPLETE END FOR: " DELIMITED BY SIZE
                        WS-CHECK-PREDECESSOR DELIMITED BY SIZE
