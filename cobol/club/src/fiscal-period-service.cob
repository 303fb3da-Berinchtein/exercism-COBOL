       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-PERIOD-SERVICE.
      *
      *    CALLable fiscal-period lookup over the period file
      *    FISCAL-CALENDAR-BUILD writes (FISCPER), following the
      *    LINKAGE pattern DATE-SERVICE established, so the money
      *    programs and the reports ask one place "which period is
      *    this date in, and is it closed" instead of each doing
      *    its own month arithmetic against the club's financial
      *    year. The file is read on the first call and held for
      *    the rest of the run.
      *
      *    LK-FUNCTION-CODE: "P" the period LK-DATE falls in,
      *                      "N" the first open period on or after
      *                          LK-DATE - the period itself when it
      *                          is open, else the next one open -
      *                          for redirecting a late record.
      *    Returned: LK-FISCAL-YEAR (the year the financial year
      *    starts in), LK-PERIOD (1-12), LK-START-DATE, LK-END-DATE
      *    and LK-PERIOD-STATUS ("O" open, "C" closed).
      *    LK-STATUS: "0" ok, "1" date outside the fiscal calendar
      *               (no period file counts as outside), "2" no
      *               open period on or after the date, "3" bad
      *               function code.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
          05 PERIODS-LOADED-SWITCH   PIC X    VALUE "N".
             88 PERIODS-LOADED                VALUE "Y".
          05 PERIOD-EOF-SWITCH       PIC X    VALUE "N".
             88 PERIOD-EOF                    VALUE "Y".
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
             10 WS-PERIOD-STATUS     PIC X.
      *
       LINKAGE SECTION.
       01 LK-FUNCTION-CODE           PIC X.
       01 LK-DATE                    PIC 9(8).
       01 LK-FISCAL-YEAR             PIC 9(4).
       01 LK-PERIOD                  PIC 99.
       01 LK-START-DATE              PIC 9(8).
       01 LK-END-DATE                PIC 9(8).
       01 LK-PERIOD-STATUS           PIC X.
       01 LK-STATUS                  PIC X.
      *
       PROCEDURE DIVISION USING LK-FUNCTION-CODE LK-DATE
                                LK-FISCAL-YEAR LK-PERIOD
                                LK-START-DATE LK-END-DATE
                                LK-PERIOD-STATUS LK-STATUS.
      *
       FISCAL-PERIOD-SERVICE.
           IF (NOT PERIODS-LOADED)
              PERFORM LOAD-PERIOD-TABLE
           END-IF.
           MOVE "0" TO LK-STATUS.
           MOVE 0 TO LK-FISCAL-YEAR.
           MOVE 0 TO LK-PERIOD.
           MOVE 0 TO LK-START-DATE.
           MOVE 0 TO LK-END-DATE.
           MOVE SPACES TO LK-PERIOD-STATUS.
           EVALUATE LK-FUNCTION-CODE
           WHEN "P"
                PERFORM FIND-DATE-PERIOD
           WHEN "N"
                PERFORM FIND-NEXT-OPEN-PERIOD
           WHEN OTHER
                MOVE "3" TO LK-STATUS
           END-EVALUATE.
           GOBACK.
      *
       LOAD-PERIOD-TABLE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           PERFORM UNTIL PERIOD-EOF
              READ FISCAL-PERIOD-FILE
                 AT END
                    MOVE "Y" TO PERIOD-EOF-SWITCH
                 NOT AT END
                    IF (WS-PERIOD-COUNT < 240)
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE FP-FISCAL-YEAR
                          TO WS-PERIOD-YEAR(WS-PERIOD-COUNT)
                       MOVE FP-PERIOD
                          TO WS-PERIOD-NUMBER(WS-PERIOD-COUNT)
                       MOVE FP-START-DATE
                          TO WS-PERIOD-START(WS-PERIOD-COUNT)
                       MOVE FP-END-DATE
                          TO WS-PERIOD-END(WS-PERIOD-COUNT)
                       MOVE FP-STATUS
                          TO WS-PERIOD-STATUS(WS-PERIOD-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FISCAL-PERIOD-FILE.
           MOVE "Y" TO PERIODS-LOADED-SWITCH.
      *
       FIND-DATE-PERIOD.
           MOVE 0 TO WS-PERIOD-HIT.
           PERFORM VARYING WS-PERIOD-SCAN FROM 1 BY 1
              UNTIL WS-PERIOD-SCAN > WS-PERIOD-COUNT
              OR WS-PERIOD-HIT > 0
                IF (LK-DATE >= WS-PERIOD-START(WS-PERIOD-SCAN)
                   AND LK-DATE <= WS-PERIOD-END(WS-PERIOD-SCAN))
                   MOVE WS-PERIOD-SCAN TO WS-PERIOD-HIT
                END-IF
           END-PERFORM.
           IF (WS-PERIOD-HIT = 0)
              MOVE "1" TO LK-STATUS
           ELSE
              PERFORM RETURN-PERIOD-HIT
           END-IF.
      *
      *    The period file need not be in date order, so the open
      *    period with the earliest start on or after the date's
      *    own period is taken.
       FIND-NEXT-OPEN-PERIOD.
           MOVE 0 TO WS-PERIOD-HIT.
           PERFORM VARYING WS-PERIOD-SCAN FROM 1 BY 1
              UNTIL WS-PERIOD-SCAN > WS-PERIOD-COUNT
                IF (WS-PERIOD-STATUS(WS-PERIOD-SCAN) NOT = "C"
                   AND WS-PERIOD-END(WS-PERIOD-SCAN) >= LK-DATE)
                   IF (WS-PERIOD-HIT = 0)
                      MOVE WS-PERIOD-SCAN TO WS-PERIOD-HIT
                   ELSE
                      IF (WS-PERIOD-START(WS-PERIOD-SCAN) <
                         WS-PERIOD-START(WS-PERIOD-HIT))
                         MOVE WS-PERIOD-SCAN TO WS-PERIOD-HIT
                      END-IF
                   END-IF
                END-IF
           END-PERFORM.
           IF (WS-PERIOD-HIT = 0)
              MOVE "2" TO LK-STATUS
           ELSE
              PERFORM RETURN-PERIOD-HIT
           END-IF.
      *
       RETURN-PERIOD-HIT.
           MOVE WS-PERIOD-YEAR(WS-PERIOD-HIT) TO LK-FISCAL-YEAR.
           MOVE WS-PERIOD-NUMBER(WS-PERIOD-HIT) TO LK-PERIOD.
           MOVE WS-PERIOD-START(WS-PERIOD-HIT) TO LK-START-DATE.
           MOVE WS-PERIOD-END(WS-PERIOD-HIT) TO LK-END-DATE.
           MOVE WS-PERIOD-STATUS(WS-PERIOD-HIT) TO LK-PERIOD-STATUS.
