       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLUB-COST-FEED.
      *
      *    Feeds the treasurer's night costs onto the costs file
      *    (CLUBCOST) that NIGHT-PROFITABILITY and GL-POSTING read.
      *    Each feed record carries a night date with its hall hire,
      *    prizes and per-redemption voucher cost. It replaces the
      *    costs already held for that night, or adds the night if
      *    it is new, so keying a correction is the same as keying
      *    the first figures and a rerun of the same feed changes
      *    nothing. The night's raffle costs (ticket books, prize
      *    purchases) ride at the end of the record for GL-POSTING
      *    and the raffle's quarterly lottery return; a feed or
      *    costs record from before they were kept reads as none.
      *    Equipment purchases are posted to the night's costs by
      *    EQUIPMENT-WORK-ORDERS when a replacement is received, not
      *    keyed here, so a feed record leaves them as they stand.
      *
      *    A night that falls in a fiscal period the treasurer has
      *    closed (asked through FISCAL-PERIOD-SERVICE) is refused
      *    and listed: the period has been reported, and its costs
      *    can only change after FISCAL-PERIOD-CLOSE reopens it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-FEED-FILE ASSIGN TO "COSTFEED"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL COSTS-FILE ASSIGN TO "CLUBCOST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT COST-FEED-REPORT-FILE ASSIGN TO "COSTFDRP"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  COST-FEED-FILE.
       01  COST-FEED-RECORD.
           05 CF-NIGHT-DATE          PIC 9(8).
           05 CF-HALL-HIRE           PIC 9(5)V99.
           05 CF-PRIZES              PIC 9(5)V99.
           05 CF-VOUCHER-COST        PIC 9(3)V99.
           05 CF-RAFFLE-COST         PIC 9(5)V99.
      *
       FD  COSTS-FILE.
       01  COSTS-RECORD.
           05 CO-NIGHT-DATE          PIC 9(8).
           05 CO-HALL-HIRE           PIC 9(5)V99.
           05 CO-PRIZES              PIC 9(5)V99.
           05 CO-VOUCHER-COST        PIC 9(3)V99.
           05 CO-RAFFLE-COST         PIC 9(5)V99.
           05 CO-EQUIPMENT-COST      PIC 9(5)V99.
      *
       FD  COST-FEED-REPORT-FILE.
       01  COST-FEED-REPORT-RECORD   PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 FEED-EOF-SWITCH         PIC X    VALUE "N".
             88 FEED-EOF                      VALUE "Y".
          05 COSTS-EOF-SWITCH        PIC X    VALUE "N".
             88 COSTS-EOF                     VALUE "Y".
      *
       01 WS-NIGHT-COUNT             PIC 9(3) VALUE 0.
       01 WS-NIGHT-SCAN              PIC 9(3) VALUE 0.
       01 WS-NIGHT-HIT               PIC 9(3) VALUE 0.
       01 WS-NIGHT-TABLE.
          05 WS-NIGHT OCCURS 500 TIMES.
             10 WS-NIGHT-DATE        PIC 9(8).
             10 WS-NIGHT-HALL-HIRE   PIC 9(5)V99.
             10 WS-NIGHT-PRIZES      PIC 9(5)V99.
             10 WS-NIGHT-VOUCHER     PIC 9(3)V99.
             10 WS-NIGHT-RAFFLE      PIC 9(5)V99.
             10 WS-NIGHT-EQUIPMENT   PIC 9(5)V99.
      *
       01 WS-OUTCOME                 PIC X(8) VALUE SPACES.
       01 WS-ADDED-COUNT             PIC 9(5) VALUE 0.
       01 WS-REPLACED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
      *
       01 WS-FP-FUNCTION             PIC X    VALUE "P".
       01 WS-FP-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01 WS-FP-PERIOD               PIC 99   VALUE 0.
       01 WS-FP-START-DATE           PIC 9(8) VALUE 0.
       01 WS-FP-END-DATE             PIC 9(8) VALUE 0.
       01 WS-FP-PERIOD-STATUS        PIC X    VALUE SPACES.
       01 WS-FP-STATUS               PIC X    VALUE "0".
      *
       01 WS-AUDIT-PROGRAM           PIC X(30) VALUE "CLUB-COST-FEED".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       CLUB-COST-FEED.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-NIGHT-COSTS.
           OPEN INPUT COST-FEED-FILE.
           OPEN OUTPUT COST-FEED-REPORT-FILE.
           MOVE "NIGHT COSTS FEED" TO COST-FEED-REPORT-RECORD.
           WRITE COST-FEED-REPORT-RECORD.
           PERFORM UNTIL FEED-EOF
              READ COST-FEED-FILE
                 AT END
                    MOVE "Y" TO FEED-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM APPLY-COST-RECORD
              END-READ
           END-PERFORM.
           CLOSE COST-FEED-FILE.
           MOVE SPACES TO COST-FEED-REPORT-RECORD.
           STRING "ADDED=" DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  " REPLACED=" DELIMITED BY SIZE
                  WS-REPLACED-COUNT DELIMITED BY SIZE
                  " REFUSED=" DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
              INTO COST-FEED-REPORT-RECORD.
           WRITE COST-FEED-REPORT-RECORD.
           CLOSE COST-FEED-REPORT-FILE.
           PERFORM REWRITE-NIGHT-COSTS.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Nights added: " WS-ADDED-COUNT.
           DISPLAY "Nights replaced: " WS-REPLACED-COUNT.
           DISPLAY "Closed-period records refused: " WS-REFUSED-COUNT.
           STOP RUN.
      *
       LOAD-NIGHT-COSTS.
           OPEN INPUT COSTS-FILE.
           PERFORM UNTIL COSTS-EOF
              READ COSTS-FILE
                 AT END
                    MOVE "Y" TO COSTS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM ADD-NIGHT
                    MOVE CO-NIGHT-DATE TO WS-NIGHT-DATE(WS-NIGHT-HIT)
                    MOVE CO-HALL-HIRE
                       TO WS-NIGHT-HALL-HIRE(WS-NIGHT-HIT)
                    MOVE CO-PRIZES TO WS-NIGHT-PRIZES(WS-NIGHT-HIT)
                    MOVE CO-VOUCHER-COST
                       TO WS-NIGHT-VOUCHER(WS-NIGHT-HIT)
                    IF (CO-RAFFLE-COST IS NUMERIC)
                       MOVE CO-RAFFLE-COST
                          TO WS-NIGHT-RAFFLE(WS-NIGHT-HIT)
                    ELSE
                       MOVE 0 TO WS-NIGHT-RAFFLE(WS-NIGHT-HIT)
                    END-IF
                    IF (CO-EQUIPMENT-COST IS NUMERIC)
                       MOVE CO-EQUIPMENT-COST
                          TO WS-NIGHT-EQUIPMENT(WS-NIGHT-HIT)
                    ELSE
                       MOVE 0 TO WS-NIGHT-EQUIPMENT(WS-NIGHT-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COSTS-FILE.
      *
       ADD-NIGHT.
           IF (WS-NIGHT-COUNT = 500)
              DISPLAY "ABORTED: costs file exceeds the 500-entry "
                 "night table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-NIGHT-COUNT.
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-HIT.
      *
       APPLY-COST-RECORD.
           IF (CF-RAFFLE-COST IS NOT NUMERIC)
              MOVE 0 TO CF-RAFFLE-COST
           END-IF.
           MOVE "P" TO WS-FP-FUNCTION.
           CALL "FISCAL-PERIOD-SERVICE" USING WS-FP-FUNCTION
              CF-NIGHT-DATE WS-FP-FISCAL-YEAR WS-FP-PERIOD
              WS-FP-START-DATE WS-FP-END-DATE WS-FP-PERIOD-STATUS
              WS-FP-STATUS.
           IF (WS-FP-STATUS = "0" AND WS-FP-PERIOD-STATUS = "C")
              MOVE "REFUSED" TO WS-OUTCOME
              ADD 1 TO WS-REFUSED-COUNT
           ELSE
              MOVE 0 TO WS-NIGHT-HIT
              PERFORM VARYING WS-NIGHT-SCAN FROM 1 BY 1
                 UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT
                 OR WS-NIGHT-HIT > 0
                   IF (WS-NIGHT-DATE(WS-NIGHT-SCAN) = CF-NIGHT-DATE)
                      MOVE WS-NIGHT-SCAN TO WS-NIGHT-HIT
                   END-IF
              END-PERFORM
              IF (WS-NIGHT-HIT = 0)
                 PERFORM ADD-NIGHT
                 MOVE CF-NIGHT-DATE TO WS-NIGHT-DATE(WS-NIGHT-HIT)
                 MOVE 0 TO WS-NIGHT-EQUIPMENT(WS-NIGHT-HIT)
                 MOVE "ADDED" TO WS-OUTCOME
                 ADD 1 TO WS-ADDED-COUNT
              ELSE
                 MOVE "REPLACED" TO WS-OUTCOME
                 ADD 1 TO WS-REPLACED-COUNT
              END-IF
              MOVE CF-HALL-HIRE TO WS-NIGHT-HALL-HIRE(WS-NIGHT-HIT)
              MOVE CF-PRIZES TO WS-NIGHT-PRIZES(WS-NIGHT-HIT)
              MOVE CF-VOUCHER-COST TO WS-NIGHT-VOUCHER(WS-NIGHT-HIT)
              MOVE CF-RAFFLE-COST TO WS-NIGHT-RAFFLE(WS-NIGHT-HIT)
           END-IF.
           MOVE SPACES TO COST-FEED-REPORT-RECORD.
           IF (WS-OUTCOME = "REFUSED")
              STRING "REFUSED  NIGHT=" DELIMITED BY SIZE
                     CF-NIGHT-DATE DELIMITED BY SIZE
                     " FISCAL-YEAR=" DELIMITED BY SIZE
                     WS-FP-FISCAL-YEAR DELIMITED BY SIZE
                     " PERIOD=" DELIMITED BY SIZE
                     WS-FP-PERIOD DELIMITED BY SIZE
                     " IS CLOSED" DELIMITED BY SIZE
                 INTO COST-FEED-REPORT-RECORD
           ELSE
              STRING WS-OUTCOME DELIMITED BY SIZE
                     " NIGHT=" DELIMITED BY SIZE
                     CF-NIGHT-DATE DELIMITED BY SIZE
                     " HALL=" DELIMITED BY SIZE
                     CF-HALL-HIRE DELIMITED BY SIZE
                     " PRIZES=" DELIMITED BY SIZE
                     CF-PRIZES DELIMITED BY SIZE
                     " VOUCHER-COST=" DELIMITED BY SIZE
                     CF-VOUCHER-COST DELIMITED BY SIZE
                     " RAFFLE=" DELIMITED BY SIZE
                     CF-RAFFLE-COST DELIMITED BY SIZE
                 INTO COST-FEED-REPORT-RECORD
           END-IF.
           WRITE COST-FEED-REPORT-RECORD.
      *
       REWRITE-NIGHT-COSTS.
           OPEN OUTPUT COSTS-FILE.
           PERFORM VARYING WS-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT
                MOVE WS-NIGHT-DATE(WS-NIGHT-SCAN) TO CO-NIGHT-DATE
                MOVE WS-NIGHT-HALL-HIRE(WS-NIGHT-SCAN) TO CO-HALL-HIRE
                MOVE WS-NIGHT-PRIZES(WS-NIGHT-SCAN) TO CO-PRIZES
                MOVE WS-NIGHT-VOUCHER(WS-NIGHT-SCAN)
                   TO CO-VOUCHER-COST
                MOVE WS-NIGHT-RAFFLE(WS-NIGHT-SCAN) TO CO-RAFFLE-COST
                MOVE WS-NIGHT-EQUIPMENT(WS-NIGHT-SCAN)
                   TO CO-EQUIPMENT-COST
                WRITE COSTS-RECORD
                ADD 1 TO WS-AUDIT-WRITTEN
           END-PERFORM.
           CLOSE COSTS-FILE.
