       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAFFLE-LOTTERY-RETURN.
      *
      *    Quarterly small-lottery return the raffle's registration
      *    requires, so the treasurer no longer builds it by hand
      *    from RAINRECN and RAINWIN. The quarter comes off the
      *    control card (year, quarter 1-4 and the permitted prize
      *    share of proceeds as a percentage, 50 when absent); with
      *    no card the last complete quarter is returned.
      *
      *    For every draw night in the quarter the return gives
      *    tickets sold off the RAINTKT register, gross proceeds at
      *    the ticket price on RAFTCTL (2.00 when absent), prizes
      *    awarded and their value off the RAFFLE-PRIZE-CLAIMS
      *    register (a prize that expired unclaimed went back in
      *    the cupboard and is not paid out), raffle expenses off
      *    CLUBCOST, and net proceeds to the club's purposes; the
      *    same figures follow as quarter totals in the regulator's
      *    numbered boxes. A prize registered before values were
      *    kept is valued at its tier's value on RAINPRZ.
      *
      *    Checks listed at the foot: every night's serials must run
      *    from 1 with no number missing (gap) or issued twice
      *    (overlap), and a draw whose prize value is over the
      *    permitted share of its proceeds is flagged.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURN-CONTROL-FILE ASSIGN TO "RAINQCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PRICE-CONTROL-FILE ASSIGN TO "RAFTCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TICKET-FILE ASSIGN TO "RAINTKT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CLAIM-REGISTER-FILE ASSIGN TO "RAINCLM"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PRIZE-FILE ASSIGN TO "RAINPRZ"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL COSTS-FILE ASSIGN TO "CLUBCOST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT LOTTERY-RETURN-FILE ASSIGN TO "RAINQRTN"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-CONTROL-FILE.
       01  RETURN-CONTROL-RECORD.
           05 RQ-YEAR                PIC 9(4).
           05 RQ-QUARTER             PIC 9.
           05 RQ-PRIZE-SHARE         PIC 9(3).
      *
       FD  PRICE-CONTROL-FILE.
       01  PRICE-CONTROL-RECORD.
           05 PC-TICKET-PRICE        PIC 9(3)V99.
      *
       FD  TICKET-FILE.
       01  TICKET-RECORD.
           05 TK-SERIAL              PIC 9(4).
           05 TK-MEMBER-ID           PIC X(10).
           05 TK-NIGHT-DATE          PIC 9(8).
      *
       FD  CLAIM-REGISTER-FILE.
       01  CLAIM-REGISTER-RECORD.
           05 CM-DRAW-DATE           PIC 9(8).
           05 CM-SERIAL              PIC 9(4).
           05 CM-MEMBER-ID           PIC X(10).
           05 CM-TIER                PIC X(2).
           05 CM-PRIZE-DESC          PIC X(30).
           05 CM-DEADLINE            PIC 9(8).
           05 CM-STATUS              PIC X.
              88 CM-EXPIRED               VALUE "E".
           05 CM-STATUS-DATE         PIC 9(8).
           05 CM-PRIZE-VALUE         PIC 9(5)V99.
      *
       FD  PRIZE-FILE.
       01  PRIZE-RECORD.
           05 PZ-WORD-COMBO          PIC X(30).
           05 PZ-TIER                PIC X(2).
           05 PZ-DESCRIPTION         PIC X(30).
           05 PZ-ON-HAND             PIC 9(4).
           05 PZ-PRIZE-VALUE         PIC 9(5)V99.
      *
       FD  COSTS-FILE.
       01  COSTS-RECORD.
           05 CO-NIGHT-DATE          PIC 9(8).
           05 CO-HALL-HIRE           PIC 9(5)V99.
           05 CO-PRIZES              PIC 9(5)V99.
           05 CO-VOUCHER-COST        PIC 9(3)V99.
           05 CO-RAFFLE-COST         PIC 9(5)V99.
      *
       FD  LOTTERY-RETURN-FILE.
       01  LOTTERY-RETURN-RECORD     PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 DATA-EOF-SWITCH         PIC X    VALUE "N".
             88 DATA-EOF                      VALUE "Y".
          05 NIGHT-FOUND-SWITCH      PIC X    VALUE "N".
             88 NIGHT-FOUND                   VALUE "Y".
          05 PRIZE-FOUND-SWITCH      PIC X    VALUE "N".
             88 PRIZE-FOUND                   VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR             PIC 9(4).
          05 WS-RUN-MONTH            PIC 99.
          05 WS-RUN-DAY              PIC 99.
       01 WS-RETURN-YEAR             PIC 9(4) VALUE 0.
       01 WS-RETURN-QUARTER          PIC 9    VALUE 0.
       01 WS-PRIZE-SHARE             PIC 9(3) VALUE 50.
       01 WS-TICKET-PRICE            PIC 9(3)V99 VALUE 2.00.
       01 WS-FROM-DATE               PIC 9(8) VALUE 0.
       01 WS-TO-DATE                 PIC 9(8) VALUE 0.
       01 WS-FIRST-MONTH             PIC 99   VALUE 0.
       01 WS-LAST-MONTH              PIC 99   VALUE 0.
      *
       01 WS-NIGHT-COUNT             PIC 9(3) VALUE 0.
       01 WS-NIGHT-SCAN              PIC 9(3) VALUE 0.
       01 WS-NIGHT-HIT               PIC 9(3) VALUE 0.
       01 WS-NIGHT-TABLE.
          05 WS-NIGHT OCCURS 100 TIMES.
             10 WS-NIGHT-DATE        PIC 9(8).
             10 WS-NIGHT-TICKETS     PIC 9(5).
             10 WS-NIGHT-HIGH-SERIAL PIC 9(4).
             10 WS-NIGHT-PROCEEDS    PIC 9(7)V99.
             10 WS-NIGHT-PRIZES      PIC 9(4).
             10 WS-NIGHT-PRIZE-VALUE PIC 9(7)V99.
             10 WS-NIGHT-EXPENSES    PIC 9(7)V99.
      *
       01 WS-SERIAL-COUNT            PIC 9(5) VALUE 0.
       01 WS-SERIAL-SCAN             PIC 9(5) VALUE 0.
       01 WS-SERIAL-TABLE.
          05 WS-SERIAL-ENTRY OCCURS 10000 TIMES.
             10 WS-SERIAL-NIGHT      PIC 9(3).
             10 WS-SERIAL-NUMBER     PIC 9(4).
       01 WS-CHECK-SERIAL            PIC 9(4) VALUE 0.
       01 WS-SERIAL-HITS             PIC 9(4) VALUE 0.
      *
       01 WS-PRIZE-COUNT             PIC 99   VALUE 0.
       01 WS-PRIZE-SCAN              PIC 99   VALUE 0.
       01 WS-PRIZE-TABLE.
          05 WS-PRIZE OCCURS 20 TIMES.
             10 WS-PRIZE-TIER        PIC X(2).
             10 WS-PRIZE-VALUE       PIC 9(5)V99.
       01 WS-LOOKUP-DATE             PIC 9(8) VALUE 0.
       01 WS-LOOKUP-VALUE            PIC 9(5)V99 VALUE 0.
      *
       01 WS-NIGHT-NET               PIC S9(7)V99 VALUE 0.
       01 WS-SHARE-LIMIT             PIC 9(7)V99 VALUE 0.
      *
       01 WS-TOTAL-TICKETS           PIC 9(6) VALUE 0.
       01 WS-TOTAL-PROCEEDS          PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-PRIZES            PIC 9(5) VALUE 0.
       01 WS-TOTAL-PRIZE-VALUE       PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-EXPENSES          PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-NET               PIC S9(8)V99 VALUE 0.
       01 WS-GAP-COUNT               PIC 9(5) VALUE 0.
       01 WS-OVERLAP-COUNT           PIC 9(5) VALUE 0.
       01 WS-OVER-SHARE-COUNT        PIC 9(3) VALUE 0.
      *
       01 WS-MONEY-EDITED            PIC Z(7)9.99.
       01 WS-NET-EDITED              PIC +9(8).99.
       01 WS-PRICE-EDITED            PIC ZZ9.99.
       01 WS-PROCEEDS-EDITED         PIC Z(7)9.99.
       01 WS-VALUE-EDITED            PIC Z(7)9.99.
       01 WS-EXPENSES-EDITED         PIC Z(7)9.99.
       01 WS-BOX-LABEL               PIC X(40) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       RAFFLE-LOTTERY-RETURN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RETURN-CONTROL.
           PERFORM LOAD-TICKET-PRICE.
           PERFORM LOAD-PRIZE-VALUES.
           PERFORM GATHER-TICKETS.
           PERFORM GATHER-PRIZES.
           PERFORM GATHER-EXPENSES.
           OPEN OUTPUT LOTTERY-RETURN-FILE.
           PERFORM WRITE-RETURN-HEADING.
           PERFORM WRITE-DRAW-DETAIL
              VARYING WS-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT.
           PERFORM WRITE-RETURN-TOTALS.
           PERFORM WRITE-RETURN-CHECKS.
           CLOSE LOTTERY-RETURN-FILE.
           DISPLAY "Return quarter: " WS-RETURN-YEAR "-Q"
              WS-RETURN-QUARTER.
           DISPLAY "Draws on the return: " WS-NIGHT-COUNT.
           DISPLAY "Serial gaps: " WS-GAP-COUNT.
           DISPLAY "Serial overlaps: " WS-OVERLAP-COUNT.
           DISPLAY "Draws over the prize share: "
              WS-OVER-SHARE-COUNT.
           IF (WS-GAP-COUNT > 0 OR WS-OVERLAP-COUNT > 0
              OR WS-OVER-SHARE-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *    With no usable card the quarter before the one the run
      *    date falls in is returned.
       LOAD-RETURN-CONTROL.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT RETURN-CONTROL-FILE.
           READ RETURN-CONTROL-FILE
              AT END
                 MOVE "Y" TO DATA-EOF-SWITCH
           END-READ.
           CLOSE RETURN-CONTROL-FILE.
           IF (NOT DATA-EOF AND RQ-YEAR IS NUMERIC
              AND RQ-YEAR > 0 AND RQ-QUARTER IS NUMERIC
              AND RQ-QUARTER >= 1 AND RQ-QUARTER <= 4)
              MOVE RQ-YEAR TO WS-RETURN-YEAR
              MOVE RQ-QUARTER TO WS-RETURN-QUARTER
           ELSE
              MOVE WS-RUN-YEAR TO WS-RETURN-YEAR
              COMPUTE WS-RETURN-QUARTER =
                 (WS-RUN-MONTH - 1) / 3
              IF (WS-RETURN-QUARTER = 0)
                 MOVE 4 TO WS-RETURN-QUARTER
                 SUBTRACT 1 FROM WS-RETURN-YEAR
              END-IF
           END-IF.
           IF (NOT DATA-EOF AND RQ-PRIZE-SHARE IS NUMERIC
              AND RQ-PRIZE-SHARE > 0)
              MOVE RQ-PRIZE-SHARE TO WS-PRIZE-SHARE
           END-IF.
           COMPUTE WS-FIRST-MONTH = WS-RETURN-QUARTER * 3 - 2.
           COMPUTE WS-LAST-MONTH = WS-RETURN-QUARTER * 3.
           COMPUTE WS-FROM-DATE =
              WS-RETURN-YEAR * 10000 + WS-FIRST-MONTH * 100 + 1.
           IF (WS-RETURN-QUARTER = 2 OR WS-RETURN-QUARTER = 3)
              COMPUTE WS-TO-DATE =
                 WS-RETURN-YEAR * 10000 + WS-LAST-MONTH * 100 + 30
           ELSE
              COMPUTE WS-TO-DATE =
                 WS-RETURN-YEAR * 10000 + WS-LAST-MONTH * 100 + 31
           END-IF.
      *
       LOAD-TICKET-PRICE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT PRICE-CONTROL-FILE.
           PERFORM UNTIL DATA-EOF
              READ PRICE-CONTROL-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (PC-TICKET-PRICE > 0)
                       MOVE PC-TICKET-PRICE TO WS-TICKET-PRICE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRICE-CONTROL-FILE.
      *
       LOAD-PRIZE-VALUES.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT PRIZE-FILE.
           PERFORM UNTIL DATA-EOF
              READ PRIZE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-PRIZE-COUNT < 20)
                       ADD 1 TO WS-PRIZE-COUNT
                       MOVE PZ-TIER TO WS-PRIZE-TIER(WS-PRIZE-COUNT)
                       IF (PZ-PRIZE-VALUE IS NUMERIC)
                          MOVE PZ-PRIZE-VALUE
                             TO WS-PRIZE-VALUE(WS-PRIZE-COUNT)
                       ELSE
                          MOVE 0 TO WS-PRIZE-VALUE(WS-PRIZE-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRIZE-FILE.
      *
       GATHER-TICKETS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT TICKET-FILE.
           PERFORM UNTIL DATA-EOF
              READ TICKET-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (TK-NIGHT-DATE >= WS-FROM-DATE
                       AND TK-NIGHT-DATE <= WS-TO-DATE)
                       PERFORM TAKE-ONE-TICKET
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
      *
       TAKE-ONE-TICKET.
           MOVE TK-NIGHT-DATE TO WS-LOOKUP-DATE.
           PERFORM FIND-OR-ADD-NIGHT.
           ADD 1 TO WS-NIGHT-TICKETS(WS-NIGHT-HIT).
           ADD WS-TICKET-PRICE TO WS-NIGHT-PROCEEDS(WS-NIGHT-HIT).
           IF (TK-SERIAL > WS-NIGHT-HIGH-SERIAL(WS-NIGHT-HIT))
              MOVE TK-SERIAL TO WS-NIGHT-HIGH-SERIAL(WS-NIGHT-HIT)
           END-IF.
           IF (WS-SERIAL-COUNT = 10000)
              DISPLAY "ABORTED: tickets in the quarter exceed "
                 "the 10000-entry serial table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-SERIAL-COUNT.
           MOVE WS-NIGHT-HIT TO WS-SERIAL-NIGHT(WS-SERIAL-COUNT).
           MOVE TK-SERIAL TO WS-SERIAL-NUMBER(WS-SERIAL-COUNT).
      *
       FIND-OR-ADD-NIGHT.
           MOVE "N" TO NIGHT-FOUND-SWITCH.
           PERFORM VARYING WS-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT
              OR NIGHT-FOUND
                IF (WS-NIGHT-DATE(WS-NIGHT-SCAN) = WS-LOOKUP-DATE)
                   MOVE "Y" TO NIGHT-FOUND-SWITCH
                   MOVE WS-NIGHT-SCAN TO WS-NIGHT-HIT
                END-IF
           END-PERFORM.
           IF (NOT NIGHT-FOUND)
              IF (WS-NIGHT-COUNT = 100)
                 DISPLAY "ABORTED: more than 100 draw nights in "
                    "one quarter"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-NIGHT-COUNT
              MOVE WS-NIGHT-COUNT TO WS-NIGHT-HIT
              MOVE WS-LOOKUP-DATE TO WS-NIGHT-DATE(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-TICKETS(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-HIGH-SERIAL(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-PROCEEDS(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-PRIZES(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-PRIZE-VALUE(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-EXPENSES(WS-NIGHT-HIT)
           END-IF.
      *
       GATHER-PRIZES.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT CLAIM-REGISTER-FILE.
           PERFORM UNTIL DATA-EOF
              READ CLAIM-REGISTER-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (CM-DRAW-DATE >= WS-FROM-DATE
                       AND CM-DRAW-DATE <= WS-TO-DATE
                       AND NOT CM-EXPIRED)
                       PERFORM TAKE-ONE-PRIZE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLAIM-REGISTER-FILE.
      *
       TAKE-ONE-PRIZE.
           MOVE CM-DRAW-DATE TO WS-LOOKUP-DATE.
           PERFORM FIND-OR-ADD-NIGHT.
           ADD 1 TO WS-NIGHT-PRIZES(WS-NIGHT-HIT).
           IF (CM-PRIZE-VALUE IS NUMERIC AND CM-PRIZE-VALUE > 0)
              MOVE CM-PRIZE-VALUE TO WS-LOOKUP-VALUE
           ELSE
              MOVE 0 TO WS-LOOKUP-VALUE
              MOVE "N" TO PRIZE-FOUND-SWITCH
              PERFORM VARYING WS-PRIZE-SCAN FROM 1 BY 1
                 UNTIL WS-PRIZE-SCAN > WS-PRIZE-COUNT
                 OR PRIZE-FOUND
                   IF (WS-PRIZE-TIER(WS-PRIZE-SCAN) = CM-TIER)
                      MOVE "Y" TO PRIZE-FOUND-SWITCH
                      MOVE WS-PRIZE-VALUE(WS-PRIZE-SCAN)
                         TO WS-LOOKUP-VALUE
                   END-IF
              END-PERFORM
           END-IF.
           ADD WS-LOOKUP-VALUE TO WS-NIGHT-PRIZE-VALUE(WS-NIGHT-HIT).
      *
       GATHER-EXPENSES.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT COSTS-FILE.
           PERFORM UNTIL DATA-EOF
              READ COSTS-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (CO-NIGHT-DATE >= WS-FROM-DATE
                       AND CO-NIGHT-DATE <= WS-TO-DATE
                       AND CO-RAFFLE-COST IS NUMERIC
                       AND CO-RAFFLE-COST > 0)
                       MOVE CO-NIGHT-DATE TO WS-LOOKUP-DATE
                       PERFORM FIND-OR-ADD-NIGHT
                       ADD CO-RAFFLE-COST
                          TO WS-NIGHT-EXPENSES(WS-NIGHT-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COSTS-FILE.
      *
       WRITE-RETURN-HEADING.
           MOVE SPACES TO LOTTERY-RETURN-RECORD.
           STRING "SMALL SOCIETY LOTTERY RETURN QUARTER="
                     DELIMITED BY SIZE
                  WS-RETURN-YEAR DELIMITED BY SIZE
                  "-Q" DELIMITED BY SIZE
                  WS-RETURN-QUARTER DELIMITED BY SIZE
                  " FROM=" DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO=" DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  " PREPARED=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO LOTTERY-RETURN-RECORD.
           WRITE LOTTERY-RETURN-RECORD.
           MOVE WS-TICKET-PRICE TO WS-PRICE-EDITED.
           MOVE SPACES TO LOTTERY-RETURN-RECORD.
           STRING "TICKET PRICE=" DELIMITED BY SIZE
                  WS-PRICE-EDITED DELIMITED BY SIZE
                  " PERMITTED PRIZE SHARE=" DELIMITED BY SIZE
                  WS-PRIZE-SHARE DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
              INTO LOTTERY-RETURN-RECORD.
           WRITE LOTTERY-RETURN-RECORD.
           MOVE "PART A - DRAW DETAIL" TO LOTTERY-RETURN-RECORD.
           WRITE LOTTERY-RETURN-RECORD.
      *
       WRITE-DRAW-DETAIL.
           COMPUTE WS-NIGHT-NET = WS-NIGHT-PROCEEDS(WS-NIGHT-SCAN)
              - WS-NIGHT-PRIZE-VALUE(WS-NIGHT-SCAN)
              - WS-NIGHT-EXPENSES(WS-NIGHT-SCAN).
           ADD WS-NIGHT-TICKETS(WS-NIGHT-SCAN) TO WS-TOTAL-TICKETS.
           ADD WS-NIGHT-PROCEEDS(WS-NIGHT-SCAN) TO WS-TOTAL-PROCEEDS.
           ADD WS-NIGHT-PRIZES(WS-NIGHT-SCAN) TO WS-TOTAL-PRIZES.
           ADD WS-NIGHT-PRIZE-VALUE(WS-NIGHT-SCAN)
              TO WS-TOTAL-PRIZE-VALUE.
           ADD WS-NIGHT-EXPENSES(WS-NIGHT-SCAN) TO WS-TOTAL-EXPENSES.
           MOVE WS-NIGHT-PROCEEDS(WS-NIGHT-SCAN) TO WS-PROCEEDS-EDITED.
           MOVE WS-NIGHT-PRIZE-VALUE(WS-NIGHT-SCAN) TO WS-VALUE-EDITED.
           MOVE WS-NIGHT-EXPENSES(WS-NIGHT-SCAN) TO WS-EXPENSES-EDITED.
           MOVE WS-NIGHT-NET TO WS-NET-EDITED.
           MOVE SPACES TO LOTTERY-RETURN-RECORD.
           STRING "DRAW=" DELIMITED BY SIZE
                  WS-NIGHT-DATE(WS-NIGHT-SCAN) DELIMITED BY SIZE
                  " TICKETS=" DELIMITED BY SIZE
                  WS-NIGHT-TICKETS(WS-NIGHT-SCAN) DELIMITED BY SIZE
                  " PROCEEDS=" DELIMITED BY SIZE
                  WS-PROCEEDS-EDITED DELIMITED BY SIZE
                  " PRIZES=" DELIMITED BY SIZE
                  WS-NIGHT-PRIZES(WS-NIGHT-SCAN) DELIMITED BY SIZE
                  " VALUE=" DELIMITED BY SIZE
                  WS-VALUE-EDITED DELIMITED BY SIZE
                  " EXPENSES=" DELIMITED BY SIZE
                  WS-EXPENSES-EDITED DELIMITED BY SIZE
                  " NET=" DELIMITED BY SIZE
                  WS-NET-EDITED DELIMITED BY SIZE
              INTO LOTTERY-RETURN-RECORD.
           WRITE LOTTERY-RETURN-RECORD.
      *
       WRITE-RETURN-TOTALS.
           COMPUTE WS-TOTAL-NET = WS-TOTAL-PROCEEDS
              - WS-TOTAL-PRIZE-VALUE - WS-TOTAL-EXPENSES.
           MOVE "PART B - QUARTER TOTALS" TO LOTTERY-RETURN-RECORD.
           WRITE LOTTERY-RETURN-RECORD.
           MOVE SPACES TO LOTTERY-RETURN-RECORD.
           STRING "BOX 1 NUMBER OF DRAWS" DELIMITED BY SIZE
              INTO LOTTERY-RETURN-RECORD.
           MOVE WS-NIGHT-COUNT TO LOTTERY-RETURN-RECORD(54:3).
           WRITE LOTTERY-RETURN-RECORD.
           MOVE SPACES TO LOTTERY-RETURN-RECORD.
           STRING "BOX 2 TICKETS SOLD" DELIMITED BY SIZE
              INTO LOTTERY-RETURN-RECORD.
           MOVE WS-TOTAL-TICKETS TO LOTTERY-RETURN-RECORD(51:6).
           WRITE LOTTERY-RETURN-RECORD.
           MOVE "BOX 3 GROSS PROCEEDS" TO WS-BOX-LABEL.
           MOVE WS-TOTAL-PROCEEDS TO WS-MONEY-EDITED.
           PERFORM WRITE-MONEY-BOX.
           MOVE "BOX 4 PRIZE VALUE PAID OUT" TO WS-BOX-LABEL.
           MOVE WS-TOTAL-PRIZE-VALUE TO WS-MONEY-EDITED.
           PERFORM WRITE-MONEY-BOX.
           MOVE "BOX 5 EXPENSES" TO WS-BOX-LABEL.
           MOVE WS-TOTAL-EXPENSES TO WS-MONEY-EDITED.
           PERFORM WRITE-MONEY-BOX.
           MOVE WS-TOTAL-NET TO WS-NET-EDITED.
           MOVE SPACES TO LOTTERY-RETURN-RECORD.
           STRING "BOX 6 NET PROCEEDS TO SOCIETY PURPOSES"
                     DELIMITED BY SIZE
              INTO LOTTERY-RETURN-RECORD.
           MOVE WS-NET-EDITED TO LOTTERY-RETURN-RECORD(45:12).
           WRITE LOTTERY-RETURN-RECORD.
           MOVE SPACES TO LOTTERY-RETURN-RECORD.
           STRING "BOX 7 PRIZES AWARDED" DELIMITED BY SIZE
              INTO LOTTERY-RETURN-RECORD.
           MOVE WS-TOTAL-PRIZES TO LOTTERY-RETURN-RECORD(52:5).
           WRITE LOTTERY-RETURN-RECORD.
      *
       WRITE-MONEY-BOX.
           MOVE SPACES TO LOTTERY-RETURN-RECORD.
           MOVE WS-BOX-LABEL TO LOTTERY-RETURN-RECORD(1:40).
           MOVE WS-MONEY-EDITED TO LOTTERY-RETURN-RECORD(46:11).
           WRITE LOTTERY-RETURN-RECORD.
      *
       WRITE-RETURN-CHECKS.
           MOVE "PART C - CHECKS" TO LOTTERY-RETURN-RECORD.
           WRITE LOTTERY-RETURN-RECORD.
           PERFORM CHECK-NIGHT-SERIALS
              VARYING WS-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT.
           PERFORM CHECK-NIGHT-PRIZE-SHARE
              VARYING WS-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT.
           MOVE SPACES TO LOTTERY-RETURN-RECORD.
           STRING "SERIAL GAPS=" DELIMITED BY SIZE
                  WS-GAP-COUNT DELIMITED BY SIZE
                  " SERIAL OVERLAPS=" DELIMITED BY SIZE
                  WS-OVERLAP-COUNT DELIMITED BY SIZE
                  " DRAWS OVER PRIZE SHARE=" DELIMITED BY SIZE
                  WS-OVER-SHARE-COUNT DELIMITED BY SIZE
              INTO LOTTERY-RETURN-RECORD.
           WRITE LOTTERY-RETURN-RECORD.
      *
      *    Serials run from 1 to the night's highest; each must have
      *    been issued exactly once.
       CHECK-NIGHT-SERIALS.
           PERFORM CHECK-ONE-SERIAL
              VARYING WS-CHECK-SERIAL FROM 1 BY 1
              UNTIL WS-CHECK-SERIAL >
                 WS-NIGHT-HIGH-SERIAL(WS-NIGHT-SCAN).
      *
       CHECK-ONE-SERIAL.
           MOVE 0 TO WS-SERIAL-HITS.
           PERFORM VARYING WS-SERIAL-SCAN FROM 1 BY 1
              UNTIL WS-SERIAL-SCAN > WS-SERIAL-COUNT
                IF (WS-SERIAL-NIGHT(WS-SERIAL-SCAN) = WS-NIGHT-SCAN
                   AND WS-SERIAL-NUMBER(WS-SERIAL-SCAN) =
                      WS-CHECK-SERIAL)
                   ADD 1 TO WS-SERIAL-HITS
                END-IF
           END-PERFORM.
           IF (WS-SERIAL-HITS NOT = 1)
              MOVE SPACES TO LOTTERY-RETURN-RECORD
              IF (WS-SERIAL-HITS = 0)
                 ADD 1 TO WS-GAP-COUNT
                 STRING "SERIAL GAP DRAW=" DELIMITED BY SIZE
                        WS-NIGHT-DATE(WS-NIGHT-SCAN) DELIMITED BY SIZE
                        " SERIAL=" DELIMITED BY SIZE
                        WS-CHECK-SERIAL DELIMITED BY SIZE
                        " NEVER ISSUED" DELIMITED BY SIZE
                    INTO LOTTERY-RETURN-RECORD
              ELSE
                 ADD 1 TO WS-OVERLAP-COUNT
                 STRING "SERIAL OVERLAP DRAW=" DELIMITED BY SIZE
                        WS-NIGHT-DATE(WS-NIGHT-SCAN) DELIMITED BY SIZE
                        " SERIAL=" DELIMITED BY SIZE
                        WS-CHECK-SERIAL DELIMITED BY SIZE
                        " ISSUED=" DELIMITED BY SIZE
                        WS-SERIAL-HITS DELIMITED BY SIZE
                    INTO LOTTERY-RETURN-RECORD
              END-IF
              WRITE LOTTERY-RETURN-RECORD
           END-IF.
      *
       CHECK-NIGHT-PRIZE-SHARE.
           COMPUTE WS-SHARE-LIMIT ROUNDED =
              WS-NIGHT-PROCEEDS(WS-NIGHT-SCAN) * WS-PRIZE-SHARE / 100.
           IF (WS-NIGHT-PRIZE-VALUE(WS-NIGHT-SCAN) > WS-SHARE-LIMIT)
              ADD 1 TO WS-OVER-SHARE-COUNT
              MOVE WS-NIGHT-PRIZE-VALUE(WS-NIGHT-SCAN)
                 TO WS-VALUE-EDITED
              MOVE WS-SHARE-LIMIT TO WS-MONEY-EDITED
              MOVE SPACES TO LOTTERY-RETURN-RECORD
              STRING "PRIZE SHARE EXCEEDED DRAW=" DELIMITED BY SIZE
                     WS-NIGHT-DATE(WS-NIGHT-SCAN) DELIMITED BY SIZE
                     " PRIZES=" DELIMITED BY SIZE
                     WS-VALUE-EDITED DELIMITED BY SIZE
                     " PERMITTED=" DELIMITED BY SIZE
                     WS-MONEY-EDITED DELIMITED BY SIZE
                 INTO LOTTERY-RETURN-RECORD
              WRITE LOTTERY-RETURN-RECORD
           END-IF.
      *
