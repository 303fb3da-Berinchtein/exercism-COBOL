      *    maintains (hall hire, prizes, and a per-redemption
      *    voucher cost) - joined into a net result per night with
      *    season totals at the foot, so the calendar argument is
      *    settled with numbers. Replacement equipment received
      *    through EQUIPMENT-WORK-ORDERS sits on the costs file under
      *    its received date and is charged to that night.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 RG-TIER                PIC X.
           05 RG-EXPIRY-DATE         PIC 9(8).
           05 RG-CAMPAIGN-ID         PIC X(8).
           05 RG-MEMBER-ID           PIC X(10).
      *
       FD  COSTS-FILE.
       01  COSTS-RECORD.
           05 CO-HALL-HIRE           PIC 9(5)V99.
           05 CO-PRIZES              PIC 9(5)V99.
           05 CO-VOUCHER-COST        PIC 9(3)V99.
      *    Raffle costs belong to the raffle's own return, not to
      *    the night's fee result.
           05 CO-RAFFLE-COST         PIC 9(5)V99.
           05 CO-EQUIPMENT-COST      PIC 9(5)V99.
      *
       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-RECORD      PIC X(120).
             10 WS-NIGHT-HALL        PIC 9(5)V99.
             10 WS-NIGHT-PRIZES      PIC 9(5)V99.
             10 WS-NIGHT-VOUCHER-AT  PIC 9(3)V99.
             10 WS-NIGHT-EQUIPMENT   PIC 9(5)V99.
      *
       01 WS-LOOKUP-DATE             PIC 9(8) VALUE 0.
       01 WS-NIGHT-NET               PIC S9(7)V99 VALUE 0.
                       TO WS-NIGHT-PRIZES(WS-NIGHT-HIT)
                    MOVE CO-VOUCHER-COST
                       TO WS-NIGHT-VOUCHER-AT(WS-NIGHT-HIT)
                    IF (CO-EQUIPMENT-COST IS NUMERIC)
                       MOVE CO-EQUIPMENT-COST
                          TO WS-NIGHT-EQUIPMENT(WS-NIGHT-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COSTS-FILE.
              MOVE 0 TO WS-NIGHT-HALL(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-PRIZES(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-VOUCHER-AT(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-EQUIPMENT(WS-NIGHT-HIT)
           END-IF.
      *
       WRITE-PROFIT-REPORT.
              WS-NIGHT-INCOME(WS-NIGHT-SCAN)
              - WS-NIGHT-HALL(WS-NIGHT-SCAN)
              - WS-NIGHT-PRIZES(WS-NIGHT-SCAN)
              - WS-NIGHT-EQUIPMENT(WS-NIGHT-SCAN)
              - (WS-NIGHT-REDEMPTIONS(WS-NIGHT-SCAN)
                 * WS-NIGHT-VOUCHER-AT(WS-NIGHT-SCAN)).
           ADD WS-NIGHT-INCOME(WS-NIGHT-SCAN)
           COMPUTE WS-SEASON-COSTS = WS-SEASON-COSTS
              + WS-NIGHT-HALL(WS-NIGHT-SCAN)
              + WS-NIGHT-PRIZES(WS-NIGHT-SCAN)
              + WS-NIGHT-EQUIPMENT(WS-NIGHT-SCAN)
              + (WS-NIGHT-REDEMPTIONS(WS-NIGHT-SCAN)
                 * WS-NIGHT-VOUCHER-AT(WS-NIGHT-SCAN)).
           MOVE WS-NIGHT-NET TO WS-NET-EDITED.
                  " REDEMPTIONS=" DELIMITED BY SIZE
                  WS-NIGHT-REDEMPTIONS(WS-NIGHT-SCAN)
                     DELIMITED BY SIZE
                  " EQUIPMENT=" DELIMITED BY SIZE
                  WS-NIGHT-EQUIPMENT(WS-NIGHT-SCAN) DELIMITED BY SIZE
                  " NET=" DELIMITED BY SIZE
                  WS-NET-EDITED DELIMITED BY SIZE
              INTO PROFIT-REPORT-RECORD.
