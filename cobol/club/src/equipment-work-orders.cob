       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENT-WORK-ORDERS.
      *
      *    Replacement work orders for the equipment inventory. The
      *    orders themselves are opened by EQUIPMENT-WEAR for every
      *    asset past the alert percentage; this run takes them
      *    through the rest of their life from the transaction file
      *    (EQWOTRAN), one transaction per order step:
      *
      *       "Q" quote    - supplier and estimated cost, while the
      *                      order is still open (a requote replaces
      *                      the first),
      *       "A" approve  - an open, quoted order; COMMITTE role,
      *       "R" receive  - an approved order, with the actual cost,
      *                      the replacement's new asset ID and,
      *                      optionally, its wear limit (zero keeps
      *                      the old asset's),
      *       "X" cancel   - an open or approved order; COMMITTE
      *                      role.
      *
      *    Every transaction carries the keying operator's ID, which
      *    must be on the operator table, and an action date (blank
      *    or zero takes the run date). A transaction is validated
      *    whole before anything changes; a bad one goes on the
      *    report as rejected and the order is left as it was.
      *
      *    A receipt retires the old asset on EQUIPINV, adds the new
      *    asset with a fresh use counter and the received date as
      *    its purchase date, repoints the EQUIPMAP source map from
      *    the old asset to the new one so the nightly wear posting
      *    follows the replacement, and adds the actual cost to the
      *    received date's equipment cost on CLUBCOST for NIGHT-
      *    PROFITABILITY and GL-POSTING. A receipt dated in a fiscal
      *    period FISCAL-PERIOD-SERVICE finds closed is refused, as
      *    the cost feed refuses one.
      *
      *    The report closes with every outstanding order by age
      *    (oldest first, since orders are numbered as they open)
      *    and the committed spend against the annual equipment
      *    budget on EQUIPBUD for the current fiscal year: actual
      *    cost of orders received in the year plus the estimate of
      *    orders approved in it and not yet received. Spend past
      *    the budget ends the run with return code 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WORK-ORDER-TRANSACTION-FILE
              ASSIGN TO "EQWOTRAN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-TABLE-FILE ASSIGN TO "OPERTABL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-ORDER-FILE ASSIGN TO "EQUIPWO"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT EQUIPMENT-INVENTORY-FILE ASSIGN TO "EQUIPINV"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SOURCE-MAP-FILE ASSIGN TO "EQUIPMAP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL COSTS-FILE ASSIGN TO "CLUBCOST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO "EQUIPBUD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT WORK-ORDER-REPORT-FILE ASSIGN TO "EQWORPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-TRANSACTION-FILE.
       01  WORK-ORDER-TRANSACTION-RECORD.
           05 WT-ACTION              PIC X.
              88 WT-ACTION-QUOTE          VALUE "Q".
              88 WT-ACTION-APPROVE        VALUE "A".
              88 WT-ACTION-RECEIVE        VALUE "R".
              88 WT-ACTION-CANCEL         VALUE "X".
           05 WT-ORDER-NUMBER        PIC 9(5).
           05 WT-OPERATOR-ID         PIC X(10).
           05 WT-ACTION-DATE         PIC 9(8).
           05 WT-SUPPLIER            PIC X(20).
           05 WT-AMOUNT              PIC 9(5)V99.
           05 WT-NEW-ASSET-ID        PIC X(6).
           05 WT-NEW-WEAR-LIMIT      PIC 9(7).
      *
       FD  OPERATOR-TABLE-FILE.
       01  OPERATOR-TABLE-RECORD.
           05 OP-OPERATOR-ID         PIC X(10).
           05 OP-ROLE                PIC X(8).
           05 OP-NAME                PIC X(30).
      *
       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           05 WO-NUMBER              PIC 9(5).
           05 WO-ASSET-ID            PIC X(6).
           05 WO-ASSET-TYPE          PIC X(8).
           05 WO-OPENED-DATE         PIC 9(8).
           05 WO-WEAR-PERCENT        PIC 9(3).
           05 WO-STATUS              PIC X.
              88 WO-OPEN                  VALUE "O".
              88 WO-APPROVED              VALUE "A".
              88 WO-RECEIVED              VALUE "R".
              88 WO-CANCELLED             VALUE "X".
           05 WO-SUPPLIER            PIC X(20).
           05 WO-ESTIMATED-COST      PIC 9(5)V99.
           05 WO-APPROVED-BY         PIC X(10).
           05 WO-APPROVED-DATE       PIC 9(8).
           05 WO-RECEIVED-DATE       PIC 9(8).
           05 WO-ACTUAL-COST         PIC 9(5)V99.
           05 WO-NEW-ASSET-ID        PIC X(6).
      *
       FD  EQUIPMENT-INVENTORY-FILE.
       01  EQUIPMENT-INVENTORY-RECORD.
           05 EQ-ASSET-ID            PIC X(6).
           05 EQ-ASSET-TYPE          PIC X(8).
           05 EQ-PURCHASE-DATE       PIC 9(8).
           05 EQ-USE-COUNT           PIC 9(7).
           05 EQ-WEAR-LIMIT          PIC 9(7).
           05 EQ-STATUS              PIC X.
              88 EQ-RETIRED               VALUE "R".
           05 EQ-RETIRED-DATE        PIC 9(8).
      *
       FD  SOURCE-MAP-FILE.
       01  SOURCE-MAP-RECORD.
           05 EM-SOURCE              PIC X(8).
           05 EM-ACTIVITY            PIC X(10).
           05 EM-ASSET-ID            PIC X(6).
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
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 EB-FISCAL-YEAR         PIC 9(4).
           05 EB-BUDGET-AMOUNT       PIC 9(7)V99.
      *
       FD  WORK-ORDER-REPORT-FILE.
       01  WORK-ORDER-REPORT-RECORD  PIC X(150).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 TRANSACTION-EOF-SWITCH  PIC X    VALUE "N".
             88 TRANSACTION-EOF               VALUE "Y".
          05 OPERATOR-EOF-SWITCH     PIC X    VALUE "N".
             88 OPERATOR-EOF                  VALUE "Y".
          05 ORDER-EOF-SWITCH        PIC X    VALUE "N".
             88 ORDER-EOF                     VALUE "Y".
          05 INVENTORY-EOF-SWITCH    PIC X    VALUE "N".
             88 INVENTORY-EOF                 VALUE "Y".
          05 MAP-EOF-SWITCH          PIC X    VALUE "N".
             88 MAP-EOF                       VALUE "Y".
          05 COSTS-EOF-SWITCH        PIC X    VALUE "N".
             88 COSTS-EOF                     VALUE "Y".
          05 BUDGET-EOF-SWITCH       PIC X    VALUE "N".
             88 BUDGET-EOF                    VALUE "Y".
          05 KNOWN-OPERATOR-SWITCH   PIC X    VALUE "N".
             88 KNOWN-OPERATOR                VALUE "Y".
          05 COMMITTEE-SWITCH        PIC X    VALUE "N".
             88 COMMITTEE-OPERATOR            VALUE "Y".
          05 BUDGET-FOUND-SWITCH     PIC X    VALUE "N".
             88 BUDGET-FOUND                  VALUE "Y".
          05 RECEIPTS-POSTED-SWITCH  PIC X    VALUE "N".
             88 RECEIPTS-POSTED               VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-ACTION-DATE             PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON           PIC X(20) VALUE SPACES.
       01 WS-DETAIL-TEXT             PIC X(60) VALUE SPACES.
      *
       01 WS-OPERATOR-COUNT          PIC 9(2) VALUE 0.
       01 WS-OPERATOR-SCAN           PIC 9(2) VALUE 0.
       01 WS-OPERATOR-TABLE.
          05 WS-OPERATOR OCCURS 50 TIMES.
             10 WS-OPERATOR-ID       PIC X(10).
             10 WS-OPERATOR-ROLE     PIC X(8).
      *
       01 WS-ORDER-COUNT             PIC 9(4) VALUE 0.
       01 WS-ORDER-SCAN              PIC 9(4) VALUE 0.
       01 WS-ORDER-HIT               PIC 9(4) VALUE 0.
       01 WS-ORDER-TABLE.
          05 WS-ORDER OCCURS 1000 TIMES.
             10 WS-ORDER-NUMBER      PIC 9(5).
             10 WS-ORDER-ASSET       PIC X(6).
             10 WS-ORDER-TYPE        PIC X(8).
             10 WS-ORDER-OPENED      PIC 9(8).
             10 WS-ORDER-WEAR        PIC 9(3).
             10 WS-ORDER-STATUS      PIC X.
             10 WS-ORDER-SUPPLIER    PIC X(20).
             10 WS-ORDER-ESTIMATE    PIC 9(5)V99.
             10 WS-ORDER-APPROVER    PIC X(10).
             10 WS-ORDER-APPROVED    PIC 9(8).
             10 WS-ORDER-RECEIVED    PIC 9(8).
             10 WS-ORDER-ACTUAL      PIC 9(5)V99.
             10 WS-ORDER-NEW-ASSET   PIC X(6).
      *
       01 WS-ASSET-COUNT             PIC 9(3) VALUE 0.
       01 WS-ASSET-SCAN              PIC 9(3) VALUE 0.
       01 WS-ASSET-HIT               PIC 9(3) VALUE 0.
       01 WS-NEW-ASSET-HIT           PIC 9(3) VALUE 0.
       01 WS-ASSET-TABLE.
          05 WS-ASSET OCCURS 100 TIMES.
             10 WS-ASSET-ID          PIC X(6).
             10 WS-ASSET-TYPE        PIC X(8).
             10 WS-ASSET-PURCHASED   PIC 9(8).
             10 WS-ASSET-USES        PIC 9(7).
             10 WS-ASSET-LIMIT       PIC 9(7).
             10 WS-ASSET-STATUS      PIC X.
             10 WS-ASSET-RETIRED     PIC 9(8).
      *
       01 WS-MAP-COUNT               PIC 9(2) VALUE 0.
       01 WS-MAP-SCAN                PIC 9(2) VALUE 0.
       01 WS-MAP-TABLE.
          05 WS-MAP OCCURS 20 TIMES.
             10 WS-MAP-SOURCE        PIC X(8).
             10 WS-MAP-ACTIVITY      PIC X(10).
             10 WS-MAP-ASSET         PIC X(6).
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
       01 WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
      *
       01 WS-BUDGET-YEAR             PIC 9(4) VALUE 0.
       01 WS-BUDGET-AMOUNT           PIC 9(7)V99 VALUE 0.
       01 WS-RECEIVED-SPEND          PIC 9(7)V99 VALUE 0.
       01 WS-APPROVED-SPEND          PIC 9(7)V99 VALUE 0.
       01 WS-AWAITING-ESTIMATE       PIC 9(7)V99 VALUE 0.
       01 WS-COMMITTED-SPEND         PIC 9(7)V99 VALUE 0.
       01 WS-BUDGET-LEFT             PIC S9(7)V99 VALUE 0.
       01 WS-BUDGET-LEFT-EDITED      PIC +9(7).99.
       01 WS-LOOKUP-DATE             PIC 9(8) VALUE 0.
       01 WS-LOOKUP-YEAR             PIC 9(4) VALUE 0.
      *
       01 WS-ORDER-AGE               PIC S9(7) VALUE 0.
       01 WS-AGE-BAND                PIC X(7) VALUE SPACES.
       01 WS-BAND-30                 PIC 9(4) VALUE 0.
       01 WS-BAND-60                 PIC 9(4) VALUE 0.
       01 WS-BAND-90                 PIC 9(4) VALUE 0.
       01 WS-BAND-OVER               PIC 9(4) VALUE 0.
       01 WS-STATUS-NAME             PIC X(8) VALUE SPACES.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "V".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAY-COUNT            PIC S9(7) VALUE 0.
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-FP-FUNCTION             PIC X    VALUE "P".
       01 WS-FP-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01 WS-FP-PERIOD               PIC 99   VALUE 0.
       01 WS-FP-START-DATE           PIC 9(8) VALUE 0.
       01 WS-FP-END-DATE             PIC 9(8) VALUE 0.
       01 WS-FP-PERIOD-STATUS        PIC X    VALUE SPACES.
       01 WS-FP-STATUS               PIC X    VALUE "0".
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "EQUIPMENT-WORK-ORDERS".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       EQUIPMENT-WORK-ORDERS.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-WORK-ORDERS.
           PERFORM LOAD-INVENTORY.
           PERFORM LOAD-SOURCE-MAP.
           PERFORM LOAD-NIGHT-COSTS.
           OPEN OUTPUT WORK-ORDER-REPORT-FILE.
           MOVE SPACES TO WORK-ORDER-REPORT-RECORD.
           STRING "EQUIPMENT WORK ORDERS RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO WORK-ORDER-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT WORK-ORDER-TRANSACTION-FILE.
           PERFORM UNTIL TRANSACTION-EOF
              READ WORK-ORDER-TRANSACTION-FILE
                 AT END
                    MOVE "Y" TO TRANSACTION-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM APPLY-ONE-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE WORK-ORDER-TRANSACTION-FILE.
           MOVE SPACES TO WORK-ORDER-REPORT-RECORD.
           STRING "APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
              INTO WORK-ORDER-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-OPEN-ORDERS.
           PERFORM WRITE-BUDGET-POSITION.
           CLOSE WORK-ORDER-REPORT-FILE.
           IF (WS-APPLIED-COUNT > 0)
              PERFORM REWRITE-WORK-ORDERS
           END-IF.
           IF (RECEIPTS-POSTED)
              PERFORM REWRITE-INVENTORY
              PERFORM REWRITE-SOURCE-MAP
              PERFORM REWRITE-NIGHT-COSTS
           END-IF.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Work order transactions applied: "
              WS-APPLIED-COUNT.
           DISPLAY "Work order transactions rejected: "
              WS-REJECTED-COUNT.
           IF (WS-BUDGET-LEFT < 0)
              DISPLAY "Equipment spend is over budget"
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-TABLE-FILE.
           PERFORM UNTIL OPERATOR-EOF
              READ OPERATOR-TABLE-FILE
                 AT END
                    MOVE "Y" TO OPERATOR-EOF-SWITCH
                 NOT AT END
                    IF (WS-OPERATOR-COUNT < 50)
                       ADD 1 TO WS-OPERATOR-COUNT
                       MOVE OP-OPERATOR-ID
                          TO WS-OPERATOR-ID(WS-OPERATOR-COUNT)
                       MOVE OP-ROLE
                          TO WS-OPERATOR-ROLE(WS-OPERATOR-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-TABLE-FILE.
      *
       LOAD-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-FILE.
           PERFORM UNTIL ORDER-EOF
              READ WORK-ORDER-FILE
                 AT END
                    MOVE "Y" TO ORDER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM POST-ONE-ORDER
              END-READ
           END-PERFORM.
           CLOSE WORK-ORDER-FILE.
      *
      *    The cost and date fields are blank on an order that has
      *    not reached them yet and are held as zero.
       POST-ONE-ORDER.
           IF (WS-ORDER-COUNT = 1000)
              DISPLAY "ABORTED: work orders exceed the "
                 "1000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE WS-ORDER-COUNT TO WS-ORDER-HIT.
           MOVE WO-NUMBER TO WS-ORDER-NUMBER(WS-ORDER-HIT).
           MOVE WO-ASSET-ID TO WS-ORDER-ASSET(WS-ORDER-HIT).
           MOVE WO-ASSET-TYPE TO WS-ORDER-TYPE(WS-ORDER-HIT).
           MOVE WO-OPENED-DATE TO WS-ORDER-OPENED(WS-ORDER-HIT).
           MOVE WO-WEAR-PERCENT TO WS-ORDER-WEAR(WS-ORDER-HIT).
           MOVE WO-STATUS TO WS-ORDER-STATUS(WS-ORDER-HIT).
           MOVE WO-SUPPLIER TO WS-ORDER-SUPPLIER(WS-ORDER-HIT).
           MOVE WO-APPROVED-BY TO WS-ORDER-APPROVER(WS-ORDER-HIT).
           MOVE WO-NEW-ASSET-ID TO WS-ORDER-NEW-ASSET(WS-ORDER-HIT).
           MOVE 0 TO WS-ORDER-ESTIMATE(WS-ORDER-HIT).
           MOVE 0 TO WS-ORDER-APPROVED(WS-ORDER-HIT).
           MOVE 0 TO WS-ORDER-RECEIVED(WS-ORDER-HIT).
           MOVE 0 TO WS-ORDER-ACTUAL(WS-ORDER-HIT).
           IF (WO-ESTIMATED-COST IS NUMERIC)
              MOVE WO-ESTIMATED-COST
                 TO WS-ORDER-ESTIMATE(WS-ORDER-HIT)
           END-IF.
           IF (WO-APPROVED-DATE IS NUMERIC)
              MOVE WO-APPROVED-DATE TO WS-ORDER-APPROVED(WS-ORDER-HIT)
           END-IF.
           IF (WO-RECEIVED-DATE IS NUMERIC)
              MOVE WO-RECEIVED-DATE TO WS-ORDER-RECEIVED(WS-ORDER-HIT)
           END-IF.
           IF (WO-ACTUAL-COST IS NUMERIC)
              MOVE WO-ACTUAL-COST TO WS-ORDER-ACTUAL(WS-ORDER-HIT)
           END-IF.
      *
       LOAD-INVENTORY.
           OPEN INPUT EQUIPMENT-INVENTORY-FILE.
           PERFORM UNTIL INVENTORY-EOF
              READ EQUIPMENT-INVENTORY-FILE
                 AT END
                    MOVE "Y" TO INVENTORY-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM ADD-ASSET
                    MOVE EQ-ASSET-ID TO WS-ASSET-ID(WS-ASSET-HIT)
                    MOVE EQ-ASSET-TYPE TO WS-ASSET-TYPE(WS-ASSET-HIT)
                    MOVE EQ-PURCHASE-DATE
                       TO WS-ASSET-PURCHASED(WS-ASSET-HIT)
                    MOVE EQ-USE-COUNT TO WS-ASSET-USES(WS-ASSET-HIT)
                    MOVE EQ-WEAR-LIMIT TO WS-ASSET-LIMIT(WS-ASSET-HIT)
                    IF (EQ-RETIRED)
                       MOVE "R" TO WS-ASSET-STATUS(WS-ASSET-HIT)
                    ELSE
                       MOVE "A" TO WS-ASSET-STATUS(WS-ASSET-HIT)
                    END-IF
                    IF (EQ-RETIRED-DATE IS NUMERIC)
                       MOVE EQ-RETIRED-DATE
                          TO WS-ASSET-RETIRED(WS-ASSET-HIT)
                    ELSE
                       MOVE 0 TO WS-ASSET-RETIRED(WS-ASSET-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EQUIPMENT-INVENTORY-FILE.
      *
       ADD-ASSET.
           IF (WS-ASSET-COUNT = 100)
              DISPLAY "ABORTED: inventory exceeds the "
                 "100-entry asset table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ASSET-COUNT.
           MOVE WS-ASSET-COUNT TO WS-ASSET-HIT.
      *
       LOAD-SOURCE-MAP.
           OPEN INPUT SOURCE-MAP-FILE.
           PERFORM UNTIL MAP-EOF
              READ SOURCE-MAP-FILE
                 AT END
                    MOVE "Y" TO MAP-EOF-SWITCH
                 NOT AT END
                    IF (WS-MAP-COUNT < 20)
                       ADD 1 TO WS-MAP-COUNT
                       MOVE EM-SOURCE
                          TO WS-MAP-SOURCE(WS-MAP-COUNT)
                       MOVE EM-ACTIVITY
                          TO WS-MAP-ACTIVITY(WS-MAP-COUNT)
                       MOVE EM-ASSET-ID
                          TO WS-MAP-ASSET(WS-MAP-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SOURCE-MAP-FILE.
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
                    END-IF
                    IF (CO-EQUIPMENT-COST IS NUMERIC)
                       MOVE CO-EQUIPMENT-COST
                          TO WS-NIGHT-EQUIPMENT(WS-NIGHT-HIT)
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
           MOVE 0 TO WS-NIGHT-HALL-HIRE(WS-NIGHT-HIT).
           MOVE 0 TO WS-NIGHT-PRIZES(WS-NIGHT-HIT).
           MOVE 0 TO WS-NIGHT-VOUCHER(WS-NIGHT-HIT).
           MOVE 0 TO WS-NIGHT-RAFFLE(WS-NIGHT-HIT).
           MOVE 0 TO WS-NIGHT-EQUIPMENT(WS-NIGHT-HIT).
      *
       CHECK-OPERATOR.
           MOVE "N" TO KNOWN-OPERATOR-SWITCH.
           MOVE "N" TO COMMITTEE-SWITCH.
           PERFORM VARYING WS-OPERATOR-SCAN FROM 1 BY 1
              UNTIL WS-OPERATOR-SCAN > WS-OPERATOR-COUNT
              OR KNOWN-OPERATOR
                IF (WS-OPERATOR-ID(WS-OPERATOR-SCAN) =
                   WT-OPERATOR-ID)
                   MOVE "Y" TO KNOWN-OPERATOR-SWITCH
                   IF (WS-OPERATOR-ROLE(WS-OPERATOR-SCAN) =
                      "COMMITTE")
                      MOVE "Y" TO COMMITTEE-SWITCH
                   END-IF
                END-IF
           END-PERFORM.
      *
       FIND-ORDER.
           MOVE 0 TO WS-ORDER-HIT.
           PERFORM VARYING WS-ORDER-SCAN FROM 1 BY 1
              UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT
              OR WS-ORDER-HIT > 0
                IF (WS-ORDER-NUMBER(WS-ORDER-SCAN) = WT-ORDER-NUMBER)
                   MOVE WS-ORDER-SCAN TO WS-ORDER-HIT
                END-IF
           END-PERFORM.
      *
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-DETAIL-TEXT.
           IF (WT-AMOUNT = SPACES)
              MOVE ZEROS TO WT-AMOUNT
           END-IF.
           IF (WT-NEW-WEAR-LIMIT = SPACES)
              MOVE ZEROS TO WT-NEW-WEAR-LIMIT
           END-IF.
           IF (WT-ACTION-DATE = SPACES OR WT-ACTION-DATE = ZEROS)
              MOVE WS-RUN-DATE TO WS-ACTION-DATE
           ELSE
              MOVE WT-ACTION-DATE TO WS-ACTION-DATE
           END-IF.
           PERFORM CHECK-OPERATOR.
           MOVE 0 TO WS-ORDER-HIT.
           IF (WT-ORDER-NUMBER IS NUMERIC)
              PERFORM FIND-ORDER
           END-IF.
           MOVE "V" TO WS-DS-FUNCTION.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION WS-ACTION-DATE
              WS-DS-DATE-2 WS-DS-DAY-COUNT WS-DS-RESULT-DATE
              WS-DS-STATUS.
           EVALUATE TRUE
           WHEN NOT KNOWN-OPERATOR
                MOVE "UNKNOWN OPERATOR" TO WS-REJECT-REASON
           WHEN WS-ORDER-HIT = 0
                MOVE "UNKNOWN WORK ORDER" TO WS-REJECT-REASON
           WHEN WS-ACTION-DATE NOT NUMERIC OR WS-DS-STATUS NOT = "0"
                MOVE "BAD ACTION DATE" TO WS-REJECT-REASON
           WHEN WT-ACTION-QUOTE
                PERFORM APPLY-QUOTE
           WHEN WT-ACTION-APPROVE
                PERFORM APPLY-APPROVAL
           WHEN WT-ACTION-RECEIVE
                PERFORM APPLY-RECEIPT
           WHEN WT-ACTION-CANCEL
                PERFORM APPLY-CANCEL
           WHEN OTHER
                MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           MOVE SPACES TO WORK-ORDER-REPORT-RECORD.
           IF (WS-REJECT-REASON = SPACES)
              ADD 1 TO WS-APPLIED-COUNT
              STRING "APPLIED  WO=" DELIMITED BY SIZE
                     WT-ORDER-NUMBER DELIMITED BY SIZE
                     " ACTION=" DELIMITED BY SIZE
                     WT-ACTION DELIMITED BY SIZE
                     " OPERATOR=" DELIMITED BY SIZE
                     WT-OPERATOR-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DETAIL-TEXT DELIMITED BY SIZE
                 INTO WORK-ORDER-REPORT-RECORD
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              STRING "REJECTED WO=" DELIMITED BY SIZE
                     WT-ORDER-NUMBER DELIMITED BY SIZE
                     " ACTION=" DELIMITED BY SIZE
                     WT-ACTION DELIMITED BY SIZE
                     " OPERATOR=" DELIMITED BY SIZE
                     WT-OPERATOR-ID DELIMITED BY SIZE
                     " REASON=" DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                 INTO WORK-ORDER-REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       APPLY-QUOTE.
           EVALUATE TRUE
           WHEN WS-ORDER-STATUS(WS-ORDER-HIT) NOT = "O"
                MOVE "ORDER NOT OPEN" TO WS-REJECT-REASON
           WHEN WT-SUPPLIER = SPACES
                MOVE "NO SUPPLIER" TO WS-REJECT-REASON
           WHEN WT-AMOUNT NOT NUMERIC OR WT-AMOUNT = 0
                MOVE "BAD ESTIMATE" TO WS-REJECT-REASON
           WHEN OTHER
                MOVE WT-SUPPLIER TO WS-ORDER-SUPPLIER(WS-ORDER-HIT)
                MOVE WT-AMOUNT TO WS-ORDER-ESTIMATE(WS-ORDER-HIT)
                STRING "SUPPLIER=" DELIMITED BY SIZE
                       WT-SUPPLIER DELIMITED BY SIZE
                       " ESTIMATE=" DELIMITED BY SIZE
                       WT-AMOUNT DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT
           END-EVALUATE.
      *
       APPLY-APPROVAL.
           EVALUATE TRUE
           WHEN NOT COMMITTEE-OPERATOR
                MOVE "OPERATOR NOT AUTHD" TO WS-REJECT-REASON
           WHEN WS-ORDER-STATUS(WS-ORDER-HIT) NOT = "O"
                MOVE "ORDER NOT OPEN" TO WS-REJECT-REASON
           WHEN WS-ORDER-SUPPLIER(WS-ORDER-HIT) = SPACES
              OR WS-ORDER-ESTIMATE(WS-ORDER-HIT) = 0
                MOVE "ORDER NOT QUOTED" TO WS-REJECT-REASON
           WHEN OTHER
                MOVE "A" TO WS-ORDER-STATUS(WS-ORDER-HIT)
                MOVE WT-OPERATOR-ID TO WS-ORDER-APPROVER(WS-ORDER-HIT)
                MOVE WS-ACTION-DATE TO WS-ORDER-APPROVED(WS-ORDER-HIT)
                STRING "APPROVED=" DELIMITED BY SIZE
                       WS-ACTION-DATE DELIMITED BY SIZE
                       " ESTIMATE=" DELIMITED BY SIZE
                       WS-ORDER-ESTIMATE(WS-ORDER-HIT)
                          DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT
           END-EVALUATE.
      *
      *    Every check runs before anything moves, so a refused
      *    receipt leaves the order, inventory, map and costs as
      *    they were.
       APPLY-RECEIPT.
           MOVE 0 TO WS-ASSET-HIT.
           MOVE 0 TO WS-NEW-ASSET-HIT.
           PERFORM VARYING WS-ASSET-SCAN FROM 1 BY 1
              UNTIL WS-ASSET-SCAN > WS-ASSET-COUNT
                IF (WS-ASSET-ID(WS-ASSET-SCAN) =
                   WS-ORDER-ASSET(WS-ORDER-HIT))
                   MOVE WS-ASSET-SCAN TO WS-ASSET-HIT
                END-IF
                IF (WS-ASSET-ID(WS-ASSET-SCAN) = WT-NEW-ASSET-ID)
                   MOVE WS-ASSET-SCAN TO WS-NEW-ASSET-HIT
                END-IF
           END-PERFORM.
           MOVE "P" TO WS-FP-FUNCTION.
           CALL "FISCAL-PERIOD-SERVICE" USING WS-FP-FUNCTION
              WS-ACTION-DATE WS-FP-FISCAL-YEAR WS-FP-PERIOD
              WS-FP-START-DATE WS-FP-END-DATE WS-FP-PERIOD-STATUS
              WS-FP-STATUS.
           EVALUATE TRUE
           WHEN WS-ORDER-STATUS(WS-ORDER-HIT) NOT = "A"
                MOVE "ORDER NOT APPROVED" TO WS-REJECT-REASON
           WHEN WT-AMOUNT NOT NUMERIC OR WT-AMOUNT = 0
                MOVE "BAD ACTUAL COST" TO WS-REJECT-REASON
           WHEN WT-NEW-WEAR-LIMIT NOT NUMERIC
                MOVE "BAD WEAR LIMIT" TO WS-REJECT-REASON
           WHEN WT-NEW-ASSET-ID = SPACES
                MOVE "NO NEW ASSET ID" TO WS-REJECT-REASON
           WHEN WS-NEW-ASSET-HIT > 0
                MOVE "NEW ASSET ID IN USE" TO WS-REJECT-REASON
           WHEN WS-ASSET-HIT = 0
                MOVE "OLD ASSET NOT ON INV" TO WS-REJECT-REASON
           WHEN WS-ASSET-STATUS(WS-ASSET-HIT) = "R"
                MOVE "OLD ASSET RETIRED" TO WS-REJECT-REASON
           WHEN WS-FP-STATUS = "0" AND WS-FP-PERIOD-STATUS = "C"
                MOVE "PERIOD CLOSED" TO WS-REJECT-REASON
           WHEN OTHER
                PERFORM POST-RECEIPT
           END-EVALUATE.
      *
       POST-RECEIPT.
           MOVE "R" TO WS-ASSET-STATUS(WS-ASSET-HIT).
           MOVE WS-ACTION-DATE TO WS-ASSET-RETIRED(WS-ASSET-HIT).
           MOVE WS-ASSET-HIT TO WS-ASSET-SCAN.
           PERFORM ADD-ASSET.
           MOVE WT-NEW-ASSET-ID TO WS-ASSET-ID(WS-ASSET-HIT).
           MOVE WS-ASSET-TYPE(WS-ASSET-SCAN)
              TO WS-ASSET-TYPE(WS-ASSET-HIT).
           MOVE WS-ACTION-DATE TO WS-ASSET-PURCHASED(WS-ASSET-HIT).
           MOVE 0 TO WS-ASSET-USES(WS-ASSET-HIT).
           IF (WT-NEW-WEAR-LIMIT > 0)
              MOVE WT-NEW-WEAR-LIMIT TO WS-ASSET-LIMIT(WS-ASSET-HIT)
           ELSE
              MOVE WS-ASSET-LIMIT(WS-ASSET-SCAN)
                 TO WS-ASSET-LIMIT(WS-ASSET-HIT)
           END-IF.
           MOVE "A" TO WS-ASSET-STATUS(WS-ASSET-HIT).
           MOVE 0 TO WS-ASSET-RETIRED(WS-ASSET-HIT).
           PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
              UNTIL WS-MAP-SCAN > WS-MAP-COUNT
                IF (WS-MAP-ASSET(WS-MAP-SCAN) =
                   WS-ORDER-ASSET(WS-ORDER-HIT))
                   MOVE WT-NEW-ASSET-ID TO WS-MAP-ASSET(WS-MAP-SCAN)
                END-IF
           END-PERFORM.
           MOVE 0 TO WS-NIGHT-HIT.
           PERFORM VARYING WS-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT
              OR WS-NIGHT-HIT > 0
                IF (WS-NIGHT-DATE(WS-NIGHT-SCAN) = WS-ACTION-DATE)
                   MOVE WS-NIGHT-SCAN TO WS-NIGHT-HIT
                END-IF
           END-PERFORM.
           IF (WS-NIGHT-HIT = 0)
              PERFORM ADD-NIGHT
              MOVE WS-ACTION-DATE TO WS-NIGHT-DATE(WS-NIGHT-HIT)
           END-IF.
           ADD WT-AMOUNT TO WS-NIGHT-EQUIPMENT(WS-NIGHT-HIT).
           MOVE "R" TO WS-ORDER-STATUS(WS-ORDER-HIT).
           MOVE WS-ACTION-DATE TO WS-ORDER-RECEIVED(WS-ORDER-HIT).
           MOVE WT-AMOUNT TO WS-ORDER-ACTUAL(WS-ORDER-HIT).
           MOVE WT-NEW-ASSET-ID TO WS-ORDER-NEW-ASSET(WS-ORDER-HIT).
           MOVE "Y" TO RECEIPTS-POSTED-SWITCH.
           STRING "RECEIVED=" DELIMITED BY SIZE
                  WS-ACTION-DATE DELIMITED BY SIZE
                  " COST=" DELIMITED BY SIZE
                  WT-AMOUNT DELIMITED BY SIZE
                  " RETIRED=" DELIMITED BY SIZE
                  WS-ORDER-ASSET(WS-ORDER-HIT) DELIMITED BY SIZE
                  " NEW=" DELIMITED BY SIZE
                  WT-NEW-ASSET-ID DELIMITED BY SIZE
              INTO WS-DETAIL-TEXT.
      *
       APPLY-CANCEL.
           EVALUATE TRUE
           WHEN NOT COMMITTEE-OPERATOR
                MOVE "OPERATOR NOT AUTHD" TO WS-REJECT-REASON
           WHEN WS-ORDER-STATUS(WS-ORDER-HIT) NOT = "O"
              AND WS-ORDER-STATUS(WS-ORDER-HIT) NOT = "A"
                MOVE "ORDER NOT OUTSTANDNG" TO WS-REJECT-REASON
           WHEN OTHER
                MOVE "X" TO WS-ORDER-STATUS(WS-ORDER-HIT)
                STRING "CANCELLED=" DELIMITED BY SIZE
                       WS-ACTION-DATE DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT
           END-EVALUATE.
      *
       WRITE-REPORT-LINE.
           WRITE WORK-ORDER-REPORT-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN.
           MOVE SPACES TO WORK-ORDER-REPORT-RECORD.
      *
       WRITE-OPEN-ORDERS.
           MOVE "OUTSTANDING WORK ORDERS BY AGE"
              TO WORK-ORDER-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-ORDER-SCAN FROM 1 BY 1
              UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT
                IF (WS-ORDER-STATUS(WS-ORDER-SCAN) = "O"
                   OR WS-ORDER-STATUS(WS-ORDER-SCAN) = "A")
                   PERFORM WRITE-ONE-OPEN-ORDER
                END-IF
           END-PERFORM.
           STRING "AGE DAYS 0-30=" DELIMITED BY SIZE
                  WS-BAND-30 DELIMITED BY SIZE
                  " 31-60=" DELIMITED BY SIZE
                  WS-BAND-60 DELIMITED BY SIZE
                  " 61-90=" DELIMITED BY SIZE
                  WS-BAND-90 DELIMITED BY SIZE
                  " OVER-90=" DELIMITED BY SIZE
                  WS-BAND-OVER DELIMITED BY SIZE
              INTO WORK-ORDER-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-ONE-OPEN-ORDER.
           MOVE "D" TO WS-DS-FUNCTION.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION
              WS-ORDER-OPENED(WS-ORDER-SCAN) WS-RUN-DATE
              WS-DS-DAY-COUNT WS-DS-RESULT-DATE WS-DS-STATUS.
           IF (WS-DS-STATUS = "0" AND WS-DS-DAY-COUNT > 0)
              MOVE WS-DS-DAY-COUNT TO WS-ORDER-AGE
           ELSE
              MOVE 0 TO WS-ORDER-AGE
           END-IF.
           EVALUATE TRUE
           WHEN WS-ORDER-AGE <= 30
                MOVE "0-30" TO WS-AGE-BAND
                ADD 1 TO WS-BAND-30
           WHEN WS-ORDER-AGE <= 60
                MOVE "31-60" TO WS-AGE-BAND
                ADD 1 TO WS-BAND-60
           WHEN WS-ORDER-AGE <= 90
                MOVE "61-90" TO WS-AGE-BAND
                ADD 1 TO WS-BAND-90
           WHEN OTHER
                MOVE "OVER-90" TO WS-AGE-BAND
                ADD 1 TO WS-BAND-OVER
           END-EVALUATE.
           IF (WS-ORDER-STATUS(WS-ORDER-SCAN) = "A")
              MOVE "APPROVED" TO WS-STATUS-NAME
           ELSE
              MOVE "OPEN" TO WS-STATUS-NAME
           END-IF.
           STRING "WO=" DELIMITED BY SIZE
                  WS-ORDER-NUMBER(WS-ORDER-SCAN) DELIMITED BY SIZE
                  " ASSET=" DELIMITED BY SIZE
                  WS-ORDER-ASSET(WS-ORDER-SCAN) DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  WS-ORDER-TYPE(WS-ORDER-SCAN) DELIMITED BY SIZE
                  " STATUS=" DELIMITED BY SIZE
                  WS-STATUS-NAME DELIMITED BY SIZE
                  " OPENED=" DELIMITED BY SIZE
                  WS-ORDER-OPENED(WS-ORDER-SCAN) DELIMITED BY SIZE
                  " AGE=" DELIMITED BY SIZE
                  WS-ORDER-AGE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-AGE-BAND DELIMITED BY SPACE
                  ") SUPPLIER=" DELIMITED BY SIZE
                  WS-ORDER-SUPPLIER(WS-ORDER-SCAN) DELIMITED BY SIZE
                  " EST=" DELIMITED BY SIZE
                  WS-ORDER-ESTIMATE(WS-ORDER-SCAN) DELIMITED BY SIZE
              INTO WORK-ORDER-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
      *
      *    The budget year is the fiscal year the run date falls in;
      *    with no fiscal calendar it is the calendar year.
       WRITE-BUDGET-POSITION.
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM FIND-FISCAL-YEAR.
           MOVE WS-LOOKUP-YEAR TO WS-BUDGET-YEAR.
           OPEN INPUT BUDGET-FILE.
           PERFORM UNTIL BUDGET-EOF
              READ BUDGET-FILE
                 AT END
                    MOVE "Y" TO BUDGET-EOF-SWITCH
                 NOT AT END
                    IF (EB-FISCAL-YEAR = WS-BUDGET-YEAR)
                       MOVE "Y" TO BUDGET-FOUND-SWITCH
                       MOVE EB-BUDGET-AMOUNT TO WS-BUDGET-AMOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.
           PERFORM VARYING WS-ORDER-SCAN FROM 1 BY 1
              UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT
                PERFORM ADD-ORDER-SPEND
           END-PERFORM.
           COMPUTE WS-COMMITTED-SPEND =
              WS-RECEIVED-SPEND + WS-APPROVED-SPEND.
           COMPUTE WS-BUDGET-LEFT =
              WS-BUDGET-AMOUNT - WS-COMMITTED-SPEND.
           MOVE WS-BUDGET-LEFT TO WS-BUDGET-LEFT-EDITED.
           IF (BUDGET-FOUND)
              STRING "EQUIPMENT BUDGET FISCAL-YEAR=" DELIMITED BY SIZE
                     WS-BUDGET-YEAR DELIMITED BY SIZE
                     " BUDGET=" DELIMITED BY SIZE
                     WS-BUDGET-AMOUNT DELIMITED BY SIZE
                 INTO WORK-ORDER-REPORT-RECORD
           ELSE
              STRING "NO EQUIPMENT BUDGET ON EQUIPBUD FOR FISCAL-YEAR="
                        DELIMITED BY SIZE
                     WS-BUDGET-YEAR DELIMITED BY SIZE
                 INTO WORK-ORDER-REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           STRING "RECEIVED=" DELIMITED BY SIZE
                  WS-RECEIVED-SPEND DELIMITED BY SIZE
                  " APPROVED=" DELIMITED BY SIZE
                  WS-APPROVED-SPEND DELIMITED BY SIZE
                  " COMMITTED=" DELIMITED BY SIZE
                  WS-COMMITTED-SPEND DELIMITED BY SIZE
                  " REMAINING=" DELIMITED BY SIZE
                  WS-BUDGET-LEFT-EDITED DELIMITED BY SIZE
              INTO WORK-ORDER-REPORT-RECORD.
           IF (WS-BUDGET-LEFT < 0)
              MOVE "** OVER BUDGET **"
                 TO WORK-ORDER-REPORT-RECORD(90:17)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           STRING "AWAITING APPROVAL ESTIMATES=" DELIMITED BY SIZE
                  WS-AWAITING-ESTIMATE DELIMITED BY SIZE
              INTO WORK-ORDER-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
      *
       ADD-ORDER-SPEND.
           EVALUATE WS-ORDER-STATUS(WS-ORDER-SCAN)
           WHEN "R"
                MOVE WS-ORDER-RECEIVED(WS-ORDER-SCAN)
                   TO WS-LOOKUP-DATE
                PERFORM FIND-FISCAL-YEAR
                IF (WS-LOOKUP-YEAR = WS-BUDGET-YEAR)
                   ADD WS-ORDER-ACTUAL(WS-ORDER-SCAN)
                      TO WS-RECEIVED-SPEND
                END-IF
           WHEN "A"
                MOVE WS-ORDER-APPROVED(WS-ORDER-SCAN)
                   TO WS-LOOKUP-DATE
                PERFORM FIND-FISCAL-YEAR
                IF (WS-LOOKUP-YEAR = WS-BUDGET-YEAR)
                   ADD WS-ORDER-ESTIMATE(WS-ORDER-SCAN)
                      TO WS-APPROVED-SPEND
                END-IF
           WHEN "O"
                ADD WS-ORDER-ESTIMATE(WS-ORDER-SCAN)
                   TO WS-AWAITING-ESTIMATE
           END-EVALUATE.
      *
       FIND-FISCAL-YEAR.
           MOVE "P" TO WS-FP-FUNCTION.
           CALL "FISCAL-PERIOD-SERVICE" USING WS-FP-FUNCTION
              WS-LOOKUP-DATE WS-FP-FISCAL-YEAR WS-FP-PERIOD
              WS-FP-START-DATE WS-FP-END-DATE WS-FP-PERIOD-STATUS
              WS-FP-STATUS.
           IF (WS-FP-STATUS = "0")
              MOVE WS-FP-FISCAL-YEAR TO WS-LOOKUP-YEAR
           ELSE
              MOVE WS-LOOKUP-DATE(1:4) TO WS-LOOKUP-YEAR
           END-IF.
      *
       REWRITE-WORK-ORDERS.
           OPEN OUTPUT WORK-ORDER-FILE.
           PERFORM VARYING WS-ORDER-SCAN FROM 1 BY 1
              UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT
                MOVE WS-ORDER-NUMBER(WS-ORDER-SCAN) TO WO-NUMBER
                MOVE WS-ORDER-ASSET(WS-ORDER-SCAN) TO WO-ASSET-ID
                MOVE WS-ORDER-TYPE(WS-ORDER-SCAN) TO WO-ASSET-TYPE
                MOVE WS-ORDER-OPENED(WS-ORDER-SCAN) TO WO-OPENED-DATE
                MOVE WS-ORDER-WEAR(WS-ORDER-SCAN) TO WO-WEAR-PERCENT
                MOVE WS-ORDER-STATUS(WS-ORDER-SCAN) TO WO-STATUS
                MOVE WS-ORDER-SUPPLIER(WS-ORDER-SCAN) TO WO-SUPPLIER
                MOVE WS-ORDER-ESTIMATE(WS-ORDER-SCAN)
                   TO WO-ESTIMATED-COST
                MOVE WS-ORDER-APPROVER(WS-ORDER-SCAN)
                   TO WO-APPROVED-BY
                MOVE WS-ORDER-APPROVED(WS-ORDER-SCAN)
                   TO WO-APPROVED-DATE
                MOVE WS-ORDER-RECEIVED(WS-ORDER-SCAN)
                   TO WO-RECEIVED-DATE
                MOVE WS-ORDER-ACTUAL(WS-ORDER-SCAN) TO WO-ACTUAL-COST
                MOVE WS-ORDER-NEW-ASSET(WS-ORDER-SCAN)
                   TO WO-NEW-ASSET-ID
                WRITE WORK-ORDER-RECORD
                ADD 1 TO WS-AUDIT-WRITTEN
           END-PERFORM.
           CLOSE WORK-ORDER-FILE.
      *
       REWRITE-INVENTORY.
           OPEN OUTPUT EQUIPMENT-INVENTORY-FILE.
           PERFORM VARYING WS-ASSET-SCAN FROM 1 BY 1
              UNTIL WS-ASSET-SCAN > WS-ASSET-COUNT
                MOVE WS-ASSET-ID(WS-ASSET-SCAN) TO EQ-ASSET-ID
                MOVE WS-ASSET-TYPE(WS-ASSET-SCAN) TO EQ-ASSET-TYPE
                MOVE WS-ASSET-PURCHASED(WS-ASSET-SCAN)
                   TO EQ-PURCHASE-DATE
                MOVE WS-ASSET-USES(WS-ASSET-SCAN) TO EQ-USE-COUNT
                MOVE WS-ASSET-LIMIT(WS-ASSET-SCAN) TO EQ-WEAR-LIMIT
                MOVE WS-ASSET-STATUS(WS-ASSET-SCAN) TO EQ-STATUS
                MOVE WS-ASSET-RETIRED(WS-ASSET-SCAN)
                   TO EQ-RETIRED-DATE
                WRITE EQUIPMENT-INVENTORY-RECORD
                ADD 1 TO WS-AUDIT-WRITTEN
           END-PERFORM.
           CLOSE EQUIPMENT-INVENTORY-FILE.
      *
       REWRITE-SOURCE-MAP.
           OPEN OUTPUT SOURCE-MAP-FILE.
           PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
              UNTIL WS-MAP-SCAN > WS-MAP-COUNT
                MOVE WS-MAP-SOURCE(WS-MAP-SCAN) TO EM-SOURCE
                MOVE WS-MAP-ACTIVITY(WS-MAP-SCAN) TO EM-ACTIVITY
                MOVE WS-MAP-ASSET(WS-MAP-SCAN) TO EM-ASSET-ID
                WRITE SOURCE-MAP-RECORD
                ADD 1 TO WS-AUDIT-WRITTEN
           END-PERFORM.
           CLOSE SOURCE-MAP-FILE.
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
      *
