      *    percentage of its wear limit (80 unless the threshold
      *    card says otherwise), so the triple-20 is replaced before
      *    league night finds it shredded.
      *
      *    Every flagged asset gets a replacement work order on
      *    EQUIPWO unless one is already outstanding (open or
      *    approved) for it; EQUIPMENT-WORK-ORDERS takes the order
      *    from there through quote, approval and receipt. An asset
      *    that order has retired stays on the inventory for the
      *    record but takes no more uses and is left off the
      *    forecast; an inventory record from before assets were
      *    retired reads as in service.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "EQUIPFCT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-ORDER-FILE ASSIGN TO "EQUIPWO"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05 EQ-PURCHASE-DATE       PIC 9(8).
           05 EQ-USE-COUNT           PIC 9(7).
           05 EQ-WEAR-LIMIT          PIC 9(7).
           05 EQ-STATUS              PIC X.
              88 EQ-RETIRED               VALUE "R".
           05 EQ-RETIRED-DATE        PIC 9(8).
      *
       FD  SOURCE-MAP-FILE.
       01  SOURCE-MAP-RECORD.
      *
       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD    PIC X(90).
      *
       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           05 WO-NUMBER              PIC 9(5).
           05 WO-ASSET-ID            PIC X(6).
           05 WO-ASSET-TYPE          PIC X(8).
           05 WO-OPENED-DATE         PIC 9(8).
           05 WO-WEAR-PERCENT        PIC 9(3).
           05 WO-STATUS              PIC X.
              88 WO-OUTSTANDING           VALUE "O" "A".
           05 WO-SUPPLIER            PIC X(20).
           05 WO-ESTIMATED-COST      PIC 9(5)V99.
           05 WO-APPROVED-BY         PIC X(10).
           05 WO-APPROVED-DATE       PIC 9(8).
           05 WO-RECEIVED-DATE       PIC 9(8).
           05 WO-ACTUAL-COST         PIC 9(5)V99.
           05 WO-NEW-ASSET-ID        PIC X(6).
      *
       WORKING-STORAGE SECTION.
      *
             88 USAGE-EOF                     VALUE "Y".
          05 ASSET-FOUND-SWITCH      PIC X    VALUE "N".
             88 ASSET-FOUND                   VALUE "Y".
          05 ORDER-EOF-SWITCH        PIC X    VALUE "N".
             88 ORDER-EOF                     VALUE "Y".
          05 ORDER-FOUND-SWITCH      PIC X    VALUE "N".
             88 ORDER-FOUND                   VALUE "Y".
      *
       01 WS-ASSET-COUNT             PIC 9(3) VALUE 0.
       01 WS-ASSET-SCAN              PIC 9(3) VALUE 0.
             10 WS-ASSET-PURCHASED   PIC 9(8).
             10 WS-ASSET-USES        PIC 9(7).
             10 WS-ASSET-LIMIT       PIC 9(7).
             10 WS-ASSET-STATUS      PIC X.
             10 WS-ASSET-RETIRED     PIC 9(8).
      *
       01 WS-MAP-COUNT               PIC 9(2) VALUE 0.
       01 WS-MAP-SCAN                PIC 9(2) VALUE 0.
       01 WS-USES-LEFT               PIC S9(7) VALUE 0.
       01 WS-FLAGGED-COUNT           PIC 9(3) VALUE 0.
       01 WS-FORECAST-LINE           PIC X(90) VALUE SPACES.
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
      *
       01 WS-ORDER-COUNT             PIC 9(4) VALUE 0.
       01 WS-ORDER-SCAN              PIC 9(4) VALUE 0.
       01 WS-ORDER-HIT               PIC 9(4) VALUE 0.
       01 WS-ORDER-TABLE.
          05 WS-ORDER OCCURS 1000 TIMES.
             10 WS-ORDER-IMAGE       PIC X(97).
             10 WS-ORDER-ASSET       PIC X(6).
             10 WS-ORDER-NUMBER      PIC 9(5).
             10 WS-ORDER-STATUS      PIC X.
       01 WS-LAST-ORDER-NUMBER       PIC 9(5) VALUE 0.
       01 WS-ORDERS-OPENED           PIC 9(3) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       EQUIPMENT-WEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-INVENTORY.
           PERFORM LOAD-WORK-ORDERS.
           PERFORM LOAD-SOURCE-MAP.
           PERFORM LOAD-THRESHOLD.
           PERFORM POST-BOARD-HITS.
           PERFORM POST-KIOSK-USES.
           PERFORM REWRITE-INVENTORY.
           PERFORM WRITE-FORECAST-REPORT.
           IF (WS-ORDERS-OPENED > 0)
              PERFORM REWRITE-WORK-ORDERS
           END-IF.
           DISPLAY "Assets on inventory: " WS-ASSET-COUNT.
           DISPLAY "Assets flagged for replacement: "
              WS-FLAGGED-COUNT.
           DISPLAY "Work orders opened: " WS-ORDERS-OPENED.
           STOP RUN.
      *
       LOAD-INVENTORY.
                       TO WS-ASSET-USES(WS-ASSET-COUNT)
                    MOVE EQ-WEAR-LIMIT
                       TO WS-ASSET-LIMIT(WS-ASSET-COUNT)
                    IF (EQ-RETIRED)
                       MOVE "R" TO WS-ASSET-STATUS(WS-ASSET-COUNT)
                    ELSE
                       MOVE "A" TO WS-ASSET-STATUS(WS-ASSET-COUNT)
                    END-IF
                    IF (EQ-RETIRED-DATE IS NUMERIC)
                       MOVE EQ-RETIRED-DATE
                          TO WS-ASSET-RETIRED(WS-ASSET-COUNT)
                    ELSE
                       MOVE 0 TO WS-ASSET-RETIRED(WS-ASSET-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EQUIPMENT-INVENTORY-FILE.
      *
       LOAD-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-FILE.
           PERFORM UNTIL ORDER-EOF
              READ WORK-ORDER-FILE
                 AT END
                    MOVE "Y" TO ORDER-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-WORK-ORDER
              END-READ
           END-PERFORM.
           CLOSE WORK-ORDER-FILE.
      *
       ADD-WORK-ORDER.
           IF (WS-ORDER-COUNT = 1000)
              DISPLAY "ABORTED: work orders exceed the "
                 "1000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE WORK-ORDER-RECORD TO WS-ORDER-IMAGE(WS-ORDER-COUNT).
           MOVE WO-ASSET-ID TO WS-ORDER-ASSET(WS-ORDER-COUNT).
           MOVE WO-NUMBER TO WS-ORDER-NUMBER(WS-ORDER-COUNT).
           MOVE WO-STATUS TO WS-ORDER-STATUS(WS-ORDER-COUNT).
           IF (WO-NUMBER > WS-LAST-ORDER-NUMBER)
              MOVE WO-NUMBER TO WS-LAST-ORDER-NUMBER
           END-IF.
      *
       LOAD-SOURCE-MAP.
           OPEN INPUT SOURCE-MAP-FILE.
           PERFORM VARYING WS-ASSET-SCAN FROM 1 BY 1
              UNTIL WS-ASSET-SCAN > WS-ASSET-COUNT
              OR ASSET-FOUND
                IF (WS-ASSET-ID(WS-ASSET-SCAN) = WS-LOOKUP-ASSET
                   AND WS-ASSET-STATUS(WS-ASSET-SCAN) NOT = "R")
                   MOVE "Y" TO ASSET-FOUND-SWITCH
                   ADD WS-POSTED-USES
                      TO WS-ASSET-USES(WS-ASSET-SCAN)
           END-PERFORM.
           IF (NOT ASSET-FOUND)
              DISPLAY "WARNING: source map names asset "
                 WS-LOOKUP-ASSET " not in service on the inventory"
           END-IF.
      *
       REWRITE-INVENTORY.
                   TO EQ-PURCHASE-DATE
                MOVE WS-ASSET-USES(WS-ASSET-SCAN) TO EQ-USE-COUNT
                MOVE WS-ASSET-LIMIT(WS-ASSET-SCAN) TO EQ-WEAR-LIMIT
                MOVE WS-ASSET-STATUS(WS-ASSET-SCAN) TO EQ-STATUS
                MOVE WS-ASSET-RETIRED(WS-ASSET-SCAN)
                   TO EQ-RETIRED-DATE
                WRITE EQUIPMENT-INVENTORY-RECORD
           END-PERFORM.
           CLOSE EQUIPMENT-INVENTORY-FILE.
           CLOSE FORECAST-REPORT-FILE.
      *
       WRITE-ONE-FORECAST.
           IF (WS-ASSET-STATUS(WS-ASSET-SCAN) NOT = "R")
              PERFORM FORECAST-ONE-ASSET
           END-IF.
      *
       FORECAST-ONE-ASSET.
           IF (WS-ASSET-LIMIT(WS-ASSET-SCAN) = 0)
              MOVE 0 TO WS-WEAR-PERCENT
           ELSE
                        DELIMITED BY SIZE
                     " ** REPLACE **" DELIMITED BY SIZE
                 INTO FORECAST-REPORT-RECORD
              WRITE FORECAST-REPORT-RECORD
              PERFORM ENSURE-WORK-ORDER
           ELSE
              MOVE WS-FORECAST-LINE TO FORECAST-REPORT-RECORD
              WRITE FORECAST-REPORT-RECORD
           END-IF.
      *
      *    One outstanding order per asset: a flagged asset that
      *    already has one is only reported against it, so the
      *    nightly run does not pile up duplicate orders.
       ENSURE-WORK-ORDER.
           MOVE "N" TO ORDER-FOUND-SWITCH.
           PERFORM VARYING WS-ORDER-SCAN FROM 1 BY 1
              UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT
              OR ORDER-FOUND
                IF (WS-ORDER-ASSET(WS-ORDER-SCAN) =
                   WS-ASSET-ID(WS-ASSET-SCAN)
                   AND (WS-ORDER-STATUS(WS-ORDER-SCAN) = "O"
                      OR WS-ORDER-STATUS(WS-ORDER-SCAN) = "A"))
                   MOVE "Y" TO ORDER-FOUND-SWITCH
                   MOVE WS-ORDER-SCAN TO WS-ORDER-HIT
                END-IF
           END-PERFORM.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           IF (ORDER-FOUND)
              STRING "  ON WORK ORDER=" DELIMITED BY SIZE
                     WS-ORDER-NUMBER(WS-ORDER-HIT) DELIMITED BY SIZE
                     " STATUS=" DELIMITED BY SIZE
                     WS-ORDER-STATUS(WS-ORDER-HIT) DELIMITED BY SIZE
                 INTO FORECAST-REPORT-RECORD
           ELSE
              ADD 1 TO WS-LAST-ORDER-NUMBER
              ADD 1 TO WS-ORDERS-OPENED
              MOVE SPACES TO WORK-ORDER-RECORD
              MOVE WS-LAST-ORDER-NUMBER TO WO-NUMBER
              MOVE WS-ASSET-ID(WS-ASSET-SCAN) TO WO-ASSET-ID
              MOVE WS-ASSET-TYPE(WS-ASSET-SCAN) TO WO-ASSET-TYPE
              MOVE WS-RUN-DATE TO WO-OPENED-DATE
              IF (WS-WEAR-PERCENT > 999)
                 MOVE 999 TO WO-WEAR-PERCENT
              ELSE
                 MOVE WS-WEAR-PERCENT TO WO-WEAR-PERCENT
              END-IF
              MOVE "O" TO WO-STATUS
              MOVE 0 TO WO-ESTIMATED-COST
              MOVE 0 TO WO-APPROVED-DATE
              MOVE 0 TO WO-RECEIVED-DATE
              MOVE 0 TO WO-ACTUAL-COST
              PERFORM ADD-WORK-ORDER
              STRING "  WORK ORDER=" DELIMITED BY SIZE
                     WO-NUMBER DELIMITED BY SIZE
                     " OPENED" DELIMITED BY SIZE
                 INTO FORECAST-REPORT-RECORD
           END-IF.
           WRITE FORECAST-REPORT-RECORD.
      *
       REWRITE-WORK-ORDERS.
           OPEN OUTPUT WORK-ORDER-FILE.
           PERFORM VARYING WS-ORDER-SCAN FROM 1 BY 1
              UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT
                MOVE WS-ORDER-IMAGE(WS-ORDER-SCAN)
                   TO WORK-ORDER-RECORD
                WRITE WORK-ORDER-RECORD
           END-PERFORM.
           CLOSE WORK-ORDER-FILE.
      *
