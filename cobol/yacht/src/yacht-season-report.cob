      *    With a season defined on the shared definition file, only
      *    records inside its window are folded, so a late-posted
      *    match cannot leak into the wrong season's standings.
      *
      *    Results scored under different rulesets are never
      *    averaged together: the aggregates are kept per player,
      *    category and ruleset, the report runs ruleset by
      *    ruleset, and the division averages close each ruleset
      *    separately. History written before rulesets were
      *    recorded counts as STANDARD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SH-RUN-DATE                PIC X(10).
           05 SH-CATEGORY                PIC X(15).
           05 SH-RESULT                  PIC 99.
           05 SH-RULESET-NAME            PIC X(8).
      *
       FD  SEASON-AVERAGE-REPORT-FILE.
       01  SEASON-AVERAGE-REPORT-RECORD  PIC X(100).
      *
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           05 AG-CATEGORY            PIC X(15).
           05 AG-TOTAL               PIC 9(9).
           05 AG-COUNT               PIC 9(7).
           05 AG-RULESET             PIC X(8).
      *
       FD  CURSOR-FILE.
       01  CURSOR-RECORD.
       01 WS-RECORDS-DONE                PIC 9(7) VALUE 0.
       01 WS-RECORDS-SEEN                PIC 9(7) VALUE 0.
      *
      *    One aggregate per player, category and ruleset, persisted
      *    across runs on the aggregate file.
       01 WS-GROUP-COUNT                 PIC 9(4) VALUE 0.
       01 WS-GROUP-SCAN                  PIC 9(4) VALUE 0.
       01 WS-GROUP-SCAN-2                PIC 9(4) VALUE 0.
             10 WS-GROUP-CATEGORY        PIC X(15).
             10 WS-GROUP-TOTAL           PIC 9(9).
             10 WS-GROUP-TALLY           PIC 9(7).
             10 WS-GROUP-RULESET         PIC X(8).
      *
       01 WS-SWAP-PLAYER                 PIC X(10) VALUE SPACES.
       01 WS-SWAP-CATEGORY               PIC X(15) VALUE SPACES.
       01 WS-SWAP-TOTAL                  PIC 9(9) VALUE 0.
       01 WS-SWAP-TALLY                  PIC 9(7) VALUE 0.
       01 WS-SWAP-RULESET                PIC X(8) VALUE SPACES.
       01 WS-HISTORY-RULESET             PIC X(8) VALUE SPACES.
       01 WS-GROUP-AVERAGE               PIC 9(5)V99 VALUE 0.
      *
       01 WS-MEMBER-MASTER-EOF-SWITCH    PIC X    VALUE "N".
       01 WS-PLAYER-DIVISION             PIC X(6) VALUE SPACES.
       01 WS-CURRENT-PLAYER-ID           PIC X(10) VALUE SPACES.
      *
      *    Three divisions for every ruleset on the report.
       01 WS-DIVISION-USED               PIC 99   VALUE 0.
       01 WS-DIVISION-TOTALS.
          05 WS-DIVISION-ENTRY OCCURS 60 TIMES.
             10 WS-DIVISION-RULESET      PIC X(8).
             10 WS-DIVISION-NAME         PIC X(6).
             10 WS-DIVISION-TOTAL        PIC 9(9).
             10 WS-DIVISION-COUNT        PIC 9(7).
       01 WS-DIVISION-SCAN               PIC 99   VALUE 0.
       01 WS-DIVISION-HIT                PIC 99   VALUE 0.
       01 WS-DIVISION-AVERAGE            PIC 9(5)V99 VALUE 0.
      *
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GENERATION-DATE.
           MOVE WS-GENERATION-DATE TO WS-SEASON-START.
           MOVE 0101 TO WS-SEASON-START-MMDD.
           PERFORM LOAD-SEASON-WINDOW.
           PERFORM LOAD-REPORT-CONTROL.
           PERFORM LOAD-CURSOR.
                          TO WS-GROUP-TOTAL(WS-GROUP-COUNT)
                       MOVE AG-COUNT
                          TO WS-GROUP-TALLY(WS-GROUP-COUNT)
                       IF (AG-RULESET = SPACES)
                          MOVE "STANDARD"
                             TO WS-GROUP-RULESET(WS-GROUP-COUNT)
                       ELSE
                          MOVE AG-RULESET
                             TO WS-GROUP-RULESET(WS-GROUP-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       FOLD-IN-SEASON-RECORD.
           ADD 1 TO WS-ENTRY-COUNT.
           IF (SH-RULESET-NAME = SPACES)
              MOVE "STANDARD" TO WS-HISTORY-RULESET
           ELSE
              MOVE SH-RULESET-NAME TO WS-HISTORY-RULESET
           END-IF.
           MOVE "N" TO GROUP-FOUND-SWITCH.
           PERFORM VARYING WS-GROUP-SCAN FROM 1 BY 1
              UNTIL WS-GROUP-SCAN > WS-GROUP-COUNT
              OR GROUP-FOUND
                IF (WS-GROUP-PLAYER(WS-GROUP-SCAN) = SH-PLAYER-ID
                   AND WS-GROUP-CATEGORY(WS-GROUP-SCAN) =
                      SH-CATEGORY
                   AND WS-GROUP-RULESET(WS-GROUP-SCAN) =
                      WS-HISTORY-RULESET)
                   MOVE "Y" TO GROUP-FOUND-SWITCH
                   MOVE WS-GROUP-SCAN TO WS-GROUP-HIT
                END-IF
                 TO WS-GROUP-CATEGORY(WS-GROUP-HIT)
              MOVE 0 TO WS-GROUP-TOTAL(WS-GROUP-HIT)
              MOVE 0 TO WS-GROUP-TALLY(WS-GROUP-HIT)
              MOVE WS-HISTORY-RULESET
                 TO WS-GROUP-RULESET(WS-GROUP-HIT)
           END-IF.
           ADD SH-RESULT TO WS-GROUP-TOTAL(WS-GROUP-HIT).
           ADD 1 TO WS-GROUP-TALLY(WS-GROUP-HIT).
                   TO AG-CATEGORY
                MOVE WS-GROUP-TOTAL(WS-GROUP-SCAN) TO AG-TOTAL
                MOVE WS-GROUP-TALLY(WS-GROUP-SCAN) TO AG-COUNT
                MOVE WS-GROUP-RULESET(WS-GROUP-SCAN) TO AG-RULESET
                WRITE AGGREGATE-RECORD
           END-PERFORM.
           CLOSE AGGREGATE-FILE.
           WRITE CURSOR-RECORD.
           CLOSE CURSOR-FILE.
      *
      *    Ruleset, then player then category - within a ruleset the
      *    same order the sorted report always printed.
       SORT-AGGREGATE-TABLE.
           MOVE "Y" TO SWAPPED-SWITCH.
           PERFORM UNTIL NOT PASS-SWAPPED
              MOVE "N" TO SWAPPED-SWITCH
              PERFORM VARYING WS-GROUP-SCAN-2 FROM 1 BY 1
                 UNTIL WS-GROUP-SCAN-2 >= WS-GROUP-COUNT
                   IF (WS-GROUP-RULESET(WS-GROUP-SCAN-2) >
                         WS-GROUP-RULESET(WS-GROUP-SCAN-2 + 1))
                   OR (WS-GROUP-RULESET(WS-GROUP-SCAN-2) =
                         WS-GROUP-RULESET(WS-GROUP-SCAN-2 + 1)
                      AND WS-GROUP-PLAYER(WS-GROUP-SCAN-2) >
                         WS-GROUP-PLAYER(WS-GROUP-SCAN-2 + 1))
                   OR (WS-GROUP-RULESET(WS-GROUP-SCAN-2) =
                         WS-GROUP-RULESET(WS-GROUP-SCAN-2 + 1)
                      AND WS-GROUP-PLAYER(WS-GROUP-SCAN-2) =
                         WS-GROUP-PLAYER(WS-GROUP-SCAN-2 + 1)
                      AND WS-GROUP-CATEGORY(WS-GROUP-SCAN-2) >
                         WS-GROUP-CATEGORY(WS-GROUP-SCAN-2 + 1))
              TO WS-SWAP-CATEGORY.
           MOVE WS-GROUP-TOTAL(WS-GROUP-SCAN-2) TO WS-SWAP-TOTAL.
           MOVE WS-GROUP-TALLY(WS-GROUP-SCAN-2) TO WS-SWAP-TALLY.
           MOVE WS-GROUP-RULESET(WS-GROUP-SCAN-2)
              TO WS-SWAP-RULESET.
           MOVE WS-GROUP-PLAYER(WS-GROUP-SCAN-2 + 1)
              TO WS-GROUP-PLAYER(WS-GROUP-SCAN-2).
           MOVE WS-GROUP-CATEGORY(WS-GROUP-SCAN-2 + 1)
              TO WS-GROUP-TOTAL(WS-GROUP-SCAN-2).
           MOVE WS-GROUP-TALLY(WS-GROUP-SCAN-2 + 1)
              TO WS-GROUP-TALLY(WS-GROUP-SCAN-2).
           MOVE WS-GROUP-RULESET(WS-GROUP-SCAN-2 + 1)
              TO WS-GROUP-RULESET(WS-GROUP-SCAN-2).
           MOVE WS-SWAP-PLAYER
              TO WS-GROUP-PLAYER(WS-GROUP-SCAN-2 + 1).
           MOVE WS-SWAP-CATEGORY
              TO WS-GROUP-TOTAL(WS-GROUP-SCAN-2 + 1).
           MOVE WS-SWAP-TALLY
              TO WS-GROUP-TALLY(WS-GROUP-SCAN-2 + 1).
           MOVE WS-SWAP-RULESET
              TO WS-GROUP-RULESET(WS-GROUP-SCAN-2 + 1).
      *
       WRITE-SEASON-REPORT.
           OPEN OUTPUT SEASON-AVERAGE-REPORT-FILE.
                  WS-GROUP-AVERAGE DELIMITED BY SIZE
                  " DIVISION=" DELIMITED BY SIZE
                  WS-PLAYER-DIVISION DELIMITED BY SIZE
                  " RULESET=" DELIMITED BY SIZE
                  WS-GROUP-RULESET(WS-GROUP-SCAN) DELIMITED BY SIZE
              INTO SEASON-AVERAGE-REPORT-RECORD.
           WRITE SEASON-AVERAGE-REPORT-RECORD.
      *
                END-IF
           END-PERFORM.
      *
      *    The first group of a ruleset opens its three division
      *    rows, JUNIOR, OPEN and SENIOR in that order.
       POST-DIVISION-TOTALS.
           MOVE 0 TO WS-DIVISION-HIT.
           PERFORM VARYING WS-DIVISION-SCAN FROM 1 BY 1
              UNTIL WS-DIVISION-SCAN > WS-DIVISION-USED
                IF (WS-DIVISION-RULESET(WS-DIVISION-SCAN) =
                      WS-GROUP-RULESET(WS-GROUP-SCAN)
                   AND WS-DIVISION-NAME(WS-DIVISION-SCAN) =
                      WS-PLAYER-DIVISION)
                   MOVE WS-DIVISION-SCAN TO WS-DIVISION-HIT
                END-IF
           END-PERFORM.
           IF (WS-DIVISION-HIT = 0)
              PERFORM OPEN-RULESET-DIVISIONS
              PERFORM VARYING WS-DIVISION-SCAN FROM 1 BY 1
                 UNTIL WS-DIVISION-SCAN > WS-DIVISION-USED
                   IF (WS-DIVISION-RULESET(WS-DIVISION-SCAN) =
                         WS-GROUP-RULESET(WS-GROUP-SCAN)
                      AND WS-DIVISION-NAME(WS-DIVISION-SCAN) =
                         WS-PLAYER-DIVISION)
                      MOVE WS-DIVISION-SCAN TO WS-DIVISION-HIT
                   END-IF
              END-PERFORM
           END-IF.
           ADD WS-GROUP-TOTAL(WS-GROUP-SCAN)
              TO WS-DIVISION-TOTAL(WS-DIVISION-HIT).
           ADD WS-GROUP-TALLY(WS-GROUP-SCAN)
              TO WS-DIVISION-COUNT(WS-DIVISION-HIT).
      *
       OPEN-RULESET-DIVISIONS.
           IF (WS-DIVISION-USED > 57)
              DISPLAY "ABORTED: rulesets exceed the 20-ruleset "
                 "division table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-DIVISION-USED.
           MOVE "JUNIOR" TO WS-DIVISION-NAME(WS-DIVISION-USED).
           PERFORM OPEN-ONE-DIVISION-ROW.
           ADD 1 TO WS-DIVISION-USED.
           MOVE "OPEN" TO WS-DIVISION-NAME(WS-DIVISION-USED).
           PERFORM OPEN-ONE-DIVISION-ROW.
           ADD 1 TO WS-DIVISION-USED.
           MOVE "SENIOR" TO WS-DIVISION-NAME(WS-DIVISION-USED).
           PERFORM OPEN-ONE-DIVISION-ROW.
      *
       OPEN-ONE-DIVISION-ROW.
           MOVE WS-GROUP-RULESET(WS-GROUP-SCAN)
              TO WS-DIVISION-RULESET(WS-DIVISION-USED).
           MOVE 0 TO WS-DIVISION-TOTAL(WS-DIVISION-USED).
           MOVE 0 TO WS-DIVISION-COUNT(WS-DIVISION-USED).
      *
       WRITE-DIVISION-SUMMARY.
           PERFORM VARYING WS-DIVISION-SCAN FROM 1 BY 1
              UNTIL WS-DIVISION-SCAN > WS-DIVISION-USED
                IF (WS-DIVISION-COUNT(WS-DIVISION-SCAN) > 0)
                   COMPUTE WS-DIVISION-AVERAGE ROUNDED =
                      WS-DIVISION-TOTAL(WS-DIVISION-SCAN)
                             DELIMITED BY SIZE
                          " AVERAGE=" DELIMITED BY SIZE
                          WS-DIVISION-AVERAGE DELIMITED BY SIZE
                          " RULESET=" DELIMITED BY SIZE
                          WS-DIVISION-RULESET(WS-DIVISION-SCAN)
                             DELIMITED BY SIZE
                      INTO SEASON-AVERAGE-REPORT-RECORD
                   WRITE SEASON-AVERAGE-REPORT-RECORD
                END-IF
