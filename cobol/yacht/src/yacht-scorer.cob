      *    YACHT-PRACTICE-ROLLER, so a rules fix lands here once
      *    instead of in every program carrying its own copy of the
      *    twelve category routines.
      *
      *    Scoring is under a named ruleset. The caller passes the
      *    ruleset name (blank means STANDARD, and comes back filled
      *    in); the rules file YACHTRUL holds one line per ruleset -
      *    its version stamp, which of the twelve categories it
      *    plays, the fixed values for full house, four of a kind,
      *    the straights and yacht (zero on full house or four of a
      *    kind means "count the dice" as the standard game does),
      *    and an upper-section bonus threshold and value. STANDARD
      *    is built in and needs no line unless someone wants to
      *    change it. The ruleset's own stamp comes back in
      *    LK-SCORER-VERSION; a blank stamp means the category is not
      *    played under that ruleset, or the ruleset is not on the
      *    rules file at all, and the score is zero. The card-level
      *    upper bonus is asked for as category "upper bonus" with
      *    the upper-section total in place of the dice.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULES-FILE ASSIGN TO "YACHTRUL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           05 RU-RULESET-NAME          PIC X(8).
           05 RU-VERSION               PIC X(8).
           05 RU-CATEGORY-MASK         PIC X(12).
           05 RU-FULL-HOUSE-VALUE      PIC 99.
           05 RU-FOUR-KIND-VALUE       PIC 99.
           05 RU-LITTLE-STRAIGHT-VALUE PIC 99.
           05 RU-BIG-STRAIGHT-VALUE    PIC 99.
           05 RU-YACHT-VALUE           PIC 99.
           05 RU-BONUS-THRESHOLD       PIC 9(3).
           05 RU-BONUS-POINTS          PIC 99.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-SCORER-VERSION            PIC X(8)  VALUE "YS-01.00".
          05 SECOND-CONDITION-FOUND-SWITCH
                                        PIC X     VALUE "N".
             88 SECOND-CONDITION-FOUND            VALUE "Y".
          05 RULES-LOADED-SWITCH        PIC X     VALUE "N".
             88 RULES-LOADED                      VALUE "Y".
          05 RULES-EOF-SWITCH           PIC X     VALUE "N".
             88 RULES-EOF                         VALUE "Y".
      *
       01 WS-RESULT                    PIC 99    VALUE 0.
       01 WS-DICE-STRING               PIC X(5).
       01 WS-CURRENT-DICE-FACE         PIC 9     VALUE 0.
       01 WS-CURRENT-DICE-FACE-STRING  PIC X.
       01 WS-COUNT                     PIC 9     VALUE 0.
      *
      *    Entry 1 is always STANDARD; the rules file adds the rest
      *    (or replaces STANDARD's values with a line of that name).
       01 WS-RULESET-COUNT             PIC 99    VALUE 0.
       01 WS-RULESET-SCAN              PIC 99    VALUE 0.
       01 WS-RULESET-HIT               PIC 99    VALUE 0.
       01 WS-RULESET-TABLE.
          05 WS-RULESET OCCURS 20 TIMES.
             10 WS-RS-NAME              PIC X(8).
             10 WS-RS-VERSION           PIC X(8).
             10 WS-RS-CATEGORY-MASK     PIC X(12).
             10 WS-RS-FULL-HOUSE        PIC 99.
             10 WS-RS-FOUR-KIND         PIC 99.
             10 WS-RS-LITTLE-STRAIGHT   PIC 99.
             10 WS-RS-BIG-STRAIGHT      PIC 99.
             10 WS-RS-YACHT             PIC 99.
             10 WS-RS-BONUS-THRESHOLD   PIC 9(3).
             10 WS-RS-BONUS-POINTS      PIC 99.
       01 WS-CATEGORY-HIT              PIC 99    VALUE 0.
       01 WS-UPPER-TOTAL               PIC 9(5)  VALUE 0.
      *
       01 CATEGORY-TABLE-VALUES.
          05 FILLER                    PIC X(15) VALUE 'ones'.
       01 CATEGORY-TABLE REDEFINES CATEGORY-TABLE-VALUES.
          05 CATEGORY                  PIC X(15) OCCURS 12 TIMES
                INDEXED BY CATEGORY-TABLE-INDEX.
      *
       01 WS-UPPER-BONUS-CATEGORY      PIC X(15) VALUE 'upper bonus'.
      *
       LINKAGE SECTION.
       01 LK-CATEGORY                  PIC X(15).
       01 LK-DICE                      PIC 9(5).
       01 LK-SCORE                     PIC 99.
       01 LK-SCORER-VERSION            PIC X(8).
       01 LK-RULESET                   PIC X(8).
      *
       PROCEDURE DIVISION USING LK-CATEGORY LK-DICE LK-SCORE
                                LK-SCORER-VERSION LK-RULESET.
      *
       YACHT-SCORER.
           IF (NOT RULES-LOADED)
              PERFORM LOAD-RULESETS
           END-IF.
           IF (LK-RULESET = SPACES)
              MOVE "STANDARD" TO LK-RULESET
           END-IF.
           MOVE SPACES TO LK-SCORER-VERSION.
           MOVE 0 TO WS-RESULT.
           PERFORM FIND-RULESET.
           IF (WS-RULESET-HIT > 0)
              IF (LK-CATEGORY = WS-UPPER-BONUS-CATEGORY)
                 MOVE WS-RS-VERSION(WS-RULESET-HIT)
                    TO LK-SCORER-VERSION
                 PERFORM SCORE-UPPER-BONUS
              ELSE
                 PERFORM FIND-CATEGORY
                 IF (WS-CATEGORY-HIT = 0
                    OR WS-RS-CATEGORY-MASK(WS-RULESET-HIT)
                       (WS-CATEGORY-HIT:1) = "Y")
                    MOVE WS-RS-VERSION(WS-RULESET-HIT)
                       TO LK-SCORER-VERSION
                    PERFORM SCORE-CATEGORY
                 END-IF
              END-IF
           END-IF.
           MOVE WS-RESULT TO LK-SCORE.
           GOBACK.
      *
      *    Read once per run: the table stays loaded across CALLs.
       LOAD-RULESETS.
           MOVE 1 TO WS-RULESET-COUNT.
           MOVE "STANDARD" TO WS-RS-NAME(1).
           MOVE WS-SCORER-VERSION TO WS-RS-VERSION(1).
           MOVE "YYYYYYYYYYYY" TO WS-RS-CATEGORY-MASK(1).
           MOVE 0 TO WS-RS-FULL-HOUSE(1).
           MOVE 0 TO WS-RS-FOUR-KIND(1).
           MOVE 30 TO WS-RS-LITTLE-STRAIGHT(1).
           MOVE 30 TO WS-RS-BIG-STRAIGHT(1).
           MOVE 50 TO WS-RS-YACHT(1).
           MOVE 0 TO WS-RS-BONUS-THRESHOLD(1).
           MOVE 0 TO WS-RS-BONUS-POINTS(1).
           OPEN INPUT RULES-FILE.
           PERFORM UNTIL RULES-EOF
              READ RULES-FILE
                 AT END
                    MOVE "Y" TO RULES-EOF-SWITCH
                 NOT AT END
                    PERFORM LOAD-ONE-RULESET
              END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
           MOVE "Y" TO RULES-LOADED-SWITCH.
      *
       LOAD-ONE-RULESET.
           IF (RU-RULESET-NAME = "STANDARD")
              MOVE 1 TO WS-RULESET-HIT
           ELSE
              IF (WS-RULESET-COUNT = 20)
                 DISPLAY "ABORTED: rules file exceeds the "
                    "20-entry ruleset table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-RULESET-COUNT
              MOVE WS-RULESET-COUNT TO WS-RULESET-HIT
           END-IF.
           MOVE RU-RULESET-NAME TO WS-RS-NAME(WS-RULESET-HIT).
           MOVE RU-VERSION TO WS-RS-VERSION(WS-RULESET-HIT).
           MOVE RU-CATEGORY-MASK
              TO WS-RS-CATEGORY-MASK(WS-RULESET-HIT).
           MOVE RU-FULL-HOUSE-VALUE
              TO WS-RS-FULL-HOUSE(WS-RULESET-HIT).
           MOVE RU-FOUR-KIND-VALUE
              TO WS-RS-FOUR-KIND(WS-RULESET-HIT).
           MOVE RU-LITTLE-STRAIGHT-VALUE
              TO WS-RS-LITTLE-STRAIGHT(WS-RULESET-HIT).
           MOVE RU-BIG-STRAIGHT-VALUE
              TO WS-RS-BIG-STRAIGHT(WS-RULESET-HIT).
           MOVE RU-YACHT-VALUE TO WS-RS-YACHT(WS-RULESET-HIT).
           MOVE RU-BONUS-THRESHOLD
              TO WS-RS-BONUS-THRESHOLD(WS-RULESET-HIT).
           MOVE RU-BONUS-POINTS
              TO WS-RS-BONUS-POINTS(WS-RULESET-HIT).
      *
       FIND-RULESET.
           MOVE 0 TO WS-RULESET-HIT.
           PERFORM VARYING WS-RULESET-SCAN FROM 1 BY 1
              UNTIL WS-RULESET-SCAN > WS-RULESET-COUNT
              OR WS-RULESET-HIT > 0
                IF (WS-RS-NAME(WS-RULESET-SCAN) = LK-RULESET)
                   MOVE WS-RULESET-SCAN TO WS-RULESET-HIT
                END-IF
           END-PERFORM.
      *
      *    An unknown category name scores zero under any ruleset,
      *    as it always has.
       FIND-CATEGORY.
           MOVE 0 TO WS-CATEGORY-HIT.
           PERFORM VARYING WS-RULESET-SCAN FROM 1 BY 1
              UNTIL WS-RULESET-SCAN > 12
              OR WS-CATEGORY-HIT > 0
                IF (CATEGORY(WS-RULESET-SCAN) = LK-CATEGORY)
                   MOVE WS-RULESET-SCAN TO WS-CATEGORY-HIT
                END-IF
           END-PERFORM.
      *
       SCORE-UPPER-BONUS.
           MOVE LK-DICE TO WS-UPPER-TOTAL.
           IF (WS-RS-BONUS-THRESHOLD(WS-RULESET-HIT) > 0
              AND WS-UPPER-TOTAL >=
                 WS-RS-BONUS-THRESHOLD(WS-RULESET-HIT))
              MOVE WS-RS-BONUS-POINTS(WS-RULESET-HIT) TO WS-RESULT
           END-IF.
      *
       SCORE-CATEGORY.
           MOVE LK-DICE TO WS-DICE-STRING.
              END-PERFORM
           END-IF.
           IF (FIRST-CONDITION-FOUND AND SECOND-CONDITION-FOUND)
              IF (WS-RS-FULL-HOUSE(WS-RULESET-HIT) > 0)
                 MOVE WS-RS-FULL-HOUSE(WS-RULESET-HIT) TO WS-RESULT
              ELSE
                 COMPUTE WS-RESULT =
                    FUNCTION NUMVAL(WS-DICE-STRING(1:1))
                    + FUNCTION NUMVAL(WS-DICE-STRING(2:1))
                    + FUNCTION NUMVAL(WS-DICE-STRING(3:1))
                    + FUNCTION NUMVAL(WS-DICE-STRING(4:1))
                    + FUNCTION NUMVAL(WS-DICE-STRING(5:1))
              END-IF
           END-IF.
      *
       FOUR-OF-A-KIND-CATEGORY.
                   END-IF
           END-PERFORM.
           IF (FIRST-CONDITION-FOUND)
              IF (WS-RS-FOUR-KIND(WS-RULESET-HIT) > 0)
                 MOVE WS-RS-FOUR-KIND(WS-RULESET-HIT) TO WS-RESULT
              ELSE
                 COMPUTE WS-RESULT = WS-CURRENT-DICE-FACE * 4
              END-IF
           END-IF.
      *
       LITTLE-STRAIGHT-CATEGORY.
           MOVE WS-RS-LITTLE-STRAIGHT(WS-RULESET-HIT) TO WS-RESULT.
           PERFORM
              WITH TEST AFTER
              VARYING WS-CURRENT-DICE-FACE FROM 1 BY 1
           END-PERFORM.
      *
       BIG-STRAIGHT-CATEGORY.
           MOVE WS-RS-BIG-STRAIGHT(WS-RULESET-HIT) TO WS-RESULT.
           PERFORM
              WITH TEST AFTER
              VARYING WS-CURRENT-DICE-FACE FROM 2 BY 1
              = FUNCTION NUMVAL(WS-DICE-STRING(4:1))
              AND FUNCTION NUMVAL(WS-DICE-STRING(4:1))
              = FUNCTION NUMVAL(WS-DICE-STRING(5:1)))
              MOVE WS-RS-YACHT(WS-RULESET-HIT) TO WS-RESULT
           END-IF.
      *
