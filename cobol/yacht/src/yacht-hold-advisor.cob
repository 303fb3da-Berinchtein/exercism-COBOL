       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHT-HOLD-ADVISOR.
      *
      *    CALLable hold advice for a turn still in progress: given
      *    the five dice showing, the rerolls left and the player's
      *    open-category mask, every way of holding those dice is
      *    valued at the expected score of the best open category
      *    once the remaining rolls are played out - the last
      *    reroll, when two are left, played as well as it can be -
      *    and the distinct holds come back ranked best-first. All
      *    the scoring goes through the shared scorer under the
      *    caller's ruleset, so the advice never disagrees with the
      *    scorecard. YACHT-ADVICE, the kiosk and KIOSK-COACH all
      *    ask here, the same way the reports all ask
      *    STATISTICS-SERVICE.
      *
      *    The arithmetic runs over dice as multisets rather than
      *    ordered throws: the 462 ways of keeping nought to five
      *    dice are tabled once, each finished five-dice multiset is
      *    scored against the open categories once, and each keep
      *    is then valued by weighting every possible throw of the
      *    remaining dice by the number of ways it can fall. The
      *    table values are kept between calls and only recomputed
      *    when the open mask or the ruleset changes, so a coach
      *    replaying a game or a kiosk asking twice in a turn does
      *    not pay for the scoring twice.
      *
      *    LK-DICE: the five dice showing, each 1-6, in table order.
      *    LK-REROLLS-LEFT: 1 or 2.
      *    LK-OPEN-MASK: Y/N per category, in category-table order.
      *    LK-RULESET: the ruleset to score under; spaces for
      *               STANDARD.
      *    LK-HOLD-ASKED: a Y/N hold mask whose expected value is
      *               wanted back in LK-ASKED-EXPECTED; spaces when
      *               no particular hold is being checked.
      *    LK-HOLD-COUNT / LK-HOLD-TABLE: the distinct holds, best
      *               expected value first; LK-HOLD-MASK says which
      *               positions to hold, LK-HOLD-KEEP the faces kept.
      *    LK-STATUS: "0" ok, "1" a die outside 1-6, "2" rerolls
      *               left not 1 or 2, "3" no open category or the
      *               ruleset is not on the rules file.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 TABLE-BUILT-SWITCH        PIC X     VALUE "N".
             88 MULTISET-TABLE-BUILT             VALUE "Y".
          05 KEY-ORDERED-SWITCH        PIC X     VALUE "N".
             88 KEY-IS-ORDERED                   VALUE "Y".
          05 HOLD-LISTED-SWITCH        PIC X     VALUE "N".
             88 HOLD-ALREADY-LISTED              VALUE "Y".
          05 SWAPPED-SWITCH            PIC X     VALUE "N".
             88 PASS-SWAPPED                     VALUE "Y".
      *
       01 WS-CACHED-OPEN-MASK          PIC X(12) VALUE LOW-VALUES.
       01 WS-CACHED-RULESET            PIC X(8)  VALUE LOW-VALUES.
      *
      *    Every sorted keep of nought to five dice, zero-filled on
      *    the left (00066 is a pair of sixes kept), in ascending
      *    key order for the binary search.
       01 WS-MS-COUNT                  PIC 9(3)  VALUE 0.
       01 WS-MULTISET-TABLE.
          05 WS-MS-ENTRY OCCURS 462 TIMES
                ASCENDING KEY IS WS-MS-KEY
                INDEXED BY WS-MS-INDEX.
             10 WS-MS-KEY              PIC 9(5).
             10 WS-MS-SIZE             PIC 9.
             10 WS-MS-WAYS             PIC 9(3).
             10 WS-MS-SCORE-NOW        PIC 9(3)V9(6).
             10 WS-MS-KEEP-ONE         PIC 9(3)V9(6).
             10 WS-MS-BEST-ONE         PIC 9(3)V9(6).
             10 WS-MS-KEEP-TWO         PIC 9(3)V9(6).
      *
       01 WS-KEY-SCAN                  PIC 9(5)  VALUE 0.
       01 WS-KEY-CANDIDATE             PIC 9(5)  VALUE 0.
       01 WS-KEY-CANDIDATE-DIGITS REDEFINES WS-KEY-CANDIDATE.
          05 WS-CANDIDATE-DIGIT        PIC 9     OCCURS 5 TIMES.
       01 WS-BUILT-KEY                 PIC 9(5)  VALUE 0.
       01 WS-BUILT-KEY-DIGITS REDEFINES WS-BUILT-KEY.
          05 WS-BUILT-DIGIT            PIC 9     OCCURS 5 TIMES.
       01 WS-KEEP-KEY                  PIC 9(5)  VALUE 0.
       01 WS-KEEP-KEY-DIGITS REDEFINES WS-KEEP-KEY.
          05 WS-KEEP-DIGIT             PIC 9     OCCURS 5 TIMES.
       01 WS-THROW-KEY                 PIC 9(5)  VALUE 0.
       01 WS-THROW-KEY-DIGITS REDEFINES WS-THROW-KEY.
          05 WS-THROW-DIGIT            PIC 9     OCCURS 5 TIMES.
       01 WS-DICE-WORK                 PIC 9(5)  VALUE 0.
       01 WS-DICE-WORK-DIGITS REDEFINES WS-DICE-WORK.
          05 WS-DICE-DIGIT             PIC 9     OCCURS 5 TIMES.
      *
       01 WS-FACE-COUNTS.
          05 WS-FACE-COUNT             PIC 9     OCCURS 6 TIMES.
       01 WS-FACE                      PIC 9     VALUE 0.
       01 WS-KEY-SIZE                  PIC 9     VALUE 0.
       01 WS-PUT                       PIC 9     VALUE 0.
       01 WS-DIGIT-SCAN                PIC 9     VALUE 0.
       01 WS-WAYS-WORK                 PIC 9(3)  VALUE 0.
      *
       01 FACTORIAL-VALUES.
          05 FILLER                    PIC 9(3)  VALUE 1.
          05 FILLER                    PIC 9(3)  VALUE 1.
          05 FILLER                    PIC 9(3)  VALUE 2.
          05 FILLER                    PIC 9(3)  VALUE 6.
          05 FILLER                    PIC 9(3)  VALUE 24.
          05 FILLER                    PIC 9(3)  VALUE 120.
       01 FACTORIAL-TABLE REDEFINES FACTORIAL-VALUES.
          05 FACTORIAL                 PIC 9(3)  OCCURS 6 TIMES.
      *
      *    Ordered throws of nought to five dice: six to the power.
       01 THROW-COUNT-VALUES.
          05 FILLER                    PIC 9(4)  VALUE 1.
          05 FILLER                    PIC 9(4)  VALUE 6.
          05 FILLER                    PIC 9(4)  VALUE 36.
          05 FILLER                    PIC 9(4)  VALUE 216.
          05 FILLER                    PIC 9(4)  VALUE 1296.
          05 FILLER                    PIC 9(4)  VALUE 7776.
       01 THROW-COUNT-TABLE REDEFINES THROW-COUNT-VALUES.
          05 THROW-COUNT               PIC 9(4)  OCCURS 6 TIMES.
      *
       01 WS-OUTER                     PIC 9(3)  VALUE 0.
       01 WS-INNER                     PIC 9(3)  VALUE 0.
       01 WS-LOOKUP-KEY                PIC 9(5)  VALUE 0.
       01 WS-LOOKUP-HIT                PIC 9(3)  VALUE 0.
       01 WS-THROW-SIZE                PIC 9     VALUE 0.
       01 WS-LEVEL                     PIC 9     VALUE 0.
       01 WS-EXPECT-SUM                PIC 9(7)V9(6) VALUE 0.
       01 WS-BEST-VALUE                PIC 9(3)V9(6) VALUE 0.
       01 WS-OPEN-TALLY                PIC 99    VALUE 0.
      *
       01 WS-MASK-NUMBER               PIC 99    VALUE 0.
       01 WS-MASK-STEP                 PIC 99    VALUE 0.
       01 WS-MASK-WORK                 PIC 99    VALUE 0.
       01 WS-BIT                       PIC 9     VALUE 0.
       01 WS-HOLD-MASK-WORK            PIC X(5)  VALUE SPACES.
       01 WS-KEEP-TEXT                 PIC X(5)  VALUE SPACES.
      *
       01 WS-HOLD-COUNT                PIC 99    VALUE 0.
       01 WS-HOLD-SCAN                 PIC 99    VALUE 0.
       01 WS-HOLD-TABLE.
          05 WS-HOLD OCCURS 32 TIMES.
             10 WS-HOLD-KEY            PIC 9(5).
             10 WS-HOLD-MASK           PIC X(5).
             10 WS-HOLD-KEEP           PIC X(5).
             10 WS-HOLD-VALUE          PIC 9(3)V9(6).
       01 WS-SWAP-HOLD                 PIC X(24) VALUE SPACES.
      *
       01 WS-CALL-CATEGORY             PIC X(15).
       01 WS-CALL-DICE                 PIC 9(5).
       01 WS-CALL-SCORE                PIC 99.
       01 WS-CALL-VERSION              PIC X(8)  VALUE SPACES.
       01 WS-CALL-RULESET              PIC X(8)  VALUE SPACES.
       01 WS-BONUS-CATEGORY            PIC X(15) VALUE 'upper bonus'.
       01 WS-CATEGORY-INDEX            PIC 99    VALUE 0.
      *
       01 CATEGORY-TABLE-VALUES.
          05 FILLER                    PIC X(15) VALUE 'ones'.
          05 FILLER                    PIC X(15) VALUE 'twos'.
          05 FILLER                    PIC X(15) VALUE 'threes'.
          05 FILLER                    PIC X(15) VALUE 'fours'.
          05 FILLER                    PIC X(15) VALUE 'fives'.
          05 FILLER                    PIC X(15) VALUE 'sixes'.
          05 FILLER                    PIC X(15) VALUE 'full house'.
          05 FILLER                    PIC X(15) VALUE
                'four of a kind'.
          05 FILLER                    PIC X(15) VALUE
                'little straight'.
          05 FILLER                    PIC X(15) VALUE 'big straight'.
          05 FILLER                    PIC X(15) VALUE 'choice'.
          05 FILLER                    PIC X(15) VALUE 'yacht'.
      *
       01 CATEGORY-TABLE REDEFINES CATEGORY-TABLE-VALUES.
          05 CATEGORY                  PIC X(15) OCCURS 12 TIMES.
      *
       LINKAGE SECTION.
       01 LK-DICE                      PIC 9(5).
       01 LK-REROLLS-LEFT              PIC 9.
       01 LK-OPEN-MASK                 PIC X(12).
       01 LK-RULESET                   PIC X(8).
       01 LK-HOLD-ASKED                PIC X(5).
       01 LK-ASKED-EXPECTED            PIC 9(3)V99.
       01 LK-HOLD-COUNT                PIC 99.
       01 LK-HOLD-TABLE.
          05 LK-HOLD OCCURS 32 TIMES.
             10 LK-HOLD-MASK           PIC X(5).
             10 LK-HOLD-KEEP           PIC X(5).
             10 LK-HOLD-EXPECTED       PIC 9(3)V99.
       01 LK-STATUS                    PIC X.
      *
       PROCEDURE DIVISION USING LK-DICE LK-REROLLS-LEFT LK-OPEN-MASK
                                LK-RULESET LK-HOLD-ASKED
                                LK-ASKED-EXPECTED LK-HOLD-COUNT
                                LK-HOLD-TABLE LK-STATUS.
      *
       YACHT-HOLD-ADVISOR.
           MOVE "0" TO LK-STATUS.
           MOVE 0 TO LK-HOLD-COUNT.
           MOVE 0 TO LK-ASKED-EXPECTED.
           PERFORM VALIDATE-REQUEST.
           IF (LK-STATUS = "0")
              IF (NOT MULTISET-TABLE-BUILT)
                 PERFORM BUILD-MULTISET-TABLE
              END-IF
              IF (LK-OPEN-MASK NOT = WS-CACHED-OPEN-MASK
                 OR LK-RULESET NOT = WS-CACHED-RULESET)
                 PERFORM SCORE-FINISHED-ROLLS
                 MOVE 1 TO WS-LEVEL
                 PERFORM VALUE-ALL-KEEPS
                 PERFORM BEST-HOLD-WITH-ONE-LEFT
                 MOVE 2 TO WS-LEVEL
                 PERFORM VALUE-ALL-KEEPS
                 MOVE LK-OPEN-MASK TO WS-CACHED-OPEN-MASK
                 MOVE LK-RULESET TO WS-CACHED-RULESET
              END-IF
              PERFORM LIST-CANDIDATE-HOLDS
              PERFORM RANK-CANDIDATE-HOLDS
              PERFORM RETURN-CANDIDATE-HOLDS
              IF (LK-HOLD-ASKED NOT = SPACES)
                 PERFORM VALUE-ASKED-HOLD
              END-IF
           END-IF.
           GOBACK.
      *
      *    The bonus enquiry is the scorer's way of saying whether a
      *    ruleset exists at all.
       VALIDATE-REQUEST.
           MOVE LK-DICE TO WS-DICE-WORK.
           PERFORM VARYING WS-DIGIT-SCAN FROM 1 BY 1
              UNTIL WS-DIGIT-SCAN > 5
                IF (WS-DICE-DIGIT(WS-DIGIT-SCAN) < 1
                   OR WS-DICE-DIGIT(WS-DIGIT-SCAN) > 6)
                   MOVE "1" TO LK-STATUS
                END-IF
           END-PERFORM.
           IF (LK-STATUS = "0")
              IF (LK-REROLLS-LEFT < 1 OR LK-REROLLS-LEFT > 2)
                 MOVE "2" TO LK-STATUS
              END-IF
           END-IF.
           IF (LK-STATUS = "0")
              MOVE 0 TO WS-OPEN-TALLY
              INSPECT LK-OPEN-MASK TALLYING WS-OPEN-TALLY
                 FOR ALL "Y"
              MOVE LK-RULESET TO WS-CALL-RULESET
              MOVE 0 TO WS-CALL-DICE
              CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY
                 WS-CALL-DICE WS-CALL-SCORE WS-CALL-VERSION
                 WS-CALL-RULESET
              IF (WS-OPEN-TALLY = 0 OR WS-CALL-VERSION = SPACES)
                 MOVE "3" TO LK-STATUS
              END-IF
           END-IF.
      *
      *    Every five-digit number whose digits run 0-6 and never
      *    fall is a keep; the walk finds all 462 of them in key
      *    order.
       BUILD-MULTISET-TABLE.
           MOVE 0 TO WS-MS-COUNT.
           PERFORM VARYING WS-KEY-SCAN FROM 0 BY 1
              UNTIL WS-KEY-SCAN > 66666
                MOVE WS-KEY-SCAN TO WS-KEY-CANDIDATE
                PERFORM CHECK-KEY-ORDERED
                IF (KEY-IS-ORDERED)
                   PERFORM ADD-MULTISET-ENTRY
                END-IF
           END-PERFORM.
           MOVE "Y" TO TABLE-BUILT-SWITCH.
      *
       CHECK-KEY-ORDERED.
           MOVE "Y" TO KEY-ORDERED-SWITCH.
           PERFORM VARYING WS-DIGIT-SCAN FROM 1 BY 1
              UNTIL WS-DIGIT-SCAN > 5
                IF (WS-CANDIDATE-DIGIT(WS-DIGIT-SCAN) > 6)
                   MOVE "N" TO KEY-ORDERED-SWITCH
                END-IF
                IF (WS-DIGIT-SCAN > 1)
                   IF (WS-CANDIDATE-DIGIT(WS-DIGIT-SCAN) <
                      WS-CANDIDATE-DIGIT(WS-DIGIT-SCAN - 1))
                      MOVE "N" TO KEY-ORDERED-SWITCH
                   END-IF
                END-IF
           END-PERFORM.
      *
      *    The ways a keep can fall in ordered throws is the
      *    multinomial count: size factorial over each face
      *    count's factorial.
       ADD-MULTISET-ENTRY.
           ADD 1 TO WS-MS-COUNT.
           MOVE WS-KEY-CANDIDATE TO WS-MS-KEY(WS-MS-COUNT).
           MOVE ZEROS TO WS-FACE-COUNTS.
           MOVE 0 TO WS-KEY-SIZE.
           PERFORM VARYING WS-DIGIT-SCAN FROM 1 BY 1
              UNTIL WS-DIGIT-SCAN > 5
                IF (WS-CANDIDATE-DIGIT(WS-DIGIT-SCAN) > 0)
                   ADD 1 TO WS-KEY-SIZE
                   ADD 1 TO WS-FACE-COUNT(
                      WS-CANDIDATE-DIGIT(WS-DIGIT-SCAN))
                END-IF
           END-PERFORM.
           MOVE WS-KEY-SIZE TO WS-MS-SIZE(WS-MS-COUNT).
           MOVE FACTORIAL(WS-KEY-SIZE + 1) TO WS-WAYS-WORK.
           PERFORM VARYING WS-FACE FROM 1 BY 1
              UNTIL WS-FACE > 6
                DIVIDE FACTORIAL(WS-FACE-COUNT(WS-FACE) + 1)
                   INTO WS-WAYS-WORK
           END-PERFORM.
           MOVE WS-WAYS-WORK TO WS-MS-WAYS(WS-MS-COUNT).
           MOVE 0 TO WS-MS-SCORE-NOW(WS-MS-COUNT).
           MOVE 0 TO WS-MS-KEEP-ONE(WS-MS-COUNT).
           MOVE 0 TO WS-MS-BEST-ONE(WS-MS-COUNT).
           MOVE 0 TO WS-MS-KEEP-TWO(WS-MS-COUNT).
      *
      *    A finished roll is worth its best open category.
       SCORE-FINISHED-ROLLS.
           PERFORM VARYING WS-OUTER FROM 1 BY 1
              UNTIL WS-OUTER > WS-MS-COUNT
                IF (WS-MS-SIZE(WS-OUTER) = 5)
                   MOVE 0 TO WS-BEST-VALUE
                   MOVE WS-MS-KEY(WS-OUTER) TO WS-CALL-DICE
                   PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                      UNTIL WS-CATEGORY-INDEX > 12
                        IF (LK-OPEN-MASK(WS-CATEGORY-INDEX:1) = "Y")
                           MOVE CATEGORY(WS-CATEGORY-INDEX)
                              TO WS-CALL-CATEGORY
                           MOVE LK-RULESET TO WS-CALL-RULESET
                           CALL "YACHT-SCORER" USING
                              WS-CALL-CATEGORY WS-CALL-DICE
                              WS-CALL-SCORE WS-CALL-VERSION
                              WS-CALL-RULESET
                           IF (WS-CALL-SCORE > WS-BEST-VALUE)
                              MOVE WS-CALL-SCORE TO WS-BEST-VALUE
                           END-IF
                        END-IF
                   END-PERFORM
                   MOVE WS-BEST-VALUE TO WS-MS-SCORE-NOW(WS-OUTER)
                END-IF
           END-PERFORM.
      *
      *    A keep is worth the weighted average, over every throw of
      *    the dice not kept, of what the finished five are worth:
      *    their best category with no rolls left (level 1), or
      *    their best hold with one roll left (level 2). Keeping
      *    all five stands on the roll and ends the turn's rolling,
      *    so at either level it is worth the roll as it lies.
       VALUE-ALL-KEEPS.
           PERFORM VARYING WS-OUTER FROM 1 BY 1
              UNTIL WS-OUTER > WS-MS-COUNT
                MOVE WS-MS-KEY(WS-OUTER) TO WS-KEEP-KEY
                COMPUTE WS-THROW-SIZE = 5 - WS-MS-SIZE(WS-OUTER)
                MOVE 0 TO WS-EXPECT-SUM
                PERFORM VARYING WS-INNER FROM 1 BY 1
                   UNTIL WS-INNER > WS-MS-COUNT
                     IF (WS-MS-SIZE(WS-INNER) = WS-THROW-SIZE)
                        PERFORM ADD-ONE-THROW
                     END-IF
                END-PERFORM
                IF (WS-LEVEL = 1)
                   COMPUTE WS-MS-KEEP-ONE(WS-OUTER) ROUNDED =
                      WS-EXPECT-SUM
                      / THROW-COUNT(WS-THROW-SIZE + 1)
                ELSE
                   COMPUTE WS-MS-KEEP-TWO(WS-OUTER) ROUNDED =
                      WS-EXPECT-SUM
                      / THROW-COUNT(WS-THROW-SIZE + 1)
                END-IF
                IF (WS-THROW-SIZE = 0)
                   MOVE WS-MS-SCORE-NOW(WS-OUTER)
                      TO WS-MS-KEEP-TWO(WS-OUTER)
                END-IF
           END-PERFORM.
      *
       ADD-ONE-THROW.
           MOVE WS-MS-KEY(WS-INNER) TO WS-THROW-KEY.
           MOVE ZEROS TO WS-FACE-COUNTS.
           PERFORM VARYING WS-DIGIT-SCAN FROM 1 BY 1
              UNTIL WS-DIGIT-SCAN > 5
                IF (WS-KEEP-DIGIT(WS-DIGIT-SCAN) > 0)
                   ADD 1 TO WS-FACE-COUNT(
                      WS-KEEP-DIGIT(WS-DIGIT-SCAN))
                END-IF
                IF (WS-THROW-DIGIT(WS-DIGIT-SCAN) > 0)
                   ADD 1 TO WS-FACE-COUNT(
                      WS-THROW-DIGIT(WS-DIGIT-SCAN))
                END-IF
           END-PERFORM.
           PERFORM BUILD-KEY-FROM-COUNTS.
           MOVE WS-BUILT-KEY TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-MULTISET.
           IF (WS-LEVEL = 1)
              COMPUTE WS-EXPECT-SUM = WS-EXPECT-SUM
                 + WS-MS-WAYS(WS-INNER)
                 * WS-MS-SCORE-NOW(WS-LOOKUP-HIT)
           ELSE
              COMPUTE WS-EXPECT-SUM = WS-EXPECT-SUM
                 + WS-MS-WAYS(WS-INNER)
                 * WS-MS-BEST-ONE(WS-LOOKUP-HIT)
           END-IF.
      *
      *    With one roll left a finished five is worth its best
      *    keep - keeping all five, standing on the roll, among
      *    them.
       BEST-HOLD-WITH-ONE-LEFT.
           PERFORM VARYING WS-OUTER FROM 1 BY 1
              UNTIL WS-OUTER > WS-MS-COUNT
                IF (WS-MS-SIZE(WS-OUTER) = 5)
                   MOVE WS-MS-KEY(WS-OUTER) TO WS-DICE-WORK
                   MOVE 0 TO WS-BEST-VALUE
                   PERFORM VARYING WS-MASK-NUMBER FROM 0 BY 1
                      UNTIL WS-MASK-NUMBER > 31
                        PERFORM COUNT-MASKED-DICE
                        PERFORM BUILD-KEY-FROM-COUNTS
                        MOVE WS-BUILT-KEY TO WS-LOOKUP-KEY
                        PERFORM LOOKUP-MULTISET
                        IF (WS-MS-KEEP-ONE(WS-LOOKUP-HIT) >
                           WS-BEST-VALUE)
                           MOVE WS-MS-KEEP-ONE(WS-LOOKUP-HIT)
                              TO WS-BEST-VALUE
                        END-IF
                   END-PERFORM
                   MOVE WS-BEST-VALUE TO WS-MS-BEST-ONE(WS-OUTER)
                END-IF
           END-PERFORM.
      *
      *    Bit n of the mask number holds die n; the held dice are
      *    counted by face and the Y/N mask is built alongside.
       COUNT-MASKED-DICE.
           MOVE ZEROS TO WS-FACE-COUNTS.
           MOVE "NNNNN" TO WS-HOLD-MASK-WORK.
           MOVE WS-MASK-NUMBER TO WS-MASK-WORK.
           PERFORM VARYING WS-DIGIT-SCAN FROM 1 BY 1
              UNTIL WS-DIGIT-SCAN > 5
                DIVIDE WS-MASK-WORK BY 2 GIVING WS-MASK-WORK
                   REMAINDER WS-BIT
                IF (WS-BIT = 1)
                   MOVE "Y" TO WS-HOLD-MASK-WORK(WS-DIGIT-SCAN:1)
                   ADD 1 TO WS-FACE-COUNT(
                      WS-DICE-DIGIT(WS-DIGIT-SCAN))
                END-IF
           END-PERFORM.
      *
      *    Faces laid out low to high and right-justified, so the
      *    key of any keep reads the same however it was held.
       BUILD-KEY-FROM-COUNTS.
           MOVE 0 TO WS-BUILT-KEY.
           MOVE 0 TO WS-KEY-SIZE.
           PERFORM VARYING WS-FACE FROM 1 BY 1
              UNTIL WS-FACE > 6
                ADD WS-FACE-COUNT(WS-FACE) TO WS-KEY-SIZE
           END-PERFORM.
           COMPUTE WS-PUT = 6 - WS-KEY-SIZE.
           PERFORM VARYING WS-FACE FROM 1 BY 1
              UNTIL WS-FACE > 6
                PERFORM WS-FACE-COUNT(WS-FACE) TIMES
                   MOVE WS-FACE TO WS-BUILT-DIGIT(WS-PUT)
                   ADD 1 TO WS-PUT
                END-PERFORM
           END-PERFORM.
      *
       LOOKUP-MULTISET.
           MOVE 0 TO WS-LOOKUP-HIT.
           SEARCH ALL WS-MS-ENTRY
              AT END
                 MOVE 0 TO WS-LOOKUP-HIT
              WHEN WS-MS-KEY(WS-MS-INDEX) = WS-LOOKUP-KEY
                 SET WS-LOOKUP-HIT TO WS-MS-INDEX
           END-SEARCH.
      *
      *    Holding the same faces from different positions is the
      *    same hold; the first mask found for a keep stands for
      *    it. Masks are walked from hold-everything down.
       LIST-CANDIDATE-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE LK-DICE TO WS-DICE-WORK.
           PERFORM VARYING WS-MASK-STEP FROM 0 BY 1
              UNTIL WS-MASK-STEP > 31
                COMPUTE WS-MASK-NUMBER = 31 - WS-MASK-STEP
                PERFORM COUNT-MASKED-DICE
                PERFORM BUILD-KEY-FROM-COUNTS
                MOVE "N" TO HOLD-LISTED-SWITCH
                PERFORM VARYING WS-HOLD-SCAN FROM 1 BY 1
                   UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
                     IF (WS-HOLD-KEY(WS-HOLD-SCAN) = WS-BUILT-KEY)
                        MOVE "Y" TO HOLD-LISTED-SWITCH
                     END-IF
                END-PERFORM
                IF (NOT HOLD-ALREADY-LISTED)
                   PERFORM ADD-CANDIDATE-HOLD
                END-IF
           END-PERFORM.
      *
       ADD-CANDIDATE-HOLD.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE WS-BUILT-KEY TO WS-HOLD-KEY(WS-HOLD-COUNT).
           MOVE WS-HOLD-MASK-WORK TO WS-HOLD-MASK(WS-HOLD-COUNT).
           PERFORM BUILD-KEEP-TEXT.
           MOVE WS-KEEP-TEXT TO WS-HOLD-KEEP(WS-HOLD-COUNT).
           MOVE WS-BUILT-KEY TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-MULTISET.
           IF (LK-REROLLS-LEFT = 1)
              MOVE WS-MS-KEEP-ONE(WS-LOOKUP-HIT)
                 TO WS-HOLD-VALUE(WS-HOLD-COUNT)
           ELSE
              MOVE WS-MS-KEEP-TWO(WS-LOOKUP-HIT)
                 TO WS-HOLD-VALUE(WS-HOLD-COUNT)
           END-IF.
      *
      *    The kept faces, low to high and left-justified; nothing
      *    kept reads as spaces.
       BUILD-KEEP-TEXT.
           MOVE SPACES TO WS-KEEP-TEXT.
           MOVE 1 TO WS-PUT.
           PERFORM VARYING WS-DIGIT-SCAN FROM 1 BY 1
              UNTIL WS-DIGIT-SCAN > 5
                IF (WS-BUILT-DIGIT(WS-DIGIT-SCAN) > 0)
                   MOVE WS-BUILT-DIGIT(WS-DIGIT-SCAN)
                      TO WS-KEEP-TEXT(WS-PUT:1)
                   ADD 1 TO WS-PUT
                END-IF
           END-PERFORM.
      *
       RANK-CANDIDATE-HOLDS.
           MOVE "Y" TO SWAPPED-SWITCH.
           PERFORM UNTIL NOT PASS-SWAPPED
              MOVE "N" TO SWAPPED-SWITCH
              PERFORM VARYING WS-HOLD-SCAN FROM 1 BY 1
                 UNTIL WS-HOLD-SCAN >= WS-HOLD-COUNT
                   IF (WS-HOLD-VALUE(WS-HOLD-SCAN) <
                      WS-HOLD-VALUE(WS-HOLD-SCAN + 1))
                      MOVE WS-HOLD(WS-HOLD-SCAN) TO WS-SWAP-HOLD
                      MOVE WS-HOLD(WS-HOLD-SCAN + 1)
                         TO WS-HOLD(WS-HOLD-SCAN)
                      MOVE WS-SWAP-HOLD
                         TO WS-HOLD(WS-HOLD-SCAN + 1)
                      MOVE "Y" TO SWAPPED-SWITCH
                   END-IF
              END-PERFORM
           END-PERFORM.
      *
       RETURN-CANDIDATE-HOLDS.
           MOVE WS-HOLD-COUNT TO LK-HOLD-COUNT.
           PERFORM VARYING WS-HOLD-SCAN FROM 1 BY 1
              UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
                MOVE WS-HOLD-MASK(WS-HOLD-SCAN)
                   TO LK-HOLD-MASK(WS-HOLD-SCAN)
                MOVE WS-HOLD-KEEP(WS-HOLD-SCAN)
                   TO LK-HOLD-KEEP(WS-HOLD-SCAN)
                COMPUTE LK-HOLD-EXPECTED(WS-HOLD-SCAN) ROUNDED =
                   WS-HOLD-VALUE(WS-HOLD-SCAN)
           END-PERFORM.
      *
      *    Any position not marked Y in the asked mask is a die
      *    thrown again, the same reading the kiosk gives a hold.
       VALUE-ASKED-HOLD.
           MOVE ZEROS TO WS-FACE-COUNTS.
           PERFORM VARYING WS-DIGIT-SCAN FROM 1 BY 1
              UNTIL WS-DIGIT-SCAN > 5
                IF (LK-HOLD-ASKED(WS-DIGIT-SCAN:1) = "Y")
                   ADD 1 TO WS-FACE-COUNT(
                      WS-DICE-DIGIT(WS-DIGIT-SCAN))
                END-IF
           END-PERFORM.
           PERFORM BUILD-KEY-FROM-COUNTS.
           MOVE WS-BUILT-KEY TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-MULTISET.
           IF (LK-REROLLS-LEFT = 1)
              COMPUTE LK-ASKED-EXPECTED ROUNDED =
                 WS-MS-KEEP-ONE(WS-LOOKUP-HIT)
           ELSE
              COMPUTE LK-ASKED-EXPECTED ROUNDED =
                 WS-MS-KEEP-TWO(WS-LOOKUP-HIT)
           END-IF.
      *
