       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBER-PROPERTIES-SERVICE.
      *
      *    CALLable number facts, following the LINKAGE pattern
      *    DATE-SERVICE and CHECK-DIGIT-SERVICE established, so the
      *    quiz pack, the kiosk and the math jobs stop each answering
      *    "is it prime" or "how many steps" their own way. One call
      *    fills the number-properties layout for a number from 1 to
      *    9,999,999: primality and the prime factorization by trial
      *    division, divisor count and sum from the factorization,
      *    perfect / abundant / deficient, the Collatz step count,
      *    digit sum, and square and triangular.
      *
      *    Collatz steps come off the COLLCACH cache COLLATZ-
      *    DISTRIBUTION keeps (loaded once per run) wherever the walk
      *    reaches a cached number; only the part of the walk before
      *    that is stepped out here, and the cache is never written.
      *
      *    LK-NUMBER: the number, 1 to 9,999,999.
      *    LK-STATUS: "0" ok, "1" number zero or not numeric.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-CACHE-FILE ASSIGN TO "COLLCACH"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CACHE-FILE.
       01  STEP-CACHE-RECORD.
           05 CC-NUMBER              PIC 9(8).
           05 CC-STEPS               PIC 9(4).
           05 CC-PEAK                PIC 9(15).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CACHE-EOF-SWITCH        PIC X    VALUE "N".
             88 CACHE-EOF                     VALUE "Y".
          05 CACHE-LOADED-SWITCH     PIC X    VALUE "N".
             88 CACHE-LOADED                  VALUE "Y".
          05 WALK-DONE-SWITCH        PIC X    VALUE "N".
             88 WALK-DONE                     VALUE "Y".
      *
      *    Same window and layout as COLLATZ-DISTRIBUTION's cache; a
      *    zero slot means "not cached".
       01 WS-CACHE-LIMIT             PIC 9(8) VALUE 500000.
       01 WS-STEP-CACHE-TABLE.
          05 WS-CACHED-STEPS OCCURS 500000 TIMES
                                      PIC 9(4) COMP.
      *
       01 WS-REMAINING               PIC 9(7) VALUE 0.
       01 WS-DIVISOR                 PIC 9(7) VALUE 0.
       01 WS-QUOTIENT                PIC 9(7) VALUE 0.
       01 WS-REMAINDER               PIC 9(7) VALUE 0.
       01 WS-POWER                   PIC 99   VALUE 0.
       01 WS-FACTOR-SCAN             PIC 9    VALUE 0.
       01 WS-PRIME-POWER             PIC 9(9) VALUE 0.
       01 WS-TERM-SUM                PIC 9(9) VALUE 0.
       01 WS-POWER-SCAN              PIC 99   VALUE 0.
       01 WS-ALIQUOT-SUM             PIC 9(9) VALUE 0.
      *
       01 WS-TEXT-POINTER            PIC 99   VALUE 1.
       01 WS-PRIME-EDITED            PIC Z(6)9.
       01 WS-POWER-EDITED            PIC Z9.
      *
       01 WS-DIGIT-WORK              PIC 9(7) VALUE 0.
       01 WS-DIGIT                   PIC 9    VALUE 0.
      *
       01 WS-ROOT                    PIC 9(5) VALUE 0.
       01 WS-ROOT-TARGET             PIC 9(9) VALUE 0.
      *
       01 WS-WALK-NUMBER             PIC S9(15) COMP VALUE 0.
       01 WS-WALK-STEPS              PIC 9(4) VALUE 0.
      *
       LINKAGE SECTION.
       01 LK-NUMBER                  PIC 9(7).
       01 LK-PROPERTIES.
          COPY "number-properties.cpy".
       01 LK-STATUS                  PIC X.
      *
       PROCEDURE DIVISION USING LK-NUMBER LK-PROPERTIES LK-STATUS.
      *
       NUMBER-PROPERTIES-SERVICE.
           MOVE "0" TO LK-STATUS.
           INITIALIZE LK-PROPERTIES.
           IF (NOT CACHE-LOADED)
              PERFORM LOAD-STEP-CACHE
           END-IF.
           IF (LK-NUMBER IS NOT NUMERIC OR LK-NUMBER = 0)
              MOVE "1" TO LK-STATUS
           ELSE
              PERFORM FACTOR-THE-NUMBER
              PERFORM BUILD-FACTORIZATION-TEXT
              PERFORM SUM-THE-DIVISORS
              PERFORM COUNT-COLLATZ-STEPS
              PERFORM SUM-THE-DIGITS
              PERFORM CHECK-SQUARE-AND-TRIANGULAR
           END-IF.
           GOBACK.
      *
       LOAD-STEP-CACHE.
           MOVE "Y" TO CACHE-LOADED-SWITCH.
           OPEN INPUT STEP-CACHE-FILE.
           PERFORM UNTIL CACHE-EOF
              READ STEP-CACHE-FILE
                 AT END
                    MOVE "Y" TO CACHE-EOF-SWITCH
                 NOT AT END
                    IF (CC-NUMBER > 1
                       AND CC-NUMBER <= WS-CACHE-LIMIT)
                       MOVE CC-STEPS TO WS-CACHED-STEPS(CC-NUMBER)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STEP-CACHE-FILE.
      *
      *    Trial division by 2 and then odd divisors up to the
      *    square root of what is left; anything left over above 1
      *    is the last prime factor.
       FACTOR-THE-NUMBER.
           MOVE LK-NUMBER TO WS-REMAINING.
           MOVE 0 TO NP-FACTOR-COUNT.
           MOVE 2 TO WS-DIVISOR.
           PERFORM TRY-ONE-DIVISOR.
           MOVE 3 TO WS-DIVISOR.
           PERFORM TRY-ONE-DIVISOR
              WITH TEST BEFORE
              UNTIL WS-DIVISOR * WS-DIVISOR > WS-REMAINING.
           IF (WS-REMAINING > 1)
              ADD 1 TO NP-FACTOR-COUNT
              MOVE WS-REMAINING TO NP-FACTOR-PRIME(NP-FACTOR-COUNT)
              MOVE 1 TO NP-FACTOR-POWER(NP-FACTOR-COUNT)
           END-IF.
           EVALUATE TRUE
           WHEN LK-NUMBER = 1
                MOVE "U" TO NP-PRIME-FLAG
           WHEN NP-FACTOR-COUNT = 1 AND NP-FACTOR-POWER(1) = 1
                MOVE "P" TO NP-PRIME-FLAG
           WHEN OTHER
                MOVE "C" TO NP-PRIME-FLAG
           END-EVALUATE.
      *
       TRY-ONE-DIVISOR.
           MOVE 0 TO WS-POWER.
           DIVIDE WS-REMAINING BY WS-DIVISOR
              GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
           PERFORM UNTIL WS-REMAINDER NOT = 0
              ADD 1 TO WS-POWER
              MOVE WS-QUOTIENT TO WS-REMAINING
              DIVIDE WS-REMAINING BY WS-DIVISOR
                 GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           END-PERFORM.
           IF (WS-POWER > 0)
              ADD 1 TO NP-FACTOR-COUNT
              MOVE WS-DIVISOR TO NP-FACTOR-PRIME(NP-FACTOR-COUNT)
              MOVE WS-POWER TO NP-FACTOR-POWER(NP-FACTOR-COUNT)
           END-IF.
           IF (WS-DIVISOR = 2)
              ADD 1 TO WS-DIVISOR
           ELSE
              ADD 2 TO WS-DIVISOR
           END-IF.
      *
      *    Written the way the quiz answer key prints it: 2^3 x 3 x 5.
       BUILD-FACTORIZATION-TEXT.
           MOVE SPACES TO NP-FACTORIZATION.
           MOVE 1 TO WS-TEXT-POINTER.
           IF (NP-FACTOR-COUNT = 0)
              MOVE "1" TO NP-FACTORIZATION
           END-IF.
           PERFORM VARYING WS-FACTOR-SCAN FROM 1 BY 1
              UNTIL WS-FACTOR-SCAN > NP-FACTOR-COUNT
                IF (WS-FACTOR-SCAN > 1)
                   STRING " x " DELIMITED BY SIZE
                      INTO NP-FACTORIZATION
                      WITH POINTER WS-TEXT-POINTER
                END-IF
                MOVE NP-FACTOR-PRIME(WS-FACTOR-SCAN)
                   TO WS-PRIME-EDITED
                STRING FUNCTION TRIM(WS-PRIME-EDITED)
                          DELIMITED BY SIZE
                   INTO NP-FACTORIZATION
                   WITH POINTER WS-TEXT-POINTER
                IF (NP-FACTOR-POWER(WS-FACTOR-SCAN) > 1)
                   MOVE NP-FACTOR-POWER(WS-FACTOR-SCAN)
                      TO WS-POWER-EDITED
                   STRING "^" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-POWER-EDITED)
                             DELIMITED BY SIZE
                      INTO NP-FACTORIZATION
                      WITH POINTER WS-TEXT-POINTER
                END-IF
           END-PERFORM.
      *
      *    For each prime power p^k the divisors multiply by k + 1
      *    and their sum by 1 + p + ... + p^k.
       SUM-THE-DIVISORS.
           MOVE 1 TO NP-DIVISOR-COUNT.
           MOVE 1 TO NP-DIVISOR-SUM.
           PERFORM VARYING WS-FACTOR-SCAN FROM 1 BY 1
              UNTIL WS-FACTOR-SCAN > NP-FACTOR-COUNT
                COMPUTE NP-DIVISOR-COUNT = NP-DIVISOR-COUNT
                   * (NP-FACTOR-POWER(WS-FACTOR-SCAN) + 1)
                MOVE 1 TO WS-PRIME-POWER
                MOVE 1 TO WS-TERM-SUM
                PERFORM VARYING WS-POWER-SCAN FROM 1 BY 1
                   UNTIL WS-POWER-SCAN >
                      NP-FACTOR-POWER(WS-FACTOR-SCAN)
                     COMPUTE WS-PRIME-POWER = WS-PRIME-POWER
                        * NP-FACTOR-PRIME(WS-FACTOR-SCAN)
                     ADD WS-PRIME-POWER TO WS-TERM-SUM
                END-PERFORM
                COMPUTE NP-DIVISOR-SUM =
                   NP-DIVISOR-SUM * WS-TERM-SUM
           END-PERFORM.
           COMPUTE WS-ALIQUOT-SUM = NP-DIVISOR-SUM - LK-NUMBER.
           EVALUATE TRUE
           WHEN WS-ALIQUOT-SUM = LK-NUMBER
                MOVE "PERFECT" TO NP-ABUNDANCE
           WHEN WS-ALIQUOT-SUM > LK-NUMBER
                MOVE "ABUNDANT" TO NP-ABUNDANCE
           WHEN OTHER
                MOVE "DEFICIENT" TO NP-ABUNDANCE
           END-EVALUATE.
      *
      *    The runaway guard is COLLATZ-DISTRIBUTION's; nothing
      *    under ten million comes near it.
       COUNT-COLLATZ-STEPS.
           MOVE LK-NUMBER TO WS-WALK-NUMBER.
           MOVE 0 TO WS-WALK-STEPS.
           MOVE "W" TO NP-COLLATZ-SOURCE.
           MOVE "N" TO WALK-DONE-SWITCH.
           PERFORM UNTIL WALK-DONE
              EVALUATE TRUE
              WHEN WS-WALK-NUMBER = 1
                   MOVE "Y" TO WALK-DONE-SWITCH
              WHEN WS-WALK-STEPS = 9999
                   MOVE "Y" TO WALK-DONE-SWITCH
              WHEN WS-WALK-NUMBER <= WS-CACHE-LIMIT
                 AND WS-CACHED-STEPS(WS-WALK-NUMBER) NOT = 0
                   COMPUTE WS-WALK-STEPS = WS-WALK-STEPS
                      + WS-CACHED-STEPS(WS-WALK-NUMBER)
                   MOVE "C" TO NP-COLLATZ-SOURCE
                   MOVE "Y" TO WALK-DONE-SWITCH
              WHEN OTHER
                   IF (FUNCTION MOD(WS-WALK-NUMBER, 2) = 0)
                      DIVIDE WS-WALK-NUMBER BY 2
                         GIVING WS-WALK-NUMBER
                   ELSE
                      MULTIPLY WS-WALK-NUMBER BY 3
                         GIVING WS-WALK-NUMBER
                      ADD 1 TO WS-WALK-NUMBER
                   END-IF
                   ADD 1 TO WS-WALK-STEPS
              END-EVALUATE
           END-PERFORM.
           MOVE WS-WALK-STEPS TO NP-COLLATZ-STEPS.
      *
       SUM-THE-DIGITS.
           MOVE LK-NUMBER TO WS-DIGIT-WORK.
           MOVE 0 TO NP-DIGIT-SUM.
           PERFORM UNTIL WS-DIGIT-WORK = 0
              DIVIDE WS-DIGIT-WORK BY 10
                 GIVING WS-DIGIT-WORK REMAINDER WS-DIGIT
              ADD WS-DIGIT TO NP-DIGIT-SUM
           END-PERFORM.
      *
      *    A number is triangular when 8n + 1 is a square.
       CHECK-SQUARE-AND-TRIANGULAR.
           MOVE LK-NUMBER TO WS-ROOT-TARGET.
           PERFORM FIND-INTEGER-ROOT.
           IF (WS-ROOT * WS-ROOT = WS-ROOT-TARGET)
              MOVE "Y" TO NP-SQUARE-FLAG
           ELSE
              MOVE "N" TO NP-SQUARE-FLAG
           END-IF.
           COMPUTE WS-ROOT-TARGET = LK-NUMBER * 8 + 1.
           PERFORM FIND-INTEGER-ROOT.
           IF (WS-ROOT * WS-ROOT = WS-ROOT-TARGET)
              MOVE "Y" TO NP-TRIANGULAR-FLAG
           ELSE
              MOVE "N" TO NP-TRIANGULAR-FLAG
           END-IF.
      *
      *    The square root truncated, nudged so the root squared is
      *    never above the target and the next one up is.
       FIND-INTEGER-ROOT.
           COMPUTE WS-ROOT = FUNCTION SQRT(WS-ROOT-TARGET).
           PERFORM UNTIL WS-ROOT * WS-ROOT <= WS-ROOT-TARGET
              SUBTRACT 1 FROM WS-ROOT
           END-PERFORM.
           PERFORM UNTIL (WS-ROOT + 1) * (WS-ROOT + 1)
              > WS-ROOT-TARGET
              ADD 1 TO WS-ROOT
           END-PERFORM.
      *
