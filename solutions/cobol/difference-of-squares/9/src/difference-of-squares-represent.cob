       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIFFERENCE-OF-SQUARES-REPRESENT.
      *
      *    The reverse of the range mode: for each number on the
      *    request file, every way it can be written as a^2 - b^2.
      *    The number is factorized against the primes on the shared
      *    PRIMEIDX file, its divisors are built up from that
      *    factorization, and each factor pair d x e (d <= e) whose
      *    two factors share a parity gives a = (e + d) / 2 and
      *    b = (e - d) / 2. A number two more than a multiple of four
      *    has no such pair and is reported as not representable.
      *
      *    The report lists the factorization, the count of
      *    representations and every pair with the (a, b) it gives.
      *    Alongside it the DOSQQUIZ feed carries one summary line
      *    per number - count, the representation with the smallest
      *    a, and the factorization - for QUIZ-PACK-GENERATOR to deal
      *    questions from.
      *
      *    Requested numbers run to eight digits, so primes below
      *    10000 are all the table needs; as in SIEVE-FACTORIZE, any
      *    remainder left once the table is exhausted is taken as
      *    the last prime factor.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE ASSIGN TO "DOSQREQ"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PRIME-FILE ASSIGN TO "PRIMEIDX"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PX-NUMBER-VALUE.
           SELECT REPRESENTATION-REPORT-FILE ASSIGN TO "DOSQREPR"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT QUIZ-FEED-FILE ASSIGN TO "DOSQQUIZ"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 RQ-NUMBER                PIC 9(8).
      *
       FD  PRIME-FILE.
       01  PRIME-RECORD.
           05 PX-NUMBER-VALUE          PIC 9(7).
           05 PX-PRIME-SWITCH          PIC X.
              88 PX-IS-PRIME                VALUE "Y".
      *
       FD  REPRESENTATION-REPORT-FILE.
       01  REPRESENTATION-REPORT-RECORD PIC X(100).
      *
       FD  QUIZ-FEED-FILE.
       01  QUIZ-FEED-RECORD.
           COPY "dosq-representation.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 REQUEST-EOF-SWITCH        PIC X    VALUE "N".
             88 REQUEST-EOF                     VALUE "Y".
          05 PRIME-EOF-SWITCH          PIC X    VALUE "N".
             88 PRIME-EOF                       VALUE "Y".
      *
       01 WS-NUMBER                    PIC 9(8) VALUE 0.
       01 WS-NUMBER-DISPLAY            PIC Z(7)9.
       01 WS-REMAINING                 PIC 9(8) VALUE 0.
      *
      *    Primes below 10000 off PRIMEIDX.
       01 WS-PRIME-LIMIT               PIC 9(7) VALUE 10000.
       01 WS-PRIME-COUNT               PIC 9(4) VALUE 0.
       01 WS-PRIME-SCAN                PIC 9(4) VALUE 0.
       01 WS-PRIME-TABLE.
          05 WS-PRIME OCCURS 1300 TIMES PIC 9(7).
      *
      *    Distinct prime factors of the current number with their
      *    powers; no eight-digit number has more than eight.
       01 WS-FACTOR-COUNT              PIC 9    VALUE 0.
       01 WS-FACTOR-SCAN               PIC 9    VALUE 0.
       01 WS-FACTOR-TABLE.
          05 WS-FACTOR OCCURS 8 TIMES.
             10 WS-FACTOR-PRIME        PIC 9(8).
             10 WS-FACTOR-POWER        PIC 99.
       01 WS-FACTORIZATION             PIC X(40) VALUE SPACES.
       01 WS-TEXT-POINTER              PIC 9(3) VALUE 1.
       01 WS-PRIME-EDITED              PIC Z(7)9.
       01 WS-POWER-EDITED              PIC Z9.
      *
      *    Divisors built up from the factorization, then put in
      *    ascending order; an eight-digit number has at most 768.
       01 WS-DIVISOR-COUNT             PIC 9(4) VALUE 0.
       01 WS-DIVISOR-BASE-COUNT        PIC 9(4) VALUE 0.
       01 WS-DIVISOR-SCAN              PIC 9(4) VALUE 0.
       01 WS-DIVISOR-SHIFT             PIC 9(4) VALUE 0.
       01 WS-POWER-SCAN                PIC 99   VALUE 0.
       01 WS-PRIME-POWER               PIC 9(8) VALUE 0.
       01 WS-DIVISOR-HOLD              PIC 9(8) VALUE 0.
       01 WS-DIVISOR-TABLE.
          05 WS-DIVISOR OCCURS 1000 TIMES PIC 9(8).
      *
       01 WS-SMALL-FACTOR              PIC 9(8) VALUE 0.
       01 WS-LARGE-FACTOR              PIC 9(8) VALUE 0.
       01 WS-A-VALUE                   PIC 9(8) VALUE 0.
       01 WS-B-VALUE                   PIC 9(8) VALUE 0.
       01 WS-REPRESENTATION-COUNT      PIC 9(3) VALUE 0.
       01 WS-SMALLEST-A                PIC 9(8) VALUE 0.
       01 WS-SMALLEST-B                PIC 9(8) VALUE 0.
       01 WS-SMALL-EDITED              PIC Z(7)9.
       01 WS-LARGE-EDITED              PIC Z(7)9.
       01 WS-A-EDITED                  PIC Z(7)9.
       01 WS-B-EDITED                  PIC Z(7)9.
      *
       01 WS-REQUEST-COUNT             PIC 9(5) VALUE 0.
       01 WS-REPRESENTABLE-COUNT       PIC 9(5) VALUE 0.
       01 WS-NOT-REPRESENTABLE-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       DIFFERENCE-OF-SQUARES-REPRESENT.
           PERFORM LOAD-PRIME-TABLE.
           OPEN INPUT REQUEST-FILE.
           OPEN OUTPUT REPRESENTATION-REPORT-FILE.
           OPEN OUTPUT QUIZ-FEED-FILE.
           PERFORM UNTIL REQUEST-EOF
              READ REQUEST-FILE
                 AT END
                    MOVE "Y" TO REQUEST-EOF-SWITCH
                 NOT AT END
                    PERFORM REPRESENT-ONE-NUMBER
              END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REQUEST-FILE.
           CLOSE REPRESENTATION-REPORT-FILE.
           CLOSE QUIZ-FEED-FILE.
           DISPLAY "Numbers requested: " WS-REQUEST-COUNT.
           DISPLAY "Representable: " WS-REPRESENTABLE-COUNT.
           DISPLAY "Not representable: " WS-NOT-REPRESENTABLE-COUNT.
           DISPLAY "Rejected: " WS-REJECTED-COUNT.
           STOP RUN.
      *
       LOAD-PRIME-TABLE.
           OPEN INPUT PRIME-FILE.
           PERFORM UNTIL PRIME-EOF
              READ PRIME-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO PRIME-EOF-SWITCH
                 NOT AT END
                    IF (PX-NUMBER-VALUE >= WS-PRIME-LIMIT)
                       MOVE "Y" TO PRIME-EOF-SWITCH
                    ELSE
                       IF (PX-IS-PRIME)
                          PERFORM ADD-PRIME-ENTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRIME-FILE.
      *
       ADD-PRIME-ENTRY.
           IF (WS-PRIME-COUNT >= 1300)
              DISPLAY "ABORTED: primes below 10000 exceed the "
                 "1300-entry prime table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-PRIME-COUNT.
           MOVE PX-NUMBER-VALUE TO WS-PRIME(WS-PRIME-COUNT).
      *
       REPRESENT-ONE-NUMBER.
           ADD 1 TO WS-REQUEST-COUNT.
           IF (RQ-NUMBER IS NOT NUMERIC OR RQ-NUMBER = 0)
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO REPRESENTATION-REPORT-RECORD
              STRING "N=" DELIMITED BY SIZE
                     REQUEST-RECORD DELIMITED BY SIZE
                     " REJECTED - NOT A POSITIVE NUMBER"
                        DELIMITED BY SIZE
                 INTO REPRESENTATION-REPORT-RECORD
              WRITE REPRESENTATION-REPORT-RECORD
           ELSE
              MOVE RQ-NUMBER TO WS-NUMBER
              PERFORM FACTORIZE-NUMBER
              PERFORM BUILD-FACTORIZATION-TEXT
              IF (FUNCTION MOD(WS-NUMBER, 4) = 2)
                 PERFORM REPORT-NOT-REPRESENTABLE
              ELSE
                 PERFORM BUILD-DIVISOR-LIST
                 PERFORM REPORT-REPRESENTATIONS
              END-IF
           END-IF.
      *
       FACTORIZE-NUMBER.
           MOVE WS-NUMBER TO WS-REMAINING.
           MOVE 0 TO WS-FACTOR-COUNT.
           PERFORM DIVIDE-OUT-ONE-PRIME
              VARYING WS-PRIME-SCAN FROM 1 BY 1
              UNTIL WS-PRIME-SCAN > WS-PRIME-COUNT
              OR WS-REMAINING <= 1.
           IF (WS-REMAINING > 1)
              ADD 1 TO WS-FACTOR-COUNT
              MOVE WS-REMAINING TO WS-FACTOR-PRIME(WS-FACTOR-COUNT)
              MOVE 1 TO WS-FACTOR-POWER(WS-FACTOR-COUNT)
           END-IF.
      *
       DIVIDE-OUT-ONE-PRIME.
           IF (FUNCTION MOD(WS-REMAINING, WS-PRIME(WS-PRIME-SCAN))
              = 0)
              ADD 1 TO WS-FACTOR-COUNT
              MOVE WS-PRIME(WS-PRIME-SCAN)
                 TO WS-FACTOR-PRIME(WS-FACTOR-COUNT)
              MOVE 0 TO WS-FACTOR-POWER(WS-FACTOR-COUNT)
              PERFORM
                 WITH TEST BEFORE
                 UNTIL FUNCTION MOD(WS-REMAINING,
                    WS-PRIME(WS-PRIME-SCAN)) NOT = 0
                      ADD 1 TO WS-FACTOR-POWER(WS-FACTOR-COUNT)
                      DIVIDE WS-REMAINING BY WS-PRIME(WS-PRIME-SCAN)
                         GIVING WS-REMAINING
              END-PERFORM
           END-IF.
      *
       BUILD-FACTORIZATION-TEXT.
           MOVE SPACES TO WS-FACTORIZATION.
           MOVE 1 TO WS-TEXT-POINTER.
           IF (WS-FACTOR-COUNT = 0)
              MOVE "1" TO WS-FACTORIZATION
           END-IF.
           PERFORM VARYING WS-FACTOR-SCAN FROM 1 BY 1
              UNTIL WS-FACTOR-SCAN > WS-FACTOR-COUNT
                IF (WS-FACTOR-SCAN > 1)
                   STRING " x " DELIMITED BY SIZE
                      INTO WS-FACTORIZATION
                      WITH POINTER WS-TEXT-POINTER
                END-IF
                MOVE WS-FACTOR-PRIME(WS-FACTOR-SCAN)
                   TO WS-PRIME-EDITED
                STRING FUNCTION TRIM(WS-PRIME-EDITED)
                          DELIMITED BY SIZE
                   INTO WS-FACTORIZATION
                   WITH POINTER WS-TEXT-POINTER
                IF (WS-FACTOR-POWER(WS-FACTOR-SCAN) > 1)
                   MOVE WS-FACTOR-POWER(WS-FACTOR-SCAN)
                      TO WS-POWER-EDITED
                   STRING "^" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-POWER-EDITED)
                             DELIMITED BY SIZE
                      INTO WS-FACTORIZATION
                      WITH POINTER WS-TEXT-POINTER
                END-IF
           END-PERFORM.
      *
      *    Each prime power p^k extends the list so far by its
      *    multiples p, p^2 ... p^k; the finished list is then
      *    sorted so the factor pairs come out smallest first.
       BUILD-DIVISOR-LIST.
           MOVE 1 TO WS-DIVISOR-COUNT.
           MOVE 1 TO WS-DIVISOR(1).
           PERFORM VARYING WS-FACTOR-SCAN FROM 1 BY 1
              UNTIL WS-FACTOR-SCAN > WS-FACTOR-COUNT
                MOVE WS-DIVISOR-COUNT TO WS-DIVISOR-BASE-COUNT
                MOVE 1 TO WS-PRIME-POWER
                PERFORM VARYING WS-POWER-SCAN FROM 1 BY 1
                   UNTIL WS-POWER-SCAN >
                      WS-FACTOR-POWER(WS-FACTOR-SCAN)
                     MULTIPLY WS-FACTOR-PRIME(WS-FACTOR-SCAN)
                        BY WS-PRIME-POWER
                     PERFORM EXTEND-DIVISOR-LIST
                END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-DIVISOR-SCAN FROM 2 BY 1
              UNTIL WS-DIVISOR-SCAN > WS-DIVISOR-COUNT
                MOVE WS-DIVISOR(WS-DIVISOR-SCAN) TO WS-DIVISOR-HOLD
                MOVE WS-DIVISOR-SCAN TO WS-DIVISOR-SHIFT
                PERFORM
                   UNTIL WS-DIVISOR-SHIFT = 1
                   OR WS-DIVISOR(WS-DIVISOR-SHIFT - 1)
                      <= WS-DIVISOR-HOLD
                     MOVE WS-DIVISOR(WS-DIVISOR-SHIFT - 1)
                        TO WS-DIVISOR(WS-DIVISOR-SHIFT)
                     SUBTRACT 1 FROM WS-DIVISOR-SHIFT
                END-PERFORM
                MOVE WS-DIVISOR-HOLD TO WS-DIVISOR(WS-DIVISOR-SHIFT)
           END-PERFORM.
      *
       EXTEND-DIVISOR-LIST.
           PERFORM VARYING WS-DIVISOR-SCAN FROM 1 BY 1
              UNTIL WS-DIVISOR-SCAN > WS-DIVISOR-BASE-COUNT
                IF (WS-DIVISOR-COUNT >= 1000)
                   DISPLAY "ABORTED: divisors of " WS-NUMBER
                      " exceed the 1000-entry divisor table"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO WS-DIVISOR-COUNT
                COMPUTE WS-DIVISOR(WS-DIVISOR-COUNT) =
                   WS-DIVISOR(WS-DIVISOR-SCAN) * WS-PRIME-POWER
           END-PERFORM.
      *
       REPORT-NOT-REPRESENTABLE.
           ADD 1 TO WS-NOT-REPRESENTABLE-COUNT.
           MOVE WS-NUMBER TO WS-NUMBER-DISPLAY.
           MOVE SPACES TO REPRESENTATION-REPORT-RECORD.
           STRING "N=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUMBER-DISPLAY) DELIMITED BY SIZE
                  " FACTORS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FACTORIZATION) DELIMITED BY SIZE
                  " NOT REPRESENTABLE - 2 MOD 4" DELIMITED BY SIZE
              INTO REPRESENTATION-REPORT-RECORD.
           WRITE REPRESENTATION-REPORT-RECORD.
           MOVE SPACES TO QUIZ-FEED-RECORD.
           MOVE WS-NUMBER TO DQ-NUMBER.
           MOVE "N" TO DQ-REPRESENTABLE-FLAG.
           MOVE 0 TO DQ-REPRESENTATION-COUNT.
           MOVE 0 TO DQ-SMALLEST-A.
           MOVE 0 TO DQ-SMALLEST-B.
           MOVE WS-FACTORIZATION TO DQ-FACTORIZATION.
           WRITE QUIZ-FEED-RECORD.
      *
      *    The pairs are counted first so the heading line can carry
      *    the count, then listed under it.
       REPORT-REPRESENTATIONS.
           ADD 1 TO WS-REPRESENTABLE-COUNT.
           MOVE 0 TO WS-REPRESENTATION-COUNT.
           PERFORM VARYING WS-DIVISOR-SCAN FROM 1 BY 1
              UNTIL WS-DIVISOR-SCAN > WS-DIVISOR-COUNT
              OR WS-DIVISOR(WS-DIVISOR-SCAN) *
                 WS-DIVISOR(WS-DIVISOR-SCAN) > WS-NUMBER
                PERFORM PAIR-UP-DIVISOR
                IF (FUNCTION MOD(WS-SMALL-FACTOR, 2)
                   = FUNCTION MOD(WS-LARGE-FACTOR, 2))
                   ADD 1 TO WS-REPRESENTATION-COUNT
                   MOVE WS-A-VALUE TO WS-SMALLEST-A
                   MOVE WS-B-VALUE TO WS-SMALLEST-B
                END-IF
           END-PERFORM.
           MOVE WS-NUMBER TO WS-NUMBER-DISPLAY.
           MOVE SPACES TO REPRESENTATION-REPORT-RECORD.
           STRING "N=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUMBER-DISPLAY) DELIMITED BY SIZE
                  " FACTORS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FACTORIZATION) DELIMITED BY SIZE
                  " REPRESENTATIONS=" DELIMITED BY SIZE
                  WS-REPRESENTATION-COUNT DELIMITED BY SIZE
              INTO REPRESENTATION-REPORT-RECORD.
           WRITE REPRESENTATION-REPORT-RECORD.
           PERFORM VARYING WS-DIVISOR-SCAN FROM 1 BY 1
              UNTIL WS-DIVISOR-SCAN > WS-DIVISOR-COUNT
              OR WS-DIVISOR(WS-DIVISOR-SCAN) *
                 WS-DIVISOR(WS-DIVISOR-SCAN) > WS-NUMBER
                PERFORM PAIR-UP-DIVISOR
                IF (FUNCTION MOD(WS-SMALL-FACTOR, 2)
                   = FUNCTION MOD(WS-LARGE-FACTOR, 2))
                   PERFORM WRITE-PAIR-LINE
                END-IF
           END-PERFORM.
           MOVE SPACES TO QUIZ-FEED-RECORD.
           MOVE WS-NUMBER TO DQ-NUMBER.
           MOVE "Y" TO DQ-REPRESENTABLE-FLAG.
           MOVE WS-REPRESENTATION-COUNT TO DQ-REPRESENTATION-COUNT.
           MOVE WS-SMALLEST-A TO DQ-SMALLEST-A.
           MOVE WS-SMALLEST-B TO DQ-SMALLEST-B.
           MOVE WS-FACTORIZATION TO DQ-FACTORIZATION.
           WRITE QUIZ-FEED-RECORD.
      *
      *    Pairs come smallest d first, so a and b only shrink as the
      *    list goes on; the last pair kept is the smallest a.
       PAIR-UP-DIVISOR.
           MOVE WS-DIVISOR(WS-DIVISOR-SCAN) TO WS-SMALL-FACTOR.
           DIVIDE WS-NUMBER BY WS-SMALL-FACTOR
              GIVING WS-LARGE-FACTOR.
           COMPUTE WS-A-VALUE =
              (WS-LARGE-FACTOR + WS-SMALL-FACTOR) / 2.
           COMPUTE WS-B-VALUE =
              (WS-LARGE-FACTOR - WS-SMALL-FACTOR) / 2.
      *
       WRITE-PAIR-LINE.
           MOVE WS-SMALL-FACTOR TO WS-SMALL-EDITED.
           MOVE WS-LARGE-FACTOR TO WS-LARGE-EDITED.
           MOVE WS-A-VALUE TO WS-A-EDITED.
           MOVE WS-B-VALUE TO WS-B-EDITED.
           MOVE SPACES TO REPRESENTATION-REPORT-RECORD.
           STRING "   " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SMALL-EDITED) DELIMITED BY SIZE
                  " x " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LARGE-EDITED) DELIMITED BY SIZE
                  " GIVES A=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-A-EDITED) DELIMITED BY SIZE
                  " B=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-B-EDITED) DELIMITED BY SIZE
              INTO REPRESENTATION-REPORT-RECORD.
           WRITE REPRESENTATION-REPORT-RECORD.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPRESENTATION-REPORT-RECORD.
           STRING "NUMBERS=" DELIMITED BY SIZE
                  WS-REQUEST-COUNT DELIMITED BY SIZE
                  " REPRESENTABLE=" DELIMITED BY SIZE
                  WS-REPRESENTABLE-COUNT DELIMITED BY SIZE
                  " NOT-REPRESENTABLE=" DELIMITED BY SIZE
                  WS-NOT-REPRESENTABLE-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
              INTO REPRESENTATION-REPORT-RECORD.
           WRITE REPRESENTATION-REPORT-RECORD.
      *
