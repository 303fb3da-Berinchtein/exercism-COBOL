      *    question dealt is keyed onto the used-questions file so
      *    next month's pack cannot repeat it. Round count comes off
      *    the control card (three rounds when absent).
      *
      *    The stores only say which numbers to ask about; every
      *    answer - prime or not, Collatz steps, and the divisor-count
      *    question for composite numbers - comes from
      *    NUMBER-PROPERTIES-SERVICE, the same place the kiosk's
      *    number facts come from.
      *
      *    The DOSQQUIZ feed DIFFERENCE-OF-SQUARES-REPRESENT leaves
      *    behind adds difference-of-squares questions: an easy one
      *    for a number that cannot be written as a^2 - b^2, and a
      *    how-many-ways question, medium for one or two ways and
      *    hard beyond that, for a number that can.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS PX-NUMBER-VALUE.
           SELECT OPTIONAL LEAP-CALENDAR-FILE ASSIGN TO "LEAPCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DOSQ-FEED-FILE ASSIGN TO "DOSQQUIZ"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL USED-QUESTIONS-FILE ASSIGN TO "QUIZUSED"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT QUESTION-PACK-FILE ASSIGN TO "QUIZPACK"
       01  STEP-CACHE-RECORD.
           05 CC-NUMBER              PIC 9(8).
           05 CC-STEPS               PIC 9(4).
           05 CC-PEAK                PIC 9(15).
      *
       FD  PRIME-FILE.
       01  PRIME-RECORD.
      *
       FD  LEAP-CALENDAR-FILE.
       01  LEAP-CALENDAR-RECORD      PIC X(20).
      *
       FD  DOSQ-FEED-FILE.
       01  DOSQ-FEED-RECORD.
           COPY "dosq-representation.cpy".
      *
       FD  USED-QUESTIONS-FILE.
       01  USED-QUESTION-RECORD.
             88 PRIME-EOF                     VALUE "Y".
          05 LEAP-EOF-SWITCH         PIC X    VALUE "N".
             88 LEAP-EOF                      VALUE "Y".
          05 DOSQ-EOF-SWITCH         PIC X    VALUE "N".
             88 DOSQ-EOF                      VALUE "Y".
          05 USED-EOF-SWITCH         PIC X    VALUE "N".
             88 USED-EOF                      VALUE "Y".
          05 KEY-USED-SWITCH         PIC X    VALUE "N".
       01 WS-PRIME-GAP               PIC 9(4) VALUE 0.
       01 WS-LEAP-YEAR-TOKEN         PIC X(10) VALUE SPACES.
       01 WS-LEAP-FLAG-TOKEN         PIC X(3) VALUE SPACES.
      *
       01 WS-NP-NUMBER               PIC 9(7) VALUE 0.
       01 WS-NUMBER-PROPERTIES.
          COPY "number-properties.cpy".
       01 WS-NP-STATUS               PIC X    VALUE "0".
      *
       01 WS-DOSQ-NUMBER-EDITED      PIC Z(7)9.
       01 WS-DOSQ-A-EDITED           PIC Z(7)9.
       01 WS-DOSQ-B-EDITED           PIC Z(7)9.
       01 WS-DOSQ-COUNT-EDITED       PIC ZZ9.
      *
       01 WS-ROUND                   PIC 99   VALUE 0.
       01 WS-QUESTION-NUMBER         PIC 9    VALUE 0.
           PERFORM GATHER-COLLATZ-QUESTIONS.
           PERFORM GATHER-PRIME-QUESTIONS.
           PERFORM GATHER-LEAP-QUESTIONS.
           PERFORM GATHER-DOSQ-QUESTIONS.
           OPEN OUTPUT QUESTION-PACK-FILE.
           OPEN OUTPUT ANSWER-KEY-FILE.
           OPEN EXTEND USED-QUESTIONS-FILE.
                  CC-NUMBER DELIMITED BY SIZE
              INTO WS-CANDIDATE-KEY.
           PERFORM CHECK-KEY-USED.
           MOVE "1" TO WS-NP-STATUS.
           IF (NOT KEY-USED AND CC-NUMBER <= 9999999)
              MOVE CC-NUMBER TO WS-NP-NUMBER
              CALL "NUMBER-PROPERTIES-SERVICE" USING WS-NP-NUMBER
                 WS-NUMBER-PROPERTIES WS-NP-STATUS
           END-IF.
           IF (NOT KEY-USED AND WS-NP-STATUS = "0")
              MOVE SPACES TO WS-CANDIDATE-QUESTION
              STRING "HOW MANY COLLATZ STEPS DOES "
                        DELIMITED BY SIZE
                     " TAKE TO REACH 1?" DELIMITED BY SIZE
                 INTO WS-CANDIDATE-QUESTION
              MOVE SPACES TO WS-CANDIDATE-ANSWER
              STRING NP-COLLATZ-STEPS DELIMITED BY SIZE
                 INTO WS-CANDIDATE-ANSWER
              EVALUATE TRUE
              WHEN NP-COLLATZ-STEPS <= 20
                   PERFORM ADD-EASY-CANDIDATE
              WHEN NP-COLLATZ-STEPS <= 60
                   PERFORM ADD-MEDIUM-CANDIDATE
              WHEN OTHER
                   PERFORM ADD-HARD-CANDIDATE
      *
      *    Every number gives an easy is-it-prime question; every
      *    prime after the first also gives a next-prime question
      *    and, when the gap is interesting, a hard gap question;
      *    a composite number also gives a divisor-count question.
       BUILD-PRIME-CANDIDATES.
           MOVE PX-NUMBER-VALUE TO WS-NP-NUMBER.
           CALL "NUMBER-PROPERTIES-SERVICE" USING WS-NP-NUMBER
              WS-NUMBER-PROPERTIES WS-NP-STATUS.
           IF (WS-NP-STATUS NOT = "0")
              MOVE "U" TO NP-PRIME-FLAG
           END-IF.
           MOVE SPACES TO WS-CANDIDATE-KEY.
           STRING "PRIM" DELIMITED BY SIZE
                  PX-NUMBER-VALUE DELIMITED BY SIZE
                     " A PRIME NUMBER?" DELIMITED BY SIZE
                 INTO WS-CANDIDATE-QUESTION
              MOVE SPACES TO WS-CANDIDATE-ANSWER
              IF (NP-IS-PRIME)
                 MOVE "YES" TO WS-CANDIDATE-ANSWER
              ELSE
                 MOVE "NO" TO WS-CANDIDATE-ANSWER
              END-IF
              PERFORM ADD-EASY-CANDIDATE
           END-IF.
           IF (NP-IS-COMPOSITE)
              PERFORM BUILD-DIVISOR-CANDIDATE
           END-IF.
           IF (NP-IS-PRIME)
              IF (WS-PRIOR-PRIME > 0)
                 PERFORM BUILD-NEXT-PRIME-CANDIDATE
              END-IF
                 PERFORM ADD-HARD-CANDIDATE
              END-IF
           END-IF.
      *
       BUILD-DIVISOR-CANDIDATE.
           MOVE SPACES TO WS-CANDIDATE-KEY.
           STRING "DIVS" DELIMITED BY SIZE
                  PX-NUMBER-VALUE DELIMITED BY SIZE
              INTO WS-CANDIDATE-KEY.
           PERFORM CHECK-KEY-USED.
           IF (NOT KEY-USED)
              MOVE SPACES TO WS-CANDIDATE-QUESTION
              STRING "HOW MANY DIVISORS DOES " DELIMITED BY SIZE
                     PX-NUMBER-VALUE DELIMITED BY SIZE
                     " HAVE?" DELIMITED BY SIZE
                 INTO WS-CANDIDATE-QUESTION
              MOVE SPACES TO WS-CANDIDATE-ANSWER
              STRING NP-DIVISOR-COUNT DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(NP-FACTORIZATION)
                        DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                 INTO WS-CANDIDATE-ANSWER
              PERFORM ADD-MEDIUM-CANDIDATE
           END-IF.
      *
       GATHER-LEAP-QUESTIONS.
           OPEN INPUT LEAP-CALENDAR-FILE.
                 PERFORM ADD-EASY-CANDIDATE
              END-IF
           END-IF.
      *
       GATHER-DOSQ-QUESTIONS.
           OPEN INPUT DOSQ-FEED-FILE.
           PERFORM UNTIL DOSQ-EOF
              READ DOSQ-FEED-FILE
                 AT END
                    MOVE "Y" TO DOSQ-EOF-SWITCH
                 NOT AT END
                    IF (DQ-NUMBER IS NUMERIC
                       AND DQ-REPRESENTATION-COUNT IS NUMERIC)
                       PERFORM BUILD-DOSQ-CANDIDATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DOSQ-FEED-FILE.
      *
       BUILD-DOSQ-CANDIDATE.
           MOVE SPACES TO WS-CANDIDATE-KEY.
           STRING "DOSQ" DELIMITED BY SIZE
                  DQ-NUMBER DELIMITED BY SIZE
              INTO WS-CANDIDATE-KEY.
           PERFORM CHECK-KEY-USED.
           IF (NOT KEY-USED)
              MOVE DQ-NUMBER TO WS-DOSQ-NUMBER-EDITED
              MOVE SPACES TO WS-CANDIDATE-QUESTION
              MOVE SPACES TO WS-CANDIDATE-ANSWER
              IF (DQ-NOT-REPRESENTABLE)
                 STRING "CAN " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DOSQ-NUMBER-EDITED)
                           DELIMITED BY SIZE
                        " BE WRITTEN AS A DIFFERENCE OF TWO SQUARES?"
                           DELIMITED BY SIZE
                    INTO WS-CANDIDATE-QUESTION
                 MOVE "NO (IT IS 2 MOD 4)" TO WS-CANDIDATE-ANSWER
                 PERFORM ADD-EASY-CANDIDATE
              ELSE
                 MOVE DQ-SMALLEST-A TO WS-DOSQ-A-EDITED
                 MOVE DQ-SMALLEST-B TO WS-DOSQ-B-EDITED
                 MOVE DQ-REPRESENTATION-COUNT TO WS-DOSQ-COUNT-EDITED
                 STRING "IN HOW MANY WAYS CAN " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DOSQ-NUMBER-EDITED)
                           DELIMITED BY SIZE
                        " BE WRITTEN AS A^2 - B^2?" DELIMITED BY SIZE
                    INTO WS-CANDIDATE-QUESTION
                 STRING FUNCTION TRIM(WS-DOSQ-COUNT-EDITED)
                           DELIMITED BY SIZE
                        " (A=" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DOSQ-A-EDITED)
                           DELIMITED BY SIZE
                        " B=" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DOSQ-B-EDITED)
                           DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                    INTO WS-CANDIDATE-ANSWER
                 IF (DQ-REPRESENTATION-COUNT <= 2)
                    PERFORM ADD-MEDIUM-CANDIDATE
                 ELSE
                    PERFORM ADD-HARD-CANDIDATE
                 END-IF
              END-IF
           END-IF.
      *
       ADD-EASY-CANDIDATE.
           IF (WS-EASY-COUNT < 200)
