      *    Everything NUMBER-PROPERTIES-SERVICE works out about one
      *    number: prime or composite (one is neither), the prime
      *    factorization as distinct primes with their powers and as
      *    printable text, the divisor count and sum (the number
      *    itself included), perfect / abundant / deficient by the
      *    sum of its proper divisors, the Collatz step count and
      *    whether it came off the COLLCACH cache or was walked, the
      *    digit sum, and whether it is a square or a triangular
      *    number. A number under ten million has at most eight
      *    distinct prime factors.
      *    Field-only copybook: COPY it under an 01 of its own.
       05 NP-PRIME-FLAG          PIC X.
          88 NP-IS-PRIME              VALUE "P".
          88 NP-IS-COMPOSITE          VALUE "C".
          88 NP-IS-UNIT               VALUE "U".
       05 NP-FACTOR-COUNT        PIC 9.
       05 NP-FACTOR OCCURS 8 TIMES.
          10 NP-FACTOR-PRIME     PIC 9(7).
          10 NP-FACTOR-POWER     PIC 99.
       05 NP-FACTORIZATION       PIC X(60).
       05 NP-DIVISOR-COUNT       PIC 9(4).
       05 NP-DIVISOR-SUM         PIC 9(9).
       05 NP-ABUNDANCE           PIC X(9).
          88 NP-IS-PERFECT            VALUE "PERFECT".
          88 NP-IS-ABUNDANT           VALUE "ABUNDANT".
          88 NP-IS-DEFICIENT          VALUE "DEFICIENT".
       05 NP-COLLATZ-STEPS       PIC 9(4).
       05 NP-COLLATZ-SOURCE      PIC X.
          88 NP-COLLATZ-CACHED        VALUE "C".
          88 NP-COLLATZ-WALKED        VALUE "W".
       05 NP-DIGIT-SUM           PIC 99.
       05 NP-SQUARE-FLAG         PIC X.
          88 NP-IS-SQUARE             VALUE "Y".
       05 NP-TRIANGULAR-FLAG     PIC X.
          88 NP-IS-TRIANGULAR         VALUE "Y".
