      *    One number's difference-of-squares summary as
      *    DIFFERENCE-OF-SQUARES-REPRESENT writes it to the DOSQQUIZ
      *    feed and QUIZ-PACK-GENERATOR reads it back: whether the
      *    number can be written as a^2 - b^2 at all (never when it
      *    is two more than a multiple of four), how many ways, the
      *    way with the smallest a, and the prime factorization the
      *    ways were worked from.
      *    Field-only copybook: COPY it under an 01 of its own.
       05 DQ-NUMBER              PIC 9(8).
       05 DQ-REPRESENTABLE-FLAG  PIC X.
          88 DQ-IS-REPRESENTABLE      VALUE "Y".
          88 DQ-NOT-REPRESENTABLE     VALUE "N".
       05 DQ-REPRESENTATION-COUNT PIC 9(3).
       05 DQ-SMALLEST-A          PIC 9(8).
       05 DQ-SMALLEST-B          PIC 9(8).
       05 DQ-FACTORIZATION       PIC X(40).
