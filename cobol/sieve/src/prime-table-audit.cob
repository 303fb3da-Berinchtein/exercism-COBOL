       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIME-TABLE-AUDIT.
      *
      *    Integrity audit of the shared PRIMEIDX table that SIEVE,
      *    SIEVE-FACTORIZE, SIEVE-GCD-LCM, SIEVE-GAP-REPORT and
      *    CHECK-DIGIT-SERVICE all take on trust. The file is walked
      *    in key order and checked against evidence that owes
      *    nothing to the sieve: base primes to 3163 are found here
      *    by plain trial division, and each number re-tested is
      *    divided by them.
      *
      *    Every flagged prime is re-tested. Composites are all
      *    re-tested on a full walk (the default), or every Nth one
      *    on a sample walk - mode and interval come off the PRMAUCTL
      *    control card. The keys must run unbroken from 2 to the
      *    limit on SIEVERNG (the same card SIEVE-PRIME-BUILD reads):
      *    a run of missing keys is reported, and called out as a
      *    segment boundary gap when it takes in the start of one of
      *    the builder's ten-thousand-number segments - the mark an
      *    interrupted restart leaves. The prime count in each
      *    decade range the limit covers is compared with the known
      *    count, so a wrongly flagged number the sample skipped
      *    still shows up.
      *
      *    Discrepancies go on the PRMAUDIT report and, for
      *    EXCEPTION-COLLECTOR to queue, the PRIMEXC exception file;
      *    past the first hundred they are counted rather than
      *    listed, so a ruined table cannot flood the work queue. Any
      *    discrepancy ends the run with return code 8 and a FAILED
      *    run-audit END record, so BATCH-SEQUENCER holds every step
      *    the dependency table puts behind PRIME-TABLE-AUDIT - the
      *    check-digit consumers TWO-FER-BATCH and TWO-FER-REDEEM
      *    among them.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-CONTROL-FILE ASSIGN TO "PRMAUCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BUILD-RANGE-FILE ASSIGN TO "SIEVERNG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PRIME-FILE ASSIGN TO "PRIMEIDX"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PX-NUMBER-VALUE.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "PRMAUDIT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-EXCEPTION-FILE ASSIGN TO "PRIMEXC"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CONTROL-FILE.
       01  AUDIT-CONTROL-RECORD.
           05 PA-MODE                PIC X.
           05 PA-SAMPLE-INTERVAL     PIC 9(4).
      *
       FD  BUILD-RANGE-FILE.
       01  BUILD-RANGE-RECORD.
           05 BR-SIEVE-LIMIT         PIC 9(7).
      *
       FD  PRIME-FILE.
       01  PRIME-RECORD.
           05 PX-NUMBER-VALUE        PIC 9(7).
           05 PX-PRIME-SWITCH        PIC X.
              88 PX-IS-PRIME              VALUE "Y".
              88 PX-IS-COMPOSITE          VALUE "N".
      *
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD       PIC X(132).
      *
       FD  AUDIT-EXCEPTION-FILE.
       01  AUDIT-EXCEPTION-RECORD    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 RANGE-EOF-SWITCH        PIC X    VALUE "N".
             88 RANGE-EOF                     VALUE "Y".
          05 PRIME-EOF-SWITCH        PIC X    VALUE "N".
             88 PRIME-EOF                     VALUE "Y".
          05 FULL-WALK-SWITCH        PIC X    VALUE "Y".
             88 FULL-WALK                     VALUE "Y".
          05 TRIAL-PRIME-SWITCH      PIC X    VALUE "N".
             88 TRIAL-SAYS-PRIME              VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-LIMIT                   PIC 9(7) VALUE 9999999.
       01 WS-SAMPLE-INTERVAL         PIC 9(4) VALUE 100.
      *
      *    Base primes to the square root of a seven-digit limit,
      *    found by trial division rather than by sieving.
       01 WS-BASE-LIMIT              PIC 9(4) VALUE 3163.
       01 WS-BASE-CANDIDATE          PIC 9(4) VALUE 0.
       01 WS-BASE-COUNT              PIC 9(4) VALUE 0.
       01 WS-BASE-SCAN               PIC 9(4) VALUE 0.
       01 WS-BASE-TABLE.
          05 WS-BASE-PRIME OCCURS 450 TIMES PIC 9(4).
      *
       01 WS-TRIAL-NUMBER            PIC 9(7) VALUE 0.
       01 WS-TRIAL-DIVISOR           PIC 9(4) VALUE 0.
      *
      *    The builder's segments start at 2 and run ten thousand
      *    numbers each.
       01 WS-SEGMENT-SIZE            PIC 9(5) VALUE 10000.
       01 WS-EXPECTED-KEY            PIC 9(8) VALUE 2.
       01 WS-GAP-LOW                 PIC 9(7) VALUE 0.
       01 WS-GAP-HIGH                PIC 9(7) VALUE 0.
       01 WS-GAP-LOW-SEGMENT         PIC 9(4) VALUE 0.
       01 WS-GAP-HIGH-SEGMENT        PIC 9(4) VALUE 0.
       01 WS-GAP-OFFSET              PIC 9(5) VALUE 0.
      *
      *    Known prime counts for each decade range.
       01 WS-RANGE-TABLE-VALUES.
          05 FILLER PIC X(21) VALUE "000000100000100000004".
          05 FILLER PIC X(21) VALUE "000001100001000000021".
          05 FILLER PIC X(21) VALUE "000010100010000000143".
          05 FILLER PIC X(21) VALUE "000100100100000001061".
          05 FILLER PIC X(21) VALUE "001000101000000008363".
          05 FILLER PIC X(21) VALUE "010000110000000068906".
          05 FILLER PIC X(21) VALUE "100000199999990586081".
       01 WS-RANGE-TABLE REDEFINES WS-RANGE-TABLE-VALUES.
          05 WS-RANGE OCCURS 7 TIMES.
             10 WS-RANGE-LOW         PIC 9(7).
             10 WS-RANGE-HIGH        PIC 9(7).
             10 WS-RANGE-EXPECTED    PIC 9(7).
       01 WS-RANGE-FOUND-TABLE.
          05 WS-RANGE-FOUND OCCURS 7 TIMES PIC 9(7) VALUE 0.
       01 WS-RANGE-SCAN              PIC 9    VALUE 0.
      *
       01 WS-KEYS-READ               PIC 9(8) VALUE 0.
       01 WS-PRIMES-TESTED           PIC 9(8) VALUE 0.
       01 WS-COMPOSITES-SEEN         PIC 9(8) VALUE 0.
       01 WS-COMPOSITES-TESTED       PIC 9(8) VALUE 0.
       01 WS-MISSING-KEYS            PIC 9(8) VALUE 0.
       01 WS-DISCREPANCY-COUNT       PIC 9(7) VALUE 0.
       01 WS-DISCREPANCY-LIST-LIMIT  PIC 9(3) VALUE 100.
       01 WS-UNLISTED-COUNT          PIC 9(7) VALUE 0.
       01 WS-DISCREPANCY-TEXT        PIC X(80) VALUE SPACES.
       01 WS-KEY-DISPLAY             PIC 9(7) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "PRIME-TABLE-AUDIT".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       PRIME-TABLE-AUDIT.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-AUDIT-CONTROL.
           PERFORM LOAD-BUILD-RANGE.
           PERFORM FIND-BASE-PRIMES.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           OPEN OUTPUT AUDIT-EXCEPTION-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT PRIME-FILE.
           PERFORM UNTIL PRIME-EOF
              READ PRIME-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO PRIME-EOF-SWITCH
                 NOT AT END
                    PERFORM AUDIT-ONE-KEY
              END-READ
           END-PERFORM.
           CLOSE PRIME-FILE.
           PERFORM CHECK-FILE-END.
           PERFORM CHECK-RANGE-COUNTS
              VARYING WS-RANGE-SCAN FROM 1 BY 1
              UNTIL WS-RANGE-SCAN > 7.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE AUDIT-REPORT-FILE.
           CLOSE AUDIT-EXCEPTION-FILE.
           DISPLAY "Keys read: " WS-KEYS-READ.
           DISPLAY "Primes re-tested: " WS-PRIMES-TESTED.
           DISPLAY "Composites re-tested: " WS-COMPOSITES-TESTED.
           DISPLAY "Discrepancies: " WS-DISCREPANCY-COUNT.
           IF (WS-KEYS-READ > 9999999)
              MOVE 9999999 TO WS-AUDIT-READ
           ELSE
              MOVE WS-KEYS-READ TO WS-AUDIT-READ
           END-IF.
           MOVE WS-DISCREPANCY-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           IF (WS-DISCREPANCY-COUNT > 0)
              DISPLAY "PRIME TABLE FAILED AUDIT: see the audit "
                 "report"
              MOVE "FAILED  " TO WS-AUDIT-STATUS
           ELSE
              MOVE "COMPLETE" TO WS-AUDIT-STATUS
           END-IF.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           IF (WS-DISCREPANCY-COUNT > 0)
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *    Mode "S" samples the composites; anything else walks them
      *    all. A zero or non-numeric interval keeps every hundredth.
       LOAD-AUDIT-CONTROL.
           OPEN INPUT AUDIT-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ AUDIT-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (PA-MODE = "S")
                       MOVE "N" TO FULL-WALK-SWITCH
                    END-IF
                    IF (PA-SAMPLE-INTERVAL IS NUMERIC
                       AND PA-SAMPLE-INTERVAL > 0)
                       MOVE PA-SAMPLE-INTERVAL TO WS-SAMPLE-INTERVAL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDIT-CONTROL-FILE.
      *
       LOAD-BUILD-RANGE.
           OPEN INPUT BUILD-RANGE-FILE.
           PERFORM UNTIL RANGE-EOF
              READ BUILD-RANGE-FILE
                 AT END
                    MOVE "Y" TO RANGE-EOF-SWITCH
                 NOT AT END
                    IF (BR-SIEVE-LIMIT IS NUMERIC
                       AND BR-SIEVE-LIMIT > 1)
                       MOVE BR-SIEVE-LIMIT TO WS-LIMIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BUILD-RANGE-FILE.
      *
      *    Each candidate is tried against the base primes already
      *    found, up to its square root.
       FIND-BASE-PRIMES.
           PERFORM VARYING WS-BASE-CANDIDATE FROM 2 BY 1
              UNTIL WS-BASE-CANDIDATE > WS-BASE-LIMIT
                MOVE WS-BASE-CANDIDATE TO WS-TRIAL-NUMBER
                PERFORM TRIAL-DIVIDE
                IF (TRIAL-SAYS-PRIME)
                   ADD 1 TO WS-BASE-COUNT
                   MOVE WS-BASE-CANDIDATE
                      TO WS-BASE-PRIME(WS-BASE-COUNT)
                END-IF
           END-PERFORM.
      *
       TRIAL-DIVIDE.
           MOVE 0 TO WS-TRIAL-DIVISOR.
           IF (WS-TRIAL-NUMBER < 2)
              MOVE "N" TO TRIAL-PRIME-SWITCH
           ELSE
              MOVE "Y" TO TRIAL-PRIME-SWITCH
              PERFORM VARYING WS-BASE-SCAN FROM 1 BY 1
                 UNTIL WS-BASE-SCAN > WS-BASE-COUNT
                 OR NOT TRIAL-SAYS-PRIME
                 OR WS-BASE-PRIME(WS-BASE-SCAN)
                    * WS-BASE-PRIME(WS-BASE-SCAN) > WS-TRIAL-NUMBER
                   IF (FUNCTION MOD(WS-TRIAL-NUMBER,
                      WS-BASE-PRIME(WS-BASE-SCAN)) = 0)
                      MOVE "N" TO TRIAL-PRIME-SWITCH
                      MOVE WS-BASE-PRIME(WS-BASE-SCAN)
                         TO WS-TRIAL-DIVISOR
                   END-IF
              END-PERFORM
           END-IF.
      *
       AUDIT-ONE-KEY.
           ADD 1 TO WS-KEYS-READ.
           IF (PX-NUMBER-VALUE > WS-EXPECTED-KEY)
              MOVE WS-EXPECTED-KEY TO WS-GAP-LOW
              COMPUTE WS-GAP-HIGH = PX-NUMBER-VALUE - 1
              PERFORM REPORT-KEY-GAP
           END-IF.
           IF (PX-NUMBER-VALUE >= WS-EXPECTED-KEY)
              COMPUTE WS-EXPECTED-KEY = PX-NUMBER-VALUE + 1
           END-IF.
           EVALUATE TRUE
           WHEN PX-IS-PRIME
                ADD 1 TO WS-PRIMES-TESTED
                PERFORM COUNT-PRIME-IN-RANGE
                MOVE PX-NUMBER-VALUE TO WS-TRIAL-NUMBER
                PERFORM TRIAL-DIVIDE
                IF (NOT TRIAL-SAYS-PRIME)
                   PERFORM REPORT-FALSE-PRIME
                END-IF
           WHEN PX-IS-COMPOSITE
                ADD 1 TO WS-COMPOSITES-SEEN
                IF (FULL-WALK
                   OR FUNCTION MOD(WS-COMPOSITES-SEEN,
                      WS-SAMPLE-INTERVAL) = 0)
                   ADD 1 TO WS-COMPOSITES-TESTED
                   MOVE PX-NUMBER-VALUE TO WS-TRIAL-NUMBER
                   PERFORM TRIAL-DIVIDE
                   IF (TRIAL-SAYS-PRIME)
                      PERFORM REPORT-MISSED-PRIME
                   END-IF
                END-IF
           WHEN OTHER
                MOVE PX-NUMBER-VALUE TO WS-KEY-DISPLAY
                MOVE SPACES TO WS-DISCREPANCY-TEXT
                STRING "PRIMEIDX KEY " DELIMITED BY SIZE
                       WS-KEY-DISPLAY DELIMITED BY SIZE
                       " HAS BAD PRIME FLAG '" DELIMITED BY SIZE
                       PX-PRIME-SWITCH DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                   INTO WS-DISCREPANCY-TEXT
                PERFORM RECORD-DISCREPANCY
           END-EVALUATE.
      *
       COUNT-PRIME-IN-RANGE.
           PERFORM VARYING WS-RANGE-SCAN FROM 1 BY 1
              UNTIL WS-RANGE-SCAN > 7
                IF (PX-NUMBER-VALUE >= WS-RANGE-LOW(WS-RANGE-SCAN)
                   AND PX-NUMBER-VALUE <=
                      WS-RANGE-HIGH(WS-RANGE-SCAN))
                   ADD 1 TO WS-RANGE-FOUND(WS-RANGE-SCAN)
                END-IF
           END-PERFORM.
      *
       REPORT-FALSE-PRIME.
           MOVE PX-NUMBER-VALUE TO WS-KEY-DISPLAY.
           MOVE SPACES TO WS-DISCREPANCY-TEXT.
           STRING "PRIMEIDX KEY " DELIMITED BY SIZE
                  WS-KEY-DISPLAY DELIMITED BY SIZE
                  " FLAGGED PRIME BUT DIVISIBLE BY " DELIMITED BY SIZE
                  WS-TRIAL-DIVISOR DELIMITED BY SIZE
              INTO WS-DISCREPANCY-TEXT.
           PERFORM RECORD-DISCREPANCY.
      *
       REPORT-MISSED-PRIME.
           MOVE PX-NUMBER-VALUE TO WS-KEY-DISPLAY.
           MOVE SPACES TO WS-DISCREPANCY-TEXT.
           STRING "PRIMEIDX KEY " DELIMITED BY SIZE
                  WS-KEY-DISPLAY DELIMITED BY SIZE
                  " FLAGGED COMPOSITE BUT IS PRIME" DELIMITED BY SIZE
              INTO WS-DISCREPANCY-TEXT.
           PERFORM RECORD-DISCREPANCY.
      *
      *    A gap that takes in the first number of a builder
      *    segment is the footprint of a lost segment write.
       REPORT-KEY-GAP.
           COMPUTE WS-MISSING-KEYS =
              WS-MISSING-KEYS + WS-GAP-HIGH - WS-GAP-LOW + 1.
           COMPUTE WS-GAP-LOW-SEGMENT =
              (WS-GAP-LOW - 2) / WS-SEGMENT-SIZE.
           COMPUTE WS-GAP-HIGH-SEGMENT =
              (WS-GAP-HIGH - 2) / WS-SEGMENT-SIZE.
           COMPUTE WS-GAP-OFFSET =
              FUNCTION MOD(WS-GAP-LOW - 2, WS-SEGMENT-SIZE).
           MOVE SPACES TO WS-DISCREPANCY-TEXT.
           IF (WS-GAP-OFFSET = 0
              OR WS-GAP-LOW-SEGMENT NOT = WS-GAP-HIGH-SEGMENT)
              STRING "PRIMEIDX KEYS " DELIMITED BY SIZE
                     WS-GAP-LOW DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-GAP-HIGH DELIMITED BY SIZE
                     " MISSING - SEGMENT BOUNDARY GAP"
                        DELIMITED BY SIZE
                 INTO WS-DISCREPANCY-TEXT
           ELSE
              STRING "PRIMEIDX KEYS " DELIMITED BY SIZE
                     WS-GAP-LOW DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-GAP-HIGH DELIMITED BY SIZE
                     " MISSING" DELIMITED BY SIZE
                 INTO WS-DISCREPANCY-TEXT
           END-IF.
           PERFORM RECORD-DISCREPANCY.
      *
      *    Keys short of the build limit are missing off the end.
       CHECK-FILE-END.
           IF (WS-KEYS-READ = 0)
              MOVE "PRIMEIDX IS EMPTY" TO WS-DISCREPANCY-TEXT
              PERFORM RECORD-DISCREPANCY
           ELSE
              IF (WS-EXPECTED-KEY <= WS-LIMIT)
                 MOVE WS-EXPECTED-KEY TO WS-GAP-LOW
                 MOVE WS-LIMIT TO WS-GAP-HIGH
                 PERFORM REPORT-KEY-GAP
              END-IF
           END-IF.
      *
      *    Only ranges the build limit covers in full are compared.
       CHECK-RANGE-COUNTS.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           IF (WS-RANGE-HIGH(WS-RANGE-SCAN) > WS-LIMIT)
              STRING "RANGE " DELIMITED BY SIZE
                     WS-RANGE-LOW(WS-RANGE-SCAN) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-RANGE-HIGH(WS-RANGE-SCAN) DELIMITED BY SIZE
                     " PRIMES=" DELIMITED BY SIZE
                     WS-RANGE-FOUND(WS-RANGE-SCAN) DELIMITED BY SIZE
                     " NOT COMPARED - PAST THE BUILD LIMIT"
                        DELIMITED BY SIZE
                 INTO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
           ELSE
              STRING "RANGE " DELIMITED BY SIZE
                     WS-RANGE-LOW(WS-RANGE-SCAN) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-RANGE-HIGH(WS-RANGE-SCAN) DELIMITED BY SIZE
                     " PRIMES=" DELIMITED BY SIZE
                     WS-RANGE-FOUND(WS-RANGE-SCAN) DELIMITED BY SIZE
                     " EXPECTED=" DELIMITED BY SIZE
                     WS-RANGE-EXPECTED(WS-RANGE-SCAN)
                        DELIMITED BY SIZE
                 INTO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
              IF (WS-RANGE-FOUND(WS-RANGE-SCAN) NOT =
                 WS-RANGE-EXPECTED(WS-RANGE-SCAN))
                 MOVE SPACES TO WS-DISCREPANCY-TEXT
                 STRING "PRIMEIDX RANGE " DELIMITED BY SIZE
                        WS-RANGE-LOW(WS-RANGE-SCAN)
                           DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-RANGE-HIGH(WS-RANGE-SCAN)
                           DELIMITED BY SIZE
                        " HAS " DELIMITED BY SIZE
                        WS-RANGE-FOUND(WS-RANGE-SCAN)
                           DELIMITED BY SIZE
                        " PRIMES, EXPECTED " DELIMITED BY SIZE
                        WS-RANGE-EXPECTED(WS-RANGE-SCAN)
                           DELIMITED BY SIZE
                    INTO WS-DISCREPANCY-TEXT
                 PERFORM RECORD-DISCREPANCY
              END-IF
           END-IF.
      *
       RECORD-DISCREPANCY.
           ADD 1 TO WS-DISCREPANCY-COUNT.
           IF (WS-DISCREPANCY-COUNT > WS-DISCREPANCY-LIST-LIMIT)
              ADD 1 TO WS-UNLISTED-COUNT
           ELSE
              MOVE SPACES TO AUDIT-REPORT-RECORD
              STRING "DISCREPANCY: " DELIMITED BY SIZE
                     WS-DISCREPANCY-TEXT DELIMITED BY SIZE
                 INTO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
              MOVE WS-DISCREPANCY-TEXT TO AUDIT-EXCEPTION-RECORD
              WRITE AUDIT-EXCEPTION-RECORD
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           IF (FULL-WALK)
              STRING "PRIME TABLE AUDIT RUN-DATE=" DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     " LIMIT=" DELIMITED BY SIZE
                     WS-LIMIT DELIMITED BY SIZE
                     " MODE=FULL WALK" DELIMITED BY SIZE
                 INTO AUDIT-REPORT-RECORD
           ELSE
              STRING "PRIME TABLE AUDIT RUN-DATE=" DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     " LIMIT=" DELIMITED BY SIZE
                     WS-LIMIT DELIMITED BY SIZE
                     " MODE=SAMPLE, EVERY " DELIMITED BY SIZE
                     WS-SAMPLE-INTERVAL DELIMITED BY SIZE
                     " COMPOSITES" DELIMITED BY SIZE
                 INTO AUDIT-REPORT-RECORD
           END-IF.
           WRITE AUDIT-REPORT-RECORD.
      *
       WRITE-REPORT-TOTALS.
           IF (WS-UNLISTED-COUNT > 0)
              MOVE SPACES TO AUDIT-EXCEPTION-RECORD
              STRING "PRIMEIDX " DELIMITED BY SIZE
                     WS-UNLISTED-COUNT DELIMITED BY SIZE
                     " FURTHER DISCREPANCIES - SEE PRMAUDIT"
                        DELIMITED BY SIZE
                 INTO AUDIT-EXCEPTION-RECORD
              WRITE AUDIT-EXCEPTION-RECORD
              MOVE SPACES TO AUDIT-REPORT-RECORD
              STRING "FURTHER DISCREPANCIES NOT LISTED: "
                        DELIMITED BY SIZE
                     WS-UNLISTED-COUNT DELIMITED BY SIZE
                 INTO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
           END-IF.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           STRING "KEYS=" DELIMITED BY SIZE
                  WS-KEYS-READ DELIMITED BY SIZE
                  " MISSING=" DELIMITED BY SIZE
                  WS-MISSING-KEYS DELIMITED BY SIZE
                  " PRIMES-TESTED=" DELIMITED BY SIZE
                  WS-PRIMES-TESTED DELIMITED BY SIZE
                  " COMPOSITES-TESTED=" DELIMITED BY SIZE
                  WS-COMPOSITES-TESTED DELIMITED BY SIZE
                  " DISCREPANCIES=" DELIMITED BY SIZE
                  WS-DISCREPANCY-COUNT DELIMITED BY SIZE
              INTO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           IF (WS-DISCREPANCY-COUNT > 0)
              MOVE "RESULT: PRIMEIDX FAILED AUDIT - HOLD THE "
                 & "CHECK-DIGIT CONSUMERS" TO AUDIT-REPORT-RECORD
           ELSE
              MOVE "RESULT: PRIMEIDX CLEAN" TO AUDIT-REPORT-RECORD
           END-IF.
           WRITE AUDIT-REPORT-RECORD.
      *
