      *    time - and the consolidated pack lists every contestant's
      *    entries with their missing-letter lists, so the judge
      *    retires the highlighter.
      *
      *    Each night's round results also go on the PANGHST season
      *    points file that PANGRAM-STANDINGS ranks: per contestant
      *    and round, the placement (valid pangrams in winning order,
      *    zero for an entry that is not one), points by placement,
      *    and a bonus for the valid pangram with the fewest letters
      *    in the round, shared on a tie. An entry PANGRAM-COPY-CHECK
      *    put on the suspect-pairs report is held on PANGHOLD
      *    instead, points already worked out, until the judges'
      *    clearance file releases it to the season file or strikes
      *    it; a held entry still counts in its round's placings.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT JUDGING-PACK-FILE ASSIGN TO "PANGJUDG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPECT-REPORT-FILE ASSIGN TO "PANGSUSP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CLEARANCE-FILE ASSIGN TO "PANGCLR"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-RESULTS-FILE ASSIGN TO "PANGHOLD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SEASON-POINTS-FILE ASSIGN TO "PANGHST"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  JUDGING-PACK-FILE.
       01  JUDGING-PACK-RECORD          PIC X(130).
      *
       FD  SUSPECT-REPORT-FILE.
       01  SUSPECT-REPORT-RECORD        PIC X(100).
      *
       FD  CLEARANCE-FILE.
       01  CLEARANCE-RECORD.
           05 CR-CONTEST-DATE           PIC 9(8).
           05 CR-CONTESTANT             PIC X(10).
           05 CR-ROUND                  PIC 99.
           05 CR-DECISION               PIC X.
              88 CR-CLEARED                  VALUE "C".
              88 CR-STRUCK                   VALUE "D".
      *
       FD  HELD-RESULTS-FILE.
       01  HELD-RESULTS-RECORD.
           05 HR-CONTESTANT             PIC X(10).
           05 HR-CONTEST-DATE           PIC 9(8).
           05 HR-ROUND                  PIC 99.
           05 HR-PLACEMENT              PIC 99.
           05 HR-PLACE-POINTS           PIC 9(3).
           05 HR-BONUS-POINTS           PIC 9(3).
           05 HR-POINTS                 PIC 9(3).
      *
       FD  SEASON-POINTS-FILE.
       01  SEASON-POINTS-RECORD.
           05 PH-CONTESTANT             PIC X(10).
           05 PH-CONTEST-DATE           PIC 9(8).
           05 PH-ROUND                  PIC 99.
           05 PH-PLACEMENT              PIC 99.
           05 PH-PLACE-POINTS           PIC 9(3).
           05 PH-BONUS-POINTS           PIC 9(3).
           05 PH-POINTS                 PIC 9(3).
      *
       WORKING-STORAGE SECTION.
      *
             88 LANGUAGE-FOUND                  VALUE "Y".
          05 ENTRY-VALID-SWITCH        PIC X    VALUE "N".
             88 ENTRY-IS-PANGRAM                VALUE "Y".
          05 DATA-EOF-SWITCH           PIC X    VALUE "N".
             88 DATA-EOF                        VALUE "Y".
          05 ENTRY-SUSPECT-SWITCH      PIC X    VALUE "N".
             88 ENTRY-SUSPECT                   VALUE "Y".
      *
       01 WS-SENTENCE               PIC X(60).
       01 WS-LETTER-COUNT           PIC 99    VALUE 0.
       01 WS-MISSING-LETTERS-POINTER PIC 99   VALUE 1.
       01 WS-SENTENCE-LENGTH        PIC 99    VALUE 0.
       01 WS-ENTRY-COUNT            PIC 9(5)  VALUE 0.
       01 WS-LETTER-TOTAL           PIC 9(3)  VALUE 0.
       01 WS-CONTEST-DATE           PIC 9(8)  VALUE 0.
      *
       01 WS-LANGUAGE-CODE          PIC X(2)  VALUE SPACES.
       01 WS-ALPHABET-SIZE          PIC 99    VALUE 0.
             10 WS-ROUND-WIN-LENGTH PIC 99.
             10 WS-ROUND-WON-SWITCH PIC X.
                88 WS-ROUND-HAS-WINNER  VALUE "Y".
             10 WS-ROUND-FEWEST     PIC 9(3).
      *
      *    Every entry in rounds 1 to 20 is kept for the season
      *    placings once the whole file is judged.
       01 WS-RESULT-COUNT           PIC 9(3)  VALUE 0.
       01 WS-RESULT-SCAN            PIC 9(3)  VALUE 0.
       01 WS-RIVAL-SCAN             PIC 9(3)  VALUE 0.
       01 WS-RESULT-TABLE.
          05 WS-RESULT OCCURS 200 TIMES.
             10 WS-RESULT-CONTESTANT PIC X(10).
             10 WS-RESULT-ROUND     PIC 99.
             10 WS-RESULT-TIME      PIC 9(6).
             10 WS-RESULT-LENGTH    PIC 99.
             10 WS-RESULT-LETTERS   PIC 9(3).
             10 WS-RESULT-VALID     PIC X.
      *
      *    Points for first, second and third place; any other
      *    valid pangram earns the last figure.
       01 WS-PLACE-POINTS-VALUES.
          05 FILLER                 PIC 9(3)  VALUE 10.
          05 FILLER                 PIC 9(3)  VALUE 7.
          05 FILLER                 PIC 9(3)  VALUE 5.
          05 FILLER                 PIC 9(3)  VALUE 2.
       01 WS-PLACE-POINTS-TABLE REDEFINES WS-PLACE-POINTS-VALUES.
          05 WS-PLACE-POINTS        PIC 9(3)  OCCURS 4 TIMES.
       01 WS-FEWEST-LETTERS-BONUS   PIC 9(3)  VALUE 3.
      *
       01 WS-PLACEMENT              PIC 99    VALUE 0.
       01 WS-PLACE-SCORE            PIC 9(3)  VALUE 0.
       01 WS-BONUS-SCORE            PIC 9(3)  VALUE 0.
      *
       01 WS-SUSPECT-COUNT          PIC 9(3)  VALUE 0.
       01 WS-SUSPECT-SCAN           PIC 9(3)  VALUE 0.
       01 WS-SUSPECT-TABLE.
          05 WS-SUSPECT OCCURS 400 TIMES.
             10 WS-SUSPECT-ROUND    PIC 99.
             10 WS-SUSPECT-CONTESTANT PIC X(10).
      *
       01 WS-HELD-COUNT             PIC 9(4)  VALUE 0.
       01 WS-HELD-SCAN              PIC 9(4)  VALUE 0.
       01 WS-HELD-TABLE.
          05 WS-HELD OCCURS 1000 TIMES.
             10 WS-HELD-RESULT.
                15 WS-HELD-CONTESTANT PIC X(10).
                15 WS-HELD-DATE     PIC 9(8).
                15 WS-HELD-ROUND    PIC 99.
                15 FILLER           PIC X(11).
             10 WS-HELD-STATUS      PIC X.
      *
       01 WS-POSTED-COUNT           PIC 9(4)  VALUE 0.
       01 WS-NEW-HOLD-COUNT         PIC 9(4)  VALUE 0.
       01 WS-CLEARED-COUNT          PIC 9(4)  VALUE 0.
       01 WS-STRUCK-COUNT           PIC 9(4)  VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       PANGRAM-CONTEST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEST-DATE.
           PERFORM INITIALIZE-ROUND-TABLE.
           PERFORM LOAD-LANGUAGE-CONFIG.
           OPEN INPUT CONTEST-ENTRY-FILE.
           END-PERFORM.
           CLOSE CONTEST-ENTRY-FILE.
           PERFORM WRITE-ROUND-WINNERS.
           PERFORM LOAD-SUSPECT-PAIRS.
           PERFORM LOAD-HELD-RESULTS.
           OPEN EXTEND SEASON-POINTS-FILE.
           PERFORM POST-ONE-RESULT
              VARYING WS-RESULT-SCAN FROM 1 BY 1
              UNTIL WS-RESULT-SCAN > WS-RESULT-COUNT.
           PERFORM APPLY-CLEARANCES.
           CLOSE SEASON-POINTS-FILE.
           PERFORM REWRITE-HELD-RESULTS.
           CLOSE JUDGING-PACK-FILE.
           DISPLAY "Contest entries judged: " WS-ENTRY-COUNT.
           DISPLAY "Round results posted to the season: "
              WS-POSTED-COUNT.
           DISPLAY "Round results held as suspect: "
              WS-NEW-HOLD-COUNT.
           DISPLAY "Held results cleared: " WS-CLEARED-COUNT.
           DISPLAY "Held results struck: " WS-STRUCK-COUNT.
           STOP RUN.
      *
       INITIALIZE-ROUND-TABLE.
                MOVE 999999 TO WS-ROUND-WIN-TIME(WS-ROUND-SCAN)
                MOVE 99 TO WS-ROUND-WIN-LENGTH(WS-ROUND-SCAN)
                MOVE "N" TO WS-ROUND-WON-SWITCH(WS-ROUND-SCAN)
                MOVE 999 TO WS-ROUND-FEWEST(WS-ROUND-SCAN)
           END-PERFORM.
      *
       LOAD-LANGUAGE-CONFIG.
           MOVE SPACES TO WS-MISSING-LETTERS.
           MOVE 1 TO WS-MISSING-LETTERS-POINTER.
           MOVE ZERO TO WS-LETTER-COUNT.
           MOVE ZERO TO WS-LETTER-TOTAL.
           MOVE "N" TO ENTRY-VALID-SWITCH.
           PERFORM FIND-LANGUAGE.
           IF (NOT LANGUAGE-FOUND)
                 PERFORM CONSIDER-FOR-ROUND-WIN
              END-IF
           END-IF.
           IF (PC-ROUND >= 1 AND PC-ROUND <= 20)
              PERFORM KEEP-ROUND-RESULT
           END-IF.
      *
       KEEP-ROUND-RESULT.
           IF (WS-RESULT-COUNT = 200)
              DISPLAY "ABORTED: contest entries exceed "
                 "the 200-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-RESULT-COUNT.
           MOVE PC-CONTESTANT TO WS-RESULT-CONTESTANT(WS-RESULT-COUNT).
           MOVE PC-ROUND TO WS-RESULT-ROUND(WS-RESULT-COUNT).
           MOVE PC-ENTRY-TIME TO WS-RESULT-TIME(WS-RESULT-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SENTENCE))
              TO WS-RESULT-LENGTH(WS-RESULT-COUNT).
           MOVE WS-LETTER-TOTAL TO WS-RESULT-LETTERS(WS-RESULT-COUNT).
           MOVE ENTRY-VALID-SWITCH
              TO WS-RESULT-VALID(WS-RESULT-COUNT).
           IF (ENTRY-IS-PANGRAM
              AND WS-LETTER-TOTAL < WS-ROUND-FEWEST(PC-ROUND))
              MOVE WS-LETTER-TOTAL TO WS-ROUND-FEWEST(PC-ROUND)
           END-IF.
      *
       CHECK-LETTER.
           MOVE ZERO TO WS-SPECIFIC-LETTER-COUNT.
              FOR ALL WS-ACTIVE-LETTER(ACTIVE-LETTER-INDEX).
           IF (WS-SPECIFIC-LETTER-COUNT > 0)
              ADD 1 TO WS-LETTER-COUNT
              ADD WS-SPECIFIC-LETTER-COUNT TO WS-LETTER-TOTAL
           ELSE
              STRING WS-ACTIVE-LETTER(ACTIVE-LETTER-INDEX)
                        DELIMITED BY SIZE
                END-IF
           END-PERFORM.
      *
      *    Both contestants of a suspect pair are held for the round
      *    the pair was found in.
       LOAD-SUSPECT-PAIRS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT SUSPECT-REPORT-FILE.
           PERFORM UNTIL DATA-EOF
              READ SUSPECT-REPORT-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (SUSPECT-REPORT-RECORD(1:6) = "ROUND="
                       AND WS-SUSPECT-COUNT < 399)
                       ADD 1 TO WS-SUSPECT-COUNT
                       MOVE SUSPECT-REPORT-RECORD(7:2)
                          TO WS-SUSPECT-ROUND(WS-SUSPECT-COUNT)
                       MOVE SUSPECT-REPORT-RECORD(15:10)
                          TO WS-SUSPECT-CONTESTANT(WS-SUSPECT-COUNT)
                       ADD 1 TO WS-SUSPECT-COUNT
                       MOVE SUSPECT-REPORT-RECORD(7:2)
                          TO WS-SUSPECT-ROUND(WS-SUSPECT-COUNT)
                       MOVE SUSPECT-REPORT-RECORD(26:10)
                          TO WS-SUSPECT-CONTESTANT(WS-SUSPECT-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUSPECT-REPORT-FILE.
      *
       LOAD-HELD-RESULTS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT HELD-RESULTS-FILE.
           PERFORM UNTIL DATA-EOF
              READ HELD-RESULTS-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-HELD-RESULT
                    MOVE HELD-RESULTS-RECORD
                       TO WS-HELD-RESULT(WS-HELD-COUNT)
              END-READ
           END-PERFORM.
           CLOSE HELD-RESULTS-FILE.
      *
       ADD-HELD-RESULT.
           IF (WS-HELD-COUNT = 1000)
              DISPLAY "ABORTED: held results exceed the "
                 "1000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE "H" TO WS-HELD-STATUS(WS-HELD-COUNT).
      *
      *    Placement counts the valid pangrams in the round that
      *    beat this one on the winner rule: earlier entry time, or
      *    the same time and a shorter sentence.
       POST-ONE-RESULT.
           MOVE 0 TO WS-PLACEMENT.
           MOVE 0 TO WS-PLACE-SCORE.
           MOVE 0 TO WS-BONUS-SCORE.
           IF (WS-RESULT-VALID(WS-RESULT-SCAN) = "Y")
              MOVE 1 TO WS-PLACEMENT
              PERFORM VARYING WS-RIVAL-SCAN FROM 1 BY 1
                 UNTIL WS-RIVAL-SCAN > WS-RESULT-COUNT
                   IF (WS-RESULT-VALID(WS-RIVAL-SCAN) = "Y"
                      AND WS-RESULT-ROUND(WS-RIVAL-SCAN) =
                         WS-RESULT-ROUND(WS-RESULT-SCAN)
                      AND (WS-RESULT-TIME(WS-RIVAL-SCAN) <
                         WS-RESULT-TIME(WS-RESULT-SCAN)
                      OR (WS-RESULT-TIME(WS-RIVAL-SCAN) =
                         WS-RESULT-TIME(WS-RESULT-SCAN)
                      AND WS-RESULT-LENGTH(WS-RIVAL-SCAN) <
                         WS-RESULT-LENGTH(WS-RESULT-SCAN))))
                      ADD 1 TO WS-PLACEMENT
                   END-IF
              END-PERFORM
              IF (WS-PLACEMENT > 3)
                 MOVE WS-PLACE-POINTS(4) TO WS-PLACE-SCORE
              ELSE
                 MOVE WS-PLACE-POINTS(WS-PLACEMENT) TO WS-PLACE-SCORE
              END-IF
              IF (WS-RESULT-LETTERS(WS-RESULT-SCAN) =
                 WS-ROUND-FEWEST(WS-RESULT-ROUND(WS-RESULT-SCAN)))
                 MOVE WS-FEWEST-LETTERS-BONUS TO WS-BONUS-SCORE
              END-IF
           END-IF.
           MOVE WS-RESULT-CONTESTANT(WS-RESULT-SCAN) TO PH-CONTESTANT.
           MOVE WS-CONTEST-DATE TO PH-CONTEST-DATE.
           MOVE WS-RESULT-ROUND(WS-RESULT-SCAN) TO PH-ROUND.
           MOVE WS-PLACEMENT TO PH-PLACEMENT.
           MOVE WS-PLACE-SCORE TO PH-PLACE-POINTS.
           MOVE WS-BONUS-SCORE TO PH-BONUS-POINTS.
           COMPUTE PH-POINTS = WS-PLACE-SCORE + WS-BONUS-SCORE.
           PERFORM CHECK-SUSPECT-ENTRY.
           IF (ENTRY-SUSPECT)
              ADD 1 TO WS-NEW-HOLD-COUNT
              PERFORM ADD-HELD-RESULT
              MOVE SEASON-POINTS-RECORD
                 TO WS-HELD-RESULT(WS-HELD-COUNT)
              PERFORM WRITE-SEASON-LINE
           ELSE
              ADD 1 TO WS-POSTED-COUNT
              WRITE SEASON-POINTS-RECORD
              PERFORM WRITE-SEASON-LINE
           END-IF.
      *
       CHECK-SUSPECT-ENTRY.
           MOVE "N" TO ENTRY-SUSPECT-SWITCH.
           PERFORM VARYING WS-SUSPECT-SCAN FROM 1 BY 1
              UNTIL WS-SUSPECT-SCAN > WS-SUSPECT-COUNT
              OR ENTRY-SUSPECT
                IF (WS-SUSPECT-ROUND(WS-SUSPECT-SCAN) = PH-ROUND
                   AND WS-SUSPECT-CONTESTANT(WS-SUSPECT-SCAN) =
                      PH-CONTESTANT)
                   MOVE "Y" TO ENTRY-SUSPECT-SWITCH
                END-IF
           END-PERFORM.
      *
       WRITE-SEASON-LINE.
           MOVE SPACES TO JUDGING-PACK-RECORD.
           STRING "SEASON ROUND=" DELIMITED BY SIZE
                  PH-ROUND DELIMITED BY SIZE
                  " CONTESTANT=" DELIMITED BY SIZE
                  PH-CONTESTANT DELIMITED BY SIZE
                  " PLACE=" DELIMITED BY SIZE
                  PH-PLACEMENT DELIMITED BY SIZE
                  " POINTS=" DELIMITED BY SIZE
                  PH-PLACE-POINTS DELIMITED BY SIZE
                  " BONUS=" DELIMITED BY SIZE
                  PH-BONUS-POINTS DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  PH-POINTS DELIMITED BY SIZE
              INTO JUDGING-PACK-RECORD.
           IF (ENTRY-SUSPECT)
              MOVE "HELD AS SUSPECT" TO JUDGING-PACK-RECORD(90:15)
           END-IF.
           WRITE JUDGING-PACK-RECORD.
      *
      *    A clearance names the contest date, contestant and round
      *    of a held result: "C" posts it to the season, "D" strikes
      *    it. A decision for a result not held changes nothing.
       APPLY-CLEARANCES.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT CLEARANCE-FILE.
           PERFORM UNTIL DATA-EOF
              READ CLEARANCE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    PERFORM APPLY-ONE-CLEARANCE
                       VARYING WS-HELD-SCAN FROM 1 BY 1
                       UNTIL WS-HELD-SCAN > WS-HELD-COUNT
              END-READ
           END-PERFORM.
           CLOSE CLEARANCE-FILE.
      *
       APPLY-ONE-CLEARANCE.
           IF (WS-HELD-STATUS(WS-HELD-SCAN) = "H"
              AND WS-HELD-DATE(WS-HELD-SCAN) = CR-CONTEST-DATE
              AND WS-HELD-CONTESTANT(WS-HELD-SCAN) = CR-CONTESTANT
              AND WS-HELD-ROUND(WS-HELD-SCAN) = CR-ROUND)
              EVALUATE TRUE
              WHEN CR-CLEARED
                   MOVE "C" TO WS-HELD-STATUS(WS-HELD-SCAN)
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE WS-HELD-RESULT(WS-HELD-SCAN)
                      TO SEASON-POINTS-RECORD
                   WRITE SEASON-POINTS-RECORD
                   PERFORM WRITE-CLEARANCE-LINE
              WHEN CR-STRUCK
                   MOVE "D" TO WS-HELD-STATUS(WS-HELD-SCAN)
                   ADD 1 TO WS-STRUCK-COUNT
                   MOVE WS-HELD-RESULT(WS-HELD-SCAN)
                      TO SEASON-POINTS-RECORD
                   PERFORM WRITE-CLEARANCE-LINE
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
      *
       WRITE-CLEARANCE-LINE.
           MOVE SPACES TO JUDGING-PACK-RECORD.
           STRING "HELD RESULT DATE=" DELIMITED BY SIZE
                  PH-CONTEST-DATE DELIMITED BY SIZE
                  " ROUND=" DELIMITED BY SIZE
                  PH-ROUND DELIMITED BY SIZE
                  " CONTESTANT=" DELIMITED BY SIZE
                  PH-CONTESTANT DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  PH-POINTS DELIMITED BY SIZE
              INTO JUDGING-PACK-RECORD.
           IF (CR-CLEARED)
              MOVE "CLEARED - POSTED TO SEASON"
                 TO JUDGING-PACK-RECORD(90:26)
           ELSE
              MOVE "STRUCK BY THE JUDGES"
                 TO JUDGING-PACK-RECORD(90:20)
           END-IF.
           WRITE JUDGING-PACK-RECORD.
      *
       REWRITE-HELD-RESULTS.
           OPEN OUTPUT HELD-RESULTS-FILE.
           PERFORM VARYING WS-HELD-SCAN FROM 1 BY 1
              UNTIL WS-HELD-SCAN > WS-HELD-COUNT
                IF (WS-HELD-STATUS(WS-HELD-SCAN) = "H")
                   MOVE WS-HELD-RESULT(WS-HELD-SCAN)
                      TO HELD-RESULTS-RECORD
                   WRITE HELD-RESULTS-RECORD
                END-IF
           END-PERFORM.
           CLOSE HELD-RESULTS-FILE.
      *
