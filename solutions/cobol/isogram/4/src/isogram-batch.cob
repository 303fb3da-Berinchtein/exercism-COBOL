      *    shows VALID-WORD alongside the isogram verdict, gibberish
      *    entries score nothing, and the run ends with a count of
      *    entries rejected as gibberish.
      *
      *    On a challenge night ISOGRAM-CHALLENGE has set a letter
      *    rack on ISOCHAL. An entry using a letter outside the rack
      *    is rejected with the letter named and scores nothing, and
      *    a scoring entry as long as the best isogram the rack
      *    allows earns bonus points on top of its letter count.
      *    After the round the answer list prints on the results
      *    file: the rack, the best length, the best words and then
      *    every other dictionary isogram the rack builds. A
      *    challenge file left from another night is ignored and
      *    the round is open play as before.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DICTIONARY-FILE ASSIGN TO "ISODICT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CHALLENGE-FILE ASSIGN TO "ISOCHAL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DICTIONARY-FILE.
       01  DICTIONARY-RECORD.
           05 DC-WORD                  PIC X(30).
      *
       FD  CHALLENGE-FILE.
       01  CHALLENGE-RECORD.
           COPY "isogram-challenge.cpy".
      *
       FD  SEASON-POINTS-FILE.
       01  SEASON-POINTS-RECORD.
             88 DICTIONARY-EOF                   VALUE "Y".
          05 WORD-VALID-SWITCH          PIC X    VALUE "N".
             88 WORD-IS-VALID                    VALUE "Y".
          05 CHALLENGE-EOF-SWITCH       PIC X    VALUE "N".
             88 CHALLENGE-EOF                    VALUE "Y".
          05 CHALLENGE-NIGHT-SWITCH     PIC X    VALUE "N".
             88 CHALLENGE-NIGHT                  VALUE "Y".
          05 IN-RACK-SWITCH             PIC X    VALUE "Y".
             88 ENTRY-IN-RACK                    VALUE "Y".
      *
       01 WS-PHRASE                     PIC X(60).
       01 WS-PHRASE-TABLE REDEFINES WS-PHRASE.
          05 ALPHABET-LETTER        PIC X OCCURS 26 TIMES
                INDEXED BY ALPHABETIC-TABLE-INDEX.
       01 WS-LETTER-OCCURRENCE-COUNT PIC 99 VALUE 0.
      *
       01 WS-CHALLENGE-RACK             PIC X(26) VALUE SPACES.
       01 WS-CHALLENGE-BEST             PIC 99    VALUE 0.
       01 WS-BEST-BONUS                 PIC 9(3)  VALUE 5.
       01 WS-BONUS-POINTS               PIC 9(3)  VALUE 0.
       01 WS-OUTSIDE-LETTER             PIC X     VALUE SPACE.
       01 WS-RACK-TALLY                 PIC 99    VALUE 0.
       01 WS-OUTSIDE-RACK-COUNT         PIC 9(5)  VALUE 0.
       01 WS-BEST-MATCH-COUNT           PIC 9(5)  VALUE 0.
       01 WS-ANSWER-COUNT               PIC 9(4)  VALUE 0.
       01 WS-ANSWER-SCAN                PIC 9(4)  VALUE 0.
       01 WS-ANSWER-POINTER             PIC 9(3)  VALUE 0.
       01 WS-ANSWER-TABLE.
          05 WS-ANSWER OCCURS 2000 TIMES.
             10 WS-ANSWER-WORD          PIC X(30).
             10 WS-ANSWER-LENGTH        PIC 99.
             10 WS-ANSWER-BEST          PIC X.
      *
      *
       01 WS-AUDIT-PROGRAM     PIC X(30) VALUE "ISOGRAM-BATCH".
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PLAY-DATE.
           PERFORM LOAD-DICTIONARY.
           PERFORM LOAD-CHALLENGE.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT RESULTS-FILE.
           OPEN EXTEND SEASON-POINTS-FILE.
              END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           IF (CHALLENGE-NIGHT)
              PERFORM WRITE-ANSWER-LIST
           END-IF.
           CLOSE RESULTS-FILE.
           CLOSE SEASON-POINTS-FILE.
           MOVE WS-PHRASE-COUNT TO WS-AUDIT-READ.
              WS-AUDIT-STATUS.
           DISPLAY "Phrases checked: " WS-PHRASE-COUNT.
           DISPLAY "Rejected as gibberish: " WS-GIBBERISH-COUNT.
           IF (CHALLENGE-NIGHT)
              DISPLAY "Challenge rack: " WS-CHALLENGE-RACK
              DISPLAY "Rejected as outside the rack: "
                 WS-OUTSIDE-RACK-COUNT
              DISPLAY "Entries matching the best possible: "
                 WS-BEST-MATCH-COUNT
           END-IF.
           STOP RUN.
      *
       LOAD-DICTIONARY.
              END-READ
           END-PERFORM.
           CLOSE DICTIONARY-FILE.
      *
      *    Only a challenge set for tonight is played; the rack line
      *    leads the file and the words follow it.
       LOAD-CHALLENGE.
           OPEN INPUT CHALLENGE-FILE.
           PERFORM UNTIL CHALLENGE-EOF
              READ CHALLENGE-FILE
                 AT END
                    MOVE "Y" TO CHALLENGE-EOF-SWITCH
                 NOT AT END
                    EVALUATE TRUE
                    WHEN CL-RACK-LINE
                     AND CL-NIGHT-DATE = WS-PLAY-DATE
                         MOVE "Y" TO CHALLENGE-NIGHT-SWITCH
                         MOVE CL-RACK TO WS-CHALLENGE-RACK
                         MOVE CL-BEST-LENGTH TO WS-CHALLENGE-BEST
                    WHEN CL-WORD-LINE AND CHALLENGE-NIGHT
                     AND WS-ANSWER-COUNT < 2000
                         ADD 1 TO WS-ANSWER-COUNT
                         MOVE CL-WORD
                            TO WS-ANSWER-WORD(WS-ANSWER-COUNT)
                         MOVE CL-WORD-LENGTH
                            TO WS-ANSWER-LENGTH(WS-ANSWER-COUNT)
                         MOVE CL-BEST-FLAG
                            TO WS-ANSWER-BEST(WS-ANSWER-COUNT)
                    WHEN OTHER
                         CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE CHALLENGE-FILE.
           IF (NOT CHALLENGE-NIGHT)
              DISPLAY "No challenge set for tonight - open play"
           END-IF.
      *
       LOOKUP-DICTIONARY-WORD.
           MOVE "N" TO WORD-VALID-SWITCH.
           IF (NOT WORD-IS-VALID)
              ADD 1 TO WS-GIBBERISH-COUNT
           END-IF.
           MOVE "Y" TO IN-RACK-SWITCH.
           MOVE 0 TO WS-BONUS-POINTS.
           IF (CHALLENGE-NIGHT)
              PERFORM CHECK-RACK-LETTERS
              IF (NOT ENTRY-IN-RACK)
                 ADD 1 TO WS-OUTSIDE-RACK-COUNT
              END-IF
              IF (ENTRY-IN-RACK AND ISOGRAM-FOUND AND WORD-IS-VALID
                 AND WS-LETTER-POINTS = WS-CHALLENGE-BEST)
                 MOVE WS-BEST-BONUS TO WS-BONUS-POINTS
                 ADD WS-BONUS-POINTS TO WS-LETTER-POINTS
                 ADD 1 TO WS-BEST-MATCH-COUNT
              END-IF
           END-IF.
           PERFORM WRITE-RESULT-LINE.
           IF (ISOGRAM-FOUND AND WORD-IS-VALID AND ENTRY-IN-RACK)
              PERFORM APPEND-SEASON-POINTS
           END-IF.
           PERFORM REPORT-LETTER
                   ADD 1 TO WS-LETTER-POINTS
                END-IF
           END-PERFORM.
      *
      *    The first letter of the entry not on the rack is the one
      *    the result line names.
       CHECK-RACK-LETTERS.
           PERFORM VARYING WS-ITERATOR-1 FROM 1 BY 1
              UNTIL WS-ITERATOR-1 > 60
              OR NOT ENTRY-IN-RACK
                IF (WS-PHRASE-CHAR(WS-ITERATOR-1) IS ALPHABETIC
                   AND WS-PHRASE-CHAR(WS-ITERATOR-1) NOT = SPACE)
                   MOVE 0 TO WS-RACK-TALLY
                   INSPECT WS-CHALLENGE-RACK TALLYING WS-RACK-TALLY
                      FOR ALL WS-PHRASE-CHAR(WS-ITERATOR-1)
                   IF (WS-RACK-TALLY = 0)
                      MOVE "N" TO IN-RACK-SWITCH
                      MOVE WS-PHRASE-CHAR(WS-ITERATOR-1)
                         TO WS-OUTSIDE-LETTER
                   END-IF
                END-IF
           END-PERFORM.
      *
       APPEND-SEASON-POINTS.
           MOVE TX-PLAYER-ID TO IH-PLAYER-ID.
      *
       WRITE-RESULT-LINE.
           MOVE SPACES TO RESULTS-RECORD.
           IF (NOT ENTRY-IN-RACK)
              STRING "PLAYER=" DELIMITED BY SIZE
                     TX-PLAYER-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PHRASE) DELIMITED BY SIZE
                     " OUTSIDE-RACK=" DELIMITED BY SIZE
                     WS-OUTSIDE-LETTER DELIMITED BY SIZE
                     " NO-POINTS" DELIMITED BY SIZE
                 INTO RESULTS-RECORD
              WRITE RESULTS-RECORD
           ELSE
              PERFORM WRITE-VERDICT-LINE
           END-IF.
      *
       WRITE-VERDICT-LINE.
           IF (ISOGRAM-FOUND AND WORD-IS-VALID)
              STRING "PLAYER=" DELIMITED BY SIZE
                     TX-PLAYER-ID DELIMITED BY SIZE
              END-IF
           END-IF.
           WRITE RESULTS-RECORD.
           IF (WS-BONUS-POINTS > 0)
              MOVE SPACES TO RESULTS-RECORD
              STRING "  BEST-POSSIBLE LENGTH=" DELIMITED BY SIZE
                     WS-CHALLENGE-BEST DELIMITED BY SIZE
                     " BONUS=" DELIMITED BY SIZE
                     WS-BONUS-POINTS DELIMITED BY SIZE
                 INTO RESULTS-RECORD
              WRITE RESULTS-RECORD
           END-IF.
      *
       REPORT-LETTER.
           MOVE ZERO TO WS-LETTER-OCCURRENCE-COUNT.
              WRITE RESULTS-RECORD
           END-IF.
      *
       WRITE-ANSWER-LIST.
           MOVE SPACES TO RESULTS-RECORD.
           STRING "CHALLENGE NIGHT=" DELIMITED BY SIZE
                  WS-PLAY-DATE DELIMITED BY SIZE
                  " RACK=" DELIMITED BY SIZE
                  WS-CHALLENGE-RACK DELIMITED BY SPACE
                  " BEST-LENGTH=" DELIMITED BY SIZE
                  WS-CHALLENGE-BEST DELIMITED BY SIZE
                  " ANSWERS=" DELIMITED BY SIZE
                  WS-ANSWER-COUNT DELIMITED BY SIZE
                  " MATCHED-BEST=" DELIMITED BY SIZE
                  WS-BEST-MATCH-COUNT DELIMITED BY SIZE
              INTO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           PERFORM VARYING WS-ANSWER-SCAN FROM 1 BY 1
              UNTIL WS-ANSWER-SCAN > WS-ANSWER-COUNT
                IF (WS-ANSWER-BEST(WS-ANSWER-SCAN) = "Y")
                   PERFORM WRITE-ONE-ANSWER
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-ANSWER-SCAN FROM 1 BY 1
              UNTIL WS-ANSWER-SCAN > WS-ANSWER-COUNT
                IF (WS-ANSWER-BEST(WS-ANSWER-SCAN) NOT = "Y")
                   PERFORM WRITE-ONE-ANSWER
                END-IF
           END-PERFORM.
      *
       WRITE-ONE-ANSWER.
           MOVE SPACES TO RESULTS-RECORD.
           MOVE 1 TO WS-ANSWER-POINTER.
           STRING "  ANSWER=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANSWER-WORD(WS-ANSWER-SCAN))
                     DELIMITED BY SIZE
                  " LENGTH=" DELIMITED BY SIZE
                  WS-ANSWER-LENGTH(WS-ANSWER-SCAN) DELIMITED BY SIZE
              INTO RESULTS-RECORD
              WITH POINTER WS-ANSWER-POINTER.
           IF (WS-ANSWER-BEST(WS-ANSWER-SCAN) = "Y")
              STRING " BEST" DELIMITED BY SIZE
                 INTO RESULTS-RECORD
                 WITH POINTER WS-ANSWER-POINTER
           END-IF.
           WRITE RESULTS-RECORD.
      *
