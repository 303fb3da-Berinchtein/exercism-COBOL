       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOGRAM-CHALLENGE.
      *
      *    Sets word-game night's challenge: a letter rack for the
      *    night, and from the ISODICT word list every dictionary
      *    isogram that can be built from the rack's letters, each
      *    letter used once. The rack, the best achievable length
      *    and the full word list go on the ISOCHAL challenge file,
      *    which ISOGRAM-BATCH scores the night's entries against
      *    and prints as the answer list after the round.
      *
      *    The rack is seven letters unless the control card asks
      *    for another size, or the card can fix the letters
      *    outright. Otherwise the rack is dealt from the night's
      *    date: the letters of one dictionary isogram that fits in
      *    the rack, so there is always at least one answer, topped
      *    up with letters stepped through the alphabet. The same
      *    night always deals the same rack, so a rerun does not
      *    change the challenge under the players.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHALLENGE-CONTROL-FILE ASSIGN TO "ISOCHCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DICTIONARY-FILE ASSIGN TO "ISODICT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CHALLENGE-FILE ASSIGN TO "ISOCHAL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CHALLENGE-CONTROL-FILE.
       01  CHALLENGE-CONTROL-RECORD.
           05 CT-RACK-SIZE           PIC 99.
           05 CT-FIXED-RACK          PIC X(26).
      *
       FD  DICTIONARY-FILE.
       01  DICTIONARY-RECORD.
           05 DC-WORD                PIC X(30).
      *
       FD  CHALLENGE-FILE.
       01  CHALLENGE-RECORD.
           COPY "isogram-challenge.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 DICTIONARY-EOF-SWITCH   PIC X    VALUE "N".
             88 DICTIONARY-EOF                VALUE "Y".
          05 WORD-ISOGRAM-SWITCH     PIC X    VALUE "N".
             88 WORD-IS-ISOGRAM               VALUE "Y".
          05 WORD-BUILDABLE-SWITCH   PIC X    VALUE "N".
             88 WORD-IS-BUILDABLE             VALUE "Y".
      *
       01 WS-NIGHT-DATE              PIC 9(8) VALUE 0.
       01 WS-RACK-SIZE               PIC 99   VALUE 7.
       01 WS-FIXED-RACK              PIC X(26) VALUE SPACES.
      *
       01 ALPHABET-TABLE-VALUES      PIC X(26)
                            VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ALPHABET-TABLE REDEFINES ALPHABET-TABLE-VALUES.
          05 ALPHABET-LETTER         PIC X OCCURS 26 TIMES.
       01 WS-LETTER-SCAN             PIC 99   VALUE 0.
       01 WS-LETTER-TALLY            PIC 99   VALUE 0.
      *
       01 WS-RACK-FLAG-TABLE.
          05 WS-RACK-FLAG            PIC X OCCURS 26 TIMES.
       01 WS-RACK-LETTERS            PIC 99   VALUE 0.
       01 WS-RACK                    PIC X(26) VALUE SPACES.
       01 WS-RACK-POINTER            PIC 99   VALUE 0.
      *
       01 WS-WORD-COUNT              PIC 9(4) VALUE 0.
       01 WS-WORD-SCAN               PIC 9(4) VALUE 0.
       01 WS-WORD-TABLE.
          05 WS-WORD-ENTRY OCCURS 2000 TIMES.
             10 WS-WORD              PIC X(30).
             10 WS-WORD-LENGTH       PIC 99.
             10 WS-WORD-ISOGRAM      PIC X.
             10 WS-WORD-BUILDABLE    PIC X.
      *
       01 WS-CHECK-WORD              PIC X(30) VALUE SPACES.
       01 WS-CHECK-LENGTH            PIC 99   VALUE 0.
      *
       01 WS-SEED-COUNT              PIC 9(4) VALUE 0.
       01 WS-SEED-PICK               PIC 9(4) VALUE 0.
       01 WS-SEED-QUOTIENT           PIC 9(8) VALUE 0.
       01 WS-STEP-START              PIC 99   VALUE 0.
       01 WS-STEP-QUOTIENT           PIC 9(8) VALUE 0.
       01 WS-STEP-COUNT              PIC 99   VALUE 0.
      *
       01 WS-BEST-LENGTH             PIC 99   VALUE 0.
       01 WS-BUILDABLE-COUNT         PIC 9(4) VALUE 0.
       01 WS-BEST-COUNT              PIC 9(4) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM     PIC X(30) VALUE "ISOGRAM-CHALLENGE".
       01 WS-AUDIT-PHASE       PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ        PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN     PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS      PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       ISOGRAM-CHALLENGE.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NIGHT-DATE.
           PERFORM LOAD-CHALLENGE-CONTROL.
           PERFORM LOAD-DICTIONARY.
           MOVE ALL "N" TO WS-RACK-FLAG-TABLE.
           MOVE 0 TO WS-RACK-LETTERS.
           IF (WS-FIXED-RACK NOT = SPACES)
              PERFORM TAKE-FIXED-RACK
           ELSE
              PERFORM DEAL-SEED-WORD
              PERFORM TOP-UP-RACK
           END-IF.
           PERFORM SPELL-RACK.
           PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
              UNTIL WS-WORD-SCAN > WS-WORD-COUNT
                PERFORM CHECK-WORD-AGAINST-RACK
           END-PERFORM.
           PERFORM WRITE-CHALLENGE-FILE.
           MOVE WS-WORD-COUNT TO WS-AUDIT-READ.
           MOVE WS-BUILDABLE-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Tonight's rack: " WS-RACK.
           DISPLAY "Dictionary isograms from the rack: "
              WS-BUILDABLE-COUNT.
           DISPLAY "Best possible length: " WS-BEST-LENGTH
              " (" WS-BEST-COUNT " words)".
           STOP RUN.
      *
      *    A rack size outside 2 to 26 keeps the default seven.
       LOAD-CHALLENGE-CONTROL.
           OPEN INPUT CHALLENGE-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ CHALLENGE-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (CT-RACK-SIZE IS NUMERIC
                       AND CT-RACK-SIZE > 1 AND CT-RACK-SIZE < 27)
                       MOVE CT-RACK-SIZE TO WS-RACK-SIZE
                    END-IF
                    MOVE FUNCTION UPPER-CASE(CT-FIXED-RACK)
                       TO WS-FIXED-RACK
              END-READ
           END-PERFORM.
           CLOSE CHALLENGE-CONTROL-FILE.
      *
      *    Each word is measured once on loading: its letter count
      *    and whether it repeats a letter. Blanks and hyphens are
      *    not letters and are ignored, as ISOGRAM-BATCH ignores
      *    them when scoring.
       LOAD-DICTIONARY.
           OPEN INPUT DICTIONARY-FILE.
           PERFORM UNTIL DICTIONARY-EOF
              READ DICTIONARY-FILE
                 AT END
                    MOVE "Y" TO DICTIONARY-EOF-SWITCH
                 NOT AT END
                    IF (DC-WORD NOT = SPACES)
                       IF (WS-WORD-COUNT = 2000)
                          DISPLAY "ABORTED: ISODICT exceeds the "
                             "2000-entry word table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-WORD-COUNT
                       MOVE FUNCTION UPPER-CASE(DC-WORD)
                          TO WS-WORD(WS-WORD-COUNT)
                       PERFORM MEASURE-ONE-WORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DICTIONARY-FILE.
      *
       MEASURE-ONE-WORD.
           MOVE WS-WORD(WS-WORD-COUNT) TO WS-CHECK-WORD.
           MOVE 0 TO WS-CHECK-LENGTH.
           MOVE "Y" TO WORD-ISOGRAM-SWITCH.
           PERFORM VARYING WS-LETTER-SCAN FROM 1 BY 1
              UNTIL WS-LETTER-SCAN > 26
                MOVE 0 TO WS-LETTER-TALLY
                INSPECT WS-CHECK-WORD TALLYING WS-LETTER-TALLY
                   FOR ALL ALPHABET-LETTER(WS-LETTER-SCAN)
                ADD WS-LETTER-TALLY TO WS-CHECK-LENGTH
                IF (WS-LETTER-TALLY > 1)
                   MOVE "N" TO WORD-ISOGRAM-SWITCH
                END-IF
           END-PERFORM.
           MOVE WS-CHECK-LENGTH TO WS-WORD-LENGTH(WS-WORD-COUNT).
           MOVE WORD-ISOGRAM-SWITCH
              TO WS-WORD-ISOGRAM(WS-WORD-COUNT).
           MOVE "N" TO WS-WORD-BUILDABLE(WS-WORD-COUNT).
      *
       TAKE-FIXED-RACK.
           PERFORM VARYING WS-LETTER-SCAN FROM 1 BY 1
              UNTIL WS-LETTER-SCAN > 26
                MOVE 0 TO WS-LETTER-TALLY
                INSPECT WS-FIXED-RACK TALLYING WS-LETTER-TALLY
                   FOR ALL ALPHABET-LETTER(WS-LETTER-SCAN)
                IF (WS-LETTER-TALLY > 0)
                   MOVE "Y" TO WS-RACK-FLAG(WS-LETTER-SCAN)
                   ADD 1 TO WS-RACK-LETTERS
                END-IF
           END-PERFORM.
      *
      *    The seed word is the night date's pick, counted modulo
      *    the dictionary isograms short enough to fit the rack.
       DEAL-SEED-WORD.
           MOVE 0 TO WS-SEED-COUNT.
           PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
              UNTIL WS-WORD-SCAN > WS-WORD-COUNT
                IF (WS-WORD-ISOGRAM(WS-WORD-SCAN) = "Y"
                   AND WS-WORD-LENGTH(WS-WORD-SCAN) > 0
                   AND WS-WORD-LENGTH(WS-WORD-SCAN) NOT >
                      WS-RACK-SIZE)
                   ADD 1 TO WS-SEED-COUNT
                END-IF
           END-PERFORM.
           IF (WS-SEED-COUNT > 0)
              DIVIDE WS-NIGHT-DATE BY WS-SEED-COUNT
                 GIVING WS-SEED-QUOTIENT REMAINDER WS-SEED-PICK
              ADD 1 TO WS-SEED-PICK
              MOVE 0 TO WS-SEED-COUNT
              PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
                 UNTIL WS-WORD-SCAN > WS-WORD-COUNT
                 OR WS-SEED-COUNT = WS-SEED-PICK
                   IF (WS-WORD-ISOGRAM(WS-WORD-SCAN) = "Y"
                      AND WS-WORD-LENGTH(WS-WORD-SCAN) > 0
                      AND WS-WORD-LENGTH(WS-WORD-SCAN) NOT >
                         WS-RACK-SIZE)
                      ADD 1 TO WS-SEED-COUNT
                      IF (WS-SEED-COUNT = WS-SEED-PICK)
                         MOVE WS-WORD(WS-WORD-SCAN) TO WS-FIXED-RACK
                         PERFORM TAKE-FIXED-RACK
                         MOVE SPACES TO WS-FIXED-RACK
                      END-IF
                   END-IF
              END-PERFORM
           END-IF.
      *
      *    Stepping seven letters at a time visits every letter of
      *    the alphabet before repeating, from a start the date
      *    sets, so the top-up always fills the rack.
       TOP-UP-RACK.
           DIVIDE WS-NIGHT-DATE BY 26
              GIVING WS-STEP-QUOTIENT REMAINDER WS-STEP-START.
           ADD 1 TO WS-STEP-START.
           MOVE WS-STEP-START TO WS-LETTER-SCAN.
           MOVE 0 TO WS-STEP-COUNT.
           PERFORM UNTIL WS-RACK-LETTERS NOT < WS-RACK-SIZE
              OR WS-STEP-COUNT = 26
                IF (WS-RACK-FLAG(WS-LETTER-SCAN) = "N")
                   MOVE "Y" TO WS-RACK-FLAG(WS-LETTER-SCAN)
                   ADD 1 TO WS-RACK-LETTERS
                END-IF
                ADD 1 TO WS-STEP-COUNT
                ADD 7 TO WS-LETTER-SCAN
                IF (WS-LETTER-SCAN > 26)
                   SUBTRACT 26 FROM WS-LETTER-SCAN
                END-IF
           END-PERFORM.
      *
       SPELL-RACK.
           MOVE SPACES TO WS-RACK.
           MOVE 1 TO WS-RACK-POINTER.
           PERFORM VARYING WS-LETTER-SCAN FROM 1 BY 1
              UNTIL WS-LETTER-SCAN > 26
                IF (WS-RACK-FLAG(WS-LETTER-SCAN) = "Y")
                   MOVE ALPHABET-LETTER(WS-LETTER-SCAN)
                      TO WS-RACK(WS-RACK-POINTER:1)
                   ADD 1 TO WS-RACK-POINTER
                END-IF
           END-PERFORM.
      *
      *    A word is buildable when it is an isogram and every
      *    letter in it is on the rack.
       CHECK-WORD-AGAINST-RACK.
           IF (WS-WORD-ISOGRAM(WS-WORD-SCAN) = "Y"
              AND WS-WORD-LENGTH(WS-WORD-SCAN) > 0)
              MOVE WS-WORD(WS-WORD-SCAN) TO WS-CHECK-WORD
              MOVE "Y" TO WORD-BUILDABLE-SWITCH
              PERFORM VARYING WS-LETTER-SCAN FROM 1 BY 1
                 UNTIL WS-LETTER-SCAN > 26
                 OR NOT WORD-IS-BUILDABLE
                   IF (WS-RACK-FLAG(WS-LETTER-SCAN) = "N")
                      MOVE 0 TO WS-LETTER-TALLY
                      INSPECT WS-CHECK-WORD TALLYING WS-LETTER-TALLY
                         FOR ALL ALPHABET-LETTER(WS-LETTER-SCAN)
                      IF (WS-LETTER-TALLY > 0)
                         MOVE "N" TO WORD-BUILDABLE-SWITCH
                      END-IF
                   END-IF
              END-PERFORM
              IF (WORD-IS-BUILDABLE)
                 MOVE "Y" TO WS-WORD-BUILDABLE(WS-WORD-SCAN)
                 ADD 1 TO WS-BUILDABLE-COUNT
                 IF (WS-WORD-LENGTH(WS-WORD-SCAN) > WS-BEST-LENGTH)
                    MOVE WS-WORD-LENGTH(WS-WORD-SCAN)
                       TO WS-BEST-LENGTH
                 END-IF
              END-IF
           END-IF.
      *
       WRITE-CHALLENGE-FILE.
           OPEN OUTPUT CHALLENGE-FILE.
           MOVE SPACES TO CHALLENGE-RECORD.
           MOVE "R" TO CL-RECORD-TYPE.
           MOVE WS-NIGHT-DATE TO CL-NIGHT-DATE.
           MOVE WS-RACK TO CL-RACK.
           MOVE WS-BEST-LENGTH TO CL-BEST-LENGTH.
           MOVE WS-BUILDABLE-COUNT TO CL-WORD-COUNT.
           MOVE 0 TO CL-WORD-LENGTH.
           WRITE CHALLENGE-RECORD.
           PERFORM VARYING WS-WORD-SCAN FROM 1 BY 1
              UNTIL WS-WORD-SCAN > WS-WORD-COUNT
                IF (WS-WORD-BUILDABLE(WS-WORD-SCAN) = "Y")
                   MOVE "W" TO CL-RECORD-TYPE
                   MOVE WS-WORD(WS-WORD-SCAN) TO CL-WORD
                   MOVE WS-WORD-LENGTH(WS-WORD-SCAN)
                      TO CL-WORD-LENGTH
                   IF (WS-WORD-LENGTH(WS-WORD-SCAN) = WS-BEST-LENGTH)
                      MOVE "Y" TO CL-BEST-FLAG
                      ADD 1 TO WS-BEST-COUNT
                   ELSE
                      MOVE "N" TO CL-BEST-FLAG
                   END-IF
                   WRITE CHALLENGE-RECORD
                END-IF
           END-PERFORM.
           CLOSE CHALLENGE-FILE.
      *
