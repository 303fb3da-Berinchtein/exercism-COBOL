       FILE-CONTROL.
           SELECT OPTIONAL SEASON-HISTORY-FILE ASSIGN TO "YACHTHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RULESET-CHOICE-FILE ASSIGN TO "YACHTRSL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05 SH-RUN-DATE                PIC X(10).
           05 SH-CATEGORY                PIC X(15).
           05 SH-RESULT                  PIC 99.
           05 SH-RULESET-NAME            PIC X(8).
      *
       FD  RULESET-CHOICE-FILE.
       01  RULESET-CHOICE-RECORD.
           05 RL-RULESET-NAME            PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 WS-DICE-VALID-SWITCH       PIC X     VALUE "Y".
             88 WS-DICE-IS-VALID                  VALUE "Y".
          05 RULESET-CHOICE-EOF-SWITCH  PIC X     VALUE "N".
             88 RULESET-CHOICE-EOF                VALUE "Y".
      *
       01 WS-RESULT                     PIC 99    VALUE 0.
       01 WS-CATEGORY                   PIC X(15).
       01 WS-DICE                       PIC 9(5).
       01 WS-DICE-STRING                PIC X(5).
       01 WS-SCORER-VERSION             PIC X(8)  VALUE SPACES.
       01 WS-RULESET-NAME               PIC X(8)  VALUE SPACES.
       01 WS-EDIT-INDEX                 PIC 9     VALUE 0.
       01 WS-EDIT-FACE                  PIC 9     VALUE 0.
      *
      *   
       YACHT.
           MOVE WS-DICE TO WS-DICE-STRING.
           PERFORM LOAD-RULESET-CHOICE.
           PERFORM VALIDATE-DICE.
           IF (WS-DICE-IS-VALID)
              CALL "YACHT-SCORER" USING WS-CATEGORY WS-DICE
                 WS-RESULT WS-SCORER-VERSION WS-RULESET-NAME
              IF (WS-SCORER-VERSION = SPACES)
                 DISPLAY "REJECTED: " WS-CATEGORY
                    " is not played under ruleset " WS-RULESET-NAME
              ELSE
                 MOVE WS-PLAYER-ID TO SH-PLAYER-ID
                 MOVE WS-RUN-DATE TO SH-RUN-DATE
                 MOVE WS-CATEGORY TO SH-CATEGORY
                 MOVE WS-RESULT TO SH-RESULT
                 MOVE WS-RULESET-NAME TO SH-RULESET-NAME
                 OPEN EXTEND SEASON-HISTORY-FILE
                 WRITE SEASON-HISTORY-RECORD
                 CLOSE SEASON-HISTORY-FILE
              END-IF
           ELSE
              DISPLAY "REJECTED: dice roll " WS-DICE
                 " contains a face outside 1-6"
           END-IF.
      *
       LOAD-RULESET-CHOICE.
           OPEN INPUT RULESET-CHOICE-FILE.
           PERFORM UNTIL RULESET-CHOICE-EOF
              READ RULESET-CHOICE-FILE
                 AT END
                    MOVE "Y" TO RULESET-CHOICE-EOF-SWITCH
                 NOT AT END
                    MOVE RL-RULESET-NAME TO WS-RULESET-NAME
              END-READ
           END-PERFORM.
           CLOSE RULESET-CHOICE-FILE.
      *
       VALIDATE-DICE.
           MOVE "Y" TO WS-DICE-VALID-SWITCH.
