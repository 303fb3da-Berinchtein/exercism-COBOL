      *    NOT yet used by calling the one shared scorer fan-out
      *    style, and prints the candidate scores ranked best-first,
      *    so the scorekeeper stops doing all twelve computations in
      *    their head. Candidates are scored under the ruleset on
      *    the ruleset card (YACHTRSL, STANDARD when there is no
      *    card), and a category that ruleset does not play is never
      *    offered.
      *
      *    A request carrying a rerolls-left count (1 or 2) asks the
      *    mid-turn question instead - which dice to keep. The dice,
      *    the rerolls left and the player's open categories go to
      *    the shared hold advisor, and the best few holds are
      *    printed with the expected score each leads to. A request
      *    with no count is the finished-roll ranking as before.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS SC-PLAYER-FRAME-KEY.
           SELECT ADVICE-REPORT-FILE ASSIGN TO "YACHTADR"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RULESET-CHOICE-FILE ASSIGN TO "YACHTRSL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       01  ADVICE-REQUEST-RECORD.
           05 AV-PLAYER-ID             PIC X(10).
           05 AV-DICE                  PIC 9(5).
           05 AV-REROLLS-LEFT          PIC X.
              88 AV-HOLD-ADVICE-WANTED     VALUE "1" "2".
      *
       FD  SCORECARD-FILE.
       01  SCORECARD-RECORD.
      *
       FD  ADVICE-REPORT-FILE.
       01  ADVICE-REPORT-RECORD        PIC X(80).
      *
       FD  RULESET-CHOICE-FILE.
       01  RULESET-CHOICE-RECORD.
           05 RL-RULESET-NAME          PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
             88 SCORECARD-EOF                    VALUE "Y".
          05 WS-DICE-VALID-SWITCH      PIC X     VALUE "Y".
             88 WS-DICE-IS-VALID                 VALUE "Y".
          05 RULESET-CHOICE-EOF-SWITCH PIC X     VALUE "N".
             88 RULESET-CHOICE-EOF               VALUE "Y".
      *
       01 WS-DICE-STRING               PIC X(5).
       01 WS-EDIT-INDEX                PIC 9     VALUE 0.
       01 WS-CALL-DICE                 PIC 9(5).
       01 WS-CALL-SCORE                PIC 99.
       01 WS-SCORER-VERSION            PIC X(8)  VALUE SPACES.
       01 WS-RULESET-NAME              PIC X(8)  VALUE SPACES.
       01 WS-RULESET-VERSION           PIC X(8)  VALUE SPACES.
       01 WS-BONUS-CATEGORY            PIC X(15) VALUE 'upper bonus'.
       01 WS-PLAYED-TABLE.
          05 WS-CATEGORY-PLAYED OCCURS 12 TIMES PIC X.
      *
       01 WS-CANDIDATE-TABLE.
          05 WS-CANDIDATE OCCURS 12 TIMES.
       01 WS-BEST-SCORE                PIC 99    VALUE 0.
       01 WS-OPEN-COUNT                PIC 99    VALUE 0.
       01 WS-REQUEST-COUNT             PIC 9(5)  VALUE 0.
      *
      *    Hold advice from the shared advisor; the top few holds
      *    are printed.
       01 WS-HOLDS-SHOWN               PIC 99    VALUE 5.
       01 WS-OPEN-MASK                 PIC X(12) VALUE SPACES.
       01 WS-REROLLS-LEFT              PIC 9     VALUE 0.
       01 WS-HOLD-ASKED                PIC X(5)  VALUE SPACES.
       01 WS-ASKED-EXPECTED            PIC 9(3)V99 VALUE 0.
       01 WS-HOLD-COUNT                PIC 99    VALUE 0.
       01 WS-HOLD-SCAN                 PIC 99    VALUE 0.
       01 WS-HOLD-TABLE.
          05 WS-HOLD OCCURS 32 TIMES.
             10 WS-HOLD-MASK           PIC X(5).
             10 WS-HOLD-KEEP           PIC X(5).
             10 WS-HOLD-EXPECTED       PIC 9(3)V99.
       01 WS-HOLD-STATUS               PIC X     VALUE "0".
       01 WS-EXPECTED-EDIT             PIC ZZ9.99.
      *
       01 CATEGORY-TABLE-VALUES.
          05 FILLER                    PIC X(15) VALUE 'ones'.
       PROCEDURE DIVISION.
      *
       YACHT-ADVICE.
           PERFORM LOAD-RULESET-CHOICE.
           OPEN INPUT ADVICE-REQUEST-FILE.
           OPEN OUTPUT ADVICE-REPORT-FILE.
           PERFORM UNTIL REQUEST-EOF
           CLOSE ADVICE-REPORT-FILE.
           DISPLAY "Advice requests answered: " WS-REQUEST-COUNT.
           STOP RUN.
      *
      *    The bonus enquiry stamps any ruleset on the rules file;
      *    each category is then asked once whether the ruleset
      *    plays it.
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
           MOVE 0 TO WS-CALL-DICE.
           CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY WS-CALL-DICE
              WS-CALL-SCORE WS-RULESET-VERSION WS-RULESET-NAME.
           IF (WS-RULESET-VERSION = SPACES)
              DISPLAY "ABORTED: ruleset " WS-RULESET-NAME
                 " is not on the rules file"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 11111 TO WS-CALL-DICE.
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
              UNTIL WS-CATEGORY-INDEX > 12
                MOVE CATEGORY(WS-CATEGORY-INDEX) TO WS-CALL-CATEGORY
                CALL "YACHT-SCORER" USING WS-CALL-CATEGORY
                   WS-CALL-DICE WS-CALL-SCORE WS-SCORER-VERSION
                   WS-RULESET-NAME
                IF (WS-SCORER-VERSION = SPACES)
                   MOVE "N" TO WS-CATEGORY-PLAYED(WS-CATEGORY-INDEX)
                ELSE
                   MOVE "Y" TO WS-CATEGORY-PLAYED(WS-CATEGORY-INDEX)
                END-IF
           END-PERFORM.
      *
       ADVISE-ONE-ROLL.
           ADD 1 TO WS-REQUEST-COUNT.
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM MARK-OPEN-CATEGORIES
              IF (AV-HOLD-ADVICE-WANTED)
                 PERFORM ADVISE-ONE-HOLD
              ELSE
                 PERFORM SCORE-OPEN-CATEGORIES
                 PERFORM WRITE-REQUEST-HEADER
                 PERFORM WRITE-RANKED-CANDIDATES
              END-IF
           END-IF.
      *
       VALIDATE-DICE.
                END-IF
           END-PERFORM.
      *
      *    Every category the ruleset plays starts open, then the
      *    player's filled frames on the scorecard file close the
      *    ones already used.
       MARK-OPEN-CATEGORIES.
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
              UNTIL WS-CATEGORY-INDEX > 12
                MOVE WS-CATEGORY-PLAYED(WS-CATEGORY-INDEX)
                   TO WS-CANDIDATE-OPEN-SWITCH(WS-CATEGORY-INDEX)
                MOVE "N"
                   TO WS-CANDIDATE-RANKED-SWITCH(WS-CATEGORY-INDEX)
                      TO WS-CALL-CATEGORY
                   CALL "YACHT-SCORER" USING WS-CALL-CATEGORY
                      WS-CALL-DICE WS-CALL-SCORE WS-SCORER-VERSION
                      WS-RULESET-NAME
                   MOVE WS-CALL-SCORE
                      TO WS-CANDIDATE-SCORE(WS-CATEGORY-INDEX)
                END-IF
                  AV-DICE DELIMITED BY SIZE
                  " OPEN=" DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  " RULESET=" DELIMITED BY SIZE
                  WS-RULESET-NAME DELIMITED BY SIZE
                  " VERSION=" DELIMITED BY SIZE
                  WS-RULESET-VERSION DELIMITED BY SIZE
              INTO ADVICE-REPORT-RECORD.
           WRITE ADVICE-REPORT-RECORD.
      *
                  WS-BEST-SCORE DELIMITED BY SIZE
              INTO ADVICE-REPORT-RECORD.
           WRITE ADVICE-REPORT-RECORD.
      *
      *    The open mask handed to the advisor is the candidate
      *    table's open switches, position for position with the
      *    category table.
       ADVISE-ONE-HOLD.
           MOVE SPACES TO WS-OPEN-MASK.
           MOVE 0 TO WS-OPEN-COUNT.
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
              UNTIL WS-CATEGORY-INDEX > 12
                IF (WS-CANDIDATE-OPEN(WS-CATEGORY-INDEX))
                   MOVE "Y" TO WS-OPEN-MASK(WS-CATEGORY-INDEX:1)
                   ADD 1 TO WS-OPEN-COUNT
                ELSE
                   MOVE "N" TO WS-OPEN-MASK(WS-CATEGORY-INDEX:1)
                END-IF
           END-PERFORM.
           MOVE AV-REROLLS-LEFT TO WS-REROLLS-LEFT.
           MOVE SPACES TO WS-HOLD-ASKED.
           CALL "YACHT-HOLD-ADVISOR" USING AV-DICE WS-REROLLS-LEFT
              WS-OPEN-MASK WS-RULESET-NAME WS-HOLD-ASKED
              WS-ASKED-EXPECTED WS-HOLD-COUNT WS-HOLD-TABLE
              WS-HOLD-STATUS.
           MOVE SPACES TO ADVICE-REPORT-RECORD.
           STRING "HOLD ADVICE PLAYER=" DELIMITED BY SIZE
                  AV-PLAYER-ID DELIMITED BY SIZE
                  " DICE=" DELIMITED BY SIZE
                  AV-DICE DELIMITED BY SIZE
                  " REROLLS=" DELIMITED BY SIZE
                  WS-REROLLS-LEFT DELIMITED BY SIZE
                  " OPEN=" DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  " RULESET=" DELIMITED BY SIZE
                  WS-RULESET-NAME DELIMITED BY SIZE
              INTO ADVICE-REPORT-RECORD.
           WRITE ADVICE-REPORT-RECORD.
           IF (WS-HOLD-STATUS NOT = "0")
              MOVE SPACES TO ADVICE-REPORT-RECORD
              STRING "  NO HOLD ADVICE - NO OPEN CATEGORY LEFT"
                     DELIMITED BY SIZE
                 INTO ADVICE-REPORT-RECORD
              WRITE ADVICE-REPORT-RECORD
           ELSE
              PERFORM WRITE-ONE-HOLD-LINE
                 VARYING WS-HOLD-SCAN FROM 1 BY 1
                 UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
                 OR WS-HOLD-SCAN > WS-HOLDS-SHOWN
           END-IF.
      *
       WRITE-ONE-HOLD-LINE.
           MOVE WS-HOLD-EXPECTED(WS-HOLD-SCAN) TO WS-EXPECTED-EDIT.
           MOVE SPACES TO ADVICE-REPORT-RECORD.
           STRING "  RANK=" DELIMITED BY SIZE
                  WS-HOLD-SCAN DELIMITED BY SIZE
                  " HOLD=" DELIMITED BY SIZE
                  WS-HOLD-MASK(WS-HOLD-SCAN) DELIMITED BY SIZE
                  " KEEP=" DELIMITED BY SIZE
                  WS-HOLD-KEEP(WS-HOLD-SCAN) DELIMITED BY SIZE
                  " EXPECTED=" DELIMITED BY SIZE
                  WS-EXPECTED-EDIT DELIMITED BY SIZE
              INTO ADVICE-REPORT-RECORD.
           WRITE ADVICE-REPORT-RECORD.
      *
       WRITE-REJECT-LINE.
           MOVE SPACES TO ADVICE-REPORT-RECORD.
