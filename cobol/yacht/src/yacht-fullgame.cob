      *    per line), scores every category, and refuses to total a
      *    card that is missing a category. A second yacht in the
      *    same game earns a house-rule bonus line on the total.
      *
      *    The card is scored under the ruleset named on the ruleset
      *    card (YACHTRSL, STANDARD when there is no card): only the
      *    categories that ruleset plays are required, a line in a
      *    category it does not play refuses the card, the upper-
      *    section bonus is added when the ruleset has one, and the
      *    total says which ruleset and version scored it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-CARD-FILE ASSIGN TO "YACHTGAM"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RULESET-CHOICE-FILE ASSIGN TO "YACHTRSL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       01  GAME-CARD-RECORD.
           05 GC-CATEGORY               PIC X(15).
           05 GC-DICE                   PIC 9(5).
      *
       FD  RULESET-CHOICE-FILE.
       01  RULESET-CHOICE-RECORD.
           05 RL-RULESET-NAME           PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
             88 GAME-CARD-EOF                    VALUE "Y".
          05 SCORECARD-COMPLETE-SWITCH  PIC X    VALUE "Y".
             88 SCORECARD-COMPLETE               VALUE "Y".
          05 RULESET-CHOICE-EOF-SWITCH  PIC X    VALUE "N".
             88 RULESET-CHOICE-EOF               VALUE "Y".
          05 OFF-RULESET-SWITCH         PIC X    VALUE "N".
             88 OFF-RULESET-LINE-FOUND           VALUE "Y".
      *
       01 WS-RESULT                     PIC 99   VALUE 0.
       01 WS-CATEGORY                   PIC X(15).
       01 WS-DICE                       PIC 9(5).
       01 WS-SCORER-VERSION             PIC X(8) VALUE SPACES.
       01 WS-RULESET-NAME               PIC X(8) VALUE SPACES.
       01 WS-RULESET-VERSION            PIC X(8) VALUE SPACES.
       01 WS-UPPER-TOTAL                PIC 9(5) VALUE 0.
       01 WS-UPPER-BONUS                PIC 99   VALUE 0.
       01 WS-BONUS-CATEGORY             PIC X(15) VALUE 'upper bonus'.
      *
       01 WS-GRAND-TOTAL                PIC 9(5) VALUE 0.
       01 WS-YACHT-COUNT                PIC 9    VALUE 0.
          05 CATEGORY-FILLED-SWITCH OCCURS 12 TIMES
                PIC X VALUE "N".
             88 CATEGORY-WAS-FILLED     VALUE "Y".
      *
       01 CATEGORIES-PLAYED-TABLE.
          05 CATEGORY-PLAYED-SWITCH OCCURS 12 TIMES
                PIC X VALUE "Y".
             88 CATEGORY-IS-PLAYED      VALUE "Y".
      *
       01 CATEGORY-TABLE-VALUES.
          05 FILLER                     PIC X(15) VALUE 'ones'.
       PROCEDURE DIVISION.
      *
       YACHT-FULLGAME.
           PERFORM LOAD-RULESET-CHOICE.
           OPEN INPUT GAME-CARD-FILE.
           PERFORM UNTIL GAME-CARD-EOF
              READ GAME-CARD-FILE
      *
           PERFORM VARYING WS-CATEGORY-MATCH-INDEX FROM 1 BY 1
              UNTIL WS-CATEGORY-MATCH-INDEX > 12
                IF (CATEGORY-IS-PLAYED(WS-CATEGORY-MATCH-INDEX)
                   AND NOT CATEGORY-WAS-FILLED(WS-CATEGORY-MATCH-INDEX))
                   MOVE "N" TO SCORECARD-COMPLETE-SWITCH
                END-IF
           END-PERFORM.
      *
           DISPLAY "RULESET: " WS-RULESET-NAME
              " VERSION: " WS-RULESET-VERSION.
           EVALUATE TRUE
           WHEN OFF-RULESET-LINE-FOUND
                DISPLAY "REJECTED: scorecard has a category "
                   "not played under this ruleset"
           WHEN NOT SCORECARD-COMPLETE
                DISPLAY "REJECTED: scorecard is missing "
                   "one or more categories"
           WHEN OTHER
                PERFORM ADD-UPPER-BONUS
                DISPLAY "GRAND TOTAL: " WS-GRAND-TOTAL
                IF (WS-YACHT-COUNT > 1)
                   DISPLAY "BONUS: " WS-YACHT-COUNT
                      " yachts rolled this game"
                END-IF
           END-EVALUATE.
           STOP RUN.
      *
      *    A category the ruleset does not play comes back from the
      *    scorer with no version stamp; the bonus enquiry stamps any
      *    ruleset that exists, so a blank there is an unknown name.
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
           MOVE 0 TO WS-DICE.
           CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY WS-DICE
              WS-RESULT WS-RULESET-VERSION WS-RULESET-NAME.
           IF (WS-RULESET-VERSION = SPACES)
              DISPLAY "REJECTED: ruleset " WS-RULESET-NAME
                 " is not on the rules file"
              STOP RUN
           END-IF.
           MOVE 11111 TO WS-DICE.
           PERFORM VARYING WS-CATEGORY-MATCH-INDEX FROM 1 BY 1
              UNTIL WS-CATEGORY-MATCH-INDEX > 12
                MOVE CATEGORY(WS-CATEGORY-MATCH-INDEX) TO WS-CATEGORY
                CALL "YACHT-SCORER" USING WS-CATEGORY WS-DICE
                   WS-RESULT WS-SCORER-VERSION WS-RULESET-NAME
                IF (WS-SCORER-VERSION = SPACES)
                   MOVE "N" TO
                      CATEGORY-PLAYED-SWITCH(WS-CATEGORY-MATCH-INDEX)
                END-IF
           END-PERFORM.
      *
       ADD-UPPER-BONUS.
           MOVE WS-UPPER-TOTAL TO WS-DICE.
           CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY WS-DICE
              WS-UPPER-BONUS WS-SCORER-VERSION WS-RULESET-NAME.
           IF (WS-UPPER-BONUS > 0)
              ADD WS-UPPER-BONUS TO WS-GRAND-TOTAL
              DISPLAY "UPPER SECTION BONUS: " WS-UPPER-BONUS
           END-IF.
      *
       SCORE-ONE-LINE.
           MOVE GC-DICE TO WS-DICE.
           MOVE GC-CATEGORY TO WS-CATEGORY.
           CALL "YACHT-SCORER" USING WS-CATEGORY WS-DICE
              WS-RESULT WS-SCORER-VERSION WS-RULESET-NAME.
           IF (WS-SCORER-VERSION = SPACES)
              MOVE "Y" TO OFF-RULESET-SWITCH
           END-IF.
           ADD WS-RESULT TO WS-GRAND-TOTAL.
           IF (WS-CATEGORY = CATEGORY(12) AND WS-RESULT > 0)
              ADD 1 TO WS-YACHT-COUNT
           END-IF.
           PERFORM VARYING WS-CATEGORY-MATCH-INDEX FROM 1 BY 1
                IF (WS-CATEGORY = CATEGORY(WS-CATEGORY-MATCH-INDEX))
                   MOVE "Y" TO
                      CATEGORY-FILLED-SWITCH(WS-CATEGORY-MATCH-INDEX)
                   IF (WS-CATEGORY-MATCH-INDEX <= 6)
                      ADD WS-RESULT TO WS-UPPER-TOTAL
                   END-IF
                END-IF
           END-PERFORM.
      *
