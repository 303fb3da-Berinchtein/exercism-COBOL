      *    category (five points or more, unless the threshold card
      *    says otherwise) gets a coaching line naming the pick, the
      *    score and what was left on the table. Practice at the
      *    kiosk finally comes with feedback. Each turn is replayed
      *    under the ruleset the game was played under; turns logged
      *    before the kiosk offered rulesets carry none and replay
      *    as STANDARD.
      *
      *    The holds are judged too. Each hold the kiosk logged -
      *    the dice showing and the Y/N mask chosen, once before
      *    each reroll - goes back through the shared hold advisor
      *    against the same open categories, and a hold whose
      *    expected score fell short of the best hold by the hold
      *    threshold (three points unless the threshold card says
      *    otherwise) gets its own coaching line naming the better
      *    hold. Turns logged before holds were recorded have none
      *    and are judged on the pick alone.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 GL-OPEN-MASK           PIC X(12).
           05 GL-CATEGORY-PICKED     PIC X(15).
           05 GL-SCORE-TAKEN         PIC 99.
           05 GL-RULESET-NAME        PIC X(8).
           05 GL-SCORER-VERSION      PIC X(8).
           05 GL-HOLD OCCURS 2 TIMES.
              10 GL-HOLD-DICE        PIC X(5).
              10 GL-HOLD-MASK        PIC X(5).
      *
       FD  COACH-THRESHOLD-FILE.
       01  COACH-THRESHOLD-RECORD.
           05 CT-POINTS-THRESHOLD    PIC 99.
           05 CT-HOLD-THRESHOLD      PIC 99V99.
      *
       FD  COACHING-REPORT-FILE.
       01  COACHING-REPORT-RECORD    PIC X(110).
             88 THRESHOLD-EOF                 VALUE "Y".
      *
       01 WS-POINTS-THRESHOLD        PIC 99   VALUE 5.
       01 WS-HOLD-THRESHOLD          PIC 99V99 VALUE 3.00.
      *
       01 CATEGORY-TABLE-VALUES.
          05 FILLER                  PIC X(15) VALUE 'ones'.
       01 WS-POINTS-LOST             PIC S9(3) VALUE 0.
       01 WS-TURN-COUNT              PIC 9(5) VALUE 0.
       01 WS-FLAGGED-COUNT           PIC 9(5) VALUE 0.
      *
      *    Hold replay through the shared hold advisor.
       01 WS-HOLD-PROMPT             PIC 9    VALUE 0.
       01 WS-HOLD-DICE               PIC 9(5) VALUE 0.
       01 WS-REROLLS-LEFT            PIC 9    VALUE 0.
       01 WS-ASKED-EXPECTED          PIC 9(3)V99 VALUE 0.
       01 WS-HOLD-COUNT              PIC 99   VALUE 0.
       01 WS-HOLD-TABLE.
          05 WS-HOLD OCCURS 32 TIMES.
             10 WS-ADVISED-MASK      PIC X(5).
             10 WS-ADVISED-KEEP      PIC X(5).
             10 WS-ADVISED-EXPECTED  PIC 9(3)V99.
       01 WS-HOLD-STATUS             PIC X    VALUE "0".
       01 WS-EXPECTED-LOST           PIC S9(3)V99 VALUE 0.
       01 WS-TAKEN-EDIT              PIC ZZ9.99.
       01 WS-BEST-EDIT               PIC ZZ9.99.
       01 WS-THRESHOLD-EDIT          PIC Z9.99.
       01 WS-HOLDS-FLAGGED           PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
           PERFORM LOAD-COACH-THRESHOLD.
           OPEN INPUT GAME-LOG-FILE.
           OPEN OUTPUT COACHING-REPORT-FILE.
           MOVE WS-HOLD-THRESHOLD TO WS-THRESHOLD-EDIT.
           MOVE SPACES TO COACHING-REPORT-RECORD.
           STRING "KIOSK COACHING REPORT THRESHOLD="
                     DELIMITED BY SIZE
                  WS-POINTS-THRESHOLD DELIMITED BY SIZE
                  " POINTS HOLD THRESHOLD=" DELIMITED BY SIZE
                  WS-THRESHOLD-EDIT DELIMITED BY SIZE
              INTO COACHING-REPORT-RECORD.
           WRITE COACHING-REPORT-RECORD.
           PERFORM UNTIL LOG-EOF
                    MOVE "Y" TO LOG-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TURN-COUNT
                    PERFORM COACH-TURN-HOLDS
                    PERFORM COACH-ONE-TURN
              END-READ
           END-PERFORM.
           CLOSE COACHING-REPORT-FILE.
           DISPLAY "Turns replayed: " WS-TURN-COUNT.
           DISPLAY "Turns flagged: " WS-FLAGGED-COUNT.
           DISPLAY "Holds flagged: " WS-HOLDS-FLAGGED.
           STOP RUN.
      *
       LOAD-COACH-THRESHOLD.
                       MOVE CT-POINTS-THRESHOLD
                          TO WS-POINTS-THRESHOLD
                    END-IF
                    IF (CT-HOLD-THRESHOLD IS NUMERIC
                       AND CT-HOLD-THRESHOLD > 0)
                       MOVE CT-HOLD-THRESHOLD
                          TO WS-HOLD-THRESHOLD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COACH-THRESHOLD-FILE.
                      TO WS-CALL-CATEGORY
                   CALL "YACHT-SCORER" USING WS-CALL-CATEGORY
                      WS-CALL-DICE WS-CALL-SCORE
                      WS-SCORER-VERSION GL-RULESET-NAME
                   IF (WS-CALL-SCORE > WS-BEST-SCORE)
                      MOVE WS-CALL-SCORE TO WS-BEST-SCORE
                      MOVE CATEGORY(WS-CATEGORY-INDEX)
              WRITE COACHING-REPORT-RECORD
           END-IF.
      *
      *    The first logged hold was made with two rerolls left,
      *    the second with one. The advisor's best hold heads its
      *    table; the player's own hold is valued alongside.
       COACH-TURN-HOLDS.
           PERFORM VARYING WS-HOLD-PROMPT FROM 1 BY 1
              UNTIL WS-HOLD-PROMPT > 2
                IF (GL-HOLD-MASK(WS-HOLD-PROMPT) NOT = SPACES
                   AND GL-HOLD-DICE(WS-HOLD-PROMPT) IS NUMERIC)
                   PERFORM COACH-ONE-HOLD
                END-IF
           END-PERFORM.
      *
       COACH-ONE-HOLD.
           MOVE GL-HOLD-DICE(WS-HOLD-PROMPT) TO WS-HOLD-DICE.
           COMPUTE WS-REROLLS-LEFT = 3 - WS-HOLD-PROMPT.
           CALL "YACHT-HOLD-ADVISOR" USING WS-HOLD-DICE
              WS-REROLLS-LEFT GL-OPEN-MASK GL-RULESET-NAME
              GL-HOLD-MASK(WS-HOLD-PROMPT) WS-ASKED-EXPECTED
              WS-HOLD-COUNT WS-HOLD-TABLE WS-HOLD-STATUS.
           IF (WS-HOLD-STATUS = "0")
              COMPUTE WS-EXPECTED-LOST =
                 WS-ADVISED-EXPECTED(1) - WS-ASKED-EXPECTED
              IF (WS-EXPECTED-LOST >= WS-HOLD-THRESHOLD)
                 ADD 1 TO WS-HOLDS-FLAGGED
                 MOVE WS-ASKED-EXPECTED TO WS-TAKEN-EDIT
                 MOVE WS-ADVISED-EXPECTED(1) TO WS-BEST-EDIT
                 MOVE SPACES TO COACHING-REPORT-RECORD
                 STRING "MEMBER=" DELIMITED BY SIZE
                        GL-MEMBER-ID DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        GL-GAME-DATE DELIMITED BY SIZE
                        " TURN=" DELIMITED BY SIZE
                        GL-TURN-NUMBER DELIMITED BY SIZE
                        " DICE=" DELIMITED BY SIZE
                        GL-HOLD-DICE(WS-HOLD-PROMPT)
                           DELIMITED BY SIZE
                        " HELD " DELIMITED BY SIZE
                        GL-HOLD-MASK(WS-HOLD-PROMPT)
                           DELIMITED BY SIZE
                        " EXPECTED " DELIMITED BY SIZE
                        WS-TAKEN-EDIT DELIMITED BY SIZE
                        "; HOLD " DELIMITED BY SIZE
                        WS-ADVISED-MASK(1) DELIMITED BY SIZE
                        " EXPECTED " DELIMITED BY SIZE
                        WS-BEST-EDIT DELIMITED BY SIZE
                    INTO COACHING-REPORT-RECORD
                 WRITE COACHING-REPORT-RECORD
              END-IF
           END-IF.
      *
