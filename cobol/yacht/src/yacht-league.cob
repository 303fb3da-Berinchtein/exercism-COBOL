      *    the YACHTTOT standings. Guest day passes from the
      *    GUEST-PASS register are honoured for the run date only,
      *    so a drop-in guest's card totals like anyone else's.
      *
      *    The night is scored under the ruleset named on the ruleset
      *    card (YACHTRSL, STANDARD when there is no card); the
      *    YACHTTOT generation header records the ruleset and its
      *    version stamp, each card gets the ruleset's upper-section
      *    bonus, and a frame in a category the ruleset does not
      *    play goes to the exception report instead of the total.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPORT-CATALOG-FILE ASSIGN TO "RPTCATLG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RULESET-CHOICE-FILE ASSIGN TO "YACHTRSL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05 GP-PASS-ID             PIC X(10).
           05 GP-GUEST-NAME          PIC X(40).
           05 GP-NIGHT-DATE          PIC 9(8).
           05 GP-GUEST-CONTACT       PIC X(40).
      *
       FD  MEMBER-EXCEPTION-FILE.
       01  MEMBER-EXCEPTION-RECORD     PIC X(80).
       01  REPORT-CATALOG-RECORD.
           05 RC-REPORT-NAME         PIC X(8).
           05 RC-GEN-DATE            PIC 9(8).
      *
       FD  RULESET-CHOICE-FILE.
       01  RULESET-CHOICE-RECORD.
           05 RL-RULESET-NAME          PIC X(8).
      *
       FD  TOTALS-REPORT-FILE.
       01  TOTALS-REPORT-RECORD        PIC X(80).
             88 MEMBER-MASTER-EOF                VALUE "Y".
          05 MEMBER-VALID-SWITCH       PIC X     VALUE "N".
             88 MEMBER-IS-VALID                  VALUE "Y".
          05 RULESET-CHOICE-EOF-SWITCH PIC X     VALUE "N".
             88 RULESET-CHOICE-EOF               VALUE "Y".
      *
       01 WS-RESULT                    PIC 99    VALUE 0.
       01 WS-CATEGORY                  PIC X(15).
          88 WS-UPPER-CATEGORY                   VALUE 'ones'
                'twos' 'threes' 'fours' 'fives' 'sixes'.
       01 WS-DICE                      PIC 9(5).
       01 WS-SCORER-VERSION            PIC X(8)  VALUE SPACES.
       01 WS-RULESET-NAME              PIC X(8)  VALUE SPACES.
       01 WS-RULESET-VERSION           PIC X(8)  VALUE SPACES.
       01 WS-UPPER-TOTAL               PIC 9(5)  VALUE 0.
       01 WS-BONUS-CATEGORY            PIC X(15) VALUE 'upper bonus'.
      *
       01 WS-CURRENT-PLAYER-ID         PIC X(10) VALUE SPACES.
       01 WS-PLAYER-TOTAL              PIC 9(5)  VALUE 0.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-RULESET-CHOICE.
           PERFORM LOAD-MEMBER-MASTER.
           PERFORM LOAD-TONIGHTS-PASSES.
           OPEN INPUT SCORECARD-FILE.
           MOVE SPACES TO TOTALS-REPORT-RECORD.
           STRING "GENERATION=" DELIMITED BY SIZE
                  WS-GENERATION-DATE DELIMITED BY SIZE
                  " RULESET=" DELIMITED BY SIZE
                  WS-RULESET-NAME DELIMITED BY SIZE
                  " VERSION=" DELIMITED BY SIZE
                  WS-RULESET-VERSION DELIMITED BY SIZE
              INTO TOTALS-REPORT-RECORD.
           WRITE TOTALS-REPORT-RECORD.
           OPEN EXTEND REPORT-CATALOG-FILE.
           MOVE WS-GENERATION-DATE TO RC-GEN-DATE.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
      *
      *    The bonus enquiry stamps a version for any ruleset on the
      *    rules file, so a blank stamp means the card names a
      *    ruleset nobody has defined; nothing is totaled under it.
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
              DISPLAY "ABORTED: ruleset " WS-RULESET-NAME
                 " is not on the rules file"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       LOAD-MEMBER-MASTER.
           OPEN INPUT MEMBER-MASTER-FILE.
              IF (SC-PLAYER-ID NOT = WS-CURRENT-PLAYER-ID)
                 PERFORM WRITE-PLAYER-TOTAL
                 MOVE 0 TO WS-PLAYER-TOTAL
                 MOVE 0 TO WS-UPPER-TOTAL
                 MOVE SC-PLAYER-ID TO WS-CURRENT-PLAYER-ID
              END-IF
           END-IF.
           MOVE SC-DICE TO WS-DICE.
           MOVE SC-CATEGORY TO WS-CATEGORY.
           CALL "YACHT-SCORER" USING WS-CATEGORY WS-DICE
              WS-RESULT WS-SCORER-VERSION WS-RULESET-NAME.
           IF (WS-SCORER-VERSION = SPACES)
              MOVE "RULESET " TO WS-EXCEPTION-REASON
              PERFORM WRITE-MEMBER-EXCEPTION
           ELSE
              ADD WS-RESULT TO WS-PLAYER-TOTAL
              IF (WS-UPPER-CATEGORY)
                 ADD WS-RESULT TO WS-UPPER-TOTAL
              END-IF
           END-IF.
      *
       WRITE-PLAYER-TOTAL.
           MOVE WS-UPPER-TOTAL TO WS-DICE.
           CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY WS-DICE
              WS-RESULT WS-SCORER-VERSION WS-RULESET-NAME.
           ADD WS-RESULT TO WS-PLAYER-TOTAL.
           ADD 1 TO WS-AUDIT-WRITTEN.
           ADD 1 TO WS-TRAILER-COUNT.
           ADD WS-PLAYER-TOTAL TO WS-TRAILER-HASH.
