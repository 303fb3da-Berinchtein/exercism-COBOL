      *    Nightly reconciliation batch: recomputes every scored
      *    line on the control sheet with the corrected category
      *    logic and flags any WS-RESULT mismatch before league
      *    standings are posted as final. The ruleset card
      *    (YACHTRSL) names the ruleset the sheet was scored under,
      *    STANDARD when there is no card.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MISMATCH-REPORT-FILE ASSIGN TO "YACHTMIS"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RULESET-CHOICE-FILE ASSIGN TO "YACHTRSL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPORT-CATALOG-FILE ASSIGN TO "RPTCATLG"
              ORGANIZATION LINE SEQUENTIAL.
      *
      *
       FD  MISMATCH-REPORT-FILE.
       01  MISMATCH-REPORT-RECORD      PIC X(80).
      *
       FD  RULESET-CHOICE-FILE.
       01  RULESET-CHOICE-RECORD.
           05 RL-RULESET-NAME          PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-SHEET-EOF-SWITCH  PIC X     VALUE "N".
             88 CONTROL-SHEET-EOF                VALUE "Y".
          05 RULESET-CHOICE-EOF-SWITCH PIC X     VALUE "N".
             88 RULESET-CHOICE-EOF               VALUE "Y".
      *
       01 WS-GENERATION-DATE           PIC 9(8)  VALUE 0.
       01 WS-RESULT                    PIC 99    VALUE 0.
       01 WS-CATEGORY                  PIC X(15).
       01 WS-DICE                      PIC 9(5).
       01 WS-SCORER-VERSION            PIC X(8)  VALUE SPACES.
       01 WS-RULESET-NAME              PIC X(8)  VALUE SPACES.
       01 WS-MISMATCH-COUNT            PIC 9(5)  VALUE 0.
       01 WS-RECORD-COUNT              PIC 9(5)  VALUE 0.
      *
      *
       YACHT-RECON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GENERATION-DATE.
           PERFORM LOAD-RULESET-CHOICE.
           OPEN INPUT CONTROL-SHEET-FILE.
           OPEN OUTPUT MISMATCH-REPORT-FILE.
           PERFORM WRITE-GENERATION-HEADER.
           DISPLAY "Mismatches found: " WS-MISMATCH-COUNT.
           DISPLAY "Scored by scorer version: " WS-SCORER-VERSION.
           STOP RUN.
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
      *    Each run of this report is a dated generation: the run
      *    date heads the report and is cataloged so the retention
           MOVE CS-DICE TO WS-DICE.
           MOVE CS-CATEGORY TO WS-CATEGORY.
           CALL "YACHT-SCORER" USING WS-CATEGORY WS-DICE
              WS-RESULT WS-SCORER-VERSION WS-RULESET-NAME.
           IF (WS-RESULT NOT = CS-EXPECTED-RESULT)
              ADD 1 TO WS-MISMATCH-COUNT
              STRING "MISMATCH PLAYER=" DELIMITED BY SIZE
           MOVE SPACES TO MISMATCH-REPORT-RECORD.
           STRING "RECONCILED BY SCORER VERSION=" DELIMITED BY SIZE
                  WS-SCORER-VERSION DELIMITED BY SIZE
                  " RULESET=" DELIMITED BY SIZE
                  WS-RULESET-NAME DELIMITED BY SIZE
              INTO MISMATCH-REPORT-RECORD.
           WRITE MISMATCH-REPORT-RECORD.
      *
