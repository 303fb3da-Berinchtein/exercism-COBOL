      *    paired totals, records a win/loss/tie per table, and rolls
      *    the results into the season win-loss standings file that
      *    used to be kept on paper next to the printer.
      *
      *    A table with a protest on the protest register (YACHTPRT)
      *    that is not yet settled is held: its line carries
      *    RESULT=HELD and neither player's standing moves, so
      *    YACHT-RATING passes it over as well. The held result is
      *    posted by YACHT-PROTEST-RECALC once the protest has been
      *    decided.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RESULTS-REPORT-FILE ASSIGN TO "YACHTH2H"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PROTEST-REGISTER-FILE ASSIGN TO "YACHTPRT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RESULTS-REPORT-FILE.
       01  RESULTS-REPORT-RECORD       PIC X(100).
      *
       FD  PROTEST-REGISTER-FILE.
       01  PROTEST-REGISTER-RECORD.
           05 PT-NIGHT-DATE            PIC 9(8).
           05 PT-TABLE-NUMBER          PIC 99.
           05 FILLER                   PIC X(77).
           05 PT-SETTLED-DATE          PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
             88 STANDING-FOUND                  VALUE "Y".
          05 TABLE-PLAYED-SWITCH       PIC X    VALUE "Y".
             88 TABLE-PLAYED                    VALUE "Y".
          05 PROTEST-EOF-SWITCH        PIC X    VALUE "N".
             88 PROTEST-EOF                     VALUE "Y".
          05 TABLE-HELD-SWITCH         PIC X    VALUE "N".
             88 TABLE-HELD                      VALUE "Y".
      *
       01 WS-BODY-COUNT                PIC 9(5) VALUE 0.
       01 WS-BODY-HASH                 PIC 9(9) VALUE 0.
       01 WS-LOOKUP-PLAYER-ID          PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-SCORE              PIC 9(5) VALUE 0.
       01 WS-RESULT-CODE               PIC X    VALUE SPACE.
      *
       01 WS-HELD-COUNT                PIC 9(3) VALUE 0.
       01 WS-HELD-SCAN                 PIC 9(3) VALUE 0.
       01 WS-HELD-TABLE.
          05 WS-HELD-ENTRY OCCURS 100 TIMES.
             10 WS-HELD-NIGHT          PIC 9(8).
             10 WS-HELD-TABLE-NO       PIC 99.
       01 WS-TABLES-HELD               PIC 9(3) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       YACHT-HEAD-TO-HEAD.
           PERFORM LOAD-NIGHT-TOTALS.
           PERFORM LOAD-STANDINGS.
           PERFORM LOAD-HELD-TABLES.
           OPEN INPUT PAIRING-FILE.
           OPEN OUTPUT RESULTS-REPORT-FILE.
           PERFORM UNTIL PAIRING-EOF
           CLOSE RESULTS-REPORT-FILE.
           PERFORM REWRITE-STANDINGS-FILE.
           DISPLAY "Tables scored: " WS-TABLE-COUNT.
           DISPLAY "Tables held under protest: " WS-TABLES-HELD.
           STOP RUN.
      *
       LOAD-NIGHT-TOTALS.
              END-READ
           END-PERFORM.
           CLOSE STANDINGS-FILE.
      *
      *
      *    Only protests not yet settled hold a table; a settled
      *    protest's table was posted by the recalculation run.
       LOAD-HELD-TABLES.
           OPEN INPUT PROTEST-REGISTER-FILE.
           PERFORM UNTIL PROTEST-EOF
              READ PROTEST-REGISTER-FILE
                 AT END
                    MOVE "Y" TO PROTEST-EOF-SWITCH
                 NOT AT END
                    IF (PT-SETTLED-DATE NOT NUMERIC
                       OR PT-SETTLED-DATE = ZEROS)
                       IF (WS-HELD-COUNT = 100)
                          DISPLAY "ABORTED: held tables exceed "
                             "the 100-entry table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-HELD-COUNT
                       MOVE PT-NIGHT-DATE
                          TO WS-HELD-NIGHT(WS-HELD-COUNT)
                       MOVE PT-TABLE-NUMBER
                          TO WS-HELD-TABLE-NO(WS-HELD-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROTEST-REGISTER-FILE.
      *
       CHECK-TABLE-HELD.
           MOVE "N" TO TABLE-HELD-SWITCH.
           PERFORM VARYING WS-HELD-SCAN FROM 1 BY 1
              UNTIL WS-HELD-SCAN > WS-HELD-COUNT
              OR TABLE-HELD
                IF (WS-HELD-NIGHT(WS-HELD-SCAN) = PR-NIGHT-DATE
                   AND WS-HELD-TABLE-NO(WS-HELD-SCAN) =
                      PR-TABLE-NUMBER)
                   MOVE "Y" TO TABLE-HELD-SWITCH
                END-IF
           END-PERFORM.
      *
       SCORE-ONE-TABLE.
           ADD 1 TO WS-TABLE-COUNT.
           IF (NOT TABLE-PLAYED)
              PERFORM WRITE-FORFEIT-LINE
           END-IF.
           PERFORM CHECK-TABLE-HELD.
           EVALUATE TRUE
           WHEN TABLE-HELD
                MOVE "HELD" TO WS-TABLE-VERDICT
                ADD 1 TO WS-TABLES-HELD
           WHEN WS-SCORE-1 > WS-SCORE-2
                MOVE "WIN1" TO WS-TABLE-VERDICT
                MOVE PR-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-ID
