       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHT-PROTEST-RECALC.
      *
      *    Standings recalculation for protested league tables. When
      *    a result is disputed the secretary corrects the card
      *    through YACHT-CARD-MAINT, but the night's totals,
      *    standings and ratings were already posted from the wrong
      *    card and the night jobs are not rerun for one table. This
      *    run works through every protest on the register
      *    (YACHTPRT, kept by YACHT-PROTEST) not yet settled:
      *
      *       held      - a result already posted for the table is
      *                   taken back out of the standings and the
      *                   ratings, so the hold means the same thing
      *                   whether the protest came in before or
      *                   after the night was run,
      *       upheld    - any posted result is taken out, then the
      *                   table is replayed from the corrected
      *                   cards: both players' totals are rescored
      *                   the way YACHT-LEAGUE scores them and put
      *                   right on YACHTTOT, the head-to-head result
      *                   is decided again, and the standings and
      *                   rating movement are posted afresh,
      *       dismissed - a posted result stands; one taken out
      *                   while held is reinstated as it was, and a
      *                   table held from the start is replayed from
      *                   the cards.
      *
      *    What went into the standings and ratings for each table
      *    comes from the result posting journal (YACHTPJN) that
      *    YACHT-RATING writes; every posting and every backing-out
      *    made here goes on the same journal. A decided protest is
      *    stamped settled with the run date, which takes the hold
      *    off the table for YACHT-HEAD-TO-HEAD.
      *
      *    The cards on YACHTSCD are the night YACHTTOT was last
      *    generated for; a decided protest for any other night that
      *    needs its cards is left unsettled on the report with
      *    return code 4. The report (YACHTRCR) shows each protest's
      *    action, the totals put right, and the standings and
      *    ratings before and after the run. YACHT-HANDICAP rebuilds
      *    its handicapped standings from YACHTTOT, so it is rerun
      *    after a recalculation that changed a total.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROTEST-REGISTER-FILE ASSIGN TO "YACHTPRT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL POSTING-JOURNAL-FILE ASSIGN TO "YACHTPJN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAIRING-FILE ASSIGN TO "YACHTPRG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT SCORECARD-FILE ASSIGN TO "YACHTSCD"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SC-PLAYER-FRAME-KEY.
           SELECT TOTALS-REPORT-FILE ASSIGN TO "YACHTTOT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STANDINGS-FILE ASSIGN TO "YACHTSTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RATINGS-FILE ASSIGN TO "YACHTRTG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RECALC-REPORT-FILE ASSIGN TO "YACHTRCR"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PROTEST-REGISTER-FILE.
       01  PROTEST-REGISTER-RECORD.
           05 PT-NIGHT-DATE            PIC 9(8).
           05 PT-TABLE-NUMBER          PIC 99.
           05 PT-PLAYER-ID             PIC X(10).
           05 PT-LODGED-DATE           PIC 9(8).
           05 PT-LODGED-BY             PIC X(10).
           05 PT-REASON                PIC X(30).
           05 PT-STATUS                PIC X.
              88 PT-HELD                     VALUE "H".
              88 PT-UPHELD                   VALUE "U".
              88 PT-DISMISSED                VALUE "D".
           05 PT-DECIDED-DATE          PIC 9(8).
           05 PT-DECIDED-BY            PIC X(10).
           05 PT-SETTLED-DATE          PIC X(8).
      *
       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-RECORD.
           05 PJ-ENTRY-TYPE            PIC X.
           05 PJ-NIGHT-DATE            PIC 9(8).
           05 PJ-TABLE-NUMBER          PIC 99.
           05 PJ-PLAYER-ID-1           PIC X(10).
           05 PJ-PLAYER-ID-2           PIC X(10).
           05 PJ-SCORE-1               PIC 9(5).
           05 PJ-SCORE-2               PIC 9(5).
           05 PJ-VERDICT               PIC X(4).
           05 PJ-MOVE-1                PIC S9(4)
                                       SIGN IS LEADING SEPARATE.
           05 PJ-MOVE-2                PIC S9(4)
                                       SIGN IS LEADING SEPARATE.
           05 PJ-POSTED-DATE           PIC 9(8).
      *
       FD  PAIRING-FILE.
       01  PAIRING-RECORD.
           05 PR-NIGHT-DATE            PIC 9(8).
           05 PR-TABLE-NUMBER          PIC 99.
           05 PR-PLAYER-ID-1           PIC X(10).
           05 PR-PLAYER-ID-2           PIC X(10).
      *
       FD  SCORECARD-FILE.
       01  SCORECARD-RECORD.
           05 SC-PLAYER-FRAME-KEY.
              10 SC-PLAYER-ID          PIC X(10).
              10 SC-FRAME-NUMBER       PIC 99.
           05 SC-CATEGORY              PIC X(15).
           05 SC-DICE                  PIC 9(5).
      *
       FD  TOTALS-REPORT-FILE.
       01  TOTALS-REPORT-RECORD        PIC X(80).
       01  TOTALS-PLAYER-RECORD.
           05 TT-PLAYER-LABEL          PIC X(7).
           05 TT-PLAYER-ID             PIC X(10).
           05 TT-TOTAL-LABEL           PIC X(7).
           05 TT-TOTAL                 PIC 9(5).
           05 FILLER                   PIC X(51).
       01  TOTALS-TRAILER-RECORD.
           05 TT-TRAILER-TAG           PIC X(8).
           05 FILLER                   PIC X(6).
           05 TT-TRAILER-COUNT         PIC 9(5).
           05 FILLER                   PIC X(6).
           05 TT-TRAILER-HASH          PIC 9(9).
           05 FILLER                   PIC X(46).
       01  TOTALS-HEADER-RECORD.
           05 TT-HEADER-TAG            PIC X(11).
           05 TT-HEADER-DATE           PIC X(8).
           05 FILLER                   PIC X(9).
           05 TT-HEADER-RULESET        PIC X(8).
           05 FILLER                   PIC X(44).
      *
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD.
           05 ST-PLAYER-ID             PIC X(10).
           05 ST-WINS                  PIC 9(3).
           05 ST-LOSSES                PIC 9(3).
           05 ST-TIES                  PIC 9(3).
      *
       FD  RATINGS-FILE.
       01  RATING-RECORD.
           05 RT-PLAYER-ID             PIC X(10).
           05 RT-RATING                PIC 9(4).
           05 RT-GAMES-RATED           PIC 9(4).
      *
       FD  RECALC-REPORT-FILE.
       01  RECALC-REPORT-RECORD        PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 PROTEST-EOF-SWITCH        PIC X    VALUE "N".
             88 PROTEST-EOF                     VALUE "Y".
          05 JOURNAL-EOF-SWITCH        PIC X    VALUE "N".
             88 JOURNAL-EOF                     VALUE "Y".
          05 PAIRING-EOF-SWITCH        PIC X    VALUE "N".
             88 PAIRING-EOF                     VALUE "Y".
          05 SCORECARD-EOF-SWITCH      PIC X    VALUE "N".
             88 SCORECARD-EOF                   VALUE "Y".
          05 TOTALS-EOF-SWITCH         PIC X    VALUE "N".
             88 TOTALS-EOF                      VALUE "Y".
          05 STANDINGS-EOF-SWITCH      PIC X    VALUE "N".
             88 STANDINGS-EOF                   VALUE "Y".
          05 RATINGS-EOF-SWITCH        PIC X    VALUE "N".
             88 RATINGS-EOF                     VALUE "Y".
          05 STANDING-FOUND-SWITCH     PIC X    VALUE "N".
             88 STANDING-FOUND                  VALUE "Y".
          05 PLAYER-FOUND-SWITCH       PIC X    VALUE "N".
             88 PLAYER-FOUND                    VALUE "Y".
          05 TOTALS-CHANGED-SWITCH     PIC X    VALUE "N".
             88 TOTALS-CHANGED                  VALUE "Y".
          05 REGISTER-CHANGED-SWITCH   PIC X    VALUE "N".
             88 REGISTER-CHANGED                VALUE "Y".
          05 POSTINGS-CHANGED-SWITCH   PIC X    VALUE "N".
             88 POSTINGS-CHANGED                VALUE "Y".
          05 TRAILER-SEEN-SWITCH       PIC X    VALUE "N".
             88 TRAILER-SEEN                    VALUE "Y".
          05 FIRST-CARD-SWITCH         PIC X    VALUE "Y".
             88 IS-FIRST-CARD                   VALUE "Y".
      *
       01 WS-RUN-DATE                  PIC 9(8) VALUE 0.
       01 WS-ACTION-TEXT               PIC X(40) VALUE SPACES.
       01 WS-REPLAY-REASON             PIC X(24) VALUE SPACES.
       01 WS-SETTLED-COUNT             PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT                PIC 9(4) VALUE 0.
       01 WS-UNSETTLED-COUNT           PIC 9(4) VALUE 0.
      *
      *    The register is carried as record images; the last
      *    journal entry for each unsettled protest's table rides
      *    alongside it (type P: the result is in the standings,
      *    type B: it was taken out, space: never posted).
       01 WS-PROTEST-COUNT             PIC 9(4) VALUE 0.
       01 WS-PROTEST-SCAN              PIC 9(4) VALUE 0.
       01 WS-PROTEST-TABLE.
          05 WS-PROTEST OCCURS 1000 TIMES.
             10 WS-PROTEST-IMAGE       PIC X(95).
             10 WS-PROTEST-UNSETTLED   PIC X.
             10 WS-LAST-POSTING-TYPE   PIC X.
             10 WS-LAST-POSTING-IMAGE  PIC X(63).
      *
       01 WS-PAIRING-COUNT             PIC 9(3) VALUE 0.
       01 WS-PAIRING-SCAN              PIC 9(3) VALUE 0.
       01 WS-PAIRING-TABLE.
          05 WS-PAIRING OCCURS 200 TIMES.
             10 WS-PAIRING-NIGHT       PIC 9(8).
             10 WS-PAIRING-TABLE-NO    PIC 99.
             10 WS-PAIRING-PLAYER-1    PIC X(10).
             10 WS-PAIRING-PLAYER-2    PIC X(10).
      *
      *    Card totals for every player on YACHTSCD, scored frame by
      *    frame under the night's ruleset with the upper-section
      *    bonus, exactly as YACHT-LEAGUE totals a card.
       01 WS-CARD-COUNT                PIC 9(3) VALUE 0.
       01 WS-CARD-SCAN                 PIC 9(3) VALUE 0.
       01 WS-CARD-HIT                  PIC 9(3) VALUE 0.
       01 WS-CARD-TABLE.
          05 WS-CARD OCCURS 200 TIMES.
             10 WS-CARD-PLAYER-ID      PIC X(10).
             10 WS-CARD-TOTAL          PIC 9(5).
       01 WS-CARD-UPPER                PIC 9(5) VALUE 0.
      *
       01 WS-RESULT                    PIC 99   VALUE 0.
       01 WS-CATEGORY                  PIC X(15).
          88 WS-UPPER-CATEGORY                  VALUE 'ones'
                'twos' 'threes' 'fours' 'fives' 'sixes'.
       01 WS-DICE                      PIC 9(5).
       01 WS-SCORER-VERSION            PIC X(8) VALUE SPACES.
       01 WS-RULESET-NAME              PIC X(8) VALUE SPACES.
       01 WS-BONUS-CATEGORY            PIC X(15) VALUE 'upper bonus'.
      *
       01 WS-TOTALS-NIGHT              PIC 9(8) VALUE 0.
       01 WS-TOTALS-HEADER             PIC X(80) VALUE SPACES.
       01 WS-BODY-COUNT                PIC 9(5) VALUE 0.
       01 WS-BODY-HASH                 PIC 9(9) VALUE 0.
       01 WS-EXPECTED-COUNT            PIC 9(5) VALUE 0.
       01 WS-EXPECTED-HASH             PIC 9(9) VALUE 0.
       01 WS-TOTAL-COUNT               PIC 9(3) VALUE 0.
       01 WS-TOTAL-SCAN                PIC 9(3) VALUE 0.
       01 WS-TOTAL-HIT                 PIC 9(3) VALUE 0.
       01 WS-TOTALS-TABLE.
          05 WS-TOTAL-ENTRY OCCURS 200 TIMES.
             10 WS-TOTAL-PLAYER-ID     PIC X(10).
             10 WS-TOTAL-SCORE         PIC 9(5).
       01 WS-TOTAL-BEFORE              PIC 9(5) VALUE 0.
      *
       01 WS-STANDING-COUNT            PIC 9(3) VALUE 0.
       01 WS-STANDING-SCAN             PIC 9(3) VALUE 0.
       01 WS-STANDING-HIT              PIC 9(3) VALUE 0.
       01 WS-STANDINGS-TABLE.
          05 WS-STANDING-ENTRY OCCURS 200 TIMES.
             10 WS-STANDING-PLAYER-ID  PIC X(10).
             10 WS-STANDING-WINS       PIC 9(3).
             10 WS-STANDING-LOSSES     PIC 9(3).
             10 WS-STANDING-TIES       PIC 9(3).
       01 WS-BEFORE-STANDING-COUNT     PIC 9(3) VALUE 0.
       01 WS-BEFORE-STANDINGS-TABLE.
          05 WS-BEFORE-STANDING OCCURS 200 TIMES.
             10 WS-BEFORE-STANDING-ID  PIC X(10).
             10 WS-BEFORE-WINS         PIC 9(3).
             10 WS-BEFORE-LOSSES       PIC 9(3).
             10 WS-BEFORE-TIES         PIC 9(3).
      *
       01 WS-PLAYER-COUNT              PIC 9(3) VALUE 0.
       01 WS-PLAYER-SCAN               PIC 9(3) VALUE 0.
       01 WS-PLAYER-HIT                PIC 9(3) VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER OCCURS 200 TIMES.
             10 WS-PLAYER-ID           PIC X(10).
             10 WS-PLAYER-RATING       PIC 9(4).
             10 WS-PLAYER-GAMES        PIC 9(4).
       01 WS-BEFORE-PLAYER-COUNT       PIC 9(3) VALUE 0.
       01 WS-BEFORE-PLAYER-TABLE.
          05 WS-BEFORE-PLAYER OCCURS 200 TIMES.
             10 WS-BEFORE-PLAYER-ID    PIC X(10).
             10 WS-BEFORE-RATING       PIC 9(4).
             10 WS-BEFORE-GAMES        PIC 9(4).
      *
       01 WS-RESULT-PLAYER-1           PIC X(10) VALUE SPACES.
       01 WS-RESULT-PLAYER-2           PIC X(10) VALUE SPACES.
       01 WS-SCORE-1                   PIC 9(5) VALUE 0.
       01 WS-SCORE-2                   PIC 9(5) VALUE 0.
       01 WS-TABLE-VERDICT             PIC X(4) VALUE SPACES.
       01 WS-LOOKUP-PLAYER-ID          PIC X(10) VALUE SPACES.
       01 WS-RESULT-CODE               PIC X    VALUE SPACE.
       01 WS-POSTING-DIRECTION         PIC X    VALUE "P".
          88 POSTING-BACK-OUT                   VALUE "B".
      *
       01 WS-SLOT-1                    PIC 9(3) VALUE 0.
       01 WS-SLOT-2                    PIC 9(3) VALUE 0.
       01 WS-WINNER-SLOT               PIC 9(3) VALUE 0.
       01 WS-LOSER-SLOT                PIC 9(3) VALUE 0.
       01 WS-REVERSE-SLOT              PIC 9(3) VALUE 0.
       01 WS-RATING-GAP                PIC S9(5) VALUE 0.
       01 WS-RATING-SWING              PIC S9(4) VALUE 0.
       01 WS-BEFORE-RATING-1           PIC 9(4) VALUE 0.
       01 WS-BEFORE-RATING-2           PIC 9(4) VALUE 0.
       01 WS-START-RATING              PIC 9(4) VALUE 1500.
       01 WS-BASE-SWING                PIC 9(2) VALUE 16.
      *
       01 WS-SHOW-WINS                 PIC 9(3) VALUE 0.
       01 WS-SHOW-LOSSES               PIC 9(3) VALUE 0.
       01 WS-SHOW-TIES                 PIC 9(3) VALUE 0.
       01 WS-SHOW-RATING               PIC 9(4) VALUE 0.
       01 WS-SHOW-FLAG                 PIC X(8) VALUE SPACES.
      *
       01 WS-AUDIT-PROGRAM     PIC X(30) VALUE "YACHT-PROTEST-RECALC".
       01 WS-AUDIT-PHASE       PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ        PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN     PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS      PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       YACHT-PROTEST-RECALC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-PROTEST-REGISTER.
           PERFORM LOAD-POSTING-JOURNAL.
           PERFORM LOAD-NIGHT-PAIRINGS.
           PERFORM LOAD-NIGHT-TOTALS.
           PERFORM LOAD-CARD-TOTALS.
           PERFORM LOAD-STANDINGS.
           PERFORM LOAD-RATINGS.
           MOVE WS-STANDING-COUNT TO WS-BEFORE-STANDING-COUNT.
           MOVE WS-STANDINGS-TABLE TO WS-BEFORE-STANDINGS-TABLE.
           MOVE WS-PLAYER-COUNT TO WS-BEFORE-PLAYER-COUNT.
           MOVE WS-PLAYER-TABLE TO WS-BEFORE-PLAYER-TABLE.
           OPEN OUTPUT RECALC-REPORT-FILE.
           MOVE SPACES TO RECALC-REPORT-RECORD.
           STRING "YACHT PROTEST RECALCULATION RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " CARDS FOR NIGHT=" DELIMITED BY SIZE
                  WS-TOTALS-NIGHT DELIMITED BY SIZE
              INTO RECALC-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           OPEN EXTEND POSTING-JOURNAL-FILE.
           PERFORM VARYING WS-PROTEST-SCAN FROM 1 BY 1
              UNTIL WS-PROTEST-SCAN > WS-PROTEST-COUNT
                IF (WS-PROTEST-UNSETTLED(WS-PROTEST-SCAN) = "Y")
                   PERFORM PROCESS-ONE-PROTEST
                END-IF
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           PERFORM WRITE-STANDINGS-BEFORE.
           PERFORM WRITE-STANDINGS-AFTER.
           MOVE SPACES TO RECALC-REPORT-RECORD.
           STRING "SETTLED=" DELIMITED BY SIZE
                  WS-SETTLED-COUNT DELIMITED BY SIZE
                  " STILL HELD=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  " NOT REPLAYED=" DELIMITED BY SIZE
                  WS-UNSETTLED-COUNT DELIMITED BY SIZE
              INTO RECALC-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF (TOTALS-CHANGED)
              MOVE "YACHTTOT CORRECTED - RERUN YACHT-HANDICAP"
                 TO RECALC-REPORT-RECORD
              PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE RECALC-REPORT-FILE.
           IF (POSTINGS-CHANGED)
              PERFORM REWRITE-STANDINGS-FILE
              PERFORM REWRITE-RATINGS-FILE
           END-IF.
           IF (TOTALS-CHANGED)
              PERFORM REWRITE-TOTALS-FILE
           END-IF.
           IF (REGISTER-CHANGED)
              PERFORM REWRITE-PROTEST-REGISTER
           END-IF.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Protests settled: " WS-SETTLED-COUNT.
           DISPLAY "Protests still held: " WS-HELD-COUNT.
           DISPLAY "Decided protests not replayed: "
              WS-UNSETTLED-COUNT.
           IF (WS-UNSETTLED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       WRITE-REPORT-LINE.
           WRITE RECALC-REPORT-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN.
           MOVE SPACES TO RECALC-REPORT-RECORD.
      *
       LOAD-PROTEST-REGISTER.
           OPEN INPUT PROTEST-REGISTER-FILE.
           PERFORM UNTIL PROTEST-EOF
              READ PROTEST-REGISTER-FILE
                 AT END
                    MOVE "Y" TO PROTEST-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-PROTEST-COUNT = 1000)
                       DISPLAY "ABORTED: protest register exceeds "
                          "the 1000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-PROTEST-COUNT
                    MOVE PROTEST-REGISTER-RECORD
                       TO WS-PROTEST-IMAGE(WS-PROTEST-COUNT)
                    MOVE SPACE
                       TO WS-LAST-POSTING-TYPE(WS-PROTEST-COUNT)
                    MOVE SPACES
                       TO WS-LAST-POSTING-IMAGE(WS-PROTEST-COUNT)
                    IF (PT-SETTLED-DATE NOT NUMERIC
                       OR PT-SETTLED-DATE = ZEROS)
                       MOVE "Y"
                          TO WS-PROTEST-UNSETTLED(WS-PROTEST-COUNT)
                    ELSE
                       MOVE "N"
                          TO WS-PROTEST-UNSETTLED(WS-PROTEST-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROTEST-REGISTER-FILE.
      *
      *    The journal runs oldest first, so the last entry matched
      *    to a table is the state its result is in now.
       LOAD-POSTING-JOURNAL.
           OPEN INPUT POSTING-JOURNAL-FILE.
           PERFORM UNTIL JOURNAL-EOF
              READ POSTING-JOURNAL-FILE
                 AT END
                    MOVE "Y" TO JOURNAL-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM MATCH-JOURNAL-ENTRY
              END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
      *
       MATCH-JOURNAL-ENTRY.
           PERFORM VARYING WS-PROTEST-SCAN FROM 1 BY 1
              UNTIL WS-PROTEST-SCAN > WS-PROTEST-COUNT
                MOVE WS-PROTEST-IMAGE(WS-PROTEST-SCAN)
                   TO PROTEST-REGISTER-RECORD
                IF (WS-PROTEST-UNSETTLED(WS-PROTEST-SCAN) = "Y"
                   AND PT-NIGHT-DATE = PJ-NIGHT-DATE
                   AND PT-TABLE-NUMBER = PJ-TABLE-NUMBER)
                   MOVE PJ-ENTRY-TYPE
                      TO WS-LAST-POSTING-TYPE(WS-PROTEST-SCAN)
                   MOVE POSTING-JOURNAL-RECORD
                      TO WS-LAST-POSTING-IMAGE(WS-PROTEST-SCAN)
                END-IF
           END-PERFORM.
      *
       LOAD-NIGHT-PAIRINGS.
           OPEN INPUT PAIRING-FILE.
           PERFORM UNTIL PAIRING-EOF
              READ PAIRING-FILE
                 AT END
                    MOVE "Y" TO PAIRING-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-PAIRING-COUNT = 200)
                       DISPLAY "ABORTED: pairings exceed the "
                          "200-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-PAIRING-COUNT
                    MOVE PR-NIGHT-DATE
                       TO WS-PAIRING-NIGHT(WS-PAIRING-COUNT)
                    MOVE PR-TABLE-NUMBER
                       TO WS-PAIRING-TABLE-NO(WS-PAIRING-COUNT)
                    MOVE PR-PLAYER-ID-1
                       TO WS-PAIRING-PLAYER-1(WS-PAIRING-COUNT)
                    MOVE PR-PLAYER-ID-2
                       TO WS-PAIRING-PLAYER-2(WS-PAIRING-COUNT)
              END-READ
           END-PERFORM.
           CLOSE PAIRING-FILE.
      *
      *    The generation header names the night the cards belong
      *    to and the ruleset they were scored under; the body must
      *    balance to its trailer before anything is rewritten from
      *    it.
       LOAD-NIGHT-TOTALS.
           OPEN INPUT TOTALS-REPORT-FILE.
           PERFORM UNTIL TOTALS-EOF
              READ TOTALS-REPORT-FILE
                 AT END
                    MOVE "Y" TO TOTALS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    EVALUATE TRUE
                    WHEN TT-HEADER-TAG = "GENERATION="
                         MOVE TOTALS-REPORT-RECORD TO WS-TOTALS-HEADER
                         MOVE TT-HEADER-RULESET TO WS-RULESET-NAME
                         IF (TT-HEADER-DATE IS NUMERIC)
                            MOVE TT-HEADER-DATE TO WS-TOTALS-NIGHT
                         END-IF
                    WHEN TT-PLAYER-LABEL = "PLAYER="
                         PERFORM ADD-TOTAL-ENTRY
                         MOVE TT-PLAYER-ID
                            TO WS-TOTAL-PLAYER-ID(WS-TOTAL-HIT)
                         MOVE TT-TOTAL TO WS-TOTAL-SCORE(WS-TOTAL-HIT)
                         ADD 1 TO WS-BODY-COUNT
                         ADD TT-TOTAL TO WS-BODY-HASH
                    WHEN TT-TRAILER-TAG = "TRAILER "
                         MOVE "Y" TO TRAILER-SEEN-SWITCH
                         MOVE TT-TRAILER-COUNT TO WS-EXPECTED-COUNT
                         MOVE TT-TRAILER-HASH TO WS-EXPECTED-HASH
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE TOTALS-REPORT-FILE.
           IF (TRAILER-SEEN)
              IF (WS-BODY-COUNT NOT = WS-EXPECTED-COUNT
                 OR WS-BODY-HASH NOT = WS-EXPECTED-HASH)
                 DISPLAY "REFUSED: YACHTTOT body does not balance "
                    "to its trailer"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *
       ADD-TOTAL-ENTRY.
           IF (WS-TOTAL-COUNT = 200)
              DISPLAY "ABORTED: night totals exceed "
                 "the 200-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-COUNT.
           MOVE WS-TOTAL-COUNT TO WS-TOTAL-HIT.
      *
       LOAD-CARD-TOTALS.
           OPEN INPUT SCORECARD-FILE.
           PERFORM UNTIL SCORECARD-EOF
              READ SCORECARD-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO SCORECARD-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM TOTAL-ONE-FRAME
              END-READ
           END-PERFORM.
           CLOSE SCORECARD-FILE.
           IF (NOT IS-FIRST-CARD)
              PERFORM ADD-CARD-BONUS
           END-IF.
      *
      *    A frame in a category the ruleset does not play scores
      *    nothing, as YACHT-LEAGUE leaves it out of the total.
       TOTAL-ONE-FRAME.
           IF (IS-FIRST-CARD)
              MOVE "N" TO FIRST-CARD-SWITCH
              PERFORM START-PLAYER-CARD
           ELSE
              IF (SC-PLAYER-ID NOT = WS-CARD-PLAYER-ID(WS-CARD-COUNT))
                 PERFORM ADD-CARD-BONUS
                 PERFORM START-PLAYER-CARD
              END-IF
           END-IF.
           MOVE SC-DICE TO WS-DICE.
           MOVE SC-CATEGORY TO WS-CATEGORY.
           CALL "YACHT-SCORER" USING WS-CATEGORY WS-DICE
              WS-RESULT WS-SCORER-VERSION WS-RULESET-NAME.
           IF (WS-SCORER-VERSION NOT = SPACES)
              ADD WS-RESULT TO WS-CARD-TOTAL(WS-CARD-COUNT)
              IF (WS-UPPER-CATEGORY)
                 ADD WS-RESULT TO WS-CARD-UPPER
              END-IF
           END-IF.
      *
       START-PLAYER-CARD.
           IF (WS-CARD-COUNT = 200)
              DISPLAY "ABORTED: scorecards exceed the "
                 "200-entry card table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SC-PLAYER-ID TO WS-CARD-PLAYER-ID(WS-CARD-COUNT).
           MOVE 0 TO WS-CARD-TOTAL(WS-CARD-COUNT).
           MOVE 0 TO WS-CARD-UPPER.
      *
       ADD-CARD-BONUS.
           MOVE WS-CARD-UPPER TO WS-DICE.
           CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY WS-DICE
              WS-RESULT WS-SCORER-VERSION WS-RULESET-NAME.
           ADD WS-RESULT TO WS-CARD-TOTAL(WS-CARD-COUNT).
      *
       LOAD-STANDINGS.
           OPEN INPUT STANDINGS-FILE.
           PERFORM UNTIL STANDINGS-EOF
              READ STANDINGS-FILE
                 AT END
                    MOVE "Y" TO STANDINGS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-STANDING-COUNT = 200)
                       DISPLAY "ABORTED: standings file exceeds "
                          "the 200-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-STANDING-COUNT
                    MOVE ST-PLAYER-ID
                       TO WS-STANDING-PLAYER-ID(WS-STANDING-COUNT)
                    MOVE ST-WINS
                       TO WS-STANDING-WINS(WS-STANDING-COUNT)
                    MOVE ST-LOSSES
                       TO WS-STANDING-LOSSES(WS-STANDING-COUNT)
                    MOVE ST-TIES
                       TO WS-STANDING-TIES(WS-STANDING-COUNT)
              END-READ
           END-PERFORM.
           CLOSE STANDINGS-FILE.
      *
       LOAD-RATINGS.
           OPEN INPUT RATINGS-FILE.
           PERFORM UNTIL RATINGS-EOF
              READ RATINGS-FILE
                 AT END
                    MOVE "Y" TO RATINGS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-PLAYER-COUNT = 200)
                       DISPLAY "ABORTED: ratings file exceeds the "
                          "200-entry player table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-PLAYER-COUNT
                    MOVE RT-PLAYER-ID
                       TO WS-PLAYER-ID(WS-PLAYER-COUNT)
                    MOVE RT-RATING
                       TO WS-PLAYER-RATING(WS-PLAYER-COUNT)
                    MOVE RT-GAMES-RATED
                       TO WS-PLAYER-GAMES(WS-PLAYER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE RATINGS-FILE.
      *
      *    A held protest only ever takes a result out. A decided
      *    one takes out whatever is wrong and posts what stands,
      *    and is settled once the table's result is back in.
       PROCESS-ONE-PROTEST.
           MOVE WS-PROTEST-IMAGE(WS-PROTEST-SCAN)
              TO PROTEST-REGISTER-RECORD.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE SPACES TO WS-REPLAY-REASON.
           EVALUATE TRUE
           WHEN PT-HELD
                ADD 1 TO WS-HELD-COUNT
                IF (WS-LAST-POSTING-TYPE(WS-PROTEST-SCAN) = "P")
                   PERFORM BACK-OUT-POSTING
                   MOVE "HELD - POSTED RESULT TAKEN OUT"
                      TO WS-ACTION-TEXT
                ELSE
                   MOVE "HELD - NO RESULT POSTED" TO WS-ACTION-TEXT
                END-IF
           WHEN PT-DISMISSED
                EVALUATE WS-LAST-POSTING-TYPE(WS-PROTEST-SCAN)
                WHEN "P"
                     MOVE "DISMISSED - POSTED RESULT STANDS"
                        TO WS-ACTION-TEXT
                WHEN "B"
                     PERFORM REINSTATE-POSTING
                     MOVE "DISMISSED - RESULT REINSTATED"
                        TO WS-ACTION-TEXT
                WHEN OTHER
                     PERFORM REPLAY-FROM-CARDS
                     MOVE "DISMISSED - RESULT POSTED FROM CARDS"
                        TO WS-ACTION-TEXT
                END-EVALUATE
           WHEN PT-UPHELD
                IF (WS-LAST-POSTING-TYPE(WS-PROTEST-SCAN) = "P")
                   PERFORM BACK-OUT-POSTING
                END-IF
                PERFORM REPLAY-FROM-CARDS
                MOVE "UPHELD - RESULT REPLAYED FROM CARDS"
                   TO WS-ACTION-TEXT
           WHEN OTHER
                MOVE "UNKNOWN PROTEST STATUS" TO WS-REPLAY-REASON
           END-EVALUATE.
           IF (NOT PT-HELD)
              IF (WS-REPLAY-REASON = SPACES)
                 ADD 1 TO WS-SETTLED-COUNT
                 MOVE WS-RUN-DATE TO PT-SETTLED-DATE
                 MOVE "Y" TO REGISTER-CHANGED-SWITCH
              ELSE
                 ADD 1 TO WS-UNSETTLED-COUNT
                 MOVE "NOT SETTLED - " TO WS-ACTION-TEXT
                 MOVE WS-REPLAY-REASON TO WS-ACTION-TEXT(15:24)
              END-IF
           END-IF.
           MOVE PROTEST-REGISTER-RECORD
              TO WS-PROTEST-IMAGE(WS-PROTEST-SCAN).
           STRING "PROTEST NIGHT=" DELIMITED BY SIZE
                  PT-NIGHT-DATE DELIMITED BY SIZE
                  " TABLE=" DELIMITED BY SIZE
                  PT-TABLE-NUMBER DELIMITED BY SIZE
                  " STATUS=" DELIMITED BY SIZE
                  PT-STATUS DELIMITED BY SIZE
                  " BY=" DELIMITED BY SIZE
                  PT-DECIDED-BY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
              INTO RECALC-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
      *
      *    Reverses the posting on the journal: each player's
      *    win, loss or tie comes off the standings and the rating
      *    movement comes back off the rating.
       BACK-OUT-POSTING.
           MOVE WS-LAST-POSTING-IMAGE(WS-PROTEST-SCAN)
              TO POSTING-JOURNAL-RECORD.
           PERFORM LOAD-RESULT-FROM-JOURNAL.
           MOVE "B" TO WS-POSTING-DIRECTION.
           PERFORM POST-STANDINGS-RESULT.
           MOVE WS-RESULT-PLAYER-1 TO WS-LOOKUP-PLAYER-ID.
           PERFORM FIND-OR-SEED-PLAYER.
           MOVE WS-PLAYER-HIT TO WS-SLOT-1.
           MOVE WS-RESULT-PLAYER-2 TO WS-LOOKUP-PLAYER-ID.
           PERFORM FIND-OR-SEED-PLAYER.
           MOVE WS-PLAYER-HIT TO WS-SLOT-2.
           MOVE WS-SLOT-1 TO WS-REVERSE-SLOT.
           MOVE PJ-MOVE-1 TO WS-RATING-SWING.
           PERFORM REVERSE-RATING-MOVE.
           MOVE WS-SLOT-2 TO WS-REVERSE-SLOT.
           MOVE PJ-MOVE-2 TO WS-RATING-SWING.
           PERFORM REVERSE-RATING-MOVE.
           MOVE "B" TO PJ-ENTRY-TYPE.
           MOVE WS-RUN-DATE TO PJ-POSTED-DATE.
           WRITE POSTING-JOURNAL-RECORD.
           MOVE "B" TO WS-LAST-POSTING-TYPE(WS-PROTEST-SCAN).
           MOVE POSTING-JOURNAL-RECORD
              TO WS-LAST-POSTING-IMAGE(WS-PROTEST-SCAN).
           MOVE "Y" TO POSTINGS-CHANGED-SWITCH.
           MOVE "REMOVED" TO WS-SHOW-FLAG.
           PERFORM WRITE-RESULT-LINE.
      *
       REVERSE-RATING-MOVE.
           IF (WS-RATING-SWING > WS-PLAYER-RATING(WS-REVERSE-SLOT))
              MOVE 0 TO WS-PLAYER-RATING(WS-REVERSE-SLOT)
           ELSE
              SUBTRACT WS-RATING-SWING
                 FROM WS-PLAYER-RATING(WS-REVERSE-SLOT)
           END-IF.
           IF (WS-PLAYER-GAMES(WS-REVERSE-SLOT) > 0)
              SUBTRACT 1 FROM WS-PLAYER-GAMES(WS-REVERSE-SLOT)
           END-IF.
      *
       LOAD-RESULT-FROM-JOURNAL.
           MOVE PJ-PLAYER-ID-1 TO WS-RESULT-PLAYER-1.
           MOVE PJ-PLAYER-ID-2 TO WS-RESULT-PLAYER-2.
           MOVE PJ-SCORE-1 TO WS-SCORE-1.
           MOVE PJ-SCORE-2 TO WS-SCORE-2.
           MOVE PJ-VERDICT TO WS-TABLE-VERDICT.
      *
      *    A dismissed protest puts back the result the hold took
      *    out, scores and verdict as they were first posted.
       REINSTATE-POSTING.
           MOVE WS-LAST-POSTING-IMAGE(WS-PROTEST-SCAN)
              TO POSTING-JOURNAL-RECORD.
           PERFORM LOAD-RESULT-FROM-JOURNAL.
           PERFORM POST-TABLE-RESULT.
      *
      *    The players come from the table's last journal entry or,
      *    for a table never posted, the night's pairings; their
      *    totals come from the cards, which must be the protested
      *    night's.
       REPLAY-FROM-CARDS.
           IF (WS-LAST-POSTING-TYPE(WS-PROTEST-SCAN) NOT = SPACE)
              MOVE WS-LAST-POSTING-IMAGE(WS-PROTEST-SCAN)
                 TO POSTING-JOURNAL-RECORD
              MOVE PJ-PLAYER-ID-1 TO WS-RESULT-PLAYER-1
              MOVE PJ-PLAYER-ID-2 TO WS-RESULT-PLAYER-2
           ELSE
              MOVE SPACES TO WS-RESULT-PLAYER-1
              MOVE SPACES TO WS-RESULT-PLAYER-2
              PERFORM VARYING WS-PAIRING-SCAN FROM 1 BY 1
                 UNTIL WS-PAIRING-SCAN > WS-PAIRING-COUNT
                   IF (WS-PAIRING-NIGHT(WS-PAIRING-SCAN) =
                         PT-NIGHT-DATE
                      AND WS-PAIRING-TABLE-NO(WS-PAIRING-SCAN) =
                         PT-TABLE-NUMBER)
                      MOVE WS-PAIRING-PLAYER-1(WS-PAIRING-SCAN)
                         TO WS-RESULT-PLAYER-1
                      MOVE WS-PAIRING-PLAYER-2(WS-PAIRING-SCAN)
                         TO WS-RESULT-PLAYER-2
                   END-IF
              END-PERFORM
           END-IF.
           EVALUATE TRUE
           WHEN PT-NIGHT-DATE NOT = WS-TOTALS-NIGHT
                MOVE "CARDS NOT ON FILE" TO WS-REPLAY-REASON
           WHEN WS-RESULT-PLAYER-1 = SPACES
                MOVE "TABLE NOT ON PAIRINGS" TO WS-REPLAY-REASON
           WHEN OTHER
                MOVE WS-RESULT-PLAYER-1 TO WS-LOOKUP-PLAYER-ID
                PERFORM REPLAY-PLAYER-TOTAL
                MOVE 0 TO WS-SCORE-1
                IF (WS-CARD-HIT > 0)
                   MOVE WS-CARD-TOTAL(WS-CARD-HIT) TO WS-SCORE-1
                END-IF
                MOVE WS-RESULT-PLAYER-2 TO WS-LOOKUP-PLAYER-ID
                PERFORM REPLAY-PLAYER-TOTAL
                MOVE 0 TO WS-SCORE-2
                IF (WS-CARD-HIT > 0)
                   MOVE WS-CARD-TOTAL(WS-CARD-HIT) TO WS-SCORE-2
                END-IF
                EVALUATE TRUE
                WHEN WS-SCORE-1 > WS-SCORE-2
                     MOVE "WIN1" TO WS-TABLE-VERDICT
                WHEN WS-SCORE-2 > WS-SCORE-1
                     MOVE "WIN2" TO WS-TABLE-VERDICT
                WHEN OTHER
                     MOVE "TIE " TO WS-TABLE-VERDICT
                END-EVALUATE
                PERFORM POST-TABLE-RESULT
           END-EVALUATE.
      *
      *    A player with no card scores nothing, as a no-show does
      *    on the night; a player with a card has the night total
      *    on YACHTTOT put right when the rescored card differs.
       REPLAY-PLAYER-TOTAL.
           MOVE 0 TO WS-CARD-HIT.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
              UNTIL WS-CARD-SCAN > WS-CARD-COUNT
              OR WS-CARD-HIT > 0
                IF (WS-CARD-PLAYER-ID(WS-CARD-SCAN) =
                   WS-LOOKUP-PLAYER-ID)
                   MOVE WS-CARD-SCAN TO WS-CARD-HIT
                END-IF
           END-PERFORM.
           IF (WS-CARD-HIT > 0)
              MOVE 0 TO WS-TOTAL-HIT
              PERFORM VARYING WS-TOTAL-SCAN FROM 1 BY 1
                 UNTIL WS-TOTAL-SCAN > WS-TOTAL-COUNT
                 OR WS-TOTAL-HIT > 0
                   IF (WS-TOTAL-PLAYER-ID(WS-TOTAL-SCAN) =
                      WS-LOOKUP-PLAYER-ID)
                      MOVE WS-TOTAL-SCAN TO WS-TOTAL-HIT
                   END-IF
              END-PERFORM
              IF (WS-TOTAL-HIT = 0)
                 PERFORM ADD-TOTAL-ENTRY
                 MOVE WS-LOOKUP-PLAYER-ID
                    TO WS-TOTAL-PLAYER-ID(WS-TOTAL-HIT)
                 MOVE 0 TO WS-TOTAL-SCORE(WS-TOTAL-HIT)
                 MOVE "Y" TO TOTALS-CHANGED-SWITCH
              END-IF
              MOVE WS-TOTAL-SCORE(WS-TOTAL-HIT) TO WS-TOTAL-BEFORE
              IF (WS-CARD-TOTAL(WS-CARD-HIT) NOT = WS-TOTAL-BEFORE)
                 MOVE WS-CARD-TOTAL(WS-CARD-HIT)
                    TO WS-TOTAL-SCORE(WS-TOTAL-HIT)
                 MOVE "Y" TO TOTALS-CHANGED-SWITCH
                 STRING "TOTAL CORRECTED PLAYER=" DELIMITED BY SIZE
                        WS-LOOKUP-PLAYER-ID DELIMITED BY SIZE
                        " BEFORE=" DELIMITED BY SIZE
                        WS-TOTAL-BEFORE DELIMITED BY SIZE
                        " AFTER=" DELIMITED BY SIZE
                        WS-CARD-TOTAL(WS-CARD-HIT) DELIMITED BY SIZE
                    INTO RECALC-REPORT-RECORD
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.
      *
      *    Posts the table result held in the result fields the way
      *    YACHT-HEAD-TO-HEAD and YACHT-RATING post a night's table,
      *    and journals it.
       POST-TABLE-RESULT.
           MOVE "P" TO WS-POSTING-DIRECTION.
           PERFORM POST-STANDINGS-RESULT.
           MOVE WS-RESULT-PLAYER-1 TO WS-LOOKUP-PLAYER-ID.
           PERFORM FIND-OR-SEED-PLAYER.
           MOVE WS-PLAYER-HIT TO WS-SLOT-1.
           MOVE WS-RESULT-PLAYER-2 TO WS-LOOKUP-PLAYER-ID.
           PERFORM FIND-OR-SEED-PLAYER.
           MOVE WS-PLAYER-HIT TO WS-SLOT-2.
           MOVE WS-PLAYER-RATING(WS-SLOT-1) TO WS-BEFORE-RATING-1.
           MOVE WS-PLAYER-RATING(WS-SLOT-2) TO WS-BEFORE-RATING-2.
           ADD 1 TO WS-PLAYER-GAMES(WS-SLOT-1).
           ADD 1 TO WS-PLAYER-GAMES(WS-SLOT-2).
           EVALUATE WS-TABLE-VERDICT
           WHEN "WIN1"
                MOVE WS-SLOT-1 TO WS-WINNER-SLOT
                MOVE WS-SLOT-2 TO WS-LOSER-SLOT
                PERFORM APPLY-DECISIVE-SWING
           WHEN "WIN2"
                MOVE WS-SLOT-2 TO WS-WINNER-SLOT
                MOVE WS-SLOT-1 TO WS-LOSER-SLOT
                PERFORM APPLY-DECISIVE-SWING
           WHEN "TIE "
                PERFORM APPLY-TIE-SWING
           END-EVALUATE.
           MOVE "P" TO PJ-ENTRY-TYPE.
           MOVE PT-NIGHT-DATE TO PJ-NIGHT-DATE.
           MOVE PT-TABLE-NUMBER TO PJ-TABLE-NUMBER.
           MOVE WS-RESULT-PLAYER-1 TO PJ-PLAYER-ID-1.
           MOVE WS-RESULT-PLAYER-2 TO PJ-PLAYER-ID-2.
           MOVE WS-SCORE-1 TO PJ-SCORE-1.
           MOVE WS-SCORE-2 TO PJ-SCORE-2.
           MOVE WS-TABLE-VERDICT TO PJ-VERDICT.
           COMPUTE PJ-MOVE-1 =
              WS-PLAYER-RATING(WS-SLOT-1) - WS-BEFORE-RATING-1.
           COMPUTE PJ-MOVE-2 =
              WS-PLAYER-RATING(WS-SLOT-2) - WS-BEFORE-RATING-2.
           MOVE WS-RUN-DATE TO PJ-POSTED-DATE.
           WRITE POSTING-JOURNAL-RECORD.
           MOVE "P" TO WS-LAST-POSTING-TYPE(WS-PROTEST-SCAN).
           MOVE POSTING-JOURNAL-RECORD
              TO WS-LAST-POSTING-IMAGE(WS-PROTEST-SCAN).
           MOVE "Y" TO POSTINGS-CHANGED-SWITCH.
           MOVE "POSTED" TO WS-SHOW-FLAG.
           PERFORM WRITE-RESULT-LINE.
      *
       WRITE-RESULT-LINE.
           STRING WS-SHOW-FLAG DELIMITED BY SPACE
                  " NIGHT=" DELIMITED BY SIZE
                  PT-NIGHT-DATE DELIMITED BY SIZE
                  " TABLE=" DELIMITED BY SIZE
                  PT-TABLE-NUMBER DELIMITED BY SIZE
                  " P1=" DELIMITED BY SIZE
                  WS-RESULT-PLAYER-1 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SCORE-1 DELIMITED BY SIZE
                  " P2=" DELIMITED BY SIZE
                  WS-RESULT-PLAYER-2 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SCORE-2 DELIMITED BY SIZE
                  " RESULT=" DELIMITED BY SIZE
                  WS-TABLE-VERDICT DELIMITED BY SIZE
              INTO RECALC-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
      *
      *    Adds the table's win, loss or tie to both players'
      *    standings, or takes it off again when backing a posting
      *    out.
       POST-STANDINGS-RESULT.
           EVALUATE WS-TABLE-VERDICT
           WHEN "WIN1"
                MOVE WS-RESULT-PLAYER-1 TO WS-LOOKUP-PLAYER-ID
                MOVE "W" TO WS-RESULT-CODE
                PERFORM POST-ONE-STANDING
                MOVE WS-RESULT-PLAYER-2 TO WS-LOOKUP-PLAYER-ID
                MOVE "L" TO WS-RESULT-CODE
                PERFORM POST-ONE-STANDING
           WHEN "WIN2"
                MOVE WS-RESULT-PLAYER-2 TO WS-LOOKUP-PLAYER-ID
                MOVE "W" TO WS-RESULT-CODE
                PERFORM POST-ONE-STANDING
                MOVE WS-RESULT-PLAYER-1 TO WS-LOOKUP-PLAYER-ID
                MOVE "L" TO WS-RESULT-CODE
                PERFORM POST-ONE-STANDING
           WHEN "TIE "
                MOVE WS-RESULT-PLAYER-1 TO WS-LOOKUP-PLAYER-ID
                MOVE "T" TO WS-RESULT-CODE
                PERFORM POST-ONE-STANDING
                MOVE WS-RESULT-PLAYER-2 TO WS-LOOKUP-PLAYER-ID
                MOVE "T" TO WS-RESULT-CODE
                PERFORM POST-ONE-STANDING
           END-EVALUATE.
      *
       POST-ONE-STANDING.
           MOVE "N" TO STANDING-FOUND-SWITCH.
           PERFORM VARYING WS-STANDING-SCAN FROM 1 BY 1
              UNTIL WS-STANDING-SCAN > WS-STANDING-COUNT
              OR STANDING-FOUND
                IF (WS-STANDING-PLAYER-ID(WS-STANDING-SCAN) =
                   WS-LOOKUP-PLAYER-ID)
                   MOVE "Y" TO STANDING-FOUND-SWITCH
                   MOVE WS-STANDING-SCAN TO WS-STANDING-HIT
                END-IF
           END-PERFORM.
           IF (NOT STANDING-FOUND)
              IF (WS-STANDING-COUNT = 200)
                 DISPLAY "ABORTED: standings exceed "
                    "the 200-entry table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-STANDING-COUNT
              MOVE WS-STANDING-COUNT TO WS-STANDING-HIT
              MOVE WS-LOOKUP-PLAYER-ID
                 TO WS-STANDING-PLAYER-ID(WS-STANDING-HIT)
              MOVE 0 TO WS-STANDING-WINS(WS-STANDING-HIT)
              MOVE 0 TO WS-STANDING-LOSSES(WS-STANDING-HIT)
              MOVE 0 TO WS-STANDING-TIES(WS-STANDING-HIT)
           END-IF.
           IF (POSTING-BACK-OUT)
              EVALUATE WS-RESULT-CODE
              WHEN "W"
                   IF (WS-STANDING-WINS(WS-STANDING-HIT) > 0)
                      SUBTRACT 1 FROM WS-STANDING-WINS(WS-STANDING-HIT)
                   END-IF
              WHEN "L"
                   IF (WS-STANDING-LOSSES(WS-STANDING-HIT) > 0)
                      SUBTRACT 1
                         FROM WS-STANDING-LOSSES(WS-STANDING-HIT)
                   END-IF
              WHEN "T"
                   IF (WS-STANDING-TIES(WS-STANDING-HIT) > 0)
                      SUBTRACT 1 FROM WS-STANDING-TIES(WS-STANDING-HIT)
                   END-IF
              END-EVALUATE
           ELSE
              EVALUATE WS-RESULT-CODE
              WHEN "W"
                   ADD 1 TO WS-STANDING-WINS(WS-STANDING-HIT)
              WHEN "L"
                   ADD 1 TO WS-STANDING-LOSSES(WS-STANDING-HIT)
              WHEN "T"
                   ADD 1 TO WS-STANDING-TIES(WS-STANDING-HIT)
              END-EVALUATE
           END-IF.
      *
       FIND-OR-SEED-PLAYER.
           MOVE "N" TO PLAYER-FOUND-SWITCH.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
              UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
              OR PLAYER-FOUND
                IF (WS-PLAYER-ID(WS-PLAYER-SCAN) =
                   WS-LOOKUP-PLAYER-ID)
                   MOVE "Y" TO PLAYER-FOUND-SWITCH
                   MOVE WS-PLAYER-SCAN TO WS-PLAYER-HIT
                END-IF
           END-PERFORM.
           IF (NOT PLAYER-FOUND)
              IF (WS-PLAYER-COUNT = 200)
                 DISPLAY "ABORTED: rated players exceed the "
                    "200-entry player table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PLAYER-COUNT
              MOVE WS-PLAYER-COUNT TO WS-PLAYER-HIT
              MOVE WS-LOOKUP-PLAYER-ID
                 TO WS-PLAYER-ID(WS-PLAYER-HIT)
              MOVE WS-START-RATING
                 TO WS-PLAYER-RATING(WS-PLAYER-HIT)
              MOVE 0 TO WS-PLAYER-GAMES(WS-PLAYER-HIT)
           END-IF.
      *
      *    The same swing YACHT-RATING applies: sixteen points
      *    adjusted by a twenty-fifth of the gap, between one and
      *    thirty-one.
       APPLY-DECISIVE-SWING.
           COMPUTE WS-RATING-GAP =
              WS-PLAYER-RATING(WS-LOSER-SLOT)
              - WS-PLAYER-RATING(WS-WINNER-SLOT).
           COMPUTE WS-RATING-SWING =
              WS-BASE-SWING + (WS-RATING-GAP / 25).
           IF (WS-RATING-SWING < 1)
              MOVE 1 TO WS-RATING-SWING
           END-IF.
           IF (WS-RATING-SWING > 31)
              MOVE 31 TO WS-RATING-SWING
           END-IF.
           ADD WS-RATING-SWING
              TO WS-PLAYER-RATING(WS-WINNER-SLOT).
           IF (WS-RATING-SWING >=
              WS-PLAYER-RATING(WS-LOSER-SLOT))
              MOVE 0 TO WS-PLAYER-RATING(WS-LOSER-SLOT)
           ELSE
              SUBTRACT WS-RATING-SWING
                 FROM WS-PLAYER-RATING(WS-LOSER-SLOT)
           END-IF.
      *
       APPLY-TIE-SWING.
           IF (WS-PLAYER-RATING(WS-SLOT-1) >=
              WS-PLAYER-RATING(WS-SLOT-2))
              MOVE WS-SLOT-1 TO WS-LOSER-SLOT
              MOVE WS-SLOT-2 TO WS-WINNER-SLOT
           ELSE
              MOVE WS-SLOT-2 TO WS-LOSER-SLOT
              MOVE WS-SLOT-1 TO WS-WINNER-SLOT
           END-IF.
           COMPUTE WS-RATING-GAP =
              WS-PLAYER-RATING(WS-LOSER-SLOT)
              - WS-PLAYER-RATING(WS-WINNER-SLOT).
           COMPUTE WS-RATING-SWING = WS-RATING-GAP / 50.
           IF (WS-RATING-SWING > 8)
              MOVE 8 TO WS-RATING-SWING
           END-IF.
           IF (WS-RATING-SWING > 0)
              ADD WS-RATING-SWING
                 TO WS-PLAYER-RATING(WS-WINNER-SLOT)
              SUBTRACT WS-RATING-SWING
                 FROM WS-PLAYER-RATING(WS-LOSER-SLOT)
           END-IF.
      *
       WRITE-STANDINGS-BEFORE.
           MOVE "STANDINGS BEFORE RECALCULATION"
              TO RECALC-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-STANDING-SCAN FROM 1 BY 1
              UNTIL WS-STANDING-SCAN > WS-BEFORE-STANDING-COUNT
                MOVE WS-BEFORE-STANDING-ID(WS-STANDING-SCAN)
                   TO WS-LOOKUP-PLAYER-ID
                MOVE WS-BEFORE-WINS(WS-STANDING-SCAN)
                   TO WS-SHOW-WINS
                MOVE WS-BEFORE-LOSSES(WS-STANDING-SCAN)
                   TO WS-SHOW-LOSSES
                MOVE WS-BEFORE-TIES(WS-STANDING-SCAN)
                   TO WS-SHOW-TIES
                MOVE WS-START-RATING TO WS-SHOW-RATING
                PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
                   UNTIL WS-PLAYER-SCAN > WS-BEFORE-PLAYER-COUNT
                     IF (WS-BEFORE-PLAYER-ID(WS-PLAYER-SCAN) =
                        WS-LOOKUP-PLAYER-ID)
                        MOVE WS-BEFORE-RATING(WS-PLAYER-SCAN)
                           TO WS-SHOW-RATING
                     END-IF
                END-PERFORM
                MOVE SPACES TO WS-SHOW-FLAG
                PERFORM WRITE-STANDING-LINE
           END-PERFORM.
      *
      *    A player whose record or rating moved in this run is
      *    marked CHANGED; the after list runs in the same order as
      *    the before, with anyone new on the end.
       WRITE-STANDINGS-AFTER.
           MOVE "STANDINGS AFTER RECALCULATION"
              TO RECALC-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-STANDING-HIT FROM 1 BY 1
              UNTIL WS-STANDING-HIT > WS-STANDING-COUNT
                MOVE WS-STANDING-PLAYER-ID(WS-STANDING-HIT)
                   TO WS-LOOKUP-PLAYER-ID
                MOVE WS-STANDING-WINS(WS-STANDING-HIT)
                   TO WS-SHOW-WINS
                MOVE WS-STANDING-LOSSES(WS-STANDING-HIT)
                   TO WS-SHOW-LOSSES
                MOVE WS-STANDING-TIES(WS-STANDING-HIT)
                   TO WS-SHOW-TIES
                MOVE WS-START-RATING TO WS-SHOW-RATING
                PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
                   UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
                     IF (WS-PLAYER-ID(WS-PLAYER-SCAN) =
                        WS-LOOKUP-PLAYER-ID)
                        MOVE WS-PLAYER-RATING(WS-PLAYER-SCAN)
                           TO WS-SHOW-RATING
                     END-IF
                END-PERFORM
                MOVE "CHANGED" TO WS-SHOW-FLAG
                IF (WS-STANDING-HIT <= WS-BEFORE-STANDING-COUNT)
                   IF (WS-SHOW-WINS =
                         WS-BEFORE-WINS(WS-STANDING-HIT)
                      AND WS-SHOW-LOSSES =
                         WS-BEFORE-LOSSES(WS-STANDING-HIT)
                      AND WS-SHOW-TIES =
                         WS-BEFORE-TIES(WS-STANDING-HIT))
                      MOVE SPACES TO WS-SHOW-FLAG
                      PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
                         UNTIL WS-PLAYER-SCAN >
                            WS-BEFORE-PLAYER-COUNT
                           IF (WS-BEFORE-PLAYER-ID(WS-PLAYER-SCAN) =
                                 WS-LOOKUP-PLAYER-ID
                              AND WS-BEFORE-RATING(WS-PLAYER-SCAN)
                                 NOT = WS-SHOW-RATING)
                              MOVE "CHANGED" TO WS-SHOW-FLAG
                           END-IF
                      END-PERFORM
                   END-IF
                END-IF
                PERFORM WRITE-STANDING-LINE
           END-PERFORM.
      *
       WRITE-STANDING-LINE.
           STRING "STANDING PLAYER=" DELIMITED BY SIZE
                  WS-LOOKUP-PLAYER-ID DELIMITED BY SIZE
                  " W=" DELIMITED BY SIZE
                  WS-SHOW-WINS DELIMITED BY SIZE
                  " L=" DELIMITED BY SIZE
                  WS-SHOW-LOSSES DELIMITED BY SIZE
                  " T=" DELIMITED BY SIZE
                  WS-SHOW-TIES DELIMITED BY SIZE
                  " RATING=" DELIMITED BY SIZE
                  WS-SHOW-RATING DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SHOW-FLAG DELIMITED BY SIZE
              INTO RECALC-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
      *
       REWRITE-STANDINGS-FILE.
           OPEN OUTPUT STANDINGS-FILE.
           PERFORM VARYING WS-STANDING-SCAN FROM 1 BY 1
              UNTIL WS-STANDING-SCAN > WS-STANDING-COUNT
                MOVE WS-STANDING-PLAYER-ID(WS-STANDING-SCAN)
                   TO ST-PLAYER-ID
                MOVE WS-STANDING-WINS(WS-STANDING-SCAN) TO ST-WINS
                MOVE WS-STANDING-LOSSES(WS-STANDING-SCAN)
                   TO ST-LOSSES
                MOVE WS-STANDING-TIES(WS-STANDING-SCAN) TO ST-TIES
                WRITE STANDINGS-RECORD
           END-PERFORM.
           CLOSE STANDINGS-FILE.
      *
       REWRITE-RATINGS-FILE.
           OPEN OUTPUT RATINGS-FILE.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
              UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
                MOVE WS-PLAYER-ID(WS-PLAYER-SCAN) TO RT-PLAYER-ID
                MOVE WS-PLAYER-RATING(WS-PLAYER-SCAN) TO RT-RATING
                MOVE WS-PLAYER-GAMES(WS-PLAYER-SCAN)
                   TO RT-GAMES-RATED
                WRITE RATING-RECORD
           END-PERFORM.
           CLOSE RATINGS-FILE.
      *
      *    The corrected totals go back under the same generation
      *    header, with a trailer rebalanced to the new body so its
      *    readers still accept it.
       REWRITE-TOTALS-FILE.
           OPEN OUTPUT TOTALS-REPORT-FILE.
           IF (WS-TOTALS-HEADER NOT = SPACES)
              MOVE WS-TOTALS-HEADER TO TOTALS-REPORT-RECORD
              WRITE TOTALS-REPORT-RECORD
           END-IF.
           MOVE 0 TO WS-BODY-COUNT.
           MOVE 0 TO WS-BODY-HASH.
           PERFORM VARYING WS-TOTAL-SCAN FROM 1 BY 1
              UNTIL WS-TOTAL-SCAN > WS-TOTAL-COUNT
                ADD 1 TO WS-BODY-COUNT
                ADD WS-TOTAL-SCORE(WS-TOTAL-SCAN) TO WS-BODY-HASH
                MOVE SPACES TO TOTALS-REPORT-RECORD
                STRING "PLAYER=" DELIMITED BY SIZE
                       WS-TOTAL-PLAYER-ID(WS-TOTAL-SCAN)
                          DELIMITED BY SIZE
                       " TOTAL=" DELIMITED BY SIZE
                       WS-TOTAL-SCORE(WS-TOTAL-SCAN) DELIMITED BY SIZE
                   INTO TOTALS-REPORT-RECORD
                WRITE TOTALS-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO TOTALS-REPORT-RECORD.
           STRING "TRAILER COUNT=" DELIMITED BY SIZE
                  WS-BODY-COUNT DELIMITED BY SIZE
                  " HASH=" DELIMITED BY SIZE
                  WS-BODY-HASH DELIMITED BY SIZE
              INTO TOTALS-REPORT-RECORD.
           WRITE TOTALS-REPORT-RECORD.
           CLOSE TOTALS-REPORT-FILE.
      *
       REWRITE-PROTEST-REGISTER.
           OPEN OUTPUT PROTEST-REGISTER-FILE.
           PERFORM VARYING WS-PROTEST-SCAN FROM 1 BY 1
              UNTIL WS-PROTEST-SCAN > WS-PROTEST-COUNT
                MOVE WS-PROTEST-IMAGE(WS-PROTEST-SCAN)
                   TO PROTEST-REGISTER-RECORD
                WRITE PROTEST-REGISTER-RECORD
           END-PERFORM.
           CLOSE PROTEST-REGISTER-FILE.
      *
