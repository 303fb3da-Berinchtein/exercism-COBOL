      *    stores the handicaps in the handicap file, and writes a
      *    second standings report where each league-night total from
      *    YACHT-LEAGUE is adjusted by the player's handicap.
      *
      *    The averages come only from history scored under the
      *    night's ruleset, read off the totals report's generation
      *    header; a header without one, like history written
      *    before rulesets were recorded, means STANDARD. Each
      *    handicap on the handicap file carries the ruleset it was
      *    worked out under, so nothing downstream compares it with
      *    a figure from another ruleset.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SH-RUN-DATE                PIC X(10).
           05 SH-CATEGORY                PIC X(15).
           05 SH-RESULT                  PIC 99.
           05 SH-RULESET-NAME            PIC X(8).
      *
       FD  HANDICAP-FILE.
       01  HANDICAP-RECORD.
           05 HC-PLAYER-ID               PIC X(10).
           05 HC-HANDICAP                PIC 9(3).
           05 HC-RULESET-NAME            PIC X(8).
      *
       FD  TOTALS-REPORT-FILE.
       01  TOTALS-REPORT-RECORD.
           05 TT-TRAILER-COUNT           PIC 9(5).
           05 FILLER                     PIC X(6).
           05 TT-TRAILER-HASH            PIC 9(9).
       01  TOTALS-HEADER-RECORD.
           05 TT-HEADER-TAG              PIC X(11).
           05 FILLER                     PIC X(17).
           05 TT-HEADER-RULESET          PIC X(8).
      *
       FD  HANDICAP-STANDINGS-FILE.
       01  HANDICAP-STANDINGS-RECORD     PIC X(90).
       01 WS-NORMALIZE-FILL              PIC 99   VALUE 0.
      *
       01 WS-AVERAGE-CARD                PIC 9(3)V99 VALUE 0.
       01 WS-NIGHT-RULESET               PIC X(8) VALUE "STANDARD".
       01 WS-HISTORY-RULESET             PIC X(8) VALUE SPACES.
      *
      *    Shared statistics call, the same values every report now
      *    gets from STATISTICS-SERVICE instead of a private average.
                             TO WS-EXPECTED-COUNT
                          MOVE TT-TRAILER-HASH TO WS-EXPECTED-HASH
                       END-IF
                       IF (TT-HEADER-TAG = "GENERATION="
                          AND TT-HEADER-RULESET NOT = SPACES)
                          MOVE TT-HEADER-RULESET
                             TO WS-NIGHT-RULESET
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SEASON-HISTORY-FILE.
      *
       TALLY-HISTORY-LINE.
           IF (SH-RULESET-NAME = SPACES)
              MOVE "STANDARD" TO WS-HISTORY-RULESET
           ELSE
              MOVE SH-RULESET-NAME TO WS-HISTORY-RULESET
           END-IF.
           IF (WS-HISTORY-RULESET NOT = WS-NIGHT-RULESET)
              CONTINUE
           ELSE
              IF (SEASON-DEFINED)
                 PERFORM NORMALIZE-RUN-DATE
                 IF (WS-NORMALIZED-DATE > 0
                    AND (WS-NORMALIZED-DATE < WS-SEASON-START
                       OR WS-NORMALIZED-DATE > WS-SEASON-END))
                    CONTINUE
                 ELSE
                    PERFORM TALLY-IN-SEASON-LINE
                 END-IF
              ELSE
                 PERFORM TALLY-IN-SEASON-LINE
              END-IF
           END-IF.
      *
       TALLY-IN-SEASON-LINE.
                MOVE WS-PLAYER-ID(WS-PLAYER-SCAN) TO HC-PLAYER-ID
                MOVE WS-PLAYER-HANDICAP(WS-PLAYER-SCAN)
                   TO HC-HANDICAP
                MOVE WS-NIGHT-RULESET TO HC-RULESET-NAME
                WRITE HANDICAP-RECORD
           END-PERFORM.
           CLOSE HANDICAP-FILE.
              MOVE SPACES TO HANDICAP-STANDINGS-RECORD
              STRING "SEASON=" DELIMITED BY SIZE
                     WS-SEASON-ID DELIMITED BY SIZE
                     " RULESET=" DELIMITED BY SIZE
                     WS-NIGHT-RULESET DELIMITED BY SIZE
                 INTO HANDICAP-STANDINGS-RECORD
              WRITE HANDICAP-STANDINGS-RECORD
           END-IF.
