       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXTURE-COMPLETION.
      *
      *    Season fixture completion tracker. FIXTURE-SCHEDULER
      *    writes the whole round-robin to CLUBFIXT, but a table that
      *    never reaches a head-to-head result used to vanish from
      *    the season without anyone noticing. This program is run
      *    after YACHT-HEAD-TO-HEAD each league night: every result
      *    line on the night's YACHTH2H is matched to its fixture by
      *    the pair of players (so a make-up played on another night
      *    or at another table still finds it), and the fixture is
      *    marked played, or forfeited when YACHT-HEAD-TO-HEAD wrote
      *    a FORFEIT line for that table. The marks are kept on the
      *    completion file (FIXTSTAT), which carries them from one
      *    night to the next and across a fixture reissue, since a
      *    pair meets only once in the round-robin.
      *
      *    A fixture whose night has passed without a result is
      *    outstanding, and is given a make-up deadline the set
      *    number of business days after its night (ten unless the
      *    control card FXCOMCTL says otherwise), counted off the
      *    BIZCAL business days so holidays do not eat into it. The
      *    deadline, once set, stays put. The listing (FXCOMRPT)
      *    shows the outstanding fixtures and their deadlines, those
      *    past their deadline for the league secretary to rule on,
      *    the matches each player still owes, and any result that
      *    matched no fixture.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPLETION-CONTROL-FILE
              ASSIGN TO "FXCOMCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT FIXTURES-FILE ASSIGN TO "CLUBFIXT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL COMPLETION-FILE ASSIGN TO "FIXTSTAT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESULTS-REPORT-FILE ASSIGN TO "YACHTH2H"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT COMPLETION-REPORT-FILE ASSIGN TO "FXCOMRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLETION-CONTROL-FILE.
       01  COMPLETION-CONTROL-RECORD.
           05 CC-MAKEUP-DAYS         PIC 99.
      *
       FD  FIXTURES-FILE.
       01  FIXTURE-RECORD.
           05 FL-NIGHT-DATE          PIC 9(8).
           05 FL-TABLE-NUMBER        PIC 99.
           05 FL-PLAYER-ID-1         PIC X(10).
           05 FL-PLAYER-ID-2         PIC X(10).
           05 FL-ROUND               PIC 99.
      *
      *    Leading fields match the fixture record, so the file reads
      *    as fixtures with their completion marks on the end.
       FD  COMPLETION-FILE.
       01  COMPLETION-RECORD.
           05 FS-NIGHT-DATE          PIC 9(8).
           05 FS-TABLE-NUMBER        PIC 99.
           05 FS-PLAYER-ID-1         PIC X(10).
           05 FS-PLAYER-ID-2         PIC X(10).
           05 FS-ROUND               PIC 99.
           05 FS-STATUS              PIC X.
              88 FS-PLAYED                VALUE "P".
              88 FS-FORFEITED             VALUE "F".
              88 FS-OUTSTANDING           VALUE "O".
              88 FS-SCHEDULED             VALUE "S".
           05 FS-RESULT-DATE         PIC 9(8).
           05 FS-DEADLINE            PIC 9(8).
      *
      *    YACHT-HEAD-TO-HEAD's result listing: the table result
      *    lines and the FORFEIT line it writes ahead of a table
      *    with a missing night total.
       FD  RESULTS-REPORT-FILE.
       01  RESULTS-REPORT-RECORD     PIC X(100).
       01  RESULT-TABLE-LINE.
           05 HR-TAG                 PIC X(6).
              88 HR-TABLE-RESULT          VALUE "NIGHT=".
           05 HR-NIGHT-DATE          PIC 9(8).
           05 FILLER                 PIC X(7).
           05 HR-TABLE-NUMBER        PIC 99.
           05 FILLER                 PIC X(4).
           05 HR-PLAYER-ID-1         PIC X(10).
           05 FILLER                 PIC X(10).
           05 HR-PLAYER-ID-2         PIC X(10).
           05 FILLER                 PIC X(43).
       01  RESULT-FORFEIT-LINE.
           05 HF-TAG                 PIC X(14).
              88 HF-FORFEIT               VALUE "FORFEIT NIGHT=".
           05 HF-NIGHT-DATE          PIC 9(8).
           05 FILLER                 PIC X(7).
           05 HF-TABLE-NUMBER        PIC 99.
           05 FILLER                 PIC X(69).
      *
       FD  BUSINESS-CALENDAR-FILE.
       01  BUSINESS-CALENDAR-RECORD.
           05 BC-DATE                PIC 9(8).
           05 BC-DAY-NAME            PIC X(3).
           05 BC-DAY-TYPE            PIC X(8).
           05 BC-BUSINESS-SEQ        PIC 99.
      *
       FD  COMPLETION-REPORT-FILE.
       01  COMPLETION-REPORT-RECORD  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 FIXTURES-EOF-SWITCH     PIC X    VALUE "N".
             88 FIXTURES-EOF                  VALUE "Y".
          05 COMPLETION-EOF-SWITCH   PIC X    VALUE "N".
             88 COMPLETION-EOF                VALUE "Y".
          05 RESULTS-EOF-SWITCH      PIC X    VALUE "N".
             88 RESULTS-EOF                   VALUE "Y".
          05 CALENDAR-EOF-SWITCH     PIC X    VALUE "N".
             88 CALENDAR-EOF                  VALUE "Y".
          05 PLAYER-FOUND-SWITCH     PIC X    VALUE "N".
             88 PLAYER-FOUND                  VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-MAKEUP-DAYS             PIC 99   VALUE 10.
      *
       01 WS-FIXTURE-COUNT           PIC 9(4) VALUE 0.
       01 WS-FIXTURE-SCAN            PIC 9(4) VALUE 0.
       01 WS-FIXTURE-HIT             PIC 9(4) VALUE 0.
       01 WS-FIXTURE-TABLE.
          05 WS-FIXTURE OCCURS 2000 TIMES.
             10 WS-FIXTURE-DATE      PIC 9(8).
             10 WS-FIXTURE-TABLE-NO  PIC 99.
             10 WS-FIXTURE-PLAYER-1  PIC X(10).
             10 WS-FIXTURE-PLAYER-2  PIC X(10).
             10 WS-FIXTURE-ROUND     PIC 99.
             10 WS-FIXTURE-STATUS    PIC X.
             10 WS-FIXTURE-RESULT    PIC 9(8).
             10 WS-FIXTURE-DEADLINE  PIC 9(8).
      *
       01 WS-BUSINESS-COUNT          PIC 9(4) VALUE 0.
       01 WS-BUSINESS-SCAN           PIC 9(4) VALUE 0.
       01 WS-BUSINESS-TARGET         PIC 9(4) VALUE 0.
       01 WS-BUSINESS-TABLE.
          05 WS-BUSINESS-DATE OCCURS 1500 TIMES PIC 9(8).
      *
       01 WS-PLAYER-COUNT            PIC 9(3) VALUE 0.
       01 WS-PLAYER-SCAN             PIC 9(3) VALUE 0.
       01 WS-PLAYER-HIT              PIC 9(3) VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER OCCURS 300 TIMES.
             10 WS-PLAYER-ID         PIC X(10).
             10 WS-PLAYER-OWED       PIC 9(3).
             10 WS-PLAYER-OVERDUE    PIC 9(3).
      *
       01 WS-LOOKUP-PLAYER-1         PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-PLAYER-2         PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-PLAYER-ID        PIC X(10) VALUE SPACES.
       01 WS-FORFEIT-NIGHT           PIC 9(8) VALUE 0.
       01 WS-FORFEIT-TABLE           PIC 99   VALUE 0.
       01 WS-RESULT-STATUS           PIC X    VALUE SPACE.
      *
       01 WS-PLAYED-COUNT            PIC 9(4) VALUE 0.
       01 WS-FORFEITED-COUNT         PIC 9(4) VALUE 0.
       01 WS-OUTSTANDING-COUNT       PIC 9(4) VALUE 0.
       01 WS-OVERDUE-COUNT           PIC 9(4) VALUE 0.
       01 WS-SCHEDULED-COUNT         PIC 9(4) VALUE 0.
       01 WS-NEW-RESULT-COUNT        PIC 9(4) VALUE 0.
       01 WS-UNMATCHED-COUNT         PIC 9(4) VALUE 0.
       01 WS-DEADLINE-TEXT           PIC X(13) VALUE SPACES.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "FIXTURE-COMPLETION".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       FIXTURE-COMPLETION.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-COMPLETION-CONTROL.
           PERFORM LOAD-FIXTURES.
           PERFORM LOAD-COMPLETION-MARKS.
           PERFORM LOAD-BUSINESS-DAYS.
           OPEN OUTPUT COMPLETION-REPORT-FILE.
           MOVE SPACES TO COMPLETION-REPORT-RECORD.
           STRING "FIXTURE COMPLETION AS AT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - MAKE-UP DEADLINE " DELIMITED BY SIZE
                  WS-MAKEUP-DAYS DELIMITED BY SIZE
                  " BUSINESS DAYS" DELIMITED BY SIZE
              INTO COMPLETION-REPORT-RECORD.
           WRITE COMPLETION-REPORT-RECORD.
           PERFORM APPLY-NIGHT-RESULTS.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
                PERFORM SETTLE-ONE-FIXTURE
           END-PERFORM.
           PERFORM WRITE-OUTSTANDING-SECTION.
           PERFORM WRITE-OVERDUE-SECTION.
           PERFORM WRITE-OWED-SECTION.
           MOVE SPACES TO COMPLETION-REPORT-RECORD.
           STRING "FIXTURES=" DELIMITED BY SIZE
                  WS-FIXTURE-COUNT DELIMITED BY SIZE
                  " PLAYED=" DELIMITED BY SIZE
                  WS-PLAYED-COUNT DELIMITED BY SIZE
                  " FORFEITED=" DELIMITED BY SIZE
                  WS-FORFEITED-COUNT DELIMITED BY SIZE
                  " OUTSTANDING=" DELIMITED BY SIZE
                  WS-OUTSTANDING-COUNT DELIMITED BY SIZE
                  " OVERDUE=" DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  " TO COME=" DELIMITED BY SIZE
                  WS-SCHEDULED-COUNT DELIMITED BY SIZE
              INTO COMPLETION-REPORT-RECORD.
           WRITE COMPLETION-REPORT-RECORD.
           CLOSE COMPLETION-REPORT-FILE.
           PERFORM REWRITE-COMPLETION-FILE.
           MOVE WS-FIXTURE-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Fixtures tracked: " WS-FIXTURE-COUNT.
           DISPLAY "Results matched this run: " WS-NEW-RESULT-COUNT.
           DISPLAY "Results matching no fixture: " WS-UNMATCHED-COUNT.
           DISPLAY "Fixtures outstanding: " WS-OUTSTANDING-COUNT.
           DISPLAY "Fixtures past make-up deadline: "
              WS-OVERDUE-COUNT.
           STOP RUN.
      *
       LOAD-COMPLETION-CONTROL.
           OPEN INPUT COMPLETION-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ COMPLETION-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (CC-MAKEUP-DAYS IS NUMERIC
                       AND CC-MAKEUP-DAYS > 0)
                       MOVE CC-MAKEUP-DAYS TO WS-MAKEUP-DAYS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPLETION-CONTROL-FILE.
      *
       LOAD-FIXTURES.
           OPEN INPUT FIXTURES-FILE.
           PERFORM UNTIL FIXTURES-EOF
              READ FIXTURES-FILE
                 AT END
                    MOVE "Y" TO FIXTURES-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-FIXTURE-COUNT = 2000)
                       DISPLAY "ABORTED: fixtures exceed the "
                          "2000-entry fixture table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-FIXTURE-COUNT
                    MOVE FL-NIGHT-DATE
                       TO WS-FIXTURE-DATE(WS-FIXTURE-COUNT)
                    MOVE FL-TABLE-NUMBER
                       TO WS-FIXTURE-TABLE-NO(WS-FIXTURE-COUNT)
                    MOVE FL-PLAYER-ID-1
                       TO WS-FIXTURE-PLAYER-1(WS-FIXTURE-COUNT)
                    MOVE FL-PLAYER-ID-2
                       TO WS-FIXTURE-PLAYER-2(WS-FIXTURE-COUNT)
                    MOVE FL-ROUND
                       TO WS-FIXTURE-ROUND(WS-FIXTURE-COUNT)
                    MOVE "S" TO WS-FIXTURE-STATUS(WS-FIXTURE-COUNT)
                    MOVE 0 TO WS-FIXTURE-RESULT(WS-FIXTURE-COUNT)
                    MOVE 0 TO WS-FIXTURE-DEADLINE(WS-FIXTURE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE FIXTURES-FILE.
      *
      *    Marks follow the pair of players, not the night and
      *    table, so they survive a reissued fixture list; a pair
      *    dropped by the reissue simply loses its mark.
       LOAD-COMPLETION-MARKS.
           OPEN INPUT COMPLETION-FILE.
           PERFORM UNTIL COMPLETION-EOF
              READ COMPLETION-FILE
                 AT END
                    MOVE "Y" TO COMPLETION-EOF-SWITCH
                 NOT AT END
                    MOVE FS-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-1
                    MOVE FS-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-2
                    PERFORM FIND-FIXTURE-FOR-PAIR
                    IF (WS-FIXTURE-HIT > 0)
                       MOVE FS-STATUS
                          TO WS-FIXTURE-STATUS(WS-FIXTURE-HIT)
                       MOVE FS-RESULT-DATE
                          TO WS-FIXTURE-RESULT(WS-FIXTURE-HIT)
                       MOVE FS-DEADLINE
                          TO WS-FIXTURE-DEADLINE(WS-FIXTURE-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPLETION-FILE.
      *
       LOAD-BUSINESS-DAYS.
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           PERFORM UNTIL CALENDAR-EOF
              READ BUSINESS-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    IF (BC-DAY-TYPE = "BUSINESS")
                       IF (WS-BUSINESS-COUNT = 1500)
                          DISPLAY "ABORTED: BIZCAL exceeds the "
                             "1500-entry business-day table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-BUSINESS-COUNT
                       MOVE BC-DATE
                          TO WS-BUSINESS-DATE(WS-BUSINESS-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BUSINESS-CALENDAR-FILE.
      *
       FIND-FIXTURE-FOR-PAIR.
           MOVE 0 TO WS-FIXTURE-HIT.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
              OR WS-FIXTURE-HIT > 0
                IF ((WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN) =
                      WS-LOOKUP-PLAYER-1
                   AND WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN) =
                      WS-LOOKUP-PLAYER-2)
                   OR (WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN) =
                      WS-LOOKUP-PLAYER-2
                   AND WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN) =
                      WS-LOOKUP-PLAYER-1))
                   MOVE WS-FIXTURE-SCAN TO WS-FIXTURE-HIT
                END-IF
           END-PERFORM.
      *
      *    A FORFEIT line carries no players; the table result line
      *    YACHT-HEAD-TO-HEAD writes straight after it does.
       APPLY-NIGHT-RESULTS.
           OPEN INPUT RESULTS-REPORT-FILE.
           PERFORM UNTIL RESULTS-EOF
              READ RESULTS-REPORT-FILE
                 AT END
                    MOVE "Y" TO RESULTS-EOF-SWITCH
                 NOT AT END
                    EVALUATE TRUE
                    WHEN HF-FORFEIT
                         MOVE HF-NIGHT-DATE TO WS-FORFEIT-NIGHT
                         MOVE HF-TABLE-NUMBER TO WS-FORFEIT-TABLE
                    WHEN HR-TABLE-RESULT
                         PERFORM APPLY-ONE-RESULT
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE RESULTS-REPORT-FILE.
      *
       APPLY-ONE-RESULT.
           ADD 1 TO WS-AUDIT-READ.
           IF (HR-NIGHT-DATE = WS-FORFEIT-NIGHT
              AND HR-TABLE-NUMBER = WS-FORFEIT-TABLE)
              MOVE "F" TO WS-RESULT-STATUS
           ELSE
              MOVE "P" TO WS-RESULT-STATUS
           END-IF.
           MOVE 0 TO WS-FORFEIT-NIGHT.
           MOVE 0 TO WS-FORFEIT-TABLE.
           MOVE HR-PLAYER-ID-1 TO WS-LOOKUP-PLAYER-1.
           MOVE HR-PLAYER-ID-2 TO WS-LOOKUP-PLAYER-2.
           PERFORM FIND-FIXTURE-FOR-PAIR.
           EVALUATE TRUE
           WHEN WS-FIXTURE-HIT = 0
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE SPACES TO COMPLETION-REPORT-RECORD
                STRING "NO FIXTURE FOR RESULT NIGHT="
                          DELIMITED BY SIZE
                       HR-NIGHT-DATE DELIMITED BY SIZE
                       " TABLE=" DELIMITED BY SIZE
                       HR-TABLE-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HR-PLAYER-ID-1 DELIMITED BY SIZE
                       " V " DELIMITED BY SIZE
                       HR-PLAYER-ID-2 DELIMITED BY SIZE
                   INTO COMPLETION-REPORT-RECORD
                WRITE COMPLETION-REPORT-RECORD
           WHEN WS-FIXTURE-STATUS(WS-FIXTURE-HIT) = "P"
           WHEN WS-FIXTURE-STATUS(WS-FIXTURE-HIT) = "F"
                CONTINUE
           WHEN OTHER
                ADD 1 TO WS-NEW-RESULT-COUNT
                MOVE WS-RESULT-STATUS
                   TO WS-FIXTURE-STATUS(WS-FIXTURE-HIT)
                MOVE HR-NIGHT-DATE
                   TO WS-FIXTURE-RESULT(WS-FIXTURE-HIT)
           END-EVALUATE.
      *
      *    Unplayed fixtures are outstanding once their night has
      *    passed; one still to come carries no deadline.
       SETTLE-ONE-FIXTURE.
           EVALUATE WS-FIXTURE-STATUS(WS-FIXTURE-SCAN)
           WHEN "P"
                ADD 1 TO WS-PLAYED-COUNT
           WHEN "F"
                ADD 1 TO WS-FORFEITED-COUNT
           WHEN OTHER
                IF (WS-FIXTURE-DATE(WS-FIXTURE-SCAN) < WS-RUN-DATE)
                   MOVE "O" TO WS-FIXTURE-STATUS(WS-FIXTURE-SCAN)
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   IF (WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN) = 0)
                      PERFORM SET-MAKEUP-DEADLINE
                   END-IF
                   IF (WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN) > 0
                      AND WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN) <
                         WS-RUN-DATE)
                      ADD 1 TO WS-OVERDUE-COUNT
                   END-IF
                   PERFORM COUNT-OWED-MATCHES
                ELSE
                   MOVE "S" TO WS-FIXTURE-STATUS(WS-FIXTURE-SCAN)
                   MOVE 0 TO WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN)
                   ADD 1 TO WS-SCHEDULED-COUNT
                END-IF
           END-EVALUATE.
      *
      *    The deadline is the Nth business day after the fixture
      *    night; past the end of BIZCAL it stays unset and is tried
      *    again on the next run.
       SET-MAKEUP-DEADLINE.
           MOVE 0 TO WS-BUSINESS-TARGET.
           PERFORM VARYING WS-BUSINESS-SCAN FROM 1 BY 1
              UNTIL WS-BUSINESS-SCAN > WS-BUSINESS-COUNT
              OR WS-BUSINESS-TARGET > 0
                IF (WS-BUSINESS-DATE(WS-BUSINESS-SCAN) >
                   WS-FIXTURE-DATE(WS-FIXTURE-SCAN))
                   COMPUTE WS-BUSINESS-TARGET =
                      WS-BUSINESS-SCAN + WS-MAKEUP-DAYS - 1
                END-IF
           END-PERFORM.
           IF (WS-BUSINESS-TARGET > 0
              AND WS-BUSINESS-TARGET <= WS-BUSINESS-COUNT)
              MOVE WS-BUSINESS-DATE(WS-BUSINESS-TARGET)
                 TO WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN)
           END-IF.
      *
       COUNT-OWED-MATCHES.
           MOVE WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN)
              TO WS-LOOKUP-PLAYER-ID.
           PERFORM ADD-OWED-MATCH.
           MOVE WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN)
              TO WS-LOOKUP-PLAYER-ID.
           PERFORM ADD-OWED-MATCH.
      *
       ADD-OWED-MATCH.
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
              IF (WS-PLAYER-COUNT = 300)
                 DISPLAY "ABORTED: players owing matches exceed "
                    "the 300-entry player table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PLAYER-COUNT
              MOVE WS-PLAYER-COUNT TO WS-PLAYER-HIT
              MOVE WS-LOOKUP-PLAYER-ID TO WS-PLAYER-ID(WS-PLAYER-HIT)
              MOVE 0 TO WS-PLAYER-OWED(WS-PLAYER-HIT)
              MOVE 0 TO WS-PLAYER-OVERDUE(WS-PLAYER-HIT)
           END-IF.
           ADD 1 TO WS-PLAYER-OWED(WS-PLAYER-HIT).
           IF (WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN) > 0
              AND WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN) <
                 WS-RUN-DATE)
              ADD 1 TO WS-PLAYER-OVERDUE(WS-PLAYER-HIT)
           END-IF.
      *
       WRITE-OUTSTANDING-SECTION.
           MOVE SPACES TO COMPLETION-REPORT-RECORD.
           WRITE COMPLETION-REPORT-RECORD.
           MOVE "OUTSTANDING FIXTURES" TO COMPLETION-REPORT-RECORD.
           WRITE COMPLETION-REPORT-RECORD.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
                IF (WS-FIXTURE-STATUS(WS-FIXTURE-SCAN) = "O")
                   PERFORM WRITE-FIXTURE-LINE
                END-IF
           END-PERFORM.
      *
       WRITE-OVERDUE-SECTION.
           MOVE SPACES TO COMPLETION-REPORT-RECORD.
           WRITE COMPLETION-REPORT-RECORD.
           MOVE "PAST MAKE-UP DEADLINE - FOR THE LEAGUE SECRETARY"
              TO COMPLETION-REPORT-RECORD.
           WRITE COMPLETION-REPORT-RECORD.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
                IF (WS-FIXTURE-STATUS(WS-FIXTURE-SCAN) = "O"
                   AND WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN) > 0
                   AND WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN) <
                      WS-RUN-DATE)
                   PERFORM WRITE-FIXTURE-LINE
                END-IF
           END-PERFORM.
      *
       WRITE-FIXTURE-LINE.
           IF (WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN) = 0)
              MOVE "BEYOND BIZCAL" TO WS-DEADLINE-TEXT
           ELSE
              MOVE SPACES TO WS-DEADLINE-TEXT
              MOVE WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN)
                 TO WS-DEADLINE-TEXT(1:8)
           END-IF.
           MOVE SPACES TO COMPLETION-REPORT-RECORD.
           STRING "NIGHT=" DELIMITED BY SIZE
                  WS-FIXTURE-DATE(WS-FIXTURE-SCAN) DELIMITED BY SIZE
                  " TABLE=" DELIMITED BY SIZE
                  WS-FIXTURE-TABLE-NO(WS-FIXTURE-SCAN)
                     DELIMITED BY SIZE
                  " ROUND=" DELIMITED BY SIZE
                  WS-FIXTURE-ROUND(WS-FIXTURE-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN)
                     DELIMITED BY SIZE
                  " V " DELIMITED BY SIZE
                  WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN)
                     DELIMITED BY SIZE
                  " DEADLINE=" DELIMITED BY SIZE
                  WS-DEADLINE-TEXT DELIMITED BY SIZE
              INTO COMPLETION-REPORT-RECORD.
           WRITE COMPLETION-REPORT-RECORD.
      *
       WRITE-OWED-SECTION.
           MOVE SPACES TO COMPLETION-REPORT-RECORD.
           WRITE COMPLETION-REPORT-RECORD.
           MOVE "MATCHES STILL OWED" TO COMPLETION-REPORT-RECORD.
           WRITE COMPLETION-REPORT-RECORD.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
              UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
                MOVE SPACES TO COMPLETION-REPORT-RECORD
                STRING "PLAYER=" DELIMITED BY SIZE
                       WS-PLAYER-ID(WS-PLAYER-SCAN) DELIMITED BY SIZE
                       " OWED=" DELIMITED BY SIZE
                       WS-PLAYER-OWED(WS-PLAYER-SCAN)
                          DELIMITED BY SIZE
                       " OVERDUE=" DELIMITED BY SIZE
                       WS-PLAYER-OVERDUE(WS-PLAYER-SCAN)
                          DELIMITED BY SIZE
                   INTO COMPLETION-REPORT-RECORD
                WRITE COMPLETION-REPORT-RECORD
           END-PERFORM.
      *
       REWRITE-COMPLETION-FILE.
           OPEN OUTPUT COMPLETION-FILE.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
                MOVE WS-FIXTURE-DATE(WS-FIXTURE-SCAN)
                   TO FS-NIGHT-DATE
                MOVE WS-FIXTURE-TABLE-NO(WS-FIXTURE-SCAN)
                   TO FS-TABLE-NUMBER
                MOVE WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN)
                   TO FS-PLAYER-ID-1
                MOVE WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN)
                   TO FS-PLAYER-ID-2
                MOVE WS-FIXTURE-ROUND(WS-FIXTURE-SCAN) TO FS-ROUND
                MOVE WS-FIXTURE-STATUS(WS-FIXTURE-SCAN) TO FS-STATUS
                MOVE WS-FIXTURE-RESULT(WS-FIXTURE-SCAN)
                   TO FS-RESULT-DATE
                MOVE WS-FIXTURE-DEADLINE(WS-FIXTURE-SCAN)
                   TO FS-DEADLINE
                WRITE COMPLETION-RECORD
           END-PERFORM.
           CLOSE COMPLETION-FILE.
      *
