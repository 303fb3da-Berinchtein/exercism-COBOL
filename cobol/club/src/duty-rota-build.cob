       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUTY-ROTA-BUILD.
      *
      *    League-night volunteer duty rota, so bar, door and
      *    scorekeeping cover is dealt out across the whole volunteer
      *    pool instead of falling to whoever answers a text. The
      *    league nights are the events on the generated club
      *    calendar (CLUBCAL, from RECURRING-CALENDAR) whose name
      *    matches the control card (LEAGUE NIGHT unless DUTYCTL
      *    says otherwise) between the season start and end dates.
      *    The duty-type file (DUTYTYPE) gives each duty and how
      *    many people it needs a night. The pool is every active
      *    or reinstated member flagged MM-VOLUNTEER on the master.
      *
      *    Each slot goes to the volunteer with the fewest duties so
      *    far this season; between equals, to the one with fewest
      *    of that duty, then the one whose last duty is longest
      *    ago, so the work and the unpopular jobs both spread
      *    evenly. Nobody is given two duties on one night, and
      *    nobody is put on duty on a night they have a fixture on
      *    CLUBFIXT. A slot nobody can take is written unfilled and
      *    listed, for the committee to cover by hand.
      *
      *    Nights before today keep the rota they were worked under
      *    (and count towards the fairness totals); from today on
      *    the rota is dealt afresh, so a rebuild after a fixture
      *    change re-deals only the nights still to come - and with
      *    them any swaps DUTY-ROTA-SWAP made on those nights. The
      *    listing (DUTYRPT) shows the rota and each volunteer's
      *    season total. MATCH-REMINDERS reminds whoever is on the
      *    rota for the coming week.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROTA-CONTROL-FILE ASSIGN TO "DUTYCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT EVENT-CALENDAR-FILE ASSIGN TO "CLUBCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT DUTY-TYPE-FILE ASSIGN TO "DUTYTYPE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL FIXTURES-FILE ASSIGN TO "CLUBFIXT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DUTY-ROTA-FILE ASSIGN TO "DUTYROTA"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT ROTA-REPORT-FILE ASSIGN TO "DUTYRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ROTA-CONTROL-FILE.
       01  ROTA-CONTROL-RECORD.
           05 DC-SEASON-START        PIC 9(8).
           05 DC-SEASON-END          PIC 9(8).
           05 DC-EVENT-NAME          PIC X(20).
      *
       FD  EVENT-CALENDAR-FILE.
       01  EVENT-CALENDAR-RECORD.
           05 EV-EVENT-DATE          PIC 9(8).
           05 EV-EVENT-NAME          PIC X(20).
           05 EV-SHIFTED-SWITCH      PIC X.
      *
       FD  DUTY-TYPE-FILE.
       01  DUTY-TYPE-RECORD.
           05 DY-DUTY-CODE           PIC X(8).
           05 DY-PEOPLE-NEEDED       PIC 9.
           05 DY-DESCRIPTION         PIC X(30).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  FIXTURES-FILE.
       01  FIXTURE-RECORD.
           05 FL-NIGHT-DATE          PIC 9(8).
           05 FL-TABLE-NUMBER        PIC 99.
           05 FL-PLAYER-ID-1         PIC X(10).
           05 FL-PLAYER-ID-2         PIC X(10).
           05 FL-ROUND               PIC 99.
      *
       FD  DUTY-ROTA-FILE.
       01  DUTY-ROTA-RECORD.
           05 DR-NIGHT-DATE          PIC 9(8).
           05 DR-DUTY-CODE           PIC X(8).
           05 DR-SLOT                PIC 9.
           05 DR-MEMBER-ID           PIC X(10).
           05 DR-SWAPPED             PIC X.
              88 DR-WAS-SWAPPED           VALUE "S".
      *
       FD  ROTA-REPORT-FILE.
       01  ROTA-REPORT-RECORD        PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 CALENDAR-EOF-SWITCH     PIC X    VALUE "N".
             88 CALENDAR-EOF                  VALUE "Y".
          05 DUTY-TYPE-EOF-SWITCH    PIC X    VALUE "N".
             88 DUTY-TYPE-EOF                 VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 FIXTURES-EOF-SWITCH     PIC X    VALUE "N".
             88 FIXTURES-EOF                  VALUE "Y".
          05 ROTA-EOF-SWITCH         PIC X    VALUE "N".
             88 ROTA-EOF                      VALUE "Y".
          05 VOLUNTEER-FREE-SWITCH   PIC X    VALUE "N".
             88 VOLUNTEER-FREE                VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-SEASON-START            PIC 9(8) VALUE 0.
       01 WS-SEASON-END              PIC 9(8) VALUE 0.
       01 WS-DEAL-FROM               PIC 9(8) VALUE 0.
       01 WS-EVENT-NAME              PIC X(20) VALUE "LEAGUE NIGHT".
      *
       01 WS-NIGHT-COUNT             PIC 9(3) VALUE 0.
       01 WS-NIGHT-SCAN              PIC 9(3) VALUE 0.
       01 WS-NIGHT-TABLE.
          05 WS-NIGHT-DATE OCCURS 200 TIMES PIC 9(8).
      *
       01 WS-DUTY-COUNT              PIC 99   VALUE 0.
       01 WS-DUTY-SCAN               PIC 99   VALUE 0.
       01 WS-DUTY-TABLE.
          05 WS-DUTY OCCURS 10 TIMES.
             10 WS-DUTY-CODE         PIC X(8).
             10 WS-DUTY-NEEDED       PIC 9.
      *
       01 WS-VOLUNTEER-COUNT         PIC 9(3) VALUE 0.
       01 WS-VOLUNTEER-SCAN          PIC 9(3) VALUE 0.
       01 WS-VOLUNTEER-HIT           PIC 9(3) VALUE 0.
       01 WS-VOLUNTEER-TABLE.
          05 WS-VOLUNTEER OCCURS 300 TIMES.
             10 WS-VOLUNTEER-ID      PIC X(10).
             10 WS-VOLUNTEER-TOTAL   PIC 9(3).
             10 WS-VOLUNTEER-LAST    PIC 9(8).
             10 WS-VOLUNTEER-OF-TYPE PIC 9(3) OCCURS 10 TIMES.
      *
       01 WS-FIXTURE-COUNT           PIC 9(4) VALUE 0.
       01 WS-FIXTURE-SCAN            PIC 9(4) VALUE 0.
       01 WS-FIXTURE-TABLE.
          05 WS-FIXTURE OCCURS 3000 TIMES.
             10 WS-FIXTURE-DATE      PIC 9(8).
             10 WS-FIXTURE-PLAYER-1  PIC X(10).
             10 WS-FIXTURE-PLAYER-2  PIC X(10).
      *
       01 WS-ROTA-COUNT              PIC 9(4) VALUE 0.
       01 WS-ROTA-SCAN               PIC 9(4) VALUE 0.
       01 WS-ROTA-TABLE.
          05 WS-ROTA OCCURS 4000 TIMES.
             10 WS-ROTA-DATE         PIC 9(8).
             10 WS-ROTA-DUTY         PIC X(8).
             10 WS-ROTA-SLOT         PIC 9.
             10 WS-ROTA-MEMBER       PIC X(10).
             10 WS-ROTA-SWAPPED      PIC X.
      *
       01 WS-SLOT                    PIC 9    VALUE 0.
       01 WS-CANDIDATE-ID            PIC X(10) VALUE SPACES.
       01 WS-KEPT-COUNT              PIC 9(4) VALUE 0.
       01 WS-DEALT-COUNT             PIC 9(4) VALUE 0.
       01 WS-UNFILLED-COUNT          PIC 9(4) VALUE 0.
       01 WS-DEALT-NIGHTS            PIC 9(3) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30) VALUE "DUTY-ROTA-BUILD".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       DUTY-ROTA-BUILD.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-ROTA-CONTROL.
           PERFORM LOAD-LEAGUE-NIGHTS.
           PERFORM LOAD-DUTY-TYPES.
           PERFORM LOAD-VOLUNTEER-POOL.
           PERFORM LOAD-FIXTURES.
           PERFORM LOAD-WORKED-ROTA.
           PERFORM DEAL-ONE-NIGHT
              VARYING WS-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT.
           PERFORM WRITE-DUTY-ROTA.
           PERFORM WRITE-ROTA-REPORT.
           MOVE WS-ROTA-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "League nights dealt: " WS-DEALT-NIGHTS.
           DISPLAY "Volunteers in pool: " WS-VOLUNTEER-COUNT.
           DISPLAY "Duties dealt: " WS-DEALT-COUNT.
           DISPLAY "Duties left unfilled: " WS-UNFILLED-COUNT.
           DISPLAY "Worked duties kept: " WS-KEPT-COUNT.
           STOP RUN.
      *
      *    With no card the season is the rest of the calendar year.
       LOAD-ROTA-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-SEASON-START.
           MOVE WS-RUN-DATE TO WS-SEASON-END.
           MOVE "1231" TO WS-SEASON-END(5:4).
           OPEN INPUT ROTA-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ ROTA-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (DC-SEASON-START > 0)
                       MOVE DC-SEASON-START TO WS-SEASON-START
                    END-IF
                    IF (DC-SEASON-END > 0)
                       MOVE DC-SEASON-END TO WS-SEASON-END
                    END-IF
                    IF (DC-EVENT-NAME NOT = SPACES)
                       MOVE DC-EVENT-NAME TO WS-EVENT-NAME
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ROTA-CONTROL-FILE.
           IF (WS-RUN-DATE > WS-SEASON-START)
              MOVE WS-RUN-DATE TO WS-DEAL-FROM
           ELSE
              MOVE WS-SEASON-START TO WS-DEAL-FROM
           END-IF.
      *
       LOAD-LEAGUE-NIGHTS.
           OPEN INPUT EVENT-CALENDAR-FILE.
           PERFORM UNTIL CALENDAR-EOF
              READ EVENT-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (EV-EVENT-NAME = WS-EVENT-NAME
                       AND EV-EVENT-DATE >= WS-DEAL-FROM
                       AND EV-EVENT-DATE <= WS-SEASON-END)
                       IF (WS-NIGHT-COUNT = 200)
                          DISPLAY "ABORTED: league nights exceed "
                             "the 200-entry night table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-NIGHT-COUNT
                       MOVE EV-EVENT-DATE
                          TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EVENT-CALENDAR-FILE.
      *
       LOAD-DUTY-TYPES.
           OPEN INPUT DUTY-TYPE-FILE.
           PERFORM UNTIL DUTY-TYPE-EOF
              READ DUTY-TYPE-FILE
                 AT END
                    MOVE "Y" TO DUTY-TYPE-EOF-SWITCH
                 NOT AT END
                    IF (WS-DUTY-COUNT = 10)
                       DISPLAY "ABORTED: duty types exceed the "
                          "10-entry duty table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-DUTY-COUNT
                    MOVE DY-DUTY-CODE TO WS-DUTY-CODE(WS-DUTY-COUNT)
                    MOVE DY-PEOPLE-NEEDED
                       TO WS-DUTY-NEEDED(WS-DUTY-COUNT)
              END-READ
           END-PERFORM.
           CLOSE DUTY-TYPE-FILE.
      *
       LOAD-VOLUNTEER-POOL.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    IF (MM-IN-VOLUNTEER-POOL
                       AND (MM-STATUS = "A" OR MM-STATUS = "R"))
                       PERFORM ADD-VOLUNTEER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       ADD-VOLUNTEER.
           IF (WS-VOLUNTEER-COUNT = 300)
              DISPLAY "ABORTED: volunteer pool exceeds the "
                 "300-entry volunteer table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-VOLUNTEER-COUNT.
           MOVE MM-MEMBER-ID TO WS-VOLUNTEER-ID(WS-VOLUNTEER-COUNT).
           MOVE 0 TO WS-VOLUNTEER-TOTAL(WS-VOLUNTEER-COUNT).
           MOVE 0 TO WS-VOLUNTEER-LAST(WS-VOLUNTEER-COUNT).
           PERFORM VARYING WS-DUTY-SCAN FROM 1 BY 1
              UNTIL WS-DUTY-SCAN > 10
                MOVE 0 TO WS-VOLUNTEER-OF-TYPE(WS-VOLUNTEER-COUNT,
                   WS-DUTY-SCAN)
           END-PERFORM.
      *
       LOAD-FIXTURES.
           OPEN INPUT FIXTURES-FILE.
           PERFORM UNTIL FIXTURES-EOF
              READ FIXTURES-FILE
                 AT END
                    MOVE "Y" TO FIXTURES-EOF-SWITCH
                 NOT AT END
                    IF (FL-NIGHT-DATE >= WS-DEAL-FROM
                       AND FL-NIGHT-DATE <= WS-SEASON-END)
                       IF (WS-FIXTURE-COUNT = 3000)
                          DISPLAY "ABORTED: fixtures exceed the "
                             "3000-entry fixture table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-FIXTURE-COUNT
                       MOVE FL-NIGHT-DATE
                          TO WS-FIXTURE-DATE(WS-FIXTURE-COUNT)
                       MOVE FL-PLAYER-ID-1
                          TO WS-FIXTURE-PLAYER-1(WS-FIXTURE-COUNT)
                       MOVE FL-PLAYER-ID-2
                          TO WS-FIXTURE-PLAYER-2(WS-FIXTURE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FIXTURES-FILE.
      *
      *    Rota lines for nights already worked are kept whatever
      *    their season; those inside this season count towards the
      *    fairness totals.
       LOAD-WORKED-ROTA.
           OPEN INPUT DUTY-ROTA-FILE.
           PERFORM UNTIL ROTA-EOF
              READ DUTY-ROTA-FILE
                 AT END
                    MOVE "Y" TO ROTA-EOF-SWITCH
                 NOT AT END
                    IF (DR-NIGHT-DATE < WS-DEAL-FROM)
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE DR-MEMBER-ID TO WS-CANDIDATE-ID
                       PERFORM ADD-ROTA-ENTRY
                       MOVE DR-SLOT TO WS-ROTA-SLOT(WS-ROTA-COUNT)
                       MOVE DR-DUTY-CODE TO WS-ROTA-DUTY(WS-ROTA-COUNT)
                       MOVE DR-NIGHT-DATE
                          TO WS-ROTA-DATE(WS-ROTA-COUNT)
                       MOVE DR-SWAPPED
                          TO WS-ROTA-SWAPPED(WS-ROTA-COUNT)
                       IF (DR-NIGHT-DATE >= WS-SEASON-START)
                          PERFORM COUNT-WORKED-DUTY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DUTY-ROTA-FILE.
      *
       COUNT-WORKED-DUTY.
           PERFORM FIND-VOLUNTEER.
           IF (WS-VOLUNTEER-HIT > 0)
              MOVE 0 TO WS-DUTY-SCAN
              PERFORM VARYING WS-SLOT FROM 1 BY 1
                 UNTIL WS-SLOT > WS-DUTY-COUNT
                   IF (WS-DUTY-CODE(WS-SLOT) = DR-DUTY-CODE)
                      MOVE WS-SLOT TO WS-DUTY-SCAN
                   END-IF
              END-PERFORM
              PERFORM CREDIT-VOLUNTEER
           END-IF.
      *
       FIND-VOLUNTEER.
           MOVE 0 TO WS-VOLUNTEER-HIT.
           PERFORM VARYING WS-VOLUNTEER-SCAN FROM 1 BY 1
              UNTIL WS-VOLUNTEER-SCAN > WS-VOLUNTEER-COUNT
              OR WS-VOLUNTEER-HIT > 0
                IF (WS-VOLUNTEER-ID(WS-VOLUNTEER-SCAN) =
                   WS-CANDIDATE-ID)
                   MOVE WS-VOLUNTEER-SCAN TO WS-VOLUNTEER-HIT
                END-IF
           END-PERFORM.
      *
      *    WS-DUTY-SCAN is the duty type, zero when the duty is no
      *    longer on the duty-type file.
       CREDIT-VOLUNTEER.
           ADD 1 TO WS-VOLUNTEER-TOTAL(WS-VOLUNTEER-HIT).
           IF (WS-DUTY-SCAN > 0)
              ADD 1 TO WS-VOLUNTEER-OF-TYPE(WS-VOLUNTEER-HIT,
                 WS-DUTY-SCAN)
           END-IF.
           IF (WS-ROTA-DATE(WS-ROTA-COUNT) >
              WS-VOLUNTEER-LAST(WS-VOLUNTEER-HIT))
              MOVE WS-ROTA-DATE(WS-ROTA-COUNT)
                 TO WS-VOLUNTEER-LAST(WS-VOLUNTEER-HIT)
           END-IF.
      *
       ADD-ROTA-ENTRY.
           IF (WS-ROTA-COUNT = 4000)
              DISPLAY "ABORTED: duty rota exceeds the "
                 "4000-entry rota table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ROTA-COUNT.
           MOVE WS-CANDIDATE-ID TO WS-ROTA-MEMBER(WS-ROTA-COUNT).
           MOVE SPACE TO WS-ROTA-SWAPPED(WS-ROTA-COUNT).
      *
       DEAL-ONE-NIGHT.
           ADD 1 TO WS-DEALT-NIGHTS.
           PERFORM VARYING WS-DUTY-SCAN FROM 1 BY 1
              UNTIL WS-DUTY-SCAN > WS-DUTY-COUNT
                PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-DUTY-NEEDED(WS-DUTY-SCAN)
                     PERFORM DEAL-ONE-SLOT
                END-PERFORM
           END-PERFORM.
      *
      *    Fewest duties this season, then fewest of this duty, then
      *    longest since the last duty; the pool order settles any
      *    tie left.
       DEAL-ONE-SLOT.
           MOVE 0 TO WS-VOLUNTEER-HIT.
           PERFORM VARYING WS-VOLUNTEER-SCAN FROM 1 BY 1
              UNTIL WS-VOLUNTEER-SCAN > WS-VOLUNTEER-COUNT
                PERFORM CHECK-VOLUNTEER-FREE
                IF (VOLUNTEER-FREE)
                   IF (WS-VOLUNTEER-HIT = 0)
                      MOVE WS-VOLUNTEER-SCAN TO WS-VOLUNTEER-HIT
                   ELSE
                      PERFORM PREFER-VOLUNTEER
                   END-IF
                END-IF
           END-PERFORM.
           IF (WS-VOLUNTEER-HIT = 0)
              MOVE SPACES TO WS-CANDIDATE-ID
              ADD 1 TO WS-UNFILLED-COUNT
           ELSE
              MOVE WS-VOLUNTEER-ID(WS-VOLUNTEER-HIT)
                 TO WS-CANDIDATE-ID
              ADD 1 TO WS-DEALT-COUNT
           END-IF.
           PERFORM ADD-ROTA-ENTRY.
           MOVE WS-NIGHT-DATE(WS-NIGHT-SCAN)
              TO WS-ROTA-DATE(WS-ROTA-COUNT).
           MOVE WS-DUTY-CODE(WS-DUTY-SCAN)
              TO WS-ROTA-DUTY(WS-ROTA-COUNT).
           MOVE WS-SLOT TO WS-ROTA-SLOT(WS-ROTA-COUNT).
           IF (WS-VOLUNTEER-HIT > 0)
              PERFORM CREDIT-VOLUNTEER
           END-IF.
      *
       PREFER-VOLUNTEER.
           EVALUATE TRUE
           WHEN WS-VOLUNTEER-TOTAL(WS-VOLUNTEER-SCAN) <
                WS-VOLUNTEER-TOTAL(WS-VOLUNTEER-HIT)
                MOVE WS-VOLUNTEER-SCAN TO WS-VOLUNTEER-HIT
           WHEN WS-VOLUNTEER-TOTAL(WS-VOLUNTEER-SCAN) >
                WS-VOLUNTEER-TOTAL(WS-VOLUNTEER-HIT)
                CONTINUE
           WHEN WS-VOLUNTEER-OF-TYPE(WS-VOLUNTEER-SCAN, WS-DUTY-SCAN)
                < WS-VOLUNTEER-OF-TYPE(WS-VOLUNTEER-HIT, WS-DUTY-SCAN)
                MOVE WS-VOLUNTEER-SCAN TO WS-VOLUNTEER-HIT
           WHEN WS-VOLUNTEER-OF-TYPE(WS-VOLUNTEER-SCAN, WS-DUTY-SCAN)
                > WS-VOLUNTEER-OF-TYPE(WS-VOLUNTEER-HIT, WS-DUTY-SCAN)
                CONTINUE
           WHEN WS-VOLUNTEER-LAST(WS-VOLUNTEER-SCAN) <
                WS-VOLUNTEER-LAST(WS-VOLUNTEER-HIT)
                MOVE WS-VOLUNTEER-SCAN TO WS-VOLUNTEER-HIT
           END-EVALUATE.
      *
      *    Free means no fixture that night and no other duty that
      *    night already.
       CHECK-VOLUNTEER-FREE.
           MOVE "Y" TO VOLUNTEER-FREE-SWITCH.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
              OR NOT VOLUNTEER-FREE
                IF (WS-FIXTURE-DATE(WS-FIXTURE-SCAN) =
                   WS-NIGHT-DATE(WS-NIGHT-SCAN)
                   AND (WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN) =
                      WS-VOLUNTEER-ID(WS-VOLUNTEER-SCAN)
                   OR WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN) =
                      WS-VOLUNTEER-ID(WS-VOLUNTEER-SCAN)))
                   MOVE "N" TO VOLUNTEER-FREE-SWITCH
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-ROTA-SCAN FROM 1 BY 1
              UNTIL WS-ROTA-SCAN > WS-ROTA-COUNT
              OR NOT VOLUNTEER-FREE
                IF (WS-ROTA-DATE(WS-ROTA-SCAN) =
                   WS-NIGHT-DATE(WS-NIGHT-SCAN)
                   AND WS-ROTA-MEMBER(WS-ROTA-SCAN) =
                      WS-VOLUNTEER-ID(WS-VOLUNTEER-SCAN))
                   MOVE "N" TO VOLUNTEER-FREE-SWITCH
                END-IF
           END-PERFORM.
      *
       WRITE-DUTY-ROTA.
           OPEN OUTPUT DUTY-ROTA-FILE.
           PERFORM VARYING WS-ROTA-SCAN FROM 1 BY 1
              UNTIL WS-ROTA-SCAN > WS-ROTA-COUNT
                MOVE WS-ROTA-DATE(WS-ROTA-SCAN) TO DR-NIGHT-DATE
                MOVE WS-ROTA-DUTY(WS-ROTA-SCAN) TO DR-DUTY-CODE
                MOVE WS-ROTA-SLOT(WS-ROTA-SCAN) TO DR-SLOT
                MOVE WS-ROTA-MEMBER(WS-ROTA-SCAN) TO DR-MEMBER-ID
                MOVE WS-ROTA-SWAPPED(WS-ROTA-SCAN) TO DR-SWAPPED
                WRITE DUTY-ROTA-RECORD
           END-PERFORM.
           CLOSE DUTY-ROTA-FILE.
      *
       WRITE-ROTA-REPORT.
           OPEN OUTPUT ROTA-REPORT-FILE.
           MOVE SPACES TO ROTA-REPORT-RECORD.
           STRING "DUTY ROTA FOR " DELIMITED BY SIZE
                  WS-EVENT-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-DEAL-FROM DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-SEASON-END DELIMITED BY SIZE
              INTO ROTA-REPORT-RECORD.
           WRITE ROTA-REPORT-RECORD.
           PERFORM VARYING WS-ROTA-SCAN FROM 1 BY 1
              UNTIL WS-ROTA-SCAN > WS-ROTA-COUNT
                IF (WS-ROTA-DATE(WS-ROTA-SCAN) >= WS-DEAL-FROM)
                   MOVE SPACES TO ROTA-REPORT-RECORD
                   STRING WS-ROTA-DATE(WS-ROTA-SCAN)
                             DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ROTA-DUTY(WS-ROTA-SCAN) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ROTA-SLOT(WS-ROTA-SCAN) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ROTA-MEMBER(WS-ROTA-SCAN)
                             DELIMITED BY SIZE
                      INTO ROTA-REPORT-RECORD
                   IF (WS-ROTA-MEMBER(WS-ROTA-SCAN) = SPACES)
                      MOVE "*** UNFILLED ***"
                         TO ROTA-REPORT-RECORD(21:16)
                   END-IF
                   WRITE ROTA-REPORT-RECORD
                END-IF
           END-PERFORM.
           MOVE SPACES TO ROTA-REPORT-RECORD.
           WRITE ROTA-REPORT-RECORD.
           MOVE "SEASON DUTIES PER VOLUNTEER" TO ROTA-REPORT-RECORD.
           WRITE ROTA-REPORT-RECORD.
           PERFORM VARYING WS-VOLUNTEER-SCAN FROM 1 BY 1
              UNTIL WS-VOLUNTEER-SCAN > WS-VOLUNTEER-COUNT
                MOVE SPACES TO ROTA-REPORT-RECORD
                STRING WS-VOLUNTEER-ID(WS-VOLUNTEER-SCAN)
                          DELIMITED BY SIZE
                       " DUTIES=" DELIMITED BY SIZE
                       WS-VOLUNTEER-TOTAL(WS-VOLUNTEER-SCAN)
                          DELIMITED BY SIZE
                       " LAST=" DELIMITED BY SIZE
                       WS-VOLUNTEER-LAST(WS-VOLUNTEER-SCAN)
                          DELIMITED BY SIZE
                   INTO ROTA-REPORT-RECORD
                WRITE ROTA-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO ROTA-REPORT-RECORD.
           STRING "NIGHTS=" DELIMITED BY SIZE
                  WS-DEALT-NIGHTS DELIMITED BY SIZE
                  " DEALT=" DELIMITED BY SIZE
                  WS-DEALT-COUNT DELIMITED BY SIZE
                  " UNFILLED=" DELIMITED BY SIZE
                  WS-UNFILLED-COUNT DELIMITED BY SIZE
                  " KEPT=" DELIMITED BY SIZE
                  WS-KEPT-COUNT DELIMITED BY SIZE
              INTO ROTA-REPORT-RECORD.
           WRITE ROTA-REPORT-RECORD.
           CLOSE ROTA-REPORT-FILE.
      *
