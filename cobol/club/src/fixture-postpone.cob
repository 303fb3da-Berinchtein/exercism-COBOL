       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXTURE-POSTPONE.
      *
      *    Fixture postponement and rescheduling, in place of the
      *    league secretary crossing out a fixture and picking a new
      *    night from memory. Each transaction (PPREQ) names the
      *    fixture by night and table, the player asking and the
      *    reason, and is either a proposal ("P") or an acceptance
      *    ("A"). Both find the earliest replacement night after the
      *    fixture night and after today that is a business day on
      *    BIZCAL, on which neither player has another fixture or a
      *    league-night duty on DUTYROTA, and on which a league
      *    table is free - no fixture at it that night and no
      *    CLUBBOOK booking of it in the league time slot (one
      *    released as a no-show does not count). An acceptance may
      *    name the night agreed instead, which must pass the same
      *    tests.
      *
      *    A proposal only lists the night and table. An acceptance
      *    moves the fixture on CLUBFIXT, books the table on
      *    CLUBBOOK in the requesting player's name, queues a match
      *    reminder for both players on the MATCH-REMINDERS queue
      *    (NOTIFQUE), and is logged on the postponement log
      *    (PPLOG). The log counts each player's postponements from
      *    the season start; a request once the player has reached
      *    the season limit is refused, as is one for a night that
      *    has already gone, from a player not in the fixture, or
      *    for a fixture that does not exist. An acceptance already
      *    on the log is reported as applied, so reruns are safe.
      *
      *    The control card (PPCTL) gives the season limit (two), the
      *    season start (1 January), the league time slot (19), the
      *    resource prefix the league tables are booked under (TABL,
      *    so table 3 is TABL03) and the number of league tables (the
      *    highest table number on CLUBFIXT); the defaults are shown
      *    in brackets. The outcome of every transaction is listed on
      *    PPRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSTPONE-CONTROL-FILE ASSIGN TO "PPCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT POSTPONE-REQUEST-FILE ASSIGN TO "PPREQ"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT FIXTURES-FILE ASSIGN TO "CLUBFIXT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BIZCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATIONS-FILE ASSIGN TO "CLUBBOOK"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DUTY-ROTA-FILE ASSIGN TO "DUTYROTA"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL POSTPONE-LOG-FILE ASSIGN TO "PPLOG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT POSTPONE-REPORT-FILE ASSIGN TO "PPRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  POSTPONE-CONTROL-FILE.
       01  POSTPONE-CONTROL-RECORD.
           05 PC-SEASON-LIMIT        PIC 99.
           05 PC-SEASON-START        PIC 9(8).
           05 PC-TIME-SLOT           PIC 99.
           05 PC-RESOURCE-PREFIX     PIC X(4).
           05 PC-TABLE-COUNT         PIC 99.
      *
       FD  POSTPONE-REQUEST-FILE.
       01  POSTPONE-REQUEST-RECORD.
           05 PP-ACTION              PIC X.
              88 PP-PROPOSE               VALUE "P".
              88 PP-ACCEPT                VALUE "A".
           05 PP-NIGHT-DATE          PIC 9(8).
           05 PP-TABLE-NUMBER        PIC 99.
           05 PP-REQUESTED-BY        PIC X(10).
           05 PP-NEW-NIGHT           PIC 9(8).
           05 PP-REASON              PIC X(30).
      *
       FD  FIXTURES-FILE.
       01  FIXTURE-RECORD.
           05 FL-NIGHT-DATE          PIC 9(8).
           05 FL-TABLE-NUMBER        PIC 99.
           05 FL-PLAYER-ID-1         PIC X(10).
           05 FL-PLAYER-ID-2         PIC X(10).
           05 FL-ROUND               PIC 99.
      *
       FD  BUSINESS-CALENDAR-FILE.
       01  BUSINESS-CALENDAR-RECORD.
           05 BC-DATE                PIC 9(8).
           05 BC-DAY-NAME            PIC X(3).
           05 BC-DAY-TYPE            PIC X(8).
           05 BC-BUSINESS-SEQ        PIC 99.
      *
       FD  RESERVATIONS-FILE.
       01  RESERVATION-RECORD.
           05 BK-NIGHT-DATE          PIC 9(8).
           05 BK-TIME-SLOT           PIC 99.
           05 BK-RESOURCE-ID         PIC X(6).
           05 BK-MEMBER-ID           PIC X(10).
           05 BK-STATUS              PIC X.
              88 BK-BOOKED                VALUE "B".
              88 BK-SHOWED                VALUE "S".
              88 BK-NO-SHOW               VALUE "N".
           05 BK-STANDING-ID         PIC X(6).
      *
       FD  DUTY-ROTA-FILE.
       01  DUTY-ROTA-RECORD.
           05 DR-NIGHT-DATE          PIC 9(8).
           05 DR-DUTY-CODE           PIC X(8).
           05 DR-SLOT                PIC 9.
           05 DR-MEMBER-ID           PIC X(10).
           05 DR-SWAPPED             PIC X.
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  POSTPONE-LOG-FILE.
       01  POSTPONE-LOG-RECORD.
           05 PL-ACCEPTED-DATE       PIC 9(8).
           05 PL-MEMBER-ID           PIC X(10).
           05 PL-ORIGINAL-NIGHT      PIC 9(8).
           05 PL-ORIGINAL-TABLE      PIC 99.
           05 PL-NEW-NIGHT           PIC 9(8).
           05 PL-NEW-TABLE           PIC 99.
           05 PL-OPPONENT-ID         PIC X(10).
           05 PL-REASON              PIC X(30).
      *
       FD  NOTIFICATION-QUEUE-FILE.
       01  NOTIFICATION-QUEUE-RECORD.
           05 NQ-MEMBER-ID           PIC X(10).
           05 NQ-NIGHT-DATE          PIC 9(8).
           05 NQ-TABLE-NUMBER        PIC 99.
           05 NQ-OPPONENT-ID         PIC X(10).
           05 NQ-CHANNEL             PIC X.
           05 NQ-CONTACT             PIC X(40).
           05 NQ-STATUS              PIC X.
              88 NQ-QUEUED                VALUE "Q".
              88 NQ-SENT                  VALUE "S".
              88 NQ-FAILED                VALUE "F".
           05 NQ-REMINDER-TYPE       PIC X.
              88 NQ-MATCH-REMINDER        VALUE "M" SPACE.
              88 NQ-DUTY-REMINDER         VALUE "D".
           05 NQ-DUTY-CODE           PIC X(8).
      *
       FD  POSTPONE-REPORT-FILE.
       01  POSTPONE-REPORT-RECORD    PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 REQUEST-EOF-SWITCH      PIC X    VALUE "N".
             88 REQUEST-EOF                   VALUE "Y".
          05 FIXTURES-EOF-SWITCH     PIC X    VALUE "N".
             88 FIXTURES-EOF                  VALUE "Y".
          05 CALENDAR-EOF-SWITCH     PIC X    VALUE "N".
             88 CALENDAR-EOF                  VALUE "Y".
          05 RESERVATIONS-EOF-SWITCH PIC X    VALUE "N".
             88 RESERVATIONS-EOF              VALUE "Y".
          05 ROTA-EOF-SWITCH         PIC X    VALUE "N".
             88 ROTA-EOF                      VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 LOG-EOF-SWITCH          PIC X    VALUE "N".
             88 LOG-EOF                       VALUE "Y".
          05 NIGHT-OPEN-SWITCH       PIC X    VALUE "N".
             88 NIGHT-OPEN                    VALUE "Y".
          05 TABLE-FREE-SWITCH       PIC X    VALUE "N".
             88 TABLE-FREE                    VALUE "Y".
          05 MEMBER-FOUND-SWITCH     PIC X    VALUE "N".
             88 MEMBER-FOUND                  VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-SEASON-LIMIT            PIC 99   VALUE 2.
       01 WS-SEASON-START            PIC 9(8) VALUE 0.
       01 WS-TIME-SLOT               PIC 99   VALUE 19.
       01 WS-RESOURCE-PREFIX         PIC X(4) VALUE "TABL".
       01 WS-TABLE-COUNT             PIC 99   VALUE 0.
       01 WS-HIGHEST-TABLE           PIC 99   VALUE 0.
       01 WS-RESOURCE-ID.
          05 WS-RESOURCE-STEM        PIC X(4).
          05 WS-RESOURCE-TABLE       PIC 99.
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
      *
       01 WS-BUSINESS-COUNT          PIC 9(4) VALUE 0.
       01 WS-BUSINESS-SCAN           PIC 9(4) VALUE 0.
       01 WS-BUSINESS-TABLE.
          05 WS-BUSINESS-DATE OCCURS 1500 TIMES PIC 9(8).
      *
       01 WS-BOOKING-COUNT           PIC 9(4) VALUE 0.
       01 WS-BOOKING-SCAN            PIC 9(4) VALUE 0.
       01 WS-BOOKING-TABLE.
          05 WS-BOOKING OCCURS 2000 TIMES.
             10 WS-BOOKING-DATE      PIC 9(8).
             10 WS-BOOKING-SLOT      PIC 99.
             10 WS-BOOKING-RESOURCE  PIC X(6).
      *
       01 WS-DUTY-COUNT              PIC 9(4) VALUE 0.
       01 WS-DUTY-SCAN               PIC 9(4) VALUE 0.
       01 WS-DUTY-TABLE.
          05 WS-DUTY OCCURS 4000 TIMES.
             10 WS-DUTY-DATE         PIC 9(8).
             10 WS-DUTY-MEMBER       PIC X(10).
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-HIT              PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-PHONE      PIC X(15).
             10 WS-MEMBER-EMAIL      PIC X(40).
             10 WS-MEMBER-CHANNEL    PIC X.
      *
       01 WS-LOG-COUNT               PIC 9(4) VALUE 0.
       01 WS-LOG-SCAN                PIC 9(4) VALUE 0.
       01 WS-LOG-HIT                 PIC 9(4) VALUE 0.
       01 WS-LOG-TABLE.
          05 WS-LOG OCCURS 1000 TIMES.
             10 WS-LOG-MEMBER        PIC X(10).
             10 WS-LOG-ORIGINAL      PIC 9(8).
             10 WS-LOG-TABLE-NO      PIC 99.
             10 WS-LOG-NEW-NIGHT     PIC 9(8).
             10 WS-LOG-NEW-TABLE     PIC 99.
      *
       01 WS-PLAYER-1                PIC X(10) VALUE SPACES.
       01 WS-PLAYER-2                PIC X(10) VALUE SPACES.
       01 WS-OPPONENT-ID             PIC X(10) VALUE SPACES.
       01 WS-EARLIEST-AFTER          PIC 9(8) VALUE 0.
       01 WS-CANDIDATE-NIGHT         PIC 9(8) VALUE 0.
       01 WS-CANDIDATE-TABLE         PIC 99   VALUE 0.
       01 WS-TABLE-SCAN              PIC 99   VALUE 0.
       01 WS-FOUND-NIGHT             PIC 9(8) VALUE 0.
       01 WS-FOUND-TABLE             PIC 99   VALUE 0.
       01 WS-PLAYER-POSTPONES        PIC 9(3) VALUE 0.
       01 WS-REMIND-MEMBER-ID        PIC X(10) VALUE SPACES.
       01 WS-REMIND-OPPONENT         PIC X(10) VALUE SPACES.
      *
       01 WS-OUTCOME                 PIC X(8) VALUE SPACES.
       01 WS-REFUSE-REASON           PIC X(20) VALUE SPACES.
       01 WS-PROPOSED-COUNT          PIC 9(4) VALUE 0.
       01 WS-ACCEPTED-COUNT          PIC 9(4) VALUE 0.
       01 WS-APPLIED-COUNT           PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(4) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30) VALUE "FIXTURE-POSTPONE".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       FIXTURE-POSTPONE.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-POSTPONE-CONTROL.
           PERFORM LOAD-FIXTURES.
           PERFORM LOAD-BUSINESS-DAYS.
           PERFORM LOAD-RESERVATIONS.
           PERFORM LOAD-DUTY-ROTA.
           PERFORM LOAD-MEMBER-CONTACTS.
           PERFORM LOAD-POSTPONE-LOG.
           OPEN INPUT POSTPONE-REQUEST-FILE.
           OPEN OUTPUT POSTPONE-REPORT-FILE.
           OPEN EXTEND RESERVATIONS-FILE.
           OPEN EXTEND POSTPONE-LOG-FILE.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           MOVE SPACES TO POSTPONE-REPORT-RECORD.
           STRING "FIXTURE POSTPONEMENTS " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - SEASON FROM " DELIMITED BY SIZE
                  WS-SEASON-START DELIMITED BY SIZE
                  " LIMIT " DELIMITED BY SIZE
                  WS-SEASON-LIMIT DELIMITED BY SIZE
                  " PER PLAYER" DELIMITED BY SIZE
              INTO POSTPONE-REPORT-RECORD.
           WRITE POSTPONE-REPORT-RECORD.
           PERFORM UNTIL REQUEST-EOF
              READ POSTPONE-REQUEST-FILE
                 AT END
                    MOVE "Y" TO REQUEST-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM PROCESS-ONE-REQUEST
                    PERFORM WRITE-REQUEST-LINE
              END-READ
           END-PERFORM.
           MOVE SPACES TO POSTPONE-REPORT-RECORD.
           STRING "PROPOSED=" DELIMITED BY SIZE
                  WS-PROPOSED-COUNT DELIMITED BY SIZE
                  " ACCEPTED=" DELIMITED BY SIZE
                  WS-ACCEPTED-COUNT DELIMITED BY SIZE
                  " APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  " REFUSED=" DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
              INTO POSTPONE-REPORT-RECORD.
           WRITE POSTPONE-REPORT-RECORD.
           CLOSE POSTPONE-REQUEST-FILE.
           CLOSE POSTPONE-REPORT-FILE.
           CLOSE RESERVATIONS-FILE.
           CLOSE POSTPONE-LOG-FILE.
           CLOSE NOTIFICATION-QUEUE-FILE.
           IF (WS-ACCEPTED-COUNT > 0)
              PERFORM REWRITE-FIXTURES
           END-IF.
           MOVE WS-ACCEPTED-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Postponements proposed: " WS-PROPOSED-COUNT.
           DISPLAY "Postponements accepted: " WS-ACCEPTED-COUNT.
           DISPLAY "Postponements already applied: "
              WS-APPLIED-COUNT.
           DISPLAY "Postponements refused: " WS-REFUSED-COUNT.
           STOP RUN.
      *
       LOAD-POSTPONE-CONTROL.
           MOVE WS-RUN-DATE TO WS-SEASON-START.
           MOVE "0101" TO WS-SEASON-START(5:4).
           OPEN INPUT POSTPONE-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ POSTPONE-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (PC-SEASON-LIMIT IS NUMERIC
                       AND PC-SEASON-LIMIT > 0)
                       MOVE PC-SEASON-LIMIT TO WS-SEASON-LIMIT
                    END-IF
                    IF (PC-SEASON-START IS NUMERIC
                       AND PC-SEASON-START > 0)
                       MOVE PC-SEASON-START TO WS-SEASON-START
                    END-IF
                    IF (PC-TIME-SLOT IS NUMERIC
                       AND PC-TIME-SLOT > 0)
                       MOVE PC-TIME-SLOT TO WS-TIME-SLOT
                    END-IF
                    IF (PC-RESOURCE-PREFIX NOT = SPACES)
                       MOVE PC-RESOURCE-PREFIX TO WS-RESOURCE-PREFIX
                    END-IF
                    IF (PC-TABLE-COUNT IS NUMERIC
                       AND PC-TABLE-COUNT > 0)
                       MOVE PC-TABLE-COUNT TO WS-TABLE-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE POSTPONE-CONTROL-FILE.
      *
      *    Without a table count on the card, the league has as many
      *    tables as the fixture list uses.
       LOAD-FIXTURES.
           OPEN INPUT FIXTURES-FILE.
           PERFORM UNTIL FIXTURES-EOF
              READ FIXTURES-FILE
                 AT END
                    MOVE "Y" TO FIXTURES-EOF-SWITCH
                 NOT AT END
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
                    IF (FL-TABLE-NUMBER > WS-HIGHEST-TABLE)
                       MOVE FL-TABLE-NUMBER TO WS-HIGHEST-TABLE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FIXTURES-FILE.
           IF (WS-TABLE-COUNT = 0)
              MOVE WS-HIGHEST-TABLE TO WS-TABLE-COUNT
           END-IF.
      *
       LOAD-BUSINESS-DAYS.
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           PERFORM UNTIL CALENDAR-EOF
              READ BUSINESS-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    IF (BC-DAY-TYPE = "BUSINESS"
                       AND BC-DATE > WS-RUN-DATE)
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
       LOAD-RESERVATIONS.
           OPEN INPUT RESERVATIONS-FILE.
           PERFORM UNTIL RESERVATIONS-EOF
              READ RESERVATIONS-FILE
                 AT END
                    MOVE "Y" TO RESERVATIONS-EOF-SWITCH
                 NOT AT END
                    IF (BK-NIGHT-DATE > WS-RUN-DATE
                       AND NOT BK-NO-SHOW)
                       PERFORM ADD-BOOKING-ENTRY
                       MOVE BK-NIGHT-DATE
                          TO WS-BOOKING-DATE(WS-BOOKING-COUNT)
                       MOVE BK-TIME-SLOT
                          TO WS-BOOKING-SLOT(WS-BOOKING-COUNT)
                       MOVE BK-RESOURCE-ID
                          TO WS-BOOKING-RESOURCE(WS-BOOKING-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESERVATIONS-FILE.
      *
       ADD-BOOKING-ENTRY.
           IF (WS-BOOKING-COUNT = 2000)
              DISPLAY "ABORTED: reservations exceed the "
                 "2000-entry booking table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-BOOKING-COUNT.
      *
       LOAD-DUTY-ROTA.
           OPEN INPUT DUTY-ROTA-FILE.
           PERFORM UNTIL ROTA-EOF
              READ DUTY-ROTA-FILE
                 AT END
                    MOVE "Y" TO ROTA-EOF-SWITCH
                 NOT AT END
                    IF (DR-NIGHT-DATE > WS-RUN-DATE
                       AND DR-MEMBER-ID NOT = SPACES)
                       IF (WS-DUTY-COUNT = 4000)
                          DISPLAY "ABORTED: duty rota exceeds the "
                             "4000-entry rota table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-DUTY-COUNT
                       MOVE DR-NIGHT-DATE
                          TO WS-DUTY-DATE(WS-DUTY-COUNT)
                       MOVE DR-MEMBER-ID
                          TO WS-DUTY-MEMBER(WS-DUTY-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DUTY-ROTA-FILE.
      *
       LOAD-MEMBER-CONTACTS.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    IF (WS-MEMBER-COUNT = 500)
                       DISPLAY "ABORTED: member master exceeds "
                          "the 500-entry member table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-MEMBER-COUNT
                    MOVE MM-MEMBER-ID
                       TO WS-MEMBER-ID(WS-MEMBER-COUNT)
                    MOVE MM-PHONE
                       TO WS-MEMBER-PHONE(WS-MEMBER-COUNT)
                    MOVE MM-EMAIL
                       TO WS-MEMBER-EMAIL(WS-MEMBER-COUNT)
                    MOVE MM-CHANNEL
                       TO WS-MEMBER-CHANNEL(WS-MEMBER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       LOAD-POSTPONE-LOG.
           OPEN INPUT POSTPONE-LOG-FILE.
           PERFORM UNTIL LOG-EOF
              READ POSTPONE-LOG-FILE
                 AT END
                    MOVE "Y" TO LOG-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-LOG-ENTRY
              END-READ
           END-PERFORM.
           CLOSE POSTPONE-LOG-FILE.
      *
       ADD-LOG-ENTRY.
           IF (WS-LOG-COUNT = 1000)
              DISPLAY "ABORTED: postponement log exceeds the "
                 "1000-entry log table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-LOG-COUNT.
           MOVE PL-MEMBER-ID TO WS-LOG-MEMBER(WS-LOG-COUNT).
           MOVE PL-ORIGINAL-NIGHT TO WS-LOG-ORIGINAL(WS-LOG-COUNT).
           MOVE PL-ORIGINAL-TABLE TO WS-LOG-TABLE-NO(WS-LOG-COUNT).
           MOVE PL-NEW-NIGHT TO WS-LOG-NEW-NIGHT(WS-LOG-COUNT).
           MOVE PL-NEW-TABLE TO WS-LOG-NEW-TABLE(WS-LOG-COUNT).
      *
       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE 0 TO WS-FOUND-NIGHT.
           MOVE 0 TO WS-FOUND-TABLE.
           PERFORM FIND-REQUEST-FIXTURE.
           PERFORM COUNT-PLAYER-POSTPONES.
           EVALUATE TRUE
           WHEN NOT PP-PROPOSE AND NOT PP-ACCEPT
                MOVE "BAD ACTION CODE" TO WS-REFUSE-REASON
           WHEN PP-ACCEPT AND WS-FIXTURE-HIT = 0
              AND WS-LOG-HIT > 0
                MOVE "APPLIED " TO WS-OUTCOME
                MOVE WS-LOG-NEW-NIGHT(WS-LOG-HIT) TO WS-FOUND-NIGHT
                MOVE WS-LOG-NEW-TABLE(WS-LOG-HIT) TO WS-FOUND-TABLE
           WHEN WS-FIXTURE-HIT = 0
                MOVE "NO SUCH FIXTURE" TO WS-REFUSE-REASON
           WHEN PP-REQUESTED-BY NOT = WS-PLAYER-1
              AND PP-REQUESTED-BY NOT = WS-PLAYER-2
                MOVE "NOT IN FIXTURE" TO WS-REFUSE-REASON
           WHEN PP-NIGHT-DATE < WS-RUN-DATE
                MOVE "NIGHT HAS PASSED" TO WS-REFUSE-REASON
           WHEN WS-PLAYER-POSTPONES NOT < WS-SEASON-LIMIT
                MOVE "OVER SEASON LIMIT" TO WS-REFUSE-REASON
           WHEN OTHER
                PERFORM FIND-REPLACEMENT-NIGHT
           END-EVALUATE.
           EVALUATE TRUE
           WHEN WS-OUTCOME = "APPLIED " AND WS-REFUSE-REASON = SPACES
                ADD 1 TO WS-APPLIED-COUNT
           WHEN WS-REFUSE-REASON NOT = SPACES
                MOVE "REFUSED " TO WS-OUTCOME
                ADD 1 TO WS-REFUSED-COUNT
           WHEN PP-PROPOSE
                MOVE "PROPOSED" TO WS-OUTCOME
                ADD 1 TO WS-PROPOSED-COUNT
           WHEN OTHER
                MOVE "ACCEPTED" TO WS-OUTCOME
                ADD 1 TO WS-ACCEPTED-COUNT
                PERFORM ACCEPT-POSTPONEMENT
           END-EVALUATE.
      *
      *    WS-LOG-HIT is left non-zero when this very postponement
      *    is already on the log.
       FIND-REQUEST-FIXTURE.
           MOVE SPACES TO WS-OUTCOME.
           MOVE 0 TO WS-FIXTURE-HIT.
           MOVE SPACES TO WS-PLAYER-1.
           MOVE SPACES TO WS-PLAYER-2.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
              OR WS-FIXTURE-HIT > 0
                IF (WS-FIXTURE-DATE(WS-FIXTURE-SCAN) = PP-NIGHT-DATE
                   AND WS-FIXTURE-TABLE-NO(WS-FIXTURE-SCAN) =
                      PP-TABLE-NUMBER)
                   MOVE WS-FIXTURE-SCAN TO WS-FIXTURE-HIT
                   MOVE WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN)
                      TO WS-PLAYER-1
                   MOVE WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN)
                      TO WS-PLAYER-2
                END-IF
           END-PERFORM.
           MOVE 0 TO WS-LOG-HIT.
           PERFORM VARYING WS-LOG-SCAN FROM 1 BY 1
              UNTIL WS-LOG-SCAN > WS-LOG-COUNT
              OR WS-LOG-HIT > 0
                IF (WS-LOG-MEMBER(WS-LOG-SCAN) = PP-REQUESTED-BY
                   AND WS-LOG-ORIGINAL(WS-LOG-SCAN) = PP-NIGHT-DATE
                   AND WS-LOG-TABLE-NO(WS-LOG-SCAN) =
                      PP-TABLE-NUMBER)
                   MOVE WS-LOG-SCAN TO WS-LOG-HIT
                END-IF
           END-PERFORM.
      *
      *    Postponements count against the player who asked for
      *    them, by the night of the fixture they moved.
       COUNT-PLAYER-POSTPONES.
           MOVE 0 TO WS-PLAYER-POSTPONES.
           PERFORM VARYING WS-LOG-SCAN FROM 1 BY 1
              UNTIL WS-LOG-SCAN > WS-LOG-COUNT
                IF (WS-LOG-MEMBER(WS-LOG-SCAN) = PP-REQUESTED-BY
                   AND WS-LOG-ORIGINAL(WS-LOG-SCAN) >=
                      WS-SEASON-START)
                   ADD 1 TO WS-PLAYER-POSTPONES
                END-IF
           END-PERFORM.
      *
      *    An agreed night is tried on its own; otherwise the
      *    business days are walked in date order and the first
      *    night that passes is taken.
       FIND-REPLACEMENT-NIGHT.
           IF (PP-NIGHT-DATE > WS-RUN-DATE)
              MOVE PP-NIGHT-DATE TO WS-EARLIEST-AFTER
           ELSE
              MOVE WS-RUN-DATE TO WS-EARLIEST-AFTER
           END-IF.
           IF (PP-ACCEPT AND PP-NEW-NIGHT IS NUMERIC
              AND PP-NEW-NIGHT > 0)
              MOVE "N" TO NIGHT-OPEN-SWITCH
              PERFORM VARYING WS-BUSINESS-SCAN FROM 1 BY 1
                 UNTIL WS-BUSINESS-SCAN > WS-BUSINESS-COUNT
                   IF (WS-BUSINESS-DATE(WS-BUSINESS-SCAN) =
                      PP-NEW-NIGHT
                      AND PP-NEW-NIGHT > WS-EARLIEST-AFTER)
                      MOVE PP-NEW-NIGHT TO WS-CANDIDATE-NIGHT
                      PERFORM TRY-CANDIDATE-NIGHT
                   END-IF
              END-PERFORM
              IF (NOT NIGHT-OPEN)
                 MOVE "NIGHT NOT AVAILABLE" TO WS-REFUSE-REASON
              END-IF
           ELSE
              MOVE "N" TO NIGHT-OPEN-SWITCH
              PERFORM VARYING WS-BUSINESS-SCAN FROM 1 BY 1
                 UNTIL WS-BUSINESS-SCAN > WS-BUSINESS-COUNT
                 OR NIGHT-OPEN
                   IF (WS-BUSINESS-DATE(WS-BUSINESS-SCAN) >
                      WS-EARLIEST-AFTER)
                      MOVE WS-BUSINESS-DATE(WS-BUSINESS-SCAN)
                         TO WS-CANDIDATE-NIGHT
                      PERFORM TRY-CANDIDATE-NIGHT
                   END-IF
              END-PERFORM
              IF (NOT NIGHT-OPEN)
                 MOVE "NO NIGHT AVAILABLE" TO WS-REFUSE-REASON
              END-IF
           END-IF.
      *
       TRY-CANDIDATE-NIGHT.
           MOVE "Y" TO NIGHT-OPEN-SWITCH.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
              OR NOT NIGHT-OPEN
                IF (WS-FIXTURE-DATE(WS-FIXTURE-SCAN) =
                   WS-CANDIDATE-NIGHT
                   AND (WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN) =
                      WS-PLAYER-1
                   OR WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN) =
                      WS-PLAYER-1
                   OR WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN) =
                      WS-PLAYER-2
                   OR WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN) =
                      WS-PLAYER-2))
                   MOVE "N" TO NIGHT-OPEN-SWITCH
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-DUTY-SCAN FROM 1 BY 1
              UNTIL WS-DUTY-SCAN > WS-DUTY-COUNT
              OR NOT NIGHT-OPEN
                IF (WS-DUTY-DATE(WS-DUTY-SCAN) = WS-CANDIDATE-NIGHT
                   AND (WS-DUTY-MEMBER(WS-DUTY-SCAN) = WS-PLAYER-1
                   OR WS-DUTY-MEMBER(WS-DUTY-SCAN) = WS-PLAYER-2))
                   MOVE "N" TO NIGHT-OPEN-SWITCH
                END-IF
           END-PERFORM.
           IF (NIGHT-OPEN)
              PERFORM FIND-FREE-TABLE
              IF (WS-CANDIDATE-TABLE = 0)
                 MOVE "N" TO NIGHT-OPEN-SWITCH
              ELSE
                 MOVE WS-CANDIDATE-NIGHT TO WS-FOUND-NIGHT
                 MOVE WS-CANDIDATE-TABLE TO WS-FOUND-TABLE
              END-IF
           END-IF.
      *
       FIND-FREE-TABLE.
           MOVE 0 TO WS-CANDIDATE-TABLE.
           MOVE WS-RESOURCE-PREFIX TO WS-RESOURCE-STEM.
           PERFORM VARYING WS-TABLE-SCAN FROM 1 BY 1
              UNTIL WS-TABLE-SCAN > WS-TABLE-COUNT
              OR WS-CANDIDATE-TABLE > 0
                MOVE "Y" TO TABLE-FREE-SWITCH
                MOVE WS-TABLE-SCAN TO WS-RESOURCE-TABLE
                PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
                   UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
                   OR NOT TABLE-FREE
                     IF (WS-FIXTURE-DATE(WS-FIXTURE-SCAN) =
                        WS-CANDIDATE-NIGHT
                        AND WS-FIXTURE-TABLE-NO(WS-FIXTURE-SCAN) =
                           WS-TABLE-SCAN)
                        MOVE "N" TO TABLE-FREE-SWITCH
                     END-IF
                END-PERFORM
                PERFORM VARYING WS-BOOKING-SCAN FROM 1 BY 1
                   UNTIL WS-BOOKING-SCAN > WS-BOOKING-COUNT
                   OR NOT TABLE-FREE
                     IF (WS-BOOKING-DATE(WS-BOOKING-SCAN) =
                        WS-CANDIDATE-NIGHT
                        AND WS-BOOKING-SLOT(WS-BOOKING-SCAN) =
                           WS-TIME-SLOT
                        AND WS-BOOKING-RESOURCE(WS-BOOKING-SCAN) =
                           WS-RESOURCE-ID)
                        MOVE "N" TO TABLE-FREE-SWITCH
                     END-IF
                END-PERFORM
                IF (TABLE-FREE)
                   MOVE WS-TABLE-SCAN TO WS-CANDIDATE-TABLE
                END-IF
           END-PERFORM.
      *
       ACCEPT-POSTPONEMENT.
           MOVE WS-FOUND-NIGHT TO WS-FIXTURE-DATE(WS-FIXTURE-HIT).
           MOVE WS-FOUND-TABLE TO WS-FIXTURE-TABLE-NO(WS-FIXTURE-HIT).
           IF (PP-REQUESTED-BY = WS-PLAYER-1)
              MOVE WS-PLAYER-2 TO WS-OPPONENT-ID
           ELSE
              MOVE WS-PLAYER-1 TO WS-OPPONENT-ID
           END-IF.
           MOVE WS-RESOURCE-PREFIX TO WS-RESOURCE-STEM.
           MOVE WS-FOUND-TABLE TO WS-RESOURCE-TABLE.
           PERFORM ADD-BOOKING-ENTRY.
           MOVE WS-FOUND-NIGHT TO WS-BOOKING-DATE(WS-BOOKING-COUNT).
           MOVE WS-TIME-SLOT TO WS-BOOKING-SLOT(WS-BOOKING-COUNT).
           MOVE WS-RESOURCE-ID
              TO WS-BOOKING-RESOURCE(WS-BOOKING-COUNT).
           MOVE WS-FOUND-NIGHT TO BK-NIGHT-DATE.
           MOVE WS-TIME-SLOT TO BK-TIME-SLOT.
           MOVE WS-RESOURCE-ID TO BK-RESOURCE-ID.
           MOVE PP-REQUESTED-BY TO BK-MEMBER-ID.
           MOVE "B" TO BK-STATUS.
           MOVE SPACES TO BK-STANDING-ID.
           WRITE RESERVATION-RECORD.
           MOVE WS-RUN-DATE TO PL-ACCEPTED-DATE.
           MOVE PP-REQUESTED-BY TO PL-MEMBER-ID.
           MOVE PP-NIGHT-DATE TO PL-ORIGINAL-NIGHT.
           MOVE PP-TABLE-NUMBER TO PL-ORIGINAL-TABLE.
           MOVE WS-FOUND-NIGHT TO PL-NEW-NIGHT.
           MOVE WS-FOUND-TABLE TO PL-NEW-TABLE.
           MOVE WS-OPPONENT-ID TO PL-OPPONENT-ID.
           MOVE PP-REASON TO PL-REASON.
           WRITE POSTPONE-LOG-RECORD.
           PERFORM ADD-LOG-ENTRY.
           MOVE PP-REQUESTED-BY TO WS-REMIND-MEMBER-ID.
           MOVE WS-OPPONENT-ID TO WS-REMIND-OPPONENT.
           PERFORM QUEUE-ONE-REMINDER.
           MOVE WS-OPPONENT-ID TO WS-REMIND-MEMBER-ID.
           MOVE PP-REQUESTED-BY TO WS-REMIND-OPPONENT.
           PERFORM QUEUE-ONE-REMINDER.
      *
      *    Same record MATCH-REMINDERS queues, so the desk works the
      *    new night like any other; MATCH-REMINDERS will not queue
      *    the member again for that night.
       QUEUE-ONE-REMINDER.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) =
                   WS-REMIND-MEMBER-ID)
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
           END-PERFORM.
           IF (NOT MEMBER-FOUND)
              DISPLAY "NO CONTACT ON MASTER FOR "
                 WS-REMIND-MEMBER-ID
           ELSE
              MOVE WS-REMIND-MEMBER-ID TO NQ-MEMBER-ID
              MOVE WS-FOUND-NIGHT TO NQ-NIGHT-DATE
              MOVE WS-FOUND-TABLE TO NQ-TABLE-NUMBER
              MOVE WS-REMIND-OPPONENT TO NQ-OPPONENT-ID
              IF (WS-MEMBER-CHANNEL(WS-MEMBER-HIT) = "P")
                 MOVE "P" TO NQ-CHANNEL
                 MOVE WS-MEMBER-PHONE(WS-MEMBER-HIT) TO NQ-CONTACT
              ELSE
                 MOVE "E" TO NQ-CHANNEL
                 MOVE WS-MEMBER-EMAIL(WS-MEMBER-HIT) TO NQ-CONTACT
              END-IF
              MOVE "Q" TO NQ-STATUS
              MOVE "M" TO NQ-REMINDER-TYPE
              MOVE SPACES TO NQ-DUTY-CODE
              WRITE NOTIFICATION-QUEUE-RECORD
           END-IF.
      *
       WRITE-REQUEST-LINE.
           MOVE SPACES TO POSTPONE-REPORT-RECORD.
           IF (WS-OUTCOME = "REFUSED ")
              STRING WS-OUTCOME DELIMITED BY SIZE
                     " NIGHT=" DELIMITED BY SIZE
                     PP-NIGHT-DATE DELIMITED BY SIZE
                     " TABLE=" DELIMITED BY SIZE
                     PP-TABLE-NUMBER DELIMITED BY SIZE
                     " BY=" DELIMITED BY SIZE
                     PP-REQUESTED-BY DELIMITED BY SIZE
                     " REASON=" DELIMITED BY SIZE
                     WS-REFUSE-REASON DELIMITED BY SIZE
                 INTO POSTPONE-REPORT-RECORD
           ELSE
              STRING WS-OUTCOME DELIMITED BY SIZE
                     " NIGHT=" DELIMITED BY SIZE
                     PP-NIGHT-DATE DELIMITED BY SIZE
                     " TABLE=" DELIMITED BY SIZE
                     PP-TABLE-NUMBER DELIMITED BY SIZE
                     " BY=" DELIMITED BY SIZE
                     PP-REQUESTED-BY DELIMITED BY SIZE
                     " NEW NIGHT=" DELIMITED BY SIZE
                     WS-FOUND-NIGHT DELIMITED BY SIZE
                     " NEW TABLE=" DELIMITED BY SIZE
                     WS-FOUND-TABLE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     PP-REASON DELIMITED BY SIZE
                 INTO POSTPONE-REPORT-RECORD
           END-IF.
           WRITE POSTPONE-REPORT-RECORD.
      *
       REWRITE-FIXTURES.
           OPEN OUTPUT FIXTURES-FILE.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
                MOVE WS-FIXTURE-DATE(WS-FIXTURE-SCAN)
                   TO FL-NIGHT-DATE
                MOVE WS-FIXTURE-TABLE-NO(WS-FIXTURE-SCAN)
                   TO FL-TABLE-NUMBER
                MOVE WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN)
                   TO FL-PLAYER-ID-1
                MOVE WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN)
                   TO FL-PLAYER-ID-2
                MOVE WS-FIXTURE-ROUND(WS-FIXTURE-SCAN) TO FL-ROUND
                WRITE FIXTURE-RECORD
           END-PERFORM.
           CLOSE FIXTURES-FILE.
      *
