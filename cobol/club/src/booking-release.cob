       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKING-RELEASE.
      *
      *    No-show release for the reservations file, so a booked
      *    board nobody turns up for goes to the walk-ins instead of
      *    sitting empty all night. Run on the night once the first
      *    slots are under way (and again later if need be): every
      *    booking on CLUBBOOK for the night still marked booked
      *    whose time slot began more than the grace time ago is
      *    settled against the check-ins on the attendance file
      *    (CLUBATTD). A booking whose member checked in no later
      *    than the slot hour plus the grace minutes is marked
      *    showed ("S"); one without is marked no-show ("N") and
      *    listed as released, which frees the slot - TABLE-BOOKING,
      *    STANDING-BOOKINGS and FIXTURE-POSTPONE no longer count a
      *    no-show booking as holding it. Bookings whose grace time
      *    has not yet run out are left booked for a later run, and
      *    a booking already settled is never settled again, so
      *    reruns are safe.
      *
      *    The control card (RELSCTL) gives the night (today), the
      *    time the run counts as (the clock, for tonight; the end
      *    of the day for an earlier night) and the grace minutes
      *    (15, at most 59); the defaults are shown in brackets.
      *
      *    A released booking that came from a standing booking adds
      *    one to that standing booking's no-show count on CLUBSTND.
      *    At the third no-show the standing booking is cancelled,
      *    its nights already expanded onto CLUBBOOK after this one
      *    are taken off so the slots are free again, and the member
      *    is told on the MATCH-REMINDERS notification queue (type
      *    "B", dated for the night of the third no-show, the
      *    resource in place of the duty code) by their preferred
      *    channel off the master; a notice already queued for the
      *    member, night and resource is not queued again. The
      *    listing (RELSRPT) shows every release and cancellation.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RELEASE-CONTROL-FILE ASSIGN TO "RELSCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATIONS-FILE ASSIGN TO "CLUBBOOK"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO "CLUBATTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-BOOKING-FILE ASSIGN TO "CLUBSTND"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RELEASE-REPORT-FILE ASSIGN TO "RELSRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-CONTROL-FILE.
       01  RELEASE-CONTROL-RECORD.
           05 RL-NIGHT-DATE          PIC 9(8).
           05 RL-AS-OF-TIME          PIC 9(4).
           05 RL-GRACE-MINUTES       PIC 99.
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
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 AT-MEMBER-ID           PIC X(10).
           05 AT-NIGHT-DATE          PIC 9(8).
           05 AT-ARRIVAL-TIME        PIC 9(4).
           05 AT-FEE-OWED            PIC 9(3)V99.
           05 AT-FEE-PAID            PIC 9(3)V99.
      *
       FD  STANDING-BOOKING-FILE.
       01  STANDING-BOOKING-RECORD.
           05 SB-STANDING-ID         PIC X(6).
           05 SB-MEMBER-ID           PIC X(10).
           05 SB-RESOURCE-ID         PIC X(6).
           05 SB-TIME-SLOT           PIC 99.
           05 SB-WEEKDAY             PIC X(3).
           05 SB-START-DATE          PIC 9(8).
           05 SB-END-DATE            PIC 9(8).
           05 SB-NO-SHOW-COUNT       PIC 9.
           05 SB-STATUS              PIC X.
              88 SB-ACTIVE                VALUE "A".
              88 SB-CANCELLED             VALUE "C".
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
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
           05 NQ-REMINDER-TYPE       PIC X.
              88 NQ-STANDING-CANCELLED    VALUE "B".
           05 NQ-DUTY-CODE           PIC X(8).
      *
       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-RECORD     PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 DATA-EOF-SWITCH         PIC X    VALUE "N".
             88 DATA-EOF                      VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 MEMBER-FOUND-SWITCH     PIC X    VALUE "N".
             88 MEMBER-FOUND                  VALUE "Y".
          05 CHECKED-IN-SWITCH       PIC X    VALUE "N".
             88 CHECKED-IN                    VALUE "Y".
          05 STANDING-FOUND-SWITCH   PIC X    VALUE "N".
             88 STANDING-FOUND                VALUE "Y".
          05 ALREADY-QUEUED-SWITCH   PIC X    VALUE "N".
             88 ALREADY-QUEUED                VALUE "Y".
          05 BOOKINGS-CHANGED-SWITCH PIC X    VALUE "N".
             88 BOOKINGS-CHANGED              VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-NIGHT-DATE              PIC 9(8) VALUE 0.
       01 WS-AS-OF-TIME              PIC 9(4) VALUE 0.
       01 WS-GRACE-MINUTES           PIC 99   VALUE 15.
       01 WS-SLOT-DEADLINE           PIC 9(4) VALUE 0.
       01 WS-NO-SHOW-LIMIT           PIC 9    VALUE 3.
      *
       01 WS-BOOKING-COUNT           PIC 9(4) VALUE 0.
       01 WS-BOOKING-SCAN            PIC 9(4) VALUE 0.
       01 WS-BOOKING-SCAN-2          PIC 9(4) VALUE 0.
       01 WS-BOOKING-TABLE.
          05 WS-BOOKING OCCURS 2000 TIMES.
             10 WS-BOOKING-DATE      PIC 9(8).
             10 WS-BOOKING-SLOT      PIC 99.
             10 WS-BOOKING-RESOURCE  PIC X(6).
             10 WS-BOOKING-MEMBER    PIC X(10).
             10 WS-BOOKING-STATUS    PIC X.
                88 WS-BOOKING-OPEN        VALUE "B".
                88 WS-BOOKING-DROPPED     VALUE "X".
             10 WS-BOOKING-STANDING  PIC X(6).
      *
       01 WS-CHECKIN-COUNT           PIC 9(3) VALUE 0.
       01 WS-CHECKIN-SCAN            PIC 9(3) VALUE 0.
       01 WS-CHECKIN-TABLE.
          05 WS-CHECKIN OCCURS 500 TIMES.
             10 WS-CHECKIN-MEMBER    PIC X(10).
             10 WS-CHECKIN-TIME      PIC 9(4).
      *
       01 WS-STANDING-COUNT          PIC 9(3) VALUE 0.
       01 WS-STANDING-SCAN           PIC 9(3) VALUE 0.
       01 WS-STANDING-HIT            PIC 9(3) VALUE 0.
       01 WS-STANDING-TABLE.
          05 WS-STANDING OCCURS 200 TIMES.
             10 WS-STANDING-ID       PIC X(6).
             10 WS-STANDING-MEMBER   PIC X(10).
             10 WS-STANDING-RESOURCE PIC X(6).
             10 WS-STANDING-SLOT     PIC 99.
             10 WS-STANDING-WEEKDAY  PIC X(3).
             10 WS-STANDING-START    PIC 9(8).
             10 WS-STANDING-END      PIC 9(8).
             10 WS-STANDING-NO-SHOWS PIC 9.
             10 WS-STANDING-STATUS   PIC X.
                88 WS-STANDING-ACTIVE     VALUE "A".
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
       01 WS-QUEUED-COUNT            PIC 9(4) VALUE 0.
       01 WS-QUEUED-SCAN             PIC 9(4) VALUE 0.
       01 WS-QUEUED-TABLE.
          05 WS-QUEUED OCCURS 1000 TIMES.
             10 WS-QUEUED-MEMBER     PIC X(10).
             10 WS-QUEUED-DATE       PIC 9(8).
             10 WS-QUEUED-RESOURCE   PIC X(8).
      *
       01 WS-SHOWED-COUNT            PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT          PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT           PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT         PIC 9(5) VALUE 0.
       01 WS-DROPPED-COUNT           PIC 9(5) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "BOOKING-RELEASE".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       BOOKING-RELEASE.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RELEASE-CONTROL.
           PERFORM LOAD-RESERVATIONS.
           PERFORM LOAD-CHECK-INS.
           PERFORM LOAD-STANDING-BOOKINGS.
           PERFORM LOAD-MEMBER-CONTACTS.
           PERFORM LOAD-EXISTING-QUEUE.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           STRING "BOOKING RELEASE NIGHT=" DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
                  " AS-OF=" DELIMITED BY SIZE
                  WS-AS-OF-TIME DELIMITED BY SIZE
                  " GRACE-MINUTES=" DELIMITED BY SIZE
                  WS-GRACE-MINUTES DELIMITED BY SIZE
              INTO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           PERFORM SETTLE-ONE-BOOKING
              VARYING WS-BOOKING-SCAN FROM 1 BY 1
              UNTIL WS-BOOKING-SCAN > WS-BOOKING-COUNT.
           CLOSE NOTIFICATION-QUEUE-FILE.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           STRING "TOTALS SHOWED=" DELIMITED BY SIZE
                  WS-SHOWED-COUNT DELIMITED BY SIZE
                  " RELEASED=" DELIMITED BY SIZE
                  WS-RELEASED-COUNT DELIMITED BY SIZE
                  " STILL-IN-GRACE=" DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  " STANDING-CANCELLED=" DELIMITED BY SIZE
                  WS-CANCELLED-COUNT DELIMITED BY SIZE
              INTO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           CLOSE RELEASE-REPORT-FILE.
           IF (BOOKINGS-CHANGED)
              PERFORM REWRITE-RESERVATIONS
           END-IF.
           IF (WS-RELEASED-COUNT > 0)
              PERFORM REWRITE-STANDING-BOOKINGS
           END-IF.
           ADD WS-SHOWED-COUNT WS-RELEASED-COUNT
              GIVING WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Bookings showed: " WS-SHOWED-COUNT.
           DISPLAY "Bookings released: " WS-RELEASED-COUNT.
           DISPLAY "Standing bookings cancelled: " WS-CANCELLED-COUNT.
           STOP RUN.
      *
      *    The run's time decides which slots are past their grace:
      *    the clock for tonight, the whole night for an earlier one,
      *    none at all for a night still to come.
       LOAD-RELEASE-CONTROL.
           MOVE WS-RUN-DATE TO WS-NIGHT-DATE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT RELEASE-CONTROL-FILE.
           READ RELEASE-CONTROL-FILE
              AT END
                 MOVE "Y" TO DATA-EOF-SWITCH
           END-READ.
           IF (NOT DATA-EOF)
              IF (RL-NIGHT-DATE IS NUMERIC
                 AND RL-NIGHT-DATE > 0)
                 MOVE RL-NIGHT-DATE TO WS-NIGHT-DATE
              END-IF
              IF (RL-GRACE-MINUTES IS NUMERIC)
                 MOVE RL-GRACE-MINUTES TO WS-GRACE-MINUTES
              END-IF
           END-IF.
           IF (WS-GRACE-MINUTES > 59)
              MOVE 59 TO WS-GRACE-MINUTES
           END-IF.
           EVALUATE TRUE
           WHEN WS-NIGHT-DATE = WS-RUN-DATE
                MOVE FUNCTION CURRENT-DATE(9:4) TO WS-AS-OF-TIME
           WHEN WS-NIGHT-DATE < WS-RUN-DATE
                MOVE 2400 TO WS-AS-OF-TIME
           WHEN OTHER
                MOVE 0 TO WS-AS-OF-TIME
           END-EVALUATE.
           IF (NOT DATA-EOF)
              IF (RL-AS-OF-TIME IS NUMERIC
                 AND RL-AS-OF-TIME > 0)
                 MOVE RL-AS-OF-TIME TO WS-AS-OF-TIME
              END-IF
           END-IF.
           CLOSE RELEASE-CONTROL-FILE.
      *
       LOAD-RESERVATIONS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT RESERVATIONS-FILE.
           PERFORM UNTIL DATA-EOF
              READ RESERVATIONS-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-BOOKING-COUNT = 2000)
                       DISPLAY "ABORTED: reservations exceed the "
                          "2000-entry booking table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-BOOKING-COUNT
                    MOVE BK-NIGHT-DATE
                       TO WS-BOOKING-DATE(WS-BOOKING-COUNT)
                    MOVE BK-TIME-SLOT
                       TO WS-BOOKING-SLOT(WS-BOOKING-COUNT)
                    MOVE BK-RESOURCE-ID
                       TO WS-BOOKING-RESOURCE(WS-BOOKING-COUNT)
                    MOVE BK-MEMBER-ID
                       TO WS-BOOKING-MEMBER(WS-BOOKING-COUNT)
                    MOVE BK-STATUS
                       TO WS-BOOKING-STATUS(WS-BOOKING-COUNT)
                    MOVE BK-STANDING-ID
                       TO WS-BOOKING-STANDING(WS-BOOKING-COUNT)
              END-READ
           END-PERFORM.
           CLOSE RESERVATIONS-FILE.
      *
      *    A member checked in twice on the night keeps the earlier
      *    arrival.
       LOAD-CHECK-INS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT ATTENDANCE-FILE.
           PERFORM UNTIL DATA-EOF
              READ ATTENDANCE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (AT-NIGHT-DATE = WS-NIGHT-DATE)
                       PERFORM POST-ONE-CHECK-IN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
      *
       POST-ONE-CHECK-IN.
           MOVE "N" TO CHECKED-IN-SWITCH.
           PERFORM VARYING WS-CHECKIN-SCAN FROM 1 BY 1
              UNTIL WS-CHECKIN-SCAN > WS-CHECKIN-COUNT
              OR CHECKED-IN
                IF (WS-CHECKIN-MEMBER(WS-CHECKIN-SCAN) = AT-MEMBER-ID)
                   MOVE "Y" TO CHECKED-IN-SWITCH
                   IF (AT-ARRIVAL-TIME <
                      WS-CHECKIN-TIME(WS-CHECKIN-SCAN))
                      MOVE AT-ARRIVAL-TIME
                         TO WS-CHECKIN-TIME(WS-CHECKIN-SCAN)
                   END-IF
                END-IF
           END-PERFORM.
           IF (NOT CHECKED-IN)
              IF (WS-CHECKIN-COUNT = 500)
                 DISPLAY "ABORTED: more than 500 check-ins on one "
                    "night"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CHECKIN-COUNT
              MOVE AT-MEMBER-ID TO WS-CHECKIN-MEMBER(WS-CHECKIN-COUNT)
              MOVE AT-ARRIVAL-TIME
                 TO WS-CHECKIN-TIME(WS-CHECKIN-COUNT)
           END-IF.
      *
       LOAD-STANDING-BOOKINGS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT STANDING-BOOKING-FILE.
           PERFORM UNTIL DATA-EOF
              READ STANDING-BOOKING-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-STANDING-COUNT = 200)
                       DISPLAY "ABORTED: standing bookings exceed "
                          "the 200-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-STANDING-COUNT
                    MOVE SB-STANDING-ID
                       TO WS-STANDING-ID(WS-STANDING-COUNT)
                    MOVE SB-MEMBER-ID
                       TO WS-STANDING-MEMBER(WS-STANDING-COUNT)
                    MOVE SB-RESOURCE-ID
                       TO WS-STANDING-RESOURCE(WS-STANDING-COUNT)
                    MOVE SB-TIME-SLOT
                       TO WS-STANDING-SLOT(WS-STANDING-COUNT)
                    MOVE SB-WEEKDAY
                       TO WS-STANDING-WEEKDAY(WS-STANDING-COUNT)
                    MOVE SB-START-DATE
                       TO WS-STANDING-START(WS-STANDING-COUNT)
                    MOVE SB-END-DATE
                       TO WS-STANDING-END(WS-STANDING-COUNT)
                    IF (SB-NO-SHOW-COUNT IS NUMERIC)
                       MOVE SB-NO-SHOW-COUNT
                          TO WS-STANDING-NO-SHOWS(WS-STANDING-COUNT)
                    ELSE
                       MOVE 0
                          TO WS-STANDING-NO-SHOWS(WS-STANDING-COUNT)
                    END-IF
                    MOVE SB-STATUS
                       TO WS-STANDING-STATUS(WS-STANDING-COUNT)
              END-READ
           END-PERFORM.
           CLOSE STANDING-BOOKING-FILE.
      *
       LOAD-MEMBER-CONTACTS.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    IF (WS-MEMBER-COUNT < 500)
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE MM-MEMBER-ID
                          TO WS-MEMBER-ID(WS-MEMBER-COUNT)
                       MOVE MM-PHONE
                          TO WS-MEMBER-PHONE(WS-MEMBER-COUNT)
                       MOVE MM-EMAIL
                          TO WS-MEMBER-EMAIL(WS-MEMBER-COUNT)
                       MOVE MM-CHANNEL
                          TO WS-MEMBER-CHANNEL(WS-MEMBER-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
      *    Only cancellation notices already on the queue matter
      *    here; the other notices are left to their owners.
       LOAD-EXISTING-QUEUE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT NOTIFICATION-QUEUE-FILE.
           PERFORM UNTIL DATA-EOF
              READ NOTIFICATION-QUEUE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (NQ-STANDING-CANCELLED
                       AND WS-QUEUED-COUNT < 1000)
                       ADD 1 TO WS-QUEUED-COUNT
                       MOVE NQ-MEMBER-ID
                          TO WS-QUEUED-MEMBER(WS-QUEUED-COUNT)
                       MOVE NQ-NIGHT-DATE
                          TO WS-QUEUED-DATE(WS-QUEUED-COUNT)
                       MOVE NQ-DUTY-CODE
                          TO WS-QUEUED-RESOURCE(WS-QUEUED-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NOTIFICATION-QUEUE-FILE.
      *
      *    Slots are hours, so the grace deadline for slot 20 with
      *    15 minutes' grace is 2015 on the arrival clock.
       SETTLE-ONE-BOOKING.
           IF (WS-BOOKING-DATE(WS-BOOKING-SCAN) = WS-NIGHT-DATE
              AND WS-BOOKING-OPEN(WS-BOOKING-SCAN))
              COMPUTE WS-SLOT-DEADLINE =
                 (WS-BOOKING-SLOT(WS-BOOKING-SCAN) * 100)
                 + WS-GRACE-MINUTES
              IF (WS-SLOT-DEADLINE >= WS-AS-OF-TIME)
                 ADD 1 TO WS-PENDING-COUNT
              ELSE
                 PERFORM CHECK-MEMBER-CHECKED-IN
                 MOVE "Y" TO BOOKINGS-CHANGED-SWITCH
                 IF (CHECKED-IN)
                    MOVE "S" TO WS-BOOKING-STATUS(WS-BOOKING-SCAN)
                    ADD 1 TO WS-SHOWED-COUNT
                 ELSE
                    PERFORM RELEASE-ONE-BOOKING
                 END-IF
              END-IF
           END-IF.
      *
       CHECK-MEMBER-CHECKED-IN.
           MOVE "N" TO CHECKED-IN-SWITCH.
           PERFORM VARYING WS-CHECKIN-SCAN FROM 1 BY 1
              UNTIL WS-CHECKIN-SCAN > WS-CHECKIN-COUNT
              OR CHECKED-IN
                IF (WS-CHECKIN-MEMBER(WS-CHECKIN-SCAN) =
                      WS-BOOKING-MEMBER(WS-BOOKING-SCAN)
                   AND WS-CHECKIN-TIME(WS-CHECKIN-SCAN) <=
                      WS-SLOT-DEADLINE)
                   MOVE "Y" TO CHECKED-IN-SWITCH
                END-IF
           END-PERFORM.
      *
       RELEASE-ONE-BOOKING.
           MOVE "N" TO WS-BOOKING-STATUS(WS-BOOKING-SCAN).
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           STRING "RELEASED FOR WALK-INS SLOT=" DELIMITED BY SIZE
                  WS-BOOKING-SLOT(WS-BOOKING-SCAN) DELIMITED BY SIZE
                  " RESOURCE=" DELIMITED BY SIZE
                  WS-BOOKING-RESOURCE(WS-BOOKING-SCAN)
                     DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  WS-BOOKING-MEMBER(WS-BOOKING-SCAN) DELIMITED BY SIZE
                  " STANDING=" DELIMITED BY SIZE
                  WS-BOOKING-STANDING(WS-BOOKING-SCAN)
                     DELIMITED BY SIZE
              INTO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           IF (WS-BOOKING-STANDING(WS-BOOKING-SCAN) NOT = SPACES)
              PERFORM COUNT-STANDING-NO-SHOW
           END-IF.
      *
       COUNT-STANDING-NO-SHOW.
           MOVE "N" TO STANDING-FOUND-SWITCH.
           PERFORM VARYING WS-STANDING-SCAN FROM 1 BY 1
              UNTIL WS-STANDING-SCAN > WS-STANDING-COUNT
              OR STANDING-FOUND
                IF (WS-STANDING-ID(WS-STANDING-SCAN) =
                   WS-BOOKING-STANDING(WS-BOOKING-SCAN))
                   MOVE "Y" TO STANDING-FOUND-SWITCH
                   MOVE WS-STANDING-SCAN TO WS-STANDING-HIT
                END-IF
           END-PERFORM.
           IF (NOT STANDING-FOUND)
              DISPLAY "STANDING BOOKING "
                 WS-BOOKING-STANDING(WS-BOOKING-SCAN)
                 " NOT ON CLUBSTND"
           ELSE
              IF (WS-STANDING-NO-SHOWS(WS-STANDING-HIT) < 9)
                 ADD 1 TO WS-STANDING-NO-SHOWS(WS-STANDING-HIT)
              END-IF
              IF (WS-STANDING-ACTIVE(WS-STANDING-HIT)
                 AND WS-STANDING-NO-SHOWS(WS-STANDING-HIT) >=
                    WS-NO-SHOW-LIMIT)
                 PERFORM CANCEL-STANDING-BOOKING
              END-IF
           END-IF.
      *
       CANCEL-STANDING-BOOKING.
           MOVE "C" TO WS-STANDING-STATUS(WS-STANDING-HIT).
           ADD 1 TO WS-CANCELLED-COUNT.
           MOVE 0 TO WS-DROPPED-COUNT.
           PERFORM VARYING WS-BOOKING-SCAN-2 FROM 1 BY 1
              UNTIL WS-BOOKING-SCAN-2 > WS-BOOKING-COUNT
                IF (WS-BOOKING-STANDING(WS-BOOKING-SCAN-2) =
                      WS-STANDING-ID(WS-STANDING-HIT)
                   AND WS-BOOKING-DATE(WS-BOOKING-SCAN-2) >
                      WS-NIGHT-DATE
                   AND WS-BOOKING-OPEN(WS-BOOKING-SCAN-2))
                   MOVE "X" TO WS-BOOKING-STATUS(WS-BOOKING-SCAN-2)
                   ADD 1 TO WS-DROPPED-COUNT
                END-IF
           END-PERFORM.
           MOVE SPACES TO RELEASE-REPORT-RECORD.
           STRING "CANCELLED STANDING=" DELIMITED BY SIZE
                  WS-STANDING-ID(WS-STANDING-HIT) DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  WS-STANDING-MEMBER(WS-STANDING-HIT)
                     DELIMITED BY SIZE
                  " NO-SHOWS=" DELIMITED BY SIZE
                  WS-STANDING-NO-SHOWS(WS-STANDING-HIT)
                     DELIMITED BY SIZE
                  " LATER NIGHTS FREED=" DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
              INTO RELEASE-REPORT-RECORD.
           WRITE RELEASE-REPORT-RECORD.
           PERFORM FIND-MEMBER-CONTACT.
           IF (NOT MEMBER-FOUND)
              DISPLAY "NO CONTACT ON MASTER FOR "
                 WS-STANDING-MEMBER(WS-STANDING-HIT)
           ELSE
              PERFORM CHECK-ALREADY-QUEUED
              IF (NOT ALREADY-QUEUED)
                 PERFORM WRITE-CANCELLATION-NOTICE
              END-IF
           END-IF.
      *
       FIND-MEMBER-CONTACT.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) =
                   WS-STANDING-MEMBER(WS-STANDING-HIT))
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
           END-PERFORM.
      *
       CHECK-ALREADY-QUEUED.
           MOVE "N" TO ALREADY-QUEUED-SWITCH.
           PERFORM VARYING WS-QUEUED-SCAN FROM 1 BY 1
              UNTIL WS-QUEUED-SCAN > WS-QUEUED-COUNT
              OR ALREADY-QUEUED
                IF (WS-QUEUED-MEMBER(WS-QUEUED-SCAN) =
                      WS-MEMBER-ID(WS-MEMBER-HIT)
                   AND WS-QUEUED-DATE(WS-QUEUED-SCAN) = WS-NIGHT-DATE
                   AND WS-QUEUED-RESOURCE(WS-QUEUED-SCAN) =
                      WS-STANDING-RESOURCE(WS-STANDING-HIT))
                   MOVE "Y" TO ALREADY-QUEUED-SWITCH
                END-IF
           END-PERFORM.
      *
      *    Phone preference carries the phone, anything else the
      *    email, the same as MATCH-REMINDERS.
       WRITE-CANCELLATION-NOTICE.
           MOVE WS-MEMBER-ID(WS-MEMBER-HIT) TO NQ-MEMBER-ID.
           MOVE WS-NIGHT-DATE TO NQ-NIGHT-DATE.
           MOVE 0 TO NQ-TABLE-NUMBER.
           MOVE SPACES TO NQ-OPPONENT-ID.
           IF (WS-MEMBER-CHANNEL(WS-MEMBER-HIT) = "P")
              MOVE "P" TO NQ-CHANNEL
              MOVE WS-MEMBER-PHONE(WS-MEMBER-HIT) TO NQ-CONTACT
           ELSE
              MOVE "E" TO NQ-CHANNEL
              MOVE WS-MEMBER-EMAIL(WS-MEMBER-HIT) TO NQ-CONTACT
           END-IF.
           MOVE "Q" TO NQ-STATUS.
           MOVE "B" TO NQ-REMINDER-TYPE.
           MOVE WS-STANDING-RESOURCE(WS-STANDING-HIT) TO NQ-DUTY-CODE.
           WRITE NOTIFICATION-QUEUE-RECORD.
           IF (WS-QUEUED-COUNT < 1000)
              ADD 1 TO WS-QUEUED-COUNT
              MOVE WS-MEMBER-ID(WS-MEMBER-HIT)
                 TO WS-QUEUED-MEMBER(WS-QUEUED-COUNT)
              MOVE WS-NIGHT-DATE TO WS-QUEUED-DATE(WS-QUEUED-COUNT)
              MOVE WS-STANDING-RESOURCE(WS-STANDING-HIT)
                 TO WS-QUEUED-RESOURCE(WS-QUEUED-COUNT)
           END-IF.
      *
      *    Nights taken off a cancelled standing booking are left
      *    out; every other booking is written back as it stands.
       REWRITE-RESERVATIONS.
           OPEN OUTPUT RESERVATIONS-FILE.
           PERFORM VARYING WS-BOOKING-SCAN FROM 1 BY 1
              UNTIL WS-BOOKING-SCAN > WS-BOOKING-COUNT
                IF (NOT WS-BOOKING-DROPPED(WS-BOOKING-SCAN))
                   MOVE WS-BOOKING-DATE(WS-BOOKING-SCAN)
                      TO BK-NIGHT-DATE
                   MOVE WS-BOOKING-SLOT(WS-BOOKING-SCAN)
                      TO BK-TIME-SLOT
                   MOVE WS-BOOKING-RESOURCE(WS-BOOKING-SCAN)
                      TO BK-RESOURCE-ID
                   MOVE WS-BOOKING-MEMBER(WS-BOOKING-SCAN)
                      TO BK-MEMBER-ID
                   MOVE WS-BOOKING-STATUS(WS-BOOKING-SCAN)
                      TO BK-STATUS
                   MOVE WS-BOOKING-STANDING(WS-BOOKING-SCAN)
                      TO BK-STANDING-ID
                   WRITE RESERVATION-RECORD
                END-IF
           END-PERFORM.
           CLOSE RESERVATIONS-FILE.
      *
       REWRITE-STANDING-BOOKINGS.
           OPEN OUTPUT STANDING-BOOKING-FILE.
           PERFORM VARYING WS-STANDING-SCAN FROM 1 BY 1
              UNTIL WS-STANDING-SCAN > WS-STANDING-COUNT
                MOVE WS-STANDING-ID(WS-STANDING-SCAN)
                   TO SB-STANDING-ID
                MOVE WS-STANDING-MEMBER(WS-STANDING-SCAN)
                   TO SB-MEMBER-ID
                MOVE WS-STANDING-RESOURCE(WS-STANDING-SCAN)
                   TO SB-RESOURCE-ID
                MOVE WS-STANDING-SLOT(WS-STANDING-SCAN)
                   TO SB-TIME-SLOT
                MOVE WS-STANDING-WEEKDAY(WS-STANDING-SCAN)
                   TO SB-WEEKDAY
                MOVE WS-STANDING-START(WS-STANDING-SCAN)
                   TO SB-START-DATE
                MOVE WS-STANDING-END(WS-STANDING-SCAN)
                   TO SB-END-DATE
                MOVE WS-STANDING-NO-SHOWS(WS-STANDING-SCAN)
                   TO SB-NO-SHOW-COUNT
                MOVE WS-STANDING-STATUS(WS-STANDING-SCAN)
                   TO SB-STATUS
                WRITE STANDING-BOOKING-RECORD
           END-PERFORM.
           CLOSE STANDING-BOOKING-FILE.
      *
