      *    each fixture get a personalized reminder record on the
      *    notification queue - night, table, opponent, and the
      *    member's preferred channel and contact details off the
      *    master. NOTIFICATION-EXPORT sends the queued records to
      *    the bulk SMS/email provider (status G) and
      *    NOTIFICATION-RECEIPTS settles them from the delivery
      *    report - D delivered, R failed and retried on the other
      *    channel, F failed for good - where the desk once flipped
      *    each status to sent or failed by hand; a member already
      *    queued for the same night is not queued twice, so reruns
      *    are safe.
      *
      *    Volunteers on the duty rota (DUTYROTA, from DUTY-ROTA-
      *    BUILD and DUTY-ROTA-SWAP) for the same week are queued
      *    the same way, as duty reminders carrying the duty code in
      *    place of table and opponent. A duty reminder and a match
      *    reminder for one member and night are separate records;
      *    queue records from before the reminder type was added
      *    read as match reminders. Prize notices RAFFLE-PRIZE-CLAIMS
      *    queues for raffle winners (type "P", dated for the claim
      *    deadline) share the queue but never stand in for a match
      *    or duty reminder; nor do the voucher expiry reminders
      *    VOUCHER-EXPIRY-SWEEP queues (type "V", dated for the
      *    voucher's expiry), the membership invitations
      *    GUEST-PASS queues for regular guests (type "G"), the
      *    standing-booking cancellations BOOKING-RELEASE queues
      *    (type "B"), the district team selections
      *    DISTRICT-SELECTION queues (type "T", dated for the
      *    fixture) or the safety waiver renewal notices
      *    SAFETY-WAIVER-RENEWAL queues (type "W", dated for the
      *    waiver's expiry).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL DUTY-ROTA-FILE ASSIGN TO "DUTYROTA"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  DUTY-ROTA-FILE.
       01  DUTY-ROTA-RECORD.
           05 DR-NIGHT-DATE          PIC 9(8).
           05 DR-DUTY-CODE           PIC X(8).
           05 DR-SLOT                PIC 9.
           05 DR-MEMBER-ID           PIC X(10).
           05 DR-SWAPPED             PIC X.
      *
       FD  NOTIFICATION-QUEUE-FILE.
       01  NOTIFICATION-QUEUE-RECORD.
              88 NQ-QUEUED                VALUE "Q".
              88 NQ-SENT                  VALUE "S".
              88 NQ-FAILED                VALUE "F".
              88 NQ-AT-GATEWAY            VALUE "G".
              88 NQ-DELIVERED             VALUE "D".
              88 NQ-RETRIED               VALUE "R".
           05 NQ-REMINDER-TYPE       PIC X.
              88 NQ-MATCH-REMINDER        VALUE "M" SPACE.
              88 NQ-DUTY-REMINDER         VALUE "D".
              88 NQ-PRIZE-NOTICE          VALUE "P".
              88 NQ-VOUCHER-REMINDER      VALUE "V".
              88 NQ-GUEST-INVITATION      VALUE "G".
              88 NQ-STANDING-CANCELLED    VALUE "B".
              88 NQ-TEAM-SELECTION        VALUE "T".
              88 NQ-WAIVER-RENEWAL        VALUE "W".
           05 NQ-DUTY-CODE           PIC X(8).
           05 NQ-GATEWAY-BATCH       PIC X(12).
           05 NQ-GATEWAY-REF         PIC 9(6).
           05 NQ-GATEWAY-DATE        PIC 9(8).
           05 NQ-ATTEMPT             PIC X.
           05 NQ-FAIL-REASON         PIC X(30).
      *
       WORKING-STORAGE SECTION.
      *
             88 FIXTURES-EOF                  VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 ROTA-EOF-SWITCH         PIC X    VALUE "N".
             88 ROTA-EOF                      VALUE "Y".
          05 QUEUE-EOF-SWITCH        PIC X    VALUE "N".
             88 QUEUE-EOF                     VALUE "Y".
          05 ALREADY-QUEUED-SWITCH   PIC X    VALUE "N".
          05 WS-QUEUED OCCURS 1000 TIMES.
             10 WS-QUEUED-MEMBER     PIC X(10).
             10 WS-QUEUED-DATE       PIC 9(8).
             10 WS-QUEUED-TYPE       PIC X.
      *
       01 WS-REMIND-MEMBER-ID        PIC X(10) VALUE SPACES.
       01 WS-REMIND-OPPONENT         PIC X(10) VALUE SPACES.
       01 WS-REMIND-DATE             PIC 9(8) VALUE 0.
       01 WS-REMIND-TABLE            PIC 99   VALUE 0.
       01 WS-REMIND-TYPE             PIC X    VALUE "M".
       01 WS-REMIND-DUTY             PIC X(8) VALUE SPACES.
       01 WS-DUTY-WRITTEN-COUNT      PIC 9(4) VALUE 0.
       01 WS-WRITTEN-COUNT           PIC 9(4) VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "P".
              END-READ
           END-PERFORM.
           CLOSE FIXTURES-FILE.
           PERFORM QUEUE-DUTY-REMINDERS.
           CLOSE NOTIFICATION-QUEUE-FILE.
           DISPLAY "Reminders queued: " WS-WRITTEN-COUNT.
           DISPLAY "Duty reminders queued: " WS-DUTY-WRITTEN-COUNT.
           STOP RUN.
      *
       LOAD-MEMBER-CONTACTS.
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
      *    Every notice keeps its own type, so only a match or duty
      *    reminder can stand in for another of its kind; a blank
      *    type is a match reminder from before types were kept.
       LOAD-EXISTING-QUEUE.
           OPEN INPUT NOTIFICATION-QUEUE-FILE.
           PERFORM UNTIL QUEUE-EOF
                          TO WS-QUEUED-MEMBER(WS-QUEUED-COUNT)
                       MOVE NQ-NIGHT-DATE
                          TO WS-QUEUED-DATE(WS-QUEUED-COUNT)
                       MOVE NQ-REMINDER-TYPE
                          TO WS-QUEUED-TYPE(WS-QUEUED-COUNT)
                       IF (NQ-REMINDER-TYPE = SPACE)
                          MOVE "M" TO WS-QUEUED-TYPE(WS-QUEUED-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NOTIFICATION-QUEUE-FILE.
      *
       QUEUE-BOTH-PLAYERS.
           MOVE FL-NIGHT-DATE TO WS-REMIND-DATE.
           MOVE FL-TABLE-NUMBER TO WS-REMIND-TABLE.
           MOVE "M" TO WS-REMIND-TYPE.
           MOVE SPACES TO WS-REMIND-DUTY.
           MOVE FL-PLAYER-ID-1 TO WS-REMIND-MEMBER-ID.
           MOVE FL-PLAYER-ID-2 TO WS-REMIND-OPPONENT.
           PERFORM QUEUE-ONE-REMINDER.
           MOVE FL-PLAYER-ID-2 TO WS-REMIND-MEMBER-ID.
           MOVE FL-PLAYER-ID-1 TO WS-REMIND-OPPONENT.
           PERFORM QUEUE-ONE-REMINDER.
      *
      *    Unfilled rota slots have nobody to remind.
       QUEUE-DUTY-REMINDERS.
           OPEN INPUT DUTY-ROTA-FILE.
           PERFORM UNTIL ROTA-EOF
              READ DUTY-ROTA-FILE
                 AT END
                    MOVE "Y" TO ROTA-EOF-SWITCH
                 NOT AT END
                    IF (DR-NIGHT-DATE >= WS-RUN-DATE
                       AND DR-NIGHT-DATE <= WS-WEEK-END-DATE
                       AND DR-MEMBER-ID NOT = SPACES)
                       MOVE DR-MEMBER-ID TO WS-REMIND-MEMBER-ID
                       MOVE SPACES TO WS-REMIND-OPPONENT
                       MOVE DR-NIGHT-DATE TO WS-REMIND-DATE
                       MOVE 0 TO WS-REMIND-TABLE
                       MOVE "D" TO WS-REMIND-TYPE
                       MOVE DR-DUTY-CODE TO WS-REMIND-DUTY
                       PERFORM QUEUE-ONE-REMINDER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DUTY-ROTA-FILE.
      *
       QUEUE-ONE-REMINDER.
           PERFORM CHECK-ALREADY-QUEUED.
                IF (WS-QUEUED-MEMBER(WS-QUEUED-SCAN) =
                      WS-REMIND-MEMBER-ID
                   AND WS-QUEUED-DATE(WS-QUEUED-SCAN) =
                      WS-REMIND-DATE
                   AND WS-QUEUED-TYPE(WS-QUEUED-SCAN) =
                      WS-REMIND-TYPE)
                   MOVE "Y" TO ALREADY-QUEUED-SWITCH
                END-IF
           END-PERFORM.
      *    Phone preference carries the phone, anything else the
      *    email - there is always something for the desk to try.
       WRITE-REMINDER-RECORD.
           MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
           MOVE WS-REMIND-MEMBER-ID TO NQ-MEMBER-ID.
           MOVE WS-REMIND-DATE TO NQ-NIGHT-DATE.
           MOVE WS-REMIND-TABLE TO NQ-TABLE-NUMBER.
           MOVE WS-REMIND-OPPONENT TO NQ-OPPONENT-ID.
           IF (WS-MEMBER-CHANNEL(WS-MEMBER-HIT) = "P")
              MOVE "P" TO NQ-CHANNEL
              MOVE WS-MEMBER-EMAIL(WS-MEMBER-HIT) TO NQ-CONTACT
           END-IF.
           MOVE "Q" TO NQ-STATUS.
           MOVE WS-REMIND-TYPE TO NQ-REMINDER-TYPE.
           MOVE WS-REMIND-DUTY TO NQ-DUTY-CODE.
           WRITE NOTIFICATION-QUEUE-RECORD.
           IF (WS-REMIND-TYPE = "D")
              ADD 1 TO WS-DUTY-WRITTEN-COUNT
           ELSE
              ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
           IF (WS-QUEUED-COUNT < 1000)
              ADD 1 TO WS-QUEUED-COUNT
              MOVE WS-REMIND-MEMBER-ID
                 TO WS-QUEUED-MEMBER(WS-QUEUED-COUNT)
              MOVE WS-REMIND-DATE
                 TO WS-QUEUED-DATE(WS-QUEUED-COUNT)
              MOVE WS-REMIND-TYPE
                 TO WS-QUEUED-TYPE(WS-QUEUED-COUNT)
           END-IF.
      *
