       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-EXPORT.
      *
      *    Outbound step for the notification queue, so the desk no
      *    longer works it by hand: every queued entry (status Q)
      *    goes onto the bulk SMS/email provider's upload file in one
      *    batch, grouped by channel - the phone (SMS) entries under
      *    one group header and the email entries under another,
      *    each header carrying its group count - and the file is
      *    closed with a trailer carrying the batch's detail count
      *    so the provider's loader can balance it. The batch ID is
      *    GW, the run date and a two-digit sequence for the day, so
      *    a second run on one night gets its own batch. Each entry
      *    is marked G (sent to gateway) with the batch ID, its
      *    message reference within the batch and the export date;
      *    NOTIFICATION-RECEIPTS matches the provider's delivery
      *    report back on batch and reference.
      *
      *    Record types on the upload file: H group header, D
      *    message, T trailer. The message text is built from the
      *    entry's reminder type the way the desk used to phrase it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT GATEWAY-UPLOAD-FILE ASSIGN TO "NOTIFGWY"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICATION-QUEUE-FILE.
       01  NOTIFICATION-QUEUE-RECORD.
           05 NQ-MEMBER-ID           PIC X(10).
           05 NQ-NIGHT-DATE          PIC 9(8).
           05 NQ-TABLE-NUMBER        PIC 99.
           05 NQ-OPPONENT-ID         PIC X(10).
           05 NQ-CHANNEL             PIC X.
              88 NQ-PHONE-CHANNEL         VALUE "P".
           05 NQ-CONTACT             PIC X(40).
           05 NQ-STATUS              PIC X.
              88 NQ-QUEUED                VALUE "Q".
              88 NQ-AT-GATEWAY            VALUE "G".
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
           05 NQ-TEAM-DUTY REDEFINES NQ-DUTY-CODE.
              10 NQ-TEAM-GAME        PIC X(6).
              10 FILLER              PIC X.
              10 NQ-TEAM-ROLE        PIC X.
                 88 NQ-TEAM-RESERVE       VALUE "R".
           05 NQ-GATEWAY-BATCH       PIC X(12).
           05 NQ-GATEWAY-REF         PIC 9(6).
           05 NQ-GATEWAY-DATE        PIC 9(8).
           05 NQ-ATTEMPT             PIC X.
           05 NQ-FAIL-REASON         PIC X(30).
      *
       FD  GATEWAY-UPLOAD-FILE.
       01  GATEWAY-UPLOAD-RECORD.
           05 GW-RECORD-TYPE         PIC X.
           05 GW-BATCH-ID            PIC X(12).
           05 GW-BODY                PIC X(147).
           05 GW-HEADER-BODY REDEFINES GW-BODY.
              10 GW-H-CHANNEL        PIC X(5).
              10 GW-H-GROUP-COUNT    PIC 9(6).
              10 GW-H-CREATED-DATE   PIC 9(8).
              10 FILLER              PIC X(128).
           05 GW-DETAIL-BODY REDEFINES GW-BODY.
              10 GW-D-MESSAGE-REF    PIC 9(6).
              10 GW-D-CHANNEL        PIC X(5).
              10 GW-D-CONTACT        PIC X(40).
              10 GW-D-MEMBER-ID      PIC X(10).
              10 GW-D-MESSAGE-TEXT   PIC X(80).
              10 FILLER              PIC X(6).
           05 GW-TRAILER-BODY REDEFINES GW-BODY.
              10 GW-T-DETAIL-COUNT   PIC 9(6).
              10 FILLER              PIC X(141).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 QUEUE-EOF-SWITCH        PIC X    VALUE "N".
             88 QUEUE-EOF                     VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-BATCH-ID                PIC X(12) VALUE SPACES.
       01 WS-BATCH-SEQ               PIC 99   VALUE 0.
       01 WS-PRIOR-SEQ               PIC 99   VALUE 0.
      *
       01 WS-QUEUE-COUNT             PIC 9(4) VALUE 0.
       01 WS-QUEUE-SCAN              PIC 9(4) VALUE 0.
       01 WS-QUEUE-TABLE.
          05 WS-QUEUE-ENTRY OCCURS 2000 TIMES PIC X(138).
      *
       01 WS-GROUP-CHANNEL           PIC X    VALUE SPACE.
       01 WS-GROUP-COUNT             PIC 9(6) VALUE 0.
       01 WS-PHONE-COUNT             PIC 9(6) VALUE 0.
       01 WS-EMAIL-COUNT             PIC 9(6) VALUE 0.
       01 WS-DETAIL-COUNT            PIC 9(6) VALUE 0.
       01 WS-TEAM-ROLE-NAME          PIC X(7) VALUE SPACES.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "NOTIFICATION-EXPORT".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       NOTIFICATION-EXPORT.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-NOTIFICATION-QUEUE.
           ADD 1 TO WS-PRIOR-SEQ GIVING WS-BATCH-SEQ.
           MOVE SPACES TO WS-BATCH-ID.
           STRING "GW" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  WS-BATCH-SEQ DELIMITED BY SIZE
              INTO WS-BATCH-ID.
           OPEN OUTPUT GATEWAY-UPLOAD-FILE.
           IF (WS-PHONE-COUNT + WS-EMAIL-COUNT > 0)
              MOVE "P" TO WS-GROUP-CHANNEL
              MOVE WS-PHONE-COUNT TO WS-GROUP-COUNT
              PERFORM EXPORT-ONE-GROUP
              MOVE "E" TO WS-GROUP-CHANNEL
              MOVE WS-EMAIL-COUNT TO WS-GROUP-COUNT
              PERFORM EXPORT-ONE-GROUP
              PERFORM WRITE-UPLOAD-TRAILER
           END-IF.
           CLOSE GATEWAY-UPLOAD-FILE.
           PERFORM REWRITE-NOTIFICATION-QUEUE.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           IF (WS-DETAIL-COUNT = 0)
              DISPLAY "No queued notifications - empty upload file"
           ELSE
              DISPLAY "Gateway batch: " WS-BATCH-ID
           END-IF.
           DISPLAY "SMS messages exported: " WS-PHONE-COUNT.
           DISPLAY "Email messages exported: " WS-EMAIL-COUNT.
           STOP RUN.
      *
      *    The queue is held whole so it can be rewritten with the
      *    gateway marks; the day's highest batch sequence so far is
      *    noted on the way through.
       LOAD-NOTIFICATION-QUEUE.
           OPEN INPUT NOTIFICATION-QUEUE-FILE.
           PERFORM UNTIL QUEUE-EOF
              MOVE SPACES TO NOTIFICATION-QUEUE-RECORD
              READ NOTIFICATION-QUEUE-FILE
                 AT END
                    MOVE "Y" TO QUEUE-EOF-SWITCH
                 NOT AT END
                    IF (WS-QUEUE-COUNT = 2000)
                       DISPLAY "ABORTED: notification queue exceeds "
                          "the 2000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-QUEUE-COUNT
                    ADD 1 TO WS-AUDIT-READ
                    IF (NQ-GATEWAY-BATCH(1:2) = "GW"
                       AND NQ-GATEWAY-BATCH(3:8) = WS-RUN-DATE
                       AND NQ-GATEWAY-BATCH(11:2) IS NUMERIC)
                       IF (NQ-GATEWAY-BATCH(11:2) > WS-PRIOR-SEQ)
                          MOVE NQ-GATEWAY-BATCH(11:2) TO WS-PRIOR-SEQ
                       END-IF
                    END-IF
                    IF (NQ-QUEUED)
                       IF (NQ-PHONE-CHANNEL)
                          ADD 1 TO WS-PHONE-COUNT
                       ELSE
                          ADD 1 TO WS-EMAIL-COUNT
                       END-IF
                    END-IF
                    MOVE NOTIFICATION-QUEUE-RECORD
                       TO WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE NOTIFICATION-QUEUE-FILE.
      *
      *    Phone entries make the SMS group; anything else goes by
      *    email, the channel MATCH-REMINDERS falls back to.
       EXPORT-ONE-GROUP.
           IF (WS-GROUP-COUNT > 0)
              MOVE SPACES TO GATEWAY-UPLOAD-RECORD
              MOVE "H" TO GW-RECORD-TYPE
              MOVE WS-BATCH-ID TO GW-BATCH-ID
              IF (WS-GROUP-CHANNEL = "P")
                 MOVE "SMS" TO GW-H-CHANNEL
              ELSE
                 MOVE "EMAIL" TO GW-H-CHANNEL
              END-IF
              MOVE WS-GROUP-COUNT TO GW-H-GROUP-COUNT
              MOVE WS-RUN-DATE TO GW-H-CREATED-DATE
              WRITE GATEWAY-UPLOAD-RECORD
              PERFORM VARYING WS-QUEUE-SCAN FROM 1 BY 1
                 UNTIL WS-QUEUE-SCAN > WS-QUEUE-COUNT
                   MOVE WS-QUEUE-ENTRY(WS-QUEUE-SCAN)
                      TO NOTIFICATION-QUEUE-RECORD
                   IF (NQ-QUEUED)
                      IF ((WS-GROUP-CHANNEL = "P"
                         AND NQ-PHONE-CHANNEL)
                         OR (WS-GROUP-CHANNEL = "E"
                         AND NOT NQ-PHONE-CHANNEL))
                         PERFORM EXPORT-ONE-MESSAGE
                      END-IF
                   END-IF
              END-PERFORM
           END-IF.
      *
       EXPORT-ONE-MESSAGE.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE SPACES TO GATEWAY-UPLOAD-RECORD.
           MOVE "D" TO GW-RECORD-TYPE.
           MOVE WS-BATCH-ID TO GW-BATCH-ID.
           MOVE WS-DETAIL-COUNT TO GW-D-MESSAGE-REF.
           IF (NQ-PHONE-CHANNEL)
              MOVE "SMS" TO GW-D-CHANNEL
           ELSE
              MOVE "EMAIL" TO GW-D-CHANNEL
           END-IF.
           MOVE NQ-CONTACT TO GW-D-CONTACT.
           MOVE NQ-MEMBER-ID TO GW-D-MEMBER-ID.
           PERFORM BUILD-MESSAGE-TEXT.
           WRITE GATEWAY-UPLOAD-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN.
           MOVE "G" TO NQ-STATUS.
           MOVE WS-BATCH-ID TO NQ-GATEWAY-BATCH.
           MOVE WS-DETAIL-COUNT TO NQ-GATEWAY-REF.
           MOVE WS-RUN-DATE TO NQ-GATEWAY-DATE.
           IF (NQ-ATTEMPT = SPACE)
              MOVE "1" TO NQ-ATTEMPT
           END-IF.
           MOVE SPACES TO NQ-FAIL-REASON.
           MOVE NOTIFICATION-QUEUE-RECORD
              TO WS-QUEUE-ENTRY(WS-QUEUE-SCAN).
      *
       BUILD-MESSAGE-TEXT.
           EVALUATE TRUE
           WHEN NQ-DUTY-REMINDER
                STRING "CLUB DUTY " DELIMITED BY SIZE
                       FUNCTION TRIM(NQ-DUTY-CODE) DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       NQ-NIGHT-DATE DELIMITED BY SIZE
                   INTO GW-D-MESSAGE-TEXT
           WHEN NQ-PRIZE-NOTICE
                STRING "RAFFLE PRIZE TO CLAIM BY " DELIMITED BY SIZE
                       NQ-NIGHT-DATE DELIMITED BY SIZE
                   INTO GW-D-MESSAGE-TEXT
           WHEN NQ-VOUCHER-REMINDER
                STRING "TWO-FER VOUCHER EXPIRES " DELIMITED BY SIZE
                       NQ-NIGHT-DATE DELIMITED BY SIZE
                   INTO GW-D-MESSAGE-TEXT
           WHEN NQ-GUEST-INVITATION
                MOVE "YOU ARE INVITED TO JOIN THE CLUB - ASK AT "
                   & "THE DESK" TO GW-D-MESSAGE-TEXT
           WHEN NQ-STANDING-CANCELLED
                STRING "STANDING BOOKING CANCELLED FROM "
                          DELIMITED BY SIZE
                       NQ-NIGHT-DATE DELIMITED BY SIZE
                   INTO GW-D-MESSAGE-TEXT
           WHEN NQ-TEAM-SELECTION
                IF (NQ-TEAM-RESERVE)
                   MOVE "RESERVE" TO WS-TEAM-ROLE-NAME
                ELSE
                   MOVE "SQUAD" TO WS-TEAM-ROLE-NAME
                END-IF
                STRING "SELECTED FOR DISTRICT " DELIMITED BY SIZE
                       FUNCTION TRIM(NQ-TEAM-GAME) DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       NQ-NIGHT-DATE DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TEAM-ROLE-NAME)
                          DELIMITED BY SIZE
                       " POSITION " DELIMITED BY SIZE
                       NQ-TABLE-NUMBER DELIMITED BY SIZE
                   INTO GW-D-MESSAGE-TEXT
           WHEN NQ-WAIVER-RENEWAL
                STRING "DARTS SAFETY WAIVER EXPIRES " DELIMITED BY SIZE
                       NQ-NIGHT-DATE DELIMITED BY SIZE
                       " - PLEASE RENEW AT THE DESK" DELIMITED BY SIZE
                   INTO GW-D-MESSAGE-TEXT
           WHEN OTHER
                STRING "MATCH NIGHT " DELIMITED BY SIZE
                       NQ-NIGHT-DATE DELIMITED BY SIZE
                       " TABLE " DELIMITED BY SIZE
                       NQ-TABLE-NUMBER DELIMITED BY SIZE
                       " VS " DELIMITED BY SIZE
                       NQ-OPPONENT-ID DELIMITED BY SIZE
                   INTO GW-D-MESSAGE-TEXT
           END-EVALUATE.
      *
       WRITE-UPLOAD-TRAILER.
           MOVE SPACES TO GATEWAY-UPLOAD-RECORD.
           MOVE "T" TO GW-RECORD-TYPE.
           MOVE WS-BATCH-ID TO GW-BATCH-ID.
           MOVE WS-DETAIL-COUNT TO GW-T-DETAIL-COUNT.
           WRITE GATEWAY-UPLOAD-RECORD.
      *
       REWRITE-NOTIFICATION-QUEUE.
           OPEN OUTPUT NOTIFICATION-QUEUE-FILE.
           PERFORM VARYING WS-QUEUE-SCAN FROM 1 BY 1
              UNTIL WS-QUEUE-SCAN > WS-QUEUE-COUNT
                MOVE WS-QUEUE-ENTRY(WS-QUEUE-SCAN)
                   TO NOTIFICATION-QUEUE-RECORD
                WRITE NOTIFICATION-QUEUE-RECORD
           END-PERFORM.
           CLOSE NOTIFICATION-QUEUE-FILE.
      *
