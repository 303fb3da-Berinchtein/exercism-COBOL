       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFETY-WAIVER-RENEWAL.
      *
      *    Monthly renewal run for the darts safety waivers, so a
      *    member hears their waiver is running out before the
      *    check-in desk turns them away. Each member's darts waiver
      *    in force - the latest signed on the waiver register
      *    (CLUBWAIV) - that expires within the control card's
      *    notice days of the run date (30 when absent, by
      *    DATE-SERVICE) gets a renewal notice on the MATCH-REMINDERS
      *    notification queue (type "W", dated for the expiry date)
      *    by the member's preferred channel off the master. Only
      *    members who are active or reinstated are written to; a
      *    member already queued a notice for the same expiry date
      *    is not queued again, so reruns are safe. A member who has
      *    signed again already holds a later waiver and is not
      *    chased.
      *
      *    The report (WAIVRNRP) lists the notices queued, members
      *    with no contact on the master, and the active members
      *    whose waiver has already expired, for the desk to chase
      *    in person.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RENEWAL-CONTROL-FILE ASSIGN TO "WAIVRCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WAIVER-REGISTER-FILE ASSIGN TO "CLUBWAIV"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RENEWAL-REPORT-FILE ASSIGN TO "WAIVRNRP"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RENEWAL-CONTROL-FILE.
       01  RENEWAL-CONTROL-RECORD.
           05 RC-NOTICE-DAYS         PIC 9(3).
      *
       FD  WAIVER-REGISTER-FILE.
       01  WAIVER-REGISTER-RECORD.
           COPY "safety-waiver.cpy".
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
              88 NQ-WAIVER-RENEWAL        VALUE "W".
           05 NQ-DUTY-CODE           PIC X(8).
      *
       FD  RENEWAL-REPORT-FILE.
       01  RENEWAL-REPORT-RECORD     PIC X(100).
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
          05 ALREADY-QUEUED-SWITCH   PIC X    VALUE "N".
             88 ALREADY-QUEUED                VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-NOTICE-DAYS             PIC 9(3) VALUE 30.
       01 WS-NOTICE-END-DATE         PIC 9(8) VALUE 0.
      *
      *    One line per member: the darts waiver in force.
       01 WS-WAIVER-COUNT            PIC 9(4) VALUE 0.
       01 WS-WAIVER-SCAN             PIC 9(4) VALUE 0.
       01 WS-WAIVER-HIT              PIC 9(4) VALUE 0.
       01 WS-WAIVER-TABLE.
          05 WS-WAIVER OCCURS 2000 TIMES.
             10 WS-WAIVER-HOLDER     PIC X(10).
             10 WS-WAIVER-SIGNED     PIC 9(8).
             10 WS-WAIVER-EXPIRY     PIC 9(8).
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-HIT              PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-NAME       PIC X(40).
             10 WS-MEMBER-STATUS     PIC X.
             10 WS-MEMBER-PHONE      PIC X(15).
             10 WS-MEMBER-EMAIL      PIC X(40).
             10 WS-MEMBER-CHANNEL    PIC X.
      *
       01 WS-QUEUED-COUNT            PIC 9(4) VALUE 0.
       01 WS-QUEUED-SCAN             PIC 9(4) VALUE 0.
       01 WS-QUEUED-TABLE.
          05 WS-QUEUED OCCURS 2000 TIMES.
             10 WS-QUEUED-MEMBER     PIC X(10).
             10 WS-QUEUED-DATE       PIC 9(8).
      *
       01 WS-NOTICE-COUNT            PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT           PIC 9(5) VALUE 0.
       01 WS-NO-CONTACT-COUNT        PIC 9(5) VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "P".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAY-COUNT            PIC S9(7) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       PROCEDURE DIVISION.
      *
       SAFETY-WAIVER-RENEWAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RENEWAL-CONTROL.
           MOVE "P" TO WS-DS-FUNCTION.
           MOVE WS-NOTICE-DAYS TO WS-DS-DAY-COUNT.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION WS-RUN-DATE
              WS-DS-DATE-2 WS-DS-DAY-COUNT WS-NOTICE-END-DATE
              WS-DS-STATUS.
           IF (WS-DS-STATUS NOT = "0")
              DISPLAY "ABORTED: DATE-SERVICE refused the run date"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-WAIVERS-IN-FORCE.
           PERFORM LOAD-MEMBER-CONTACTS.
           PERFORM LOAD-EXISTING-QUEUE.
           OPEN OUTPUT RENEWAL-REPORT-FILE.
           MOVE SPACES TO RENEWAL-REPORT-RECORD.
           STRING "SAFETY WAIVER RENEWALS RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " NOTICE-DAYS=" DELIMITED BY SIZE
                  WS-NOTICE-DAYS DELIMITED BY SIZE
                  " THROUGH=" DELIMITED BY SIZE
                  WS-NOTICE-END-DATE DELIMITED BY SIZE
              INTO RENEWAL-REPORT-RECORD.
           WRITE RENEWAL-REPORT-RECORD.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           PERFORM REVIEW-ONE-WAIVER
              VARYING WS-WAIVER-SCAN FROM 1 BY 1
              UNTIL WS-WAIVER-SCAN > WS-WAIVER-COUNT.
           CLOSE NOTIFICATION-QUEUE-FILE.
           MOVE SPACES TO RENEWAL-REPORT-RECORD.
           STRING "TOTALS NOTICES=" DELIMITED BY SIZE
                  WS-NOTICE-COUNT DELIMITED BY SIZE
                  " NO-CONTACT=" DELIMITED BY SIZE
                  WS-NO-CONTACT-COUNT DELIMITED BY SIZE
                  " EXPIRED=" DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
              INTO RENEWAL-REPORT-RECORD.
           WRITE RENEWAL-REPORT-RECORD.
           CLOSE RENEWAL-REPORT-FILE.
           DISPLAY "Renewal notices queued: " WS-NOTICE-COUNT.
           DISPLAY "No contact on master: " WS-NO-CONTACT-COUNT.
           DISPLAY "Waivers already expired: " WS-EXPIRED-COUNT.
           STOP RUN.
      *
       LOAD-RENEWAL-CONTROL.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT RENEWAL-CONTROL-FILE.
           READ RENEWAL-CONTROL-FILE
              AT END
                 MOVE "Y" TO DATA-EOF-SWITCH
           END-READ.
           IF (NOT DATA-EOF AND RC-NOTICE-DAYS IS NUMERIC)
              MOVE RC-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF.
           CLOSE RENEWAL-CONTROL-FILE.
      *
      *    Day waivers belong to guest passes and are never renewed;
      *    of a member's darts waivers only the latest signed counts,
      *    a later line for the same date winning.
       LOAD-WAIVERS-IN-FORCE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT WAIVER-REGISTER-FILE.
           PERFORM UNTIL DATA-EOF
              READ WAIVER-REGISTER-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (SW-DARTS-WAIVER)
                       PERFORM KEEP-LATEST-WAIVER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE WAIVER-REGISTER-FILE.
      *
       KEEP-LATEST-WAIVER.
           MOVE 0 TO WS-WAIVER-HIT.
           PERFORM VARYING WS-WAIVER-SCAN FROM 1 BY 1
              UNTIL WS-WAIVER-SCAN > WS-WAIVER-COUNT
              OR WS-WAIVER-HIT > 0
                IF (WS-WAIVER-HOLDER(WS-WAIVER-SCAN) = SW-HOLDER-ID)
                   MOVE WS-WAIVER-SCAN TO WS-WAIVER-HIT
                END-IF
           END-PERFORM.
           IF (WS-WAIVER-HIT = 0)
              IF (WS-WAIVER-COUNT = 2000)
                 DISPLAY "ABORTED: waiver register exceeds the "
                    "2000-member waiver table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-WAIVER-COUNT
              MOVE WS-WAIVER-COUNT TO WS-WAIVER-HIT
              MOVE SW-HOLDER-ID TO WS-WAIVER-HOLDER(WS-WAIVER-HIT)
              MOVE 0 TO WS-WAIVER-SIGNED(WS-WAIVER-HIT)
           END-IF.
           IF (SW-SIGNED-DATE NOT < WS-WAIVER-SIGNED(WS-WAIVER-HIT))
              MOVE SW-SIGNED-DATE TO WS-WAIVER-SIGNED(WS-WAIVER-HIT)
              MOVE SW-EXPIRY-DATE TO WS-WAIVER-EXPIRY(WS-WAIVER-HIT)
           END-IF.
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
                    MOVE MM-NAME
                       TO WS-MEMBER-NAME(WS-MEMBER-COUNT)
                    MOVE MM-STATUS
                       TO WS-MEMBER-STATUS(WS-MEMBER-COUNT)
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
      *    Only renewal notices already on the queue matter here;
      *    every other type is left to its owner.
       LOAD-EXISTING-QUEUE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT NOTIFICATION-QUEUE-FILE.
           PERFORM UNTIL DATA-EOF
              READ NOTIFICATION-QUEUE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (NQ-WAIVER-RENEWAL
                       AND WS-QUEUED-COUNT < 2000)
                       ADD 1 TO WS-QUEUED-COUNT
                       MOVE NQ-MEMBER-ID
                          TO WS-QUEUED-MEMBER(WS-QUEUED-COUNT)
                       MOVE NQ-NIGHT-DATE
                          TO WS-QUEUED-DATE(WS-QUEUED-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NOTIFICATION-QUEUE-FILE.
      *
      *    A waiver is good through its expiry date, so one expiring
      *    on the run date is still due a notice.
       REVIEW-ONE-WAIVER.
           PERFORM FIND-MEMBER.
           IF (MEMBER-FOUND)
              IF (WS-MEMBER-STATUS(WS-MEMBER-HIT) = "A"
                 OR WS-MEMBER-STATUS(WS-MEMBER-HIT) = "R")
                 IF (WS-WAIVER-EXPIRY(WS-WAIVER-SCAN) < WS-RUN-DATE)
                    PERFORM REPORT-EXPIRED-WAIVER
                 ELSE
                    IF (WS-WAIVER-EXPIRY(WS-WAIVER-SCAN) <=
                       WS-NOTICE-END-DATE)
                       PERFORM NOTIFY-ONE-MEMBER
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       FIND-MEMBER.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) =
                   WS-WAIVER-HOLDER(WS-WAIVER-SCAN))
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
           END-PERFORM.
      *
       REPORT-EXPIRED-WAIVER.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE SPACES TO RENEWAL-REPORT-RECORD.
           STRING "EXPIRED MEMBER=" DELIMITED BY SIZE
                  WS-MEMBER-ID(WS-MEMBER-HIT) DELIMITED BY SIZE
                  " EXPIRED=" DELIMITED BY SIZE
                  WS-WAIVER-EXPIRY(WS-WAIVER-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMBER-NAME(WS-MEMBER-HIT))
                     DELIMITED BY SIZE
              INTO RENEWAL-REPORT-RECORD.
           WRITE RENEWAL-REPORT-RECORD.
      *
       NOTIFY-ONE-MEMBER.
           PERFORM CHECK-ALREADY-QUEUED.
           EVALUATE TRUE
           WHEN ALREADY-QUEUED
                CONTINUE
           WHEN (WS-MEMBER-CHANNEL(WS-MEMBER-HIT) = "P"
                 AND WS-MEMBER-PHONE(WS-MEMBER-HIT) = SPACES)
             OR (WS-MEMBER-CHANNEL(WS-MEMBER-HIT) NOT = "P"
                 AND WS-MEMBER-EMAIL(WS-MEMBER-HIT) = SPACES)
                ADD 1 TO WS-NO-CONTACT-COUNT
                MOVE SPACES TO RENEWAL-REPORT-RECORD
                STRING "NO CONTACT MEMBER=" DELIMITED BY SIZE
                       WS-MEMBER-ID(WS-MEMBER-HIT) DELIMITED BY SIZE
                       " EXPIRES=" DELIMITED BY SIZE
                       WS-WAIVER-EXPIRY(WS-WAIVER-SCAN)
                          DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MEMBER-NAME(WS-MEMBER-HIT))
                          DELIMITED BY SIZE
                   INTO RENEWAL-REPORT-RECORD
                WRITE RENEWAL-REPORT-RECORD
           WHEN OTHER
                PERFORM WRITE-RENEWAL-NOTICE
           END-EVALUATE.
      *
       CHECK-ALREADY-QUEUED.
           MOVE "N" TO ALREADY-QUEUED-SWITCH.
           PERFORM VARYING WS-QUEUED-SCAN FROM 1 BY 1
              UNTIL WS-QUEUED-SCAN > WS-QUEUED-COUNT
              OR ALREADY-QUEUED
                IF (WS-QUEUED-MEMBER(WS-QUEUED-SCAN) =
                      WS-MEMBER-ID(WS-MEMBER-HIT)
                   AND WS-QUEUED-DATE(WS-QUEUED-SCAN) =
                      WS-WAIVER-EXPIRY(WS-WAIVER-SCAN))
                   MOVE "Y" TO ALREADY-QUEUED-SWITCH
                END-IF
           END-PERFORM.
      *
      *    Phone preference carries the phone, anything else the
      *    email, the same as MATCH-REMINDERS.
       WRITE-RENEWAL-NOTICE.
           MOVE WS-MEMBER-ID(WS-MEMBER-HIT) TO NQ-MEMBER-ID.
           MOVE WS-WAIVER-EXPIRY(WS-WAIVER-SCAN) TO NQ-NIGHT-DATE.
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
           MOVE "W" TO NQ-REMINDER-TYPE.
           MOVE SPACES TO NQ-DUTY-CODE.
           WRITE NOTIFICATION-QUEUE-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.
           IF (WS-QUEUED-COUNT < 2000)
              ADD 1 TO WS-QUEUED-COUNT
              MOVE WS-MEMBER-ID(WS-MEMBER-HIT)
                 TO WS-QUEUED-MEMBER(WS-QUEUED-COUNT)
              MOVE WS-WAIVER-EXPIRY(WS-WAIVER-SCAN)
                 TO WS-QUEUED-DATE(WS-QUEUED-COUNT)
           END-IF.
           MOVE SPACES TO RENEWAL-REPORT-RECORD.
           STRING "NOTICE MEMBER=" DELIMITED BY SIZE
                  WS-MEMBER-ID(WS-MEMBER-HIT) DELIMITED BY SIZE
                  " EXPIRES=" DELIMITED BY SIZE
                  WS-WAIVER-EXPIRY(WS-WAIVER-SCAN) DELIMITED BY SIZE
                  " CHANNEL=" DELIMITED BY SIZE
                  NQ-CHANNEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMBER-NAME(WS-MEMBER-HIT))
                     DELIMITED BY SIZE
              INTO RENEWAL-REPORT-RECORD.
           WRITE RENEWAL-REPORT-RECORD.
      *
