       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-EXPIRY-SWEEP.
      *
      *    Nightly expiry sweep for the two-fer vouchers, so the
      *    expiry date TWO-FER-BATCH stamps on every voucher finally
      *    means something. Every voucher on the issued-vouchers
      *    register still issued after its expiry date is moved to
      *    expired; TWO-FER-REDEEM refuses an expired voucher and
      *    CAMPAIGN-RECON reports them apart, since the sponsor is
      *    never invoiced for one.
      *
      *    Vouchers still issued that expire within the control
      *    card's reminder days of the run date (7 when absent, by
      *    DATE-SERVICE) get a reminder on the MATCH-REMINDERS
      *    notification queue (type "V", dated for the expiry date,
      *    campaign ID in place of the duty code) by the member's
      *    preferred channel off the master. The contact is found
      *    by the member ID on the register, or by name for a
      *    register record not yet carrying one; a member already
      *    queued a reminder for the same expiry date is not queued
      *    again, so reruns are safe and a member holding several
      *    vouchers due the same day gets one reminder. Vouchers
      *    issued before expiry dates were stamped carry none and
      *    never expire.
      *
      *    The report lists the night's expiries and reminders.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXPIRY-CONTROL-FILE ASSIGN TO "TWOFREXC"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VOUCHER-REGISTER-FILE ASSIGN TO "TWOFEREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "TWOFREXR"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EXPIRY-CONTROL-FILE.
       01  EXPIRY-CONTROL-RECORD.
           05 EC-REMIND-DAYS         PIC 9(3).
      *
       FD  VOUCHER-REGISTER-FILE.
       01  VOUCHER-REGISTER-RECORD.
           05 RG-SERIAL              PIC X(13).
           05 RG-MEMBER-NAME         PIC X(40).
           05 RG-STATUS              PIC X.
              88 RG-ISSUED                 VALUE "I".
              88 RG-REDEEMED               VALUE "R".
              88 RG-EXPIRED                VALUE "E".
           05 RG-REDEEM-DATE         PIC 9(8).
           05 RG-TIER                PIC X.
           05 RG-EXPIRY-DATE         PIC 9(8).
           05 RG-CAMPAIGN-ID         PIC X(8).
           05 RG-MEMBER-ID           PIC X(10).
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
              88 NQ-VOUCHER-REMINDER      VALUE "V".
           05 NQ-DUTY-CODE           PIC X(8).
      *
       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-RECORD      PIC X(100).
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
       01 WS-REMIND-DAYS             PIC 9(3) VALUE 7.
       01 WS-REMIND-END-DATE         PIC 9(8) VALUE 0.
      *
       01 WS-REGISTER-COUNT          PIC 9(4) VALUE 0.
       01 WS-REGISTER-SCAN           PIC 9(4) VALUE 0.
       01 WS-REGISTER-TABLE.
          05 WS-REGISTER-ENTRY OCCURS 1000 TIMES.
             10 WS-REGISTER-SERIAL   PIC X(13).
             10 WS-REGISTER-NAME     PIC X(40).
             10 WS-REGISTER-STATUS   PIC X.
                88 WS-ENTRY-ISSUED        VALUE "I".
             10 WS-REGISTER-REDEEM-DATE
                                      PIC 9(8).
             10 WS-REGISTER-TIER     PIC X.
             10 WS-REGISTER-EXPIRY   PIC 9(8).
             10 WS-REGISTER-CAMPAIGN PIC X(8).
             10 WS-REGISTER-MEMBER-ID
                                      PIC X(10).
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-HIT              PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-NAME       PIC X(40).
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
      *
       01 WS-EXPIRED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REMINDER-COUNT          PIC 9(5) VALUE 0.
       01 WS-NO-CONTACT-COUNT        PIC 9(5) VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "P".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAYS                 PIC S9(7) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       PROCEDURE DIVISION.
      *
       VOUCHER-EXPIRY-SWEEP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-EXPIRY-CONTROL.
           MOVE "P" TO WS-DS-FUNCTION.
           MOVE WS-REMIND-DAYS TO WS-DS-DAYS.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION WS-RUN-DATE
              WS-DS-DATE-2 WS-DS-DAYS WS-REMIND-END-DATE
              WS-DS-STATUS.
           IF (WS-DS-STATUS NOT = "0")
              DISPLAY "ABORTED: DATE-SERVICE refused the run date"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-REGISTER.
           PERFORM LOAD-MEMBER-CONTACTS.
           PERFORM LOAD-EXISTING-QUEUE.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING "TWO-FER VOUCHER EXPIRY SWEEP RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " REMIND-DAYS=" DELIMITED BY SIZE
                  WS-REMIND-DAYS DELIMITED BY SIZE
              INTO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           PERFORM SWEEP-ONE-VOUCHER
              VARYING WS-REGISTER-SCAN FROM 1 BY 1
              UNTIL WS-REGISTER-SCAN > WS-REGISTER-COUNT.
           CLOSE NOTIFICATION-QUEUE-FILE.
           CLOSE EXPIRY-REPORT-FILE.
           IF (WS-EXPIRED-COUNT > 0)
              PERFORM REWRITE-REGISTER
           END-IF.
           DISPLAY "Vouchers expired: " WS-EXPIRED-COUNT.
           DISPLAY "Expiry reminders queued: " WS-REMINDER-COUNT.
           DISPLAY "No contact on master: " WS-NO-CONTACT-COUNT.
           STOP RUN.
      *
       LOAD-EXPIRY-CONTROL.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT EXPIRY-CONTROL-FILE.
           READ EXPIRY-CONTROL-FILE
              AT END
                 MOVE "Y" TO DATA-EOF-SWITCH
           END-READ.
           IF (NOT DATA-EOF AND EC-REMIND-DAYS IS NUMERIC)
              MOVE EC-REMIND-DAYS TO WS-REMIND-DAYS
           END-IF.
           CLOSE EXPIRY-CONTROL-FILE.
      *
       LOAD-REGISTER.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT VOUCHER-REGISTER-FILE.
           PERFORM UNTIL DATA-EOF
              READ VOUCHER-REGISTER-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-REGISTER-COUNT = 1000)
                       DISPLAY "ABORTED: voucher register exceeds "
                          "the 1000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-REGISTER-COUNT
                    MOVE RG-SERIAL
                       TO WS-REGISTER-SERIAL(WS-REGISTER-COUNT)
                    MOVE RG-MEMBER-NAME
                       TO WS-REGISTER-NAME(WS-REGISTER-COUNT)
                    MOVE RG-STATUS
                       TO WS-REGISTER-STATUS(WS-REGISTER-COUNT)
                    MOVE RG-REDEEM-DATE
                       TO WS-REGISTER-REDEEM-DATE(WS-REGISTER-COUNT)
                    MOVE RG-TIER
                       TO WS-REGISTER-TIER(WS-REGISTER-COUNT)
                    MOVE RG-EXPIRY-DATE
                       TO WS-REGISTER-EXPIRY(WS-REGISTER-COUNT)
                    MOVE RG-CAMPAIGN-ID
                       TO WS-REGISTER-CAMPAIGN(WS-REGISTER-COUNT)
                    MOVE RG-MEMBER-ID
                       TO WS-REGISTER-MEMBER-ID(WS-REGISTER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE VOUCHER-REGISTER-FILE.
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
                       MOVE MM-NAME
                          TO WS-MEMBER-NAME(WS-MEMBER-COUNT)
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
      *    Only voucher reminders already on the queue matter here;
      *    match, duty and prize records are left to their owners.
       LOAD-EXISTING-QUEUE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT NOTIFICATION-QUEUE-FILE.
           PERFORM UNTIL DATA-EOF
              READ NOTIFICATION-QUEUE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (NQ-VOUCHER-REMINDER
                       AND WS-QUEUED-COUNT < 1000)
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
      *    A voucher is good through its expiry date and expires the
      *    day after.
       SWEEP-ONE-VOUCHER.
           IF (WS-ENTRY-ISSUED(WS-REGISTER-SCAN)
              AND WS-REGISTER-EXPIRY(WS-REGISTER-SCAN) > 0)
              IF (WS-REGISTER-EXPIRY(WS-REGISTER-SCAN) < WS-RUN-DATE)
                 PERFORM EXPIRE-ONE-VOUCHER
              ELSE
                 IF (WS-REGISTER-EXPIRY(WS-REGISTER-SCAN) <=
                    WS-REMIND-END-DATE)
                    PERFORM REMIND-ONE-VOUCHER
                 END-IF
              END-IF
           END-IF.
      *
       EXPIRE-ONE-VOUCHER.
           MOVE "E" TO WS-REGISTER-STATUS(WS-REGISTER-SCAN).
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING "EXPIRED SERIAL=" DELIMITED BY SIZE
                  WS-REGISTER-SERIAL(WS-REGISTER-SCAN)
                     DELIMITED BY SIZE
                  " EXPIRY=" DELIMITED BY SIZE
                  WS-REGISTER-EXPIRY(WS-REGISTER-SCAN)
                     DELIMITED BY SIZE
                  " CAMPAIGN=" DELIMITED BY SIZE
                  WS-REGISTER-CAMPAIGN(WS-REGISTER-SCAN)
                     DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REGISTER-NAME(WS-REGISTER-SCAN))
                     DELIMITED BY SIZE
              INTO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
      *
       REMIND-ONE-VOUCHER.
           IF (WS-REGISTER-MEMBER-ID(WS-REGISTER-SCAN) NOT = SPACES)
              PERFORM FIND-MEMBER-BY-ID
           ELSE
              PERFORM FIND-MEMBER-BY-NAME
           END-IF.
           IF (NOT MEMBER-FOUND)
              ADD 1 TO WS-NO-CONTACT-COUNT
              DISPLAY "NO CONTACT ON MASTER FOR "
                 FUNCTION TRIM(WS-REGISTER-NAME(WS-REGISTER-SCAN))
           ELSE
              PERFORM CHECK-ALREADY-QUEUED
              IF (NOT ALREADY-QUEUED)
                 PERFORM WRITE-REMINDER-RECORD
              END-IF
           END-IF.
      *
       FIND-MEMBER-BY-ID.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) =
                   WS-REGISTER-MEMBER-ID(WS-REGISTER-SCAN))
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
           END-PERFORM.
      *
       FIND-MEMBER-BY-NAME.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-NAME(WS-MEMBER-SCAN) =
                   WS-REGISTER-NAME(WS-REGISTER-SCAN))
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
                   AND WS-QUEUED-DATE(WS-QUEUED-SCAN) =
                      WS-REGISTER-EXPIRY(WS-REGISTER-SCAN))
                   MOVE "Y" TO ALREADY-QUEUED-SWITCH
                END-IF
           END-PERFORM.
      *
      *    Phone preference carries the phone, anything else the
      *    email, the same as MATCH-REMINDERS.
       WRITE-REMINDER-RECORD.
           MOVE WS-MEMBER-ID(WS-MEMBER-HIT) TO NQ-MEMBER-ID.
           MOVE WS-REGISTER-EXPIRY(WS-REGISTER-SCAN) TO NQ-NIGHT-DATE.
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
           MOVE "V" TO NQ-REMINDER-TYPE.
           MOVE WS-REGISTER-CAMPAIGN(WS-REGISTER-SCAN) TO NQ-DUTY-CODE.
           WRITE NOTIFICATION-QUEUE-RECORD.
           ADD 1 TO WS-REMINDER-COUNT.
           IF (WS-QUEUED-COUNT < 1000)
              ADD 1 TO WS-QUEUED-COUNT
              MOVE WS-MEMBER-ID(WS-MEMBER-HIT)
                 TO WS-QUEUED-MEMBER(WS-QUEUED-COUNT)
              MOVE WS-REGISTER-EXPIRY(WS-REGISTER-SCAN)
                 TO WS-QUEUED-DATE(WS-QUEUED-COUNT)
           END-IF.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING "REMINDER SERIAL=" DELIMITED BY SIZE
                  WS-REGISTER-SERIAL(WS-REGISTER-SCAN)
                     DELIMITED BY SIZE
                  " EXPIRES=" DELIMITED BY SIZE
                  WS-REGISTER-EXPIRY(WS-REGISTER-SCAN)
                     DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  WS-MEMBER-ID(WS-MEMBER-HIT) DELIMITED BY SIZE
                  " CHANNEL=" DELIMITED BY SIZE
                  NQ-CHANNEL DELIMITED BY SIZE
              INTO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
      *
       REWRITE-REGISTER.
           OPEN OUTPUT VOUCHER-REGISTER-FILE.
           PERFORM VARYING WS-REGISTER-SCAN FROM 1 BY 1
              UNTIL WS-REGISTER-SCAN > WS-REGISTER-COUNT
                MOVE WS-REGISTER-SERIAL(WS-REGISTER-SCAN)
                   TO RG-SERIAL
                MOVE WS-REGISTER-NAME(WS-REGISTER-SCAN)
                   TO RG-MEMBER-NAME
                MOVE WS-REGISTER-STATUS(WS-REGISTER-SCAN)
                   TO RG-STATUS
                MOVE WS-REGISTER-REDEEM-DATE(WS-REGISTER-SCAN)
                   TO RG-REDEEM-DATE
                MOVE WS-REGISTER-TIER(WS-REGISTER-SCAN)
                   TO RG-TIER
                MOVE WS-REGISTER-EXPIRY(WS-REGISTER-SCAN)
                   TO RG-EXPIRY-DATE
                MOVE WS-REGISTER-CAMPAIGN(WS-REGISTER-SCAN)
                   TO RG-CAMPAIGN-ID
                MOVE WS-REGISTER-MEMBER-ID(WS-REGISTER-SCAN)
                   TO RG-MEMBER-ID
                WRITE VOUCHER-REGISTER-RECORD
           END-PERFORM.
           CLOSE VOUCHER-REGISTER-FILE.
      *
