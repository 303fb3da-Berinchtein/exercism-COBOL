       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-RECEIPTS.
      *
      *    Delivery-receipt import for the notification queue: the
      *    bulk provider's delivery report (NOTIFRCP) carries the
      *    batch ID and message reference NOTIFICATION-EXPORT put on
      *    each upload line, an outcome (D delivered, F failed) and
      *    the provider's reason. Each receipt is matched back to
      *    its queue entry, which goes to D (delivered) or takes the
      *    provider reason on a failure.
      *
      *    A first-attempt failure is retried on the member's other
      *    contact detail off the master - email for a failed SMS,
      *    phone for a failed email: the entry is marked R (retried)
      *    and a copy is queued (Q) on the other channel as attempt
      *    2, for the next export to pick up. A failure on the retry,
      *    or a member with no other detail to try, is a persistent
      *    failure: the entry stays F and a line goes to the
      *    notification exceptions file (NOTIFEX) for
      *    EXCEPTION-COLLECTOR to queue, so the contact details get
      *    fixed. Receipts that match no gateway entry, or an entry
      *    already settled, are listed on the receipt report and
      *    change nothing. Persistent failures or unmatched receipts
      *    end the run with return code 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DELIVERY-RECEIPT-FILE ASSIGN TO "NOTIFRCP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RECEIPT-REPORT-FILE ASSIGN TO "NOTIFRRP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT NOTIFICATION-EXC-FILE ASSIGN TO "NOTIFEX"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
              88 NQ-PHONE-CHANNEL         VALUE "P".
           05 NQ-CONTACT             PIC X(40).
           05 NQ-STATUS              PIC X.
              88 NQ-AT-GATEWAY            VALUE "G".
           05 NQ-REMINDER-TYPE       PIC X.
           05 NQ-DUTY-CODE           PIC X(8).
           05 NQ-GATEWAY-BATCH       PIC X(12).
           05 NQ-GATEWAY-REF         PIC 9(6).
           05 NQ-GATEWAY-DATE        PIC 9(8).
           05 NQ-ATTEMPT             PIC X.
              88 NQ-RETRY-ATTEMPT         VALUE "2".
           05 NQ-FAIL-REASON         PIC X(30).
      *
       FD  DELIVERY-RECEIPT-FILE.
       01  DELIVERY-RECEIPT-RECORD.
           05 RR-BATCH-ID            PIC X(12).
           05 RR-MESSAGE-REF         PIC 9(6).
           05 RR-OUTCOME             PIC X.
              88 RR-DELIVERED             VALUE "D".
              88 RR-FAILED                VALUE "F".
           05 RR-REASON              PIC X(30).
      *
       FD  RECEIPT-REPORT-FILE.
       01  RECEIPT-REPORT-RECORD     PIC X(110).
      *
       FD  NOTIFICATION-EXC-FILE.
       01  NOTIFICATION-EXC-RECORD   PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 QUEUE-EOF-SWITCH        PIC X    VALUE "N".
             88 QUEUE-EOF                     VALUE "Y".
          05 RECEIPT-EOF-SWITCH      PIC X    VALUE "N".
             88 RECEIPT-EOF                   VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-HIT              PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-PHONE      PIC X(15).
             10 WS-MEMBER-EMAIL      PIC X(40).
      *
       01 WS-QUEUE-COUNT             PIC 9(4) VALUE 0.
       01 WS-QUEUE-SCAN              PIC 9(4) VALUE 0.
       01 WS-QUEUE-HIT               PIC 9(4) VALUE 0.
       01 WS-QUEUE-TABLE.
          05 WS-QUEUE-ENTRY OCCURS 2000 TIMES PIC X(138).
      *
       01 WS-RETRY-CHANNEL           PIC X    VALUE SPACE.
       01 WS-RETRY-CONTACT           PIC X(40) VALUE SPACES.
       01 WS-RECEIPT-NOTE            PIC X(30) VALUE SPACES.
      *
       01 WS-RECEIPT-COUNT           PIC 9(5) VALUE 0.
       01 WS-DELIVERED-COUNT         PIC 9(5) VALUE 0.
       01 WS-RETRIED-COUNT           PIC 9(5) VALUE 0.
       01 WS-PERSISTENT-COUNT        PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT         PIC 9(5) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "NOTIFICATION-RECEIPTS".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       NOTIFICATION-RECEIPTS.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-MEMBER-CONTACTS.
           PERFORM LOAD-NOTIFICATION-QUEUE.
           OPEN OUTPUT RECEIPT-REPORT-FILE.
           OPEN OUTPUT NOTIFICATION-EXC-FILE.
           MOVE SPACES TO RECEIPT-REPORT-RECORD.
           STRING "DELIVERY RECEIPT IMPORT RUN-DATE=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO RECEIPT-REPORT-RECORD.
           WRITE RECEIPT-REPORT-RECORD.
           OPEN INPUT DELIVERY-RECEIPT-FILE.
           PERFORM UNTIL RECEIPT-EOF
              READ DELIVERY-RECEIPT-FILE
                 AT END
                    MOVE "Y" TO RECEIPT-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RECEIPT-COUNT
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM APPLY-ONE-RECEIPT
              END-READ
           END-PERFORM.
           CLOSE DELIVERY-RECEIPT-FILE.
           CLOSE NOTIFICATION-EXC-FILE.
           CLOSE RECEIPT-REPORT-FILE.
           PERFORM REWRITE-NOTIFICATION-QUEUE.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Receipts read: " WS-RECEIPT-COUNT.
           DISPLAY "Delivered: " WS-DELIVERED-COUNT.
           DISPLAY "Retried on other channel: " WS-RETRIED-COUNT.
           DISPLAY "Persistent failures: " WS-PERSISTENT-COUNT.
           DISPLAY "Unmatched receipts: " WS-UNMATCHED-COUNT.
           IF (WS-PERSISTENT-COUNT > 0 OR WS-UNMATCHED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
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
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       LOAD-NOTIFICATION-QUEUE.
           OPEN INPUT NOTIFICATION-QUEUE-FILE.
           PERFORM UNTIL QUEUE-EOF
              MOVE SPACES TO NOTIFICATION-QUEUE-RECORD
              READ NOTIFICATION-QUEUE-FILE
                 AT END
                    MOVE "Y" TO QUEUE-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-QUEUE-ENTRY
              END-READ
           END-PERFORM.
           CLOSE NOTIFICATION-QUEUE-FILE.
      *
       ADD-QUEUE-ENTRY.
           IF (WS-QUEUE-COUNT = 2000)
              DISPLAY "ABORTED: notification queue exceeds the "
                 "2000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE NOTIFICATION-QUEUE-RECORD
              TO WS-QUEUE-ENTRY(WS-QUEUE-COUNT).
      *
       APPLY-ONE-RECEIPT.
           MOVE 0 TO WS-QUEUE-HIT.
           PERFORM VARYING WS-QUEUE-SCAN FROM 1 BY 1
              UNTIL WS-QUEUE-SCAN > WS-QUEUE-COUNT
              OR WS-QUEUE-HIT > 0
                MOVE WS-QUEUE-ENTRY(WS-QUEUE-SCAN)
                   TO NOTIFICATION-QUEUE-RECORD
                IF (NQ-GATEWAY-BATCH = RR-BATCH-ID
                   AND NQ-GATEWAY-REF = RR-MESSAGE-REF)
                   MOVE WS-QUEUE-SCAN TO WS-QUEUE-HIT
                END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN WS-QUEUE-HIT = 0
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE "NO GATEWAY ENTRY" TO WS-RECEIPT-NOTE
                PERFORM REPORT-ODD-RECEIPT
           WHEN NOT NQ-AT-GATEWAY
                MOVE "ALREADY SETTLED - IGNORED" TO WS-RECEIPT-NOTE
                PERFORM REPORT-ODD-RECEIPT
           WHEN RR-DELIVERED
                ADD 1 TO WS-DELIVERED-COUNT
                MOVE "D" TO NQ-STATUS
                MOVE SPACES TO NQ-FAIL-REASON
                MOVE NOTIFICATION-QUEUE-RECORD
                   TO WS-QUEUE-ENTRY(WS-QUEUE-HIT)
           WHEN RR-FAILED
                MOVE RR-REASON TO NQ-FAIL-REASON
                PERFORM SETTLE-FAILED-ENTRY
           WHEN OTHER
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE "UNKNOWN OUTCOME CODE" TO WS-RECEIPT-NOTE
                PERFORM REPORT-ODD-RECEIPT
           END-EVALUATE.
      *
       REPORT-ODD-RECEIPT.
           MOVE SPACES TO RECEIPT-REPORT-RECORD.
           STRING "RECEIPT BATCH=" DELIMITED BY SIZE
                  RR-BATCH-ID DELIMITED BY SIZE
                  " REF=" DELIMITED BY SIZE
                  RR-MESSAGE-REF DELIMITED BY SIZE
                  " OUTCOME=" DELIMITED BY SIZE
                  RR-OUTCOME DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-RECEIPT-NOTE DELIMITED BY SIZE
              INTO RECEIPT-REPORT-RECORD.
           WRITE RECEIPT-REPORT-RECORD.
      *
      *    The other detail is the email for a failed SMS and the
      *    phone for a failed email; a retry that fails, or nothing
      *    else to try, is persistent.
       SETTLE-FAILED-ENTRY.
           MOVE SPACES TO WS-RETRY-CONTACT.
           IF (NOT NQ-RETRY-ATTEMPT)
              PERFORM FIND-OTHER-CONTACT
           END-IF.
           IF (WS-RETRY-CONTACT = SPACES)
              ADD 1 TO WS-PERSISTENT-COUNT
              MOVE "F" TO NQ-STATUS
              MOVE NOTIFICATION-QUEUE-RECORD
                 TO WS-QUEUE-ENTRY(WS-QUEUE-HIT)
              PERFORM WRITE-PERSISTENT-FAILURE
           ELSE
              ADD 1 TO WS-RETRIED-COUNT
              MOVE "R" TO NQ-STATUS
              MOVE NOTIFICATION-QUEUE-RECORD
                 TO WS-QUEUE-ENTRY(WS-QUEUE-HIT)
              MOVE SPACES TO RECEIPT-REPORT-RECORD
              STRING "RETRY " DELIMITED BY SIZE
                     NQ-MEMBER-ID DELIMITED BY SIZE
                     " FAILED " DELIMITED BY SIZE
                     NQ-CHANNEL DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(NQ-FAIL-REASON) DELIMITED BY SIZE
                     ") - QUEUED ON " DELIMITED BY SIZE
                     WS-RETRY-CHANNEL DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RETRY-CONTACT DELIMITED BY SIZE
                 INTO RECEIPT-REPORT-RECORD
              WRITE RECEIPT-REPORT-RECORD
              MOVE WS-RETRY-CHANNEL TO NQ-CHANNEL
              MOVE WS-RETRY-CONTACT TO NQ-CONTACT
              MOVE "Q" TO NQ-STATUS
              MOVE SPACES TO NQ-GATEWAY-BATCH
              MOVE 0 TO NQ-GATEWAY-REF
              MOVE 0 TO NQ-GATEWAY-DATE
              MOVE "2" TO NQ-ATTEMPT
              MOVE SPACES TO NQ-FAIL-REASON
              PERFORM ADD-QUEUE-ENTRY
              ADD 1 TO WS-AUDIT-WRITTEN
           END-IF.
      *
       FIND-OTHER-CONTACT.
           MOVE 0 TO WS-MEMBER-HIT.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR WS-MEMBER-HIT > 0
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = NQ-MEMBER-ID)
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
           END-PERFORM.
           IF (WS-MEMBER-HIT > 0)
              IF (NQ-PHONE-CHANNEL)
                 MOVE "E" TO WS-RETRY-CHANNEL
                 MOVE WS-MEMBER-EMAIL(WS-MEMBER-HIT)
                    TO WS-RETRY-CONTACT
              ELSE
                 MOVE "P" TO WS-RETRY-CHANNEL
                 MOVE WS-MEMBER-PHONE(WS-MEMBER-HIT)
                    TO WS-RETRY-CONTACT
              END-IF
           END-IF.
      *
       WRITE-PERSISTENT-FAILURE.
           MOVE SPACES TO NOTIFICATION-EXC-RECORD.
           STRING "UNDELIVERABLE MEMBER=" DELIMITED BY SIZE
                  NQ-MEMBER-ID DELIMITED BY SIZE
                  " CHANNEL=" DELIMITED BY SIZE
                  NQ-CHANNEL DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-FAIL-REASON) DELIMITED BY SIZE
              INTO NOTIFICATION-EXC-RECORD.
           WRITE NOTIFICATION-EXC-RECORD.
           MOVE SPACES TO RECEIPT-REPORT-RECORD.
           STRING "FAILED " DELIMITED BY SIZE
                  NQ-MEMBER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NQ-CHANNEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NQ-CONTACT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-FAIL-REASON) DELIMITED BY SIZE
                  ") - NO FURTHER DETAIL TO TRY" DELIMITED BY SIZE
              INTO RECEIPT-REPORT-RECORD.
           WRITE RECEIPT-REPORT-RECORD.
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
