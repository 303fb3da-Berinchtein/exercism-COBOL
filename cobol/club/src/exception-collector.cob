      *    with the aging report of items still open after three
      *    days, the same queue-plus-aging shape FAILURE-TRIAGE
      *    gave the grading stream.
      *
      *    PRIMEXC carries PRIME-TABLE-AUDIT's discrepancies in the
      *    shared prime table; they queue at severity 1 alongside
      *    the rejected data, since check digits rest on that table.
      *    HAMMRCEX carries LAB-RECEIPT-RECON's sample receipt
      *    discrepancies - missing, unexpected, duplicate, clinic
      *    mismatch and late - at severity 1 as well.
      *
      *    MBRINTEX carries MEMBER-ID-INTEGRITY's weekly findings,
      *    one line per file holding member IDs that are not on the
      *    master; they queue at severity 2 with the other
      *    membership exceptions.
      *
      *    NOTIFEX carries NOTIFICATION-RECEIPTS' undeliverable
      *    reminders - members whose message failed on every channel
      *    held for them - at severity 2, so the contact details can
      *    be corrected at the desk.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TWOFER-EXC-FILE ASSIGN TO "TWOFRMEX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PRIME-AUDIT-EXC-FILE ASSIGN TO "PRIMEXC"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-EXC-FILE ASSIGN TO "HAMMRCEX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INTEGRITY-EXC-FILE ASSIGN TO "MBRINTEX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFICATION-EXC-FILE ASSIGN TO "NOTIFEX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-QUEUE-FILE ASSIGN TO "EXCQUEUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO "EXCAGING"
      *
       FD  TWOFER-EXC-FILE.
       01  TWOFER-EXC-RECORD         PIC X(80).
      *
       FD  PRIME-AUDIT-EXC-FILE.
       01  PRIME-AUDIT-EXC-RECORD    PIC X(80).
      *
       FD  RECEIPT-EXC-FILE.
       01  RECEIPT-EXC-RECORD        PIC X(80).
      *
       FD  INTEGRITY-EXC-FILE.
       01  INTEGRITY-EXC-RECORD      PIC X(80).
      *
       FD  NOTIFICATION-EXC-FILE.
       01  NOTIFICATION-EXC-RECORD   PIC X(80).
      *
       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-RECORD.
           PERFORM COLLECT-YACHT-REJECTS.
           PERFORM COLLECT-YACHT-MEMBER-EXC.
           PERFORM COLLECT-TWOFER-EXC.
           PERFORM COLLECT-PRIME-AUDIT-EXC.
           PERFORM COLLECT-RECEIPT-EXC.
           PERFORM COLLECT-INTEGRITY-EXC.
           PERFORM COLLECT-NOTIFICATION-EXC.
           PERFORM REWRITE-WORK-QUEUE.
           PERFORM WRITE-AGING-REPORT.
           DISPLAY "New queue items: " WS-NEW-COUNT.
              END-READ
           END-PERFORM.
           CLOSE TWOFER-EXC-FILE.
      *
       COLLECT-PRIME-AUDIT-EXC.
           MOVE "PRIMEXC" TO WS-SOURCE-NAME.
           MOVE 1 TO WS-SOURCE-SEVERITY.
           MOVE "N" TO SOURCE-EOF-SWITCH.
           OPEN INPUT PRIME-AUDIT-EXC-FILE.
           PERFORM UNTIL SOURCE-EOF
              READ PRIME-AUDIT-EXC-FILE
                 AT END
                    MOVE "Y" TO SOURCE-EOF-SWITCH
                 NOT AT END
                    MOVE PRIME-AUDIT-EXC-RECORD TO WS-SOURCE-TEXT
                    PERFORM QUEUE-ONE-EXCEPTION
              END-READ
           END-PERFORM.
           CLOSE PRIME-AUDIT-EXC-FILE.
      *
       COLLECT-RECEIPT-EXC.
           MOVE "HAMMRCEX" TO WS-SOURCE-NAME.
           MOVE 1 TO WS-SOURCE-SEVERITY.
           MOVE "N" TO SOURCE-EOF-SWITCH.
           OPEN INPUT RECEIPT-EXC-FILE.
           PERFORM UNTIL SOURCE-EOF
              READ RECEIPT-EXC-FILE
                 AT END
                    MOVE "Y" TO SOURCE-EOF-SWITCH
                 NOT AT END
                    MOVE RECEIPT-EXC-RECORD TO WS-SOURCE-TEXT
                    PERFORM QUEUE-ONE-EXCEPTION
              END-READ
           END-PERFORM.
           CLOSE RECEIPT-EXC-FILE.
      *
       COLLECT-INTEGRITY-EXC.
           MOVE "MBRINTEX" TO WS-SOURCE-NAME.
           MOVE 2 TO WS-SOURCE-SEVERITY.
           MOVE "N" TO SOURCE-EOF-SWITCH.
           OPEN INPUT INTEGRITY-EXC-FILE.
           PERFORM UNTIL SOURCE-EOF
              READ INTEGRITY-EXC-FILE
                 AT END
                    MOVE "Y" TO SOURCE-EOF-SWITCH
                 NOT AT END
                    MOVE INTEGRITY-EXC-RECORD TO WS-SOURCE-TEXT
                    PERFORM QUEUE-ONE-EXCEPTION
              END-READ
           END-PERFORM.
           CLOSE INTEGRITY-EXC-FILE.
      *
       COLLECT-NOTIFICATION-EXC.
           MOVE "NOTIFEX" TO WS-SOURCE-NAME.
           MOVE 2 TO WS-SOURCE-SEVERITY.
           MOVE "N" TO SOURCE-EOF-SWITCH.
           OPEN INPUT NOTIFICATION-EXC-FILE.
           PERFORM UNTIL SOURCE-EOF
              READ NOTIFICATION-EXC-FILE
                 AT END
                    MOVE "Y" TO SOURCE-EOF-SWITCH
                 NOT AT END
                    MOVE NOTIFICATION-EXC-RECORD TO WS-SOURCE-TEXT
                    PERFORM QUEUE-ONE-EXCEPTION
              END-READ
           END-PERFORM.
           CLOSE NOTIFICATION-EXC-FILE.
      *
      *    The same line from the same source still unresolved is
      *    the same problem, not a new item.
