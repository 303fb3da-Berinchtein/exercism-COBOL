      *    only, and GUEST-CONVERSION later matches register names
      *    against the member master so the membership drive can see
      *    which guests came back as members.
      *
      *    Regulars are steered toward joining: the request carries
      *    a contact (phone or email) beside the name, and the
      *    guest's passes in the twelve months up to the pass night
      *    are counted on the register by name and contact. The
      *    visit that reaches the control card's limit (6 when
      *    absent, never more than 12) is issued with a last-visit
      *    warning on the ticket, the guest goes on the invitation
      *    list with every visit date in the window, and a
      *    membership invitation is queued on the MATCH-REMINDERS
      *    notification queue (type "G", the pass ID standing in
      *    for a member ID, by email when the contact has an "@"
      *    and phone otherwise). A request beyond the limit is
      *    refused. Register records from before the contact was
      *    kept count only toward a guest requesting without one.
      *
      *    The insurer will not cover a guest at the oche without a
      *    signed day waiver. A request marked as signed at the desk
      *    puts a day waiver for the pass night on the safety waiver
      *    register (CLUBWAIV) beside the pass, and the ticket says
      *    whether the guest may play darts; a guest who signs later
      *    is keyed through SAFETY-WAIVER-MAINT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PASS-TICKET-FILE ASSIGN TO "GUESTTKT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GUEST-CONTROL-FILE ASSIGN TO "GUESTCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INVITATION-FILE ASSIGN TO "GUESTINV"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WAIVER-REGISTER-FILE ASSIGN TO "CLUBWAIV"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       01  PASS-REQUEST-RECORD.
           05 GQ-GUEST-NAME          PIC X(40).
           05 GQ-NIGHT-DATE          PIC 9(8).
           05 GQ-GUEST-CONTACT       PIC X(40).
           05 GQ-DAY-WAIVER          PIC X.
              88 GQ-DAY-WAIVER-SIGNED     VALUE "Y".
      *
       FD  PASS-REGISTER-FILE.
       01  PASS-REGISTER-RECORD.
           05 GP-PASS-ID             PIC X(10).
           05 GP-GUEST-NAME          PIC X(40).
           05 GP-NIGHT-DATE          PIC 9(8).
           05 GP-GUEST-CONTACT       PIC X(40).
      *
       FD  PASS-TICKET-FILE.
       01  PASS-TICKET-RECORD        PIC X(64).
      *
       FD  GUEST-CONTROL-FILE.
       01  GUEST-CONTROL-RECORD.
           05 GC-VISIT-LIMIT         PIC 99.
      *
       FD  INVITATION-FILE.
       01  INVITATION-RECORD.
           05 GI-PASS-ID             PIC X(10).
           05 GI-GUEST-NAME          PIC X(40).
           05 GI-GUEST-CONTACT       PIC X(40).
           05 GI-INVITE-DATE         PIC 9(8).
           05 GI-VISIT-COUNT         PIC 99.
           05 GI-VISIT-DATE          PIC 9(8) OCCURS 12 TIMES.
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
           05 NQ-DUTY-CODE           PIC X(8).
      *
       FD  WAIVER-REGISTER-FILE.
       01  WAIVER-REGISTER-RECORD.
           COPY "safety-waiver.cpy".
      *
       WORKING-STORAGE SECTION.
      *
             88 REQUEST-EOF                   VALUE "Y".
          05 REGISTER-EOF-SWITCH     PIC X    VALUE "N".
             88 REGISTER-EOF                  VALUE "Y".
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
      *
       01 WS-VISIT-LIMIT             PIC 99   VALUE 6.
       01 WS-WINDOW-START            PIC 9(8) VALUE 0.
       01 WS-GUEST-KEY-NAME          PIC X(40) VALUE SPACES.
       01 WS-GUEST-KEY-CONTACT       PIC X(40) VALUE SPACES.
       01 WS-GUEST-KEY-NIGHT         PIC 9(8) VALUE 0.
       01 WS-PRIOR-VISITS            PIC 99   VALUE 0.
       01 WS-THIS-VISIT              PIC 99   VALUE 0.
      *
       01 WS-VISIT-COUNT             PIC 9(4) VALUE 0.
       01 WS-VISIT-SCAN              PIC 9(4) VALUE 0.
       01 WS-VISIT-TABLE.
          05 WS-VISIT OCCURS 5000 TIMES.
             10 WS-VISIT-NAME        PIC X(40).
             10 WS-VISIT-CONTACT     PIC X(40).
             10 WS-VISIT-NIGHT       PIC 9(8).
      *
       01 WS-LAST-VISIT-COUNT        PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
       01 WS-INVITED-COUNT           PIC 9(5) VALUE 0.
       01 WS-AT-SIGN-COUNT           PIC 99   VALUE 0.
      *
       01 WS-PASS-SEQ                PIC 9(5) VALUE 0.
       01 WS-SEEN-SEQ                PIC 9(5) VALUE 0.
       01 WS-ISSUED-COUNT            PIC 9(5) VALUE 0.
       01 WS-WAIVER-COUNT            PIC 9(5) VALUE 0.
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-PASS-ID                 PIC X(10) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       GUEST-PASS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-GUEST-CONTROL.
           PERFORM SEED-PASS-SEQUENCE.
           OPEN INPUT PASS-REQUEST-FILE.
           OPEN EXTEND PASS-REGISTER-FILE.
           OPEN OUTPUT PASS-TICKET-FILE.
           OPEN EXTEND INVITATION-FILE.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           OPEN EXTEND WAIVER-REGISTER-FILE.
           PERFORM UNTIL REQUEST-EOF
              READ PASS-REQUEST-FILE
                 AT END
           CLOSE PASS-REQUEST-FILE.
           CLOSE PASS-REGISTER-FILE.
           CLOSE PASS-TICKET-FILE.
           CLOSE INVITATION-FILE.
           CLOSE NOTIFICATION-QUEUE-FILE.
           CLOSE WAIVER-REGISTER-FILE.
           DISPLAY "Day passes issued: " WS-ISSUED-COUNT.
           DISPLAY "Day waivers recorded: " WS-WAIVER-COUNT.
           DISPLAY "Last guest visits: " WS-LAST-VISIT-COUNT.
           DISPLAY "Refused over the visit limit: " WS-REFUSED-COUNT.
           DISPLAY "Membership invitations queued: "
              WS-INVITED-COUNT.
           STOP RUN.
      *
       LOAD-GUEST-CONTROL.
           OPEN INPUT GUEST-CONTROL-FILE.
           READ GUEST-CONTROL-FILE
              AT END
                 MOVE "Y" TO CONTROL-EOF-SWITCH
           END-READ.
           IF (NOT CONTROL-EOF AND GC-VISIT-LIMIT IS NUMERIC
              AND GC-VISIT-LIMIT > 0)
              MOVE GC-VISIT-LIMIT TO WS-VISIT-LIMIT
           END-IF.
           IF (WS-VISIT-LIMIT > 12)
              MOVE 12 TO WS-VISIT-LIMIT
           END-IF.
           CLOSE GUEST-CONTROL-FILE.
      *
      *    The sequence continues from the register so a second run
      *    on the same day cannot hand two guests the same pass ID.
      *    Every pass is kept for the visit count, name and contact
      *    folded to upper case so the desk's keying does not split
      *    one guest into two.
       SEED-PASS-SEQUENCE.
           OPEN INPUT PASS-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF
                          MOVE WS-SEEN-SEQ TO WS-PASS-SEQ
                       END-IF
                    END-IF
                    MOVE FUNCTION UPPER-CASE(GP-GUEST-NAME)
                       TO WS-GUEST-KEY-NAME
                    MOVE FUNCTION UPPER-CASE(GP-GUEST-CONTACT)
                       TO WS-GUEST-KEY-CONTACT
                    MOVE GP-NIGHT-DATE TO WS-GUEST-KEY-NIGHT
                    PERFORM KEEP-ONE-VISIT
              END-READ
           END-PERFORM.
           CLOSE PASS-REGISTER-FILE.
      *
       KEEP-ONE-VISIT.
           IF (WS-VISIT-COUNT = 5000)
              DISPLAY "ABORTED: pass register exceeds "
                 "the 5000-entry visit table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-VISIT-COUNT.
           MOVE WS-GUEST-KEY-NAME TO WS-VISIT-NAME(WS-VISIT-COUNT).
           MOVE WS-GUEST-KEY-CONTACT
              TO WS-VISIT-CONTACT(WS-VISIT-COUNT).
           MOVE WS-GUEST-KEY-NIGHT TO WS-VISIT-NIGHT(WS-VISIT-COUNT).
      *
       ISSUE-ONE-PASS.
           IF (GQ-GUEST-NAME = SPACES)
              DISPLAY "REJECTED: pass request with blank guest name"
           ELSE
              PERFORM COUNT-PRIOR-VISITS
              COMPUTE WS-THIS-VISIT = WS-PRIOR-VISITS + 1
              IF (WS-THIS-VISIT > WS-VISIT-LIMIT)
                 ADD 1 TO WS-REFUSED-COUNT
                 DISPLAY "REFUSED: guest visit limit reached for "
                    FUNCTION TRIM(GQ-GUEST-NAME) " on "
                    GQ-NIGHT-DATE
              ELSE
                 PERFORM ISSUE-COUNTED-PASS
              END-IF
           END-IF.
      *
      *    The window is the twelve months up to the pass night: a
      *    visit on the same day of the month a year earlier is
      *    already outside it.
       COUNT-PRIOR-VISITS.
           MOVE FUNCTION UPPER-CASE(GQ-GUEST-NAME)
              TO WS-GUEST-KEY-NAME.
           MOVE FUNCTION UPPER-CASE(GQ-GUEST-CONTACT)
              TO WS-GUEST-KEY-CONTACT.
           COMPUTE WS-WINDOW-START = GQ-NIGHT-DATE - 10000.
           MOVE 0 TO WS-PRIOR-VISITS.
           PERFORM VARYING WS-VISIT-SCAN FROM 1 BY 1
              UNTIL WS-VISIT-SCAN > WS-VISIT-COUNT
                IF (WS-VISIT-NAME(WS-VISIT-SCAN) = WS-GUEST-KEY-NAME
                   AND WS-VISIT-CONTACT(WS-VISIT-SCAN) =
                      WS-GUEST-KEY-CONTACT
                   AND WS-VISIT-NIGHT(WS-VISIT-SCAN) >
                      WS-WINDOW-START
                   AND WS-VISIT-NIGHT(WS-VISIT-SCAN) <=
                      GQ-NIGHT-DATE
                   AND WS-PRIOR-VISITS < 99)
                   ADD 1 TO WS-PRIOR-VISITS
                END-IF
           END-PERFORM.
      *
       ISSUE-COUNTED-PASS.
           ADD 1 TO WS-PASS-SEQ.
           ADD 1 TO WS-ISSUED-COUNT.
           MOVE SPACES TO WS-PASS-ID.
           STRING "G" DELIMITED BY SIZE
                  GQ-NIGHT-DATE(5:4) DELIMITED BY SIZE
                  WS-PASS-SEQ DELIMITED BY SIZE
              INTO WS-PASS-ID.
           MOVE WS-PASS-ID TO GP-PASS-ID.
           MOVE GQ-GUEST-NAME TO GP-GUEST-NAME.
           MOVE GQ-NIGHT-DATE TO GP-NIGHT-DATE.
           MOVE GQ-GUEST-CONTACT TO GP-GUEST-CONTACT.
           WRITE PASS-REGISTER-RECORD.
           IF (GQ-DAY-WAIVER-SIGNED)
              PERFORM RECORD-DAY-WAIVER
           END-IF.
           MOVE GQ-NIGHT-DATE TO WS-GUEST-KEY-NIGHT.
           PERFORM KEEP-ONE-VISIT.
           PERFORM PRINT-PASS-TICKET.
           IF (WS-THIS-VISIT = WS-VISIT-LIMIT)
              ADD 1 TO WS-LAST-VISIT-COUNT
              PERFORM WRITE-INVITATION
              PERFORM QUEUE-INVITATION
           END-IF.
      *
       PRINT-PASS-TICKET.
                  FUNCTION TRIM(GQ-GUEST-NAME) DELIMITED BY SIZE
              INTO PASS-TICKET-RECORD.
           WRITE PASS-TICKET-RECORD.
           IF (GQ-DAY-WAIVER-SIGNED)
              MOVE "  DAY WAIVER SIGNED - DARTS PERMITTED"
                 TO PASS-TICKET-RECORD
           ELSE
              MOVE "  NO DAY WAIVER - NOT TO PLAY DARTS"
                 TO PASS-TICKET-RECORD
           END-IF.
           WRITE PASS-TICKET-RECORD.
           IF (WS-THIS-VISIT = WS-VISIT-LIMIT)
              MOVE "  ** LAST GUEST VISIT - ASK US ABOUT MEMBERSHIP **"
                 TO PASS-TICKET-RECORD
              WRITE PASS-TICKET-RECORD
           END-IF.
           MOVE ALL "-" TO PASS-TICKET-RECORD.
           WRITE PASS-TICKET-RECORD.
      *
      *    A day waiver is good for the pass night alone.
       RECORD-DAY-WAIVER.
           MOVE WS-PASS-ID TO SW-HOLDER-ID.
           MOVE "G" TO SW-WAIVER-TYPE.
           MOVE GQ-NIGHT-DATE TO SW-SIGNED-DATE.
           MOVE GQ-NIGHT-DATE TO SW-EXPIRY-DATE.
           MOVE SPACES TO SW-GUARDIAN-NAME.
           MOVE WS-RUN-DATE TO SW-RECORDED-DATE.
           WRITE WAIVER-REGISTER-RECORD.
           ADD 1 TO WS-WAIVER-COUNT.
      *
      *    The visit dates are the guest's passes in the window,
      *    tonight's included, in register order.
       WRITE-INVITATION.
           MOVE SPACES TO INVITATION-RECORD.
           MOVE WS-PASS-ID TO GI-PASS-ID.
           MOVE GQ-GUEST-NAME TO GI-GUEST-NAME.
           MOVE GQ-GUEST-CONTACT TO GI-GUEST-CONTACT.
           MOVE GQ-NIGHT-DATE TO GI-INVITE-DATE.
           PERFORM VARYING WS-VISIT-SCAN FROM 1 BY 1
              UNTIL WS-VISIT-SCAN > 12
                MOVE 0 TO GI-VISIT-DATE(WS-VISIT-SCAN)
           END-PERFORM.
           MOVE 0 TO GI-VISIT-COUNT.
           PERFORM VARYING WS-VISIT-SCAN FROM 1 BY 1
              UNTIL WS-VISIT-SCAN > WS-VISIT-COUNT
                IF (WS-VISIT-NAME(WS-VISIT-SCAN) = WS-GUEST-KEY-NAME
                   AND WS-VISIT-CONTACT(WS-VISIT-SCAN) =
                      WS-GUEST-KEY-CONTACT
                   AND WS-VISIT-NIGHT(WS-VISIT-SCAN) >
                      WS-WINDOW-START
                   AND WS-VISIT-NIGHT(WS-VISIT-SCAN) <=
                      GQ-NIGHT-DATE
                   AND GI-VISIT-COUNT < 12)
                   ADD 1 TO GI-VISIT-COUNT
                   MOVE WS-VISIT-NIGHT(WS-VISIT-SCAN)
                      TO GI-VISIT-DATE(GI-VISIT-COUNT)
                END-IF
           END-PERFORM.
           WRITE INVITATION-RECORD.
      *
      *    A guest gives no channel preference, so an email address
      *    goes by email and anything else is taken for a phone.
      *    With no contact at all the invitation stays on the list
      *    for the desk to hand over in person.
       QUEUE-INVITATION.
           IF (GQ-GUEST-CONTACT = SPACES)
              DISPLAY "NO CONTACT TO INVITE "
                 FUNCTION TRIM(GQ-GUEST-NAME)
           ELSE
              MOVE WS-PASS-ID TO NQ-MEMBER-ID
              MOVE GQ-NIGHT-DATE TO NQ-NIGHT-DATE
              MOVE 0 TO NQ-TABLE-NUMBER
              MOVE SPACES TO NQ-OPPONENT-ID
              MOVE 0 TO WS-AT-SIGN-COUNT
              INSPECT GQ-GUEST-CONTACT
                 TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
              IF (WS-AT-SIGN-COUNT > 0)
                 MOVE "E" TO NQ-CHANNEL
              ELSE
                 MOVE "P" TO NQ-CHANNEL
              END-IF
              MOVE GQ-GUEST-CONTACT TO NQ-CONTACT
              MOVE "Q" TO NQ-STATUS
              MOVE "G" TO NQ-REMINDER-TYPE
              MOVE SPACES TO NQ-DUTY-CODE
              WRITE NOTIFICATION-QUEUE-RECORD
              ADD 1 TO WS-INVITED-COUNT
           END-IF.
      *
