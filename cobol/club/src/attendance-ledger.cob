      *    night totals show headcount against the cap so the desk
      *    can answer the inspector from the ledger. STANDBY-PROMOTE
      *    moves waitlisted members up as checked-in members leave.
      *
      *    Money over the night fee is not lost in the cash box: an
      *    overpayment is raised as credit on the member credit file
      *    (CLUBCRED), and a later night's fee is drawn from that
      *    credit before anything is owed - the attendance record
      *    then carries the fee still owed after the credit, while
      *    AT-FEE-PAID stays the cash actually taken. The night
      *    totals show the credit used so owed plus credit is the
      *    full fee. Leftover credit can be put against a dues
      *    invoice through MEMBER-CREDIT-LEDGER. Every credit raised
      *    or used is also appended to the credit movements file
      *    (CLUBCRMV), which the general ledger posts from.
      *
      *    A check-in dated into a fiscal period the treasurer has
      *    closed (FISCAL-PERIOD-SERVICE) is refused and listed on
      *    the ledger instead of being recorded.
      *
      *    A check-in can carry the membership card it was made with.
      *    The card's check digit is verified (CHECK-DIGIT-SERVICE)
      *    and the card looked up on the card register (CLUBCARD): a
      *    card not on the register, a card lost or replaced on or
      *    before the night, or a card belonging to someone other
      *    than the member keyed is refused, and so is a bare member
      *    ID from a member who had been issued a card by then. Each
      *    refusal is listed on the ledger and appended to the card
      *    refusal log (CARDREFU) for the committee. A card with no
      *    member ID keyed checks in the card's holder.
      *
      *    Every darts player must hold a safety waiver in force on
      *    the night (SAFETY-WAIVER-SERVICE over the waiver register):
      *    a member with no darts waiver, one expired by the night,
      *    or a junior whose waiver carries no guardian's consent is
      *    refused with the reason on the ledger. A check-in marked
      *    yacht only - by the desk, or the kiosk's automatic one
      *    until the member clears the kiosk's own waiver check for
      *    a darts throw - is not a darts player and needs none.
      *
      *    Match header records on the darts throws file name the
      *    players entered, not players who threw, so the cross-check
      *    passes over them.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WAITLIST-FILE ASSIGN TO "CLUBWAIT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CLUBCRED"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-MOVEMENT-FILE ASSIGN TO "CLUBCRMV"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-REGISTER-FILE ASSIGN TO "CLUBCARD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-REFUSAL-FILE ASSIGN TO "CARDREFU"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05 CI-NIGHT-DATE          PIC 9(8).
           05 CI-ARRIVAL-TIME        PIC 9(4).
           05 CI-AMOUNT-PAID         PIC 9(3)V99.
           05 CI-CARD-SERIAL         PIC X(13).
           05 CI-CARD-CHECK-DIGIT    PIC X.
           05 CI-GAME                PIC X.
              88 CI-YACHT-ONLY            VALUE "Y".
      *
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 TR-PLAYER-ID           PIC X(10).
           05 TR-X                   PIC S99V9.
           05 TR-Y                   PIC S99V9.
       01  MATCH-HEADER-RECORD.
           COPY "darts-match-header.cpy".
      *
       FD  LEDGER-REPORT-FILE.
       01  LEDGER-REPORT-RECORD      PIC X(100).
           05 WL-ARRIVAL-TIME        PIC 9(4).
           05 WL-FEE-OWED            PIC 9(3)V99.
           05 WL-FEE-PAID            PIC 9(3)V99.
      *
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           05 CR-MEMBER-ID           PIC X(10).
           05 CR-BALANCE             PIC 9(5)V99.
           05 CR-LAST-ACTIVITY       PIC 9(8).
      *
       FD  CREDIT-MOVEMENT-FILE.
       01  CREDIT-MOVEMENT-RECORD.
           05 MV-MEMBER-ID           PIC X(10).
           05 MV-DATE                PIC 9(8).
           05 MV-TYPE                PIC X.
              88 MV-CREDIT-RAISED         VALUE "R".
              88 MV-CREDIT-USED           VALUE "U".
              88 MV-CREDIT-TO-DUES        VALUE "D".
           05 MV-AMOUNT              PIC 9(5)V99.
      *
       FD  CARD-REGISTER-FILE.
       01  CARD-REGISTER-RECORD.
           COPY "member-card.cpy".
      *
       FD  CARD-REFUSAL-FILE.
       01  CARD-REFUSAL-RECORD.
           COPY "card-refusal.cpy".
      *
       WORKING-STORAGE SECTION.
      *
             88 PLAYER-CHECKED-IN             VALUE "Y".
          05 NIGHT-FOUND-SWITCH      PIC X    VALUE "N".
             88 NIGHT-FOUND                   VALUE "Y".
          05 CREDIT-EOF-SWITCH       PIC X    VALUE "N".
             88 CREDIT-EOF                    VALUE "Y".
          05 CREDIT-FOUND-SWITCH     PIC X    VALUE "N".
             88 CREDIT-FOUND                  VALUE "Y".
          05 CARD-EOF-SWITCH         PIC X    VALUE "N".
             88 CARD-EOF                      VALUE "Y".
          05 CARD-FOUND-SWITCH       PIC X    VALUE "N".
             88 CARD-FOUND                    VALUE "Y".
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
             10 WS-MEMBER-TIER       PIC X.
             10 WS-MEMBER-STATUS     PIC X.
                88 WS-MEMBER-ACTIVE       VALUE "A".
             10 WS-MEMBER-BIRTH-DATE PIC 9(8).
      *
       01 WS-FEE-COUNT               PIC 9    VALUE 0.
       01 WS-FEE-SCAN                PIC 9    VALUE 0.
             10 WS-NIGHT-OWED        PIC 9(5)V99.
             10 WS-NIGHT-PAID        PIC 9(5)V99.
             10 WS-NIGHT-HEADS       PIC 9(3).
             10 WS-NIGHT-CREDIT      PIC 9(5)V99.
      *
       01 WS-CREDIT-COUNT            PIC 9(3) VALUE 0.
       01 WS-CREDIT-SCAN             PIC 9(3) VALUE 0.
       01 WS-CREDIT-HIT              PIC 9(3) VALUE 0.
       01 WS-CREDIT-TABLE.
          05 WS-CREDIT OCCURS 500 TIMES.
             10 WS-CREDIT-MEMBER     PIC X(10).
             10 WS-CREDIT-BALANCE    PIC 9(5)V99.
             10 WS-CREDIT-LAST       PIC 9(8).
      *
       01 WS-CARD-COUNT              PIC 9(3) VALUE 0.
       01 WS-CARD-SCAN               PIC 9(3) VALUE 0.
       01 WS-CARD-HIT                PIC 9(3) VALUE 0.
       01 WS-CARD-TABLE.
          05 WS-CARD OCCURS 500 TIMES.
             10 WS-CARD-SERIAL       PIC X(13).
             10 WS-CARD-MEMBER       PIC X(10).
             10 WS-CARD-ISSUE-DATE   PIC 9(8).
             10 WS-CARD-STATUS       PIC X.
             10 WS-CARD-STATUS-DATE  PIC 9(8).
      *
       01 WS-CARD-REFUSE-REASON      PIC X(20) VALUE SPACES.
       01 WS-CARD-REFUSED-COUNT      PIC 9(3) VALUE 0.
       01 WS-CD-FUNCTION             PIC X VALUE "V".
       01 WS-CD-SERIAL               PIC X(13) VALUE SPACES.
       01 WS-CD-DIGIT                PIC 9 VALUE 0.
       01 WS-CD-STATUS               PIC X VALUE "0".
      *
       01 WS-WAIVER-REFUSE-REASON    PIC X(20) VALUE SPACES.
       01 WS-WAIVER-REFUSED-COUNT    PIC 9(3) VALUE 0.
       01 WS-SW-WAIVER-TYPE          PIC X    VALUE "D".
       01 WS-SW-BIRTH-DATE           PIC 9(8) VALUE 0.
       01 WS-SW-WAIVER-STATUS        PIC X    VALUE SPACES.
      *
       01 WS-CREDIT-LOOKUP           PIC X(10) VALUE SPACES.
       01 WS-CREDIT-AMOUNT           PIC 9(3)V99 VALUE 0.
       01 WS-CREDIT-DRAW             PIC 9(3)V99 VALUE 0.
       01 WS-CREDIT-RAISED-TOTAL     PIC 9(7)V99 VALUE 0.
       01 WS-CREDIT-USED-TOTAL       PIC 9(7)V99 VALUE 0.
      *
       01 WS-FEE-OWED                PIC 9(3)V99 VALUE 0.
       01 WS-FLAGGED-COUNT           PIC 9(3) VALUE 0.
          88 CAPACITY-EOF                     VALUE "Y".
       01 WS-WAITLISTED-COUNT        PIC 9(3) VALUE 0.
       01 WS-CURRENT-HEADS           PIC 9(3) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(3) VALUE 0.
      *
       01 WS-FP-FUNCTION             PIC X    VALUE "P".
       01 WS-FP-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01 WS-FP-PERIOD               PIC 99   VALUE 0.
       01 WS-FP-START-DATE           PIC 9(8) VALUE 0.
       01 WS-FP-END-DATE             PIC 9(8) VALUE 0.
       01 WS-FP-PERIOD-STATUS        PIC X    VALUE SPACES.
       01 WS-FP-STATUS               PIC X    VALUE "0".
      *
       01 WS-MEMBMAST-STATUS         PIC X(2) VALUE "00".
       01 WS-IO-PROGRAM              PIC X(30)
           PERFORM LOAD-MEMBER-MASTER.
           PERFORM LOAD-FEE-CONFIG.
           PERFORM LOAD-CAPACITY-CONFIG.
           PERFORM LOAD-CREDIT-BALANCES.
           PERFORM LOAD-CARD-REGISTER.
           OPEN OUTPUT LEDGER-REPORT-FILE.
           PERFORM PROCESS-CHECK-INS.
           PERFORM CROSS-CHECK-SCORECARDS.
           PERFORM CROSS-CHECK-THROWS.
           PERFORM WRITE-NIGHT-TOTALS.
           CLOSE LEDGER-REPORT-FILE.
           PERFORM REWRITE-CREDIT-BALANCES.
           DISPLAY "Check-ins recorded: " WS-CHECK-IN-COUNT.
           DISPLAY "Check-ins waitlisted: " WS-WAITLISTED-COUNT.
           DISPLAY "Check-ins refused, period closed: "
              WS-REFUSED-COUNT.
           DISPLAY "Check-ins refused, card: " WS-CARD-REFUSED-COUNT.
           DISPLAY "Check-ins refused, waiver: "
              WS-WAIVER-REFUSED-COUNT.
           DISPLAY "Players without check-in: " WS-FLAGGED-COUNT.
           DISPLAY "Credit raised: " WS-CREDIT-RAISED-TOTAL.
           DISPLAY "Credit used: " WS-CREDIT-USED-TOTAL.
           STOP RUN.
      *
      *    The member-master open goes through the shared handler:
                       TO WS-MEMBER-TIER(WS-MEMBER-COUNT)
                    MOVE MM-STATUS
                       TO WS-MEMBER-STATUS(WS-MEMBER-COUNT)
                    MOVE MM-BIRTH-DATE
                       TO WS-MEMBER-BIRTH-DATE(WS-MEMBER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
              END-READ
           END-PERFORM.
           CLOSE CAPACITY-CONFIG-FILE.
      *
      *    A member with two credit rows (a merge can leave one
      *    behind) simply has them added together.
       LOAD-CREDIT-BALANCES.
           OPEN INPUT CREDIT-FILE.
           PERFORM UNTIL CREDIT-EOF
              READ CREDIT-FILE
                 AT END
                    MOVE "Y" TO CREDIT-EOF-SWITCH
                 NOT AT END
                    MOVE CR-MEMBER-ID TO WS-CREDIT-LOOKUP
                    PERFORM FIND-OR-ADD-CREDIT
                    ADD CR-BALANCE
                       TO WS-CREDIT-BALANCE(WS-CREDIT-HIT)
                    IF (CR-LAST-ACTIVITY >
                       WS-CREDIT-LAST(WS-CREDIT-HIT))
                       MOVE CR-LAST-ACTIVITY
                          TO WS-CREDIT-LAST(WS-CREDIT-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CREDIT-FILE.
      *
       LOAD-CARD-REGISTER.
           OPEN INPUT CARD-REGISTER-FILE.
           PERFORM UNTIL CARD-EOF
              READ CARD-REGISTER-FILE
                 AT END
                    MOVE "Y" TO CARD-EOF-SWITCH
                 NOT AT END
                    IF (WS-CARD-COUNT = 500)
                       DISPLAY "ABORTED: card register exceeds "
                          "the 500-entry card table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-CARD-COUNT
                    MOVE MC-CARD-SERIAL
                       TO WS-CARD-SERIAL(WS-CARD-COUNT)
                    MOVE MC-MEMBER-ID
                       TO WS-CARD-MEMBER(WS-CARD-COUNT)
                    MOVE MC-ISSUE-DATE
                       TO WS-CARD-ISSUE-DATE(WS-CARD-COUNT)
                    MOVE MC-STATUS
                       TO WS-CARD-STATUS(WS-CARD-COUNT)
                    MOVE MC-STATUS-DATE
                       TO WS-CARD-STATUS-DATE(WS-CARD-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CARD-REGISTER-FILE.
      *
       PROCESS-CHECK-INS.
           OPEN INPUT CHECK-IN-FILE.
           OPEN EXTEND CARD-REFUSAL-FILE.
           OPEN EXTEND ATTENDANCE-FILE.
           OPEN EXTEND WAITLIST-FILE.
           OPEN EXTEND CREDIT-MOVEMENT-FILE.
           PERFORM UNTIL CHECK-IN-EOF
              READ CHECK-IN-FILE
                 AT END
              END-READ
           END-PERFORM.
           CLOSE CHECK-IN-FILE.
           CLOSE CARD-REFUSAL-FILE.
           CLOSE ATTENDANCE-FILE.
           CLOSE WAITLIST-FILE.
           CLOSE CREDIT-MOVEMENT-FILE.
      *
      *    A night in a fiscal period the treasurer has closed has
      *    been reported; a late check-in for it is refused, not
      *    recorded.
       RECORD-ONE-CHECK-IN.
           MOVE "P" TO WS-FP-FUNCTION.
           CALL "FISCAL-PERIOD-SERVICE" USING WS-FP-FUNCTION
              CI-NIGHT-DATE WS-FP-FISCAL-YEAR WS-FP-PERIOD
              WS-FP-START-DATE WS-FP-END-DATE WS-FP-PERIOD-STATUS
              WS-FP-STATUS.
           IF (WS-FP-STATUS = "0" AND WS-FP-PERIOD-STATUS = "C")
              PERFORM REFUSE-CLOSED-CHECK-IN
           ELSE
              PERFORM VERIFY-CHECK-IN-CARD
              IF (WS-CARD-REFUSE-REASON NOT = SPACES)
                 PERFORM REFUSE-CARD-CHECK-IN
              ELSE
                 PERFORM VERIFY-CHECK-IN-WAIVER
                 IF (WS-WAIVER-REFUSE-REASON NOT = SPACES)
                    PERFORM REFUSE-WAIVER-CHECK-IN
                 ELSE
                    PERFORM RECORD-OPEN-CHECK-IN
                 END-IF
              END-IF
           END-IF.
      *
      *    A card is only as good as its status on the night: one
      *    lost or replaced later still covers the nights before.
      *    Without a card, a member already carded by the night is
      *    refused - the bare ID is what anyone can key.
       VERIFY-CHECK-IN-CARD.
           MOVE SPACES TO WS-CARD-REFUSE-REASON.
           IF (CI-CARD-SERIAL = SPACES)
              PERFORM FIND-CARD-FOR-MEMBER
              IF (CARD-FOUND)
                 MOVE "CARD REQUIRED" TO WS-CARD-REFUSE-REASON
              END-IF
           ELSE
              MOVE "2" TO WS-CD-STATUS
              IF (CI-CARD-CHECK-DIGIT IS NUMERIC)
                 MOVE "V" TO WS-CD-FUNCTION
                 MOVE CI-CARD-SERIAL TO WS-CD-SERIAL
                 MOVE CI-CARD-CHECK-DIGIT TO WS-CD-DIGIT
                 CALL "CHECK-DIGIT-SERVICE" USING WS-CD-FUNCTION
                    WS-CD-SERIAL WS-CD-DIGIT WS-CD-STATUS
              END-IF
              IF (WS-CD-STATUS NOT = "0")
                 MOVE "BAD CHECK DIGIT" TO WS-CARD-REFUSE-REASON
              ELSE
                 PERFORM FIND-CARD-BY-SERIAL
                 PERFORM CHECK-CARD-ON-NIGHT
              END-IF
           END-IF.
      *
       CHECK-CARD-ON-NIGHT.
           EVALUATE TRUE
           WHEN NOT CARD-FOUND
                MOVE "CARD NOT ON REGISTER" TO WS-CARD-REFUSE-REASON
           WHEN WS-CARD-STATUS(WS-CARD-HIT) = "L"
              AND WS-CARD-STATUS-DATE(WS-CARD-HIT) <= CI-NIGHT-DATE
                MOVE "CARD REPORTED LOST" TO WS-CARD-REFUSE-REASON
           WHEN WS-CARD-STATUS(WS-CARD-HIT) = "R"
              AND WS-CARD-STATUS-DATE(WS-CARD-HIT) <= CI-NIGHT-DATE
                MOVE "CARD REPLACED" TO WS-CARD-REFUSE-REASON
           WHEN CI-MEMBER-ID = SPACES
                MOVE WS-CARD-MEMBER(WS-CARD-HIT) TO CI-MEMBER-ID
           WHEN CI-MEMBER-ID NOT = WS-CARD-MEMBER(WS-CARD-HIT)
                MOVE "CARD NOT THIS MEMBER" TO WS-CARD-REFUSE-REASON
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
       FIND-CARD-BY-SERIAL.
           MOVE "N" TO CARD-FOUND-SWITCH.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
              UNTIL WS-CARD-SCAN > WS-CARD-COUNT
              OR CARD-FOUND
                IF (WS-CARD-SERIAL(WS-CARD-SCAN) = CI-CARD-SERIAL)
                   MOVE "Y" TO CARD-FOUND-SWITCH
                   MOVE WS-CARD-SCAN TO WS-CARD-HIT
                END-IF
           END-PERFORM.
      *
       FIND-CARD-FOR-MEMBER.
           MOVE "N" TO CARD-FOUND-SWITCH.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
              UNTIL WS-CARD-SCAN > WS-CARD-COUNT
              OR CARD-FOUND
                IF (WS-CARD-MEMBER(WS-CARD-SCAN) = CI-MEMBER-ID
                   AND WS-CARD-ISSUE-DATE(WS-CARD-SCAN)
                      <= CI-NIGHT-DATE)
                   MOVE "Y" TO CARD-FOUND-SWITCH
                   MOVE WS-CARD-SCAN TO WS-CARD-HIT
                END-IF
           END-PERFORM.
      *
      *    The log entry is the card as printed, or the bare ID
      *    when no card was given.
       REFUSE-CARD-CHECK-IN.
           ADD 1 TO WS-CARD-REFUSED-COUNT.
           MOVE SPACES TO CF-ENTRY.
           IF (CI-CARD-SERIAL = SPACES)
              MOVE CI-MEMBER-ID TO CF-ENTRY
           ELSE
              STRING CI-CARD-SERIAL DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     CI-CARD-CHECK-DIGIT DELIMITED BY SIZE
                 INTO CF-ENTRY
           END-IF.
           MOVE SPACES TO LEDGER-REPORT-RECORD.
           STRING "REFUSED CHECK-IN MEMBER " DELIMITED BY SIZE
                  CI-MEMBER-ID DELIMITED BY SIZE
                  " - NIGHT " DELIMITED BY SIZE
                  CI-NIGHT-DATE DELIMITED BY SIZE
                  " ENTRY=" DELIMITED BY SIZE
                  CF-ENTRY DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-CARD-REFUSE-REASON DELIMITED BY SIZE
              INTO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE CI-NIGHT-DATE TO CF-ATTEMPT-DATE.
           MOVE CI-ARRIVAL-TIME TO CF-ATTEMPT-TIME.
           MOVE "CHECK-IN" TO CF-SOURCE.
           IF (CI-MEMBER-ID = SPACES AND CARD-FOUND)
              MOVE WS-CARD-MEMBER(WS-CARD-HIT) TO CF-MEMBER-ID
           ELSE
              MOVE CI-MEMBER-ID TO CF-MEMBER-ID
           END-IF.
           MOVE WS-CARD-REFUSE-REASON TO CF-REASON.
           WRITE CARD-REFUSAL-RECORD.
      *
      *    An unknown member is left for the check-in itself to
      *    report; with no waiver register yet every member passes.
       VERIFY-CHECK-IN-WAIVER.
           MOVE SPACES TO WS-WAIVER-REFUSE-REASON.
           IF (NOT CI-YACHT-ONLY)
              PERFORM FIND-MEMBER
              IF (MEMBER-FOUND)
                 MOVE "D" TO WS-SW-WAIVER-TYPE
                 MOVE WS-MEMBER-BIRTH-DATE(WS-MEMBER-HIT)
                    TO WS-SW-BIRTH-DATE
                 CALL "SAFETY-WAIVER-SERVICE" USING CI-MEMBER-ID
                    WS-SW-WAIVER-TYPE CI-NIGHT-DATE WS-SW-BIRTH-DATE
                    WS-SW-WAIVER-STATUS WS-WAIVER-REFUSE-REASON
                 IF (WS-SW-WAIVER-STATUS NOT = "R")
                    MOVE SPACES TO WS-WAIVER-REFUSE-REASON
                 END-IF
              END-IF
           END-IF.
      *
       REFUSE-WAIVER-CHECK-IN.
           ADD 1 TO WS-WAIVER-REFUSED-COUNT.
           MOVE SPACES TO LEDGER-REPORT-RECORD.
           STRING "REFUSED CHECK-IN MEMBER " DELIMITED BY SIZE
                  CI-MEMBER-ID DELIMITED BY SIZE
                  " - NIGHT " DELIMITED BY SIZE
                  CI-NIGHT-DATE DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-WAIVER-REFUSE-REASON DELIMITED BY SIZE
              INTO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
      *
       REFUSE-CLOSED-CHECK-IN.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO LEDGER-REPORT-RECORD.
           STRING "REFUSED CHECK-IN MEMBER " DELIMITED BY SIZE
                  CI-MEMBER-ID DELIMITED BY SIZE
                  " - NIGHT " DELIMITED BY SIZE
                  CI-NIGHT-DATE DELIMITED BY SIZE
                  " IN CLOSED PERIOD " DELIMITED BY SIZE
                  WS-FP-FISCAL-YEAR DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FP-PERIOD DELIMITED BY SIZE
              INTO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
      *
       RECORD-OPEN-CHECK-IN.
           PERFORM FIND-MEMBER.
           IF (NOT MEMBER-FOUND)
              MOVE SPACES TO LEDGER-REPORT-RECORD
                 ADD 1 TO WS-CHECK-IN-COUNT
                 MOVE CI-MEMBER-ID
                    TO WS-CHECK-IN-MEMBER(WS-CHECK-IN-COUNT)
                 PERFORM APPLY-MEMBER-CREDIT
                 MOVE CI-MEMBER-ID TO AT-MEMBER-ID
                 MOVE CI-NIGHT-DATE TO AT-NIGHT-DATE
                 MOVE CI-ARRIVAL-TIME TO AT-ARRIVAL-TIME
              MOVE 0 TO WS-NIGHT-OWED(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-PAID(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-HEADS(WS-NIGHT-HIT)
              MOVE 0 TO WS-NIGHT-CREDIT(WS-NIGHT-HIT)
           END-IF.
           ADD WS-FEE-OWED TO WS-NIGHT-OWED(WS-NIGHT-HIT).
           ADD CI-AMOUNT-PAID TO WS-NIGHT-PAID(WS-NIGHT-HIT).
           ADD 1 TO WS-NIGHT-HEADS(WS-NIGHT-HIT).
           ADD WS-CREDIT-DRAW TO WS-NIGHT-CREDIT(WS-NIGHT-HIT).
      *
      *    A player on the scorecards or the throws file who never
      *    checked in is exactly the gap between the cash box and
                 AT END
                    MOVE "Y" TO THROWS-EOF-SWITCH
                 NOT AT END
                    IF (NOT MH-IS-MATCH-HEADER
                       AND TR-PLAYER-ID NOT = WS-CURRENT-PLAYER-ID)
                       MOVE TR-PLAYER-ID TO WS-CURRENT-PLAYER-ID
                       PERFORM FLAG-IF-NOT-CHECKED-IN
                    END-IF
                       " FEES-COLLECTED=" DELIMITED BY SIZE
                       WS-NIGHT-PAID(WS-NIGHT-SCAN)
                          DELIMITED BY SIZE
                       " CREDIT-USED=" DELIMITED BY SIZE
                       WS-NIGHT-CREDIT(WS-NIGHT-SCAN)
                          DELIMITED BY SIZE
                   INTO LEDGER-REPORT-RECORD
                WRITE LEDGER-REPORT-RECORD
           END-PERFORM.
      *
      *    Cash over the fee becomes credit; cash short of the fee
      *    is made up from any credit on file, and only what the
      *    credit cannot cover is left owing on the attendance
      *    record.
       APPLY-MEMBER-CREDIT.
           MOVE 0 TO WS-CREDIT-DRAW.
           MOVE CI-MEMBER-ID TO WS-CREDIT-LOOKUP.
           IF (CI-AMOUNT-PAID > WS-FEE-OWED)
              COMPUTE WS-CREDIT-AMOUNT = CI-AMOUNT-PAID - WS-FEE-OWED
              PERFORM FIND-OR-ADD-CREDIT
              ADD WS-CREDIT-AMOUNT TO WS-CREDIT-BALANCE(WS-CREDIT-HIT)
              MOVE CI-NIGHT-DATE TO WS-CREDIT-LAST(WS-CREDIT-HIT)
              ADD WS-CREDIT-AMOUNT TO WS-CREDIT-RAISED-TOTAL
              MOVE CI-MEMBER-ID TO MV-MEMBER-ID
              MOVE CI-NIGHT-DATE TO MV-DATE
              MOVE "R" TO MV-TYPE
              MOVE WS-CREDIT-AMOUNT TO MV-AMOUNT
              WRITE CREDIT-MOVEMENT-RECORD
              MOVE SPACES TO LEDGER-REPORT-RECORD
              STRING "CREDIT RAISED MEMBER=" DELIMITED BY SIZE
                     CI-MEMBER-ID DELIMITED BY SIZE
                     " NIGHT=" DELIMITED BY SIZE
                     CI-NIGHT-DATE DELIMITED BY SIZE
                     " AMOUNT=" DELIMITED BY SIZE
                     WS-CREDIT-AMOUNT DELIMITED BY SIZE
                     " BALANCE=" DELIMITED BY SIZE
                     WS-CREDIT-BALANCE(WS-CREDIT-HIT)
                        DELIMITED BY SIZE
                 INTO LEDGER-REPORT-RECORD
              WRITE LEDGER-REPORT-RECORD
           ELSE
              PERFORM FIND-CREDIT
              IF (CREDIT-FOUND AND CI-AMOUNT-PAID < WS-FEE-OWED)
                 IF (WS-CREDIT-BALANCE(WS-CREDIT-HIT) > 0)
                    PERFORM DRAW-MEMBER-CREDIT
                 END-IF
              END-IF
           END-IF.
      *
       DRAW-MEMBER-CREDIT.
           COMPUTE WS-CREDIT-DRAW = WS-FEE-OWED - CI-AMOUNT-PAID.
           IF (WS-CREDIT-DRAW > WS-CREDIT-BALANCE(WS-CREDIT-HIT))
              MOVE WS-CREDIT-BALANCE(WS-CREDIT-HIT) TO WS-CREDIT-DRAW
           END-IF.
           SUBTRACT WS-CREDIT-DRAW
              FROM WS-CREDIT-BALANCE(WS-CREDIT-HIT).
           SUBTRACT WS-CREDIT-DRAW FROM WS-FEE-OWED.
           MOVE CI-NIGHT-DATE TO WS-CREDIT-LAST(WS-CREDIT-HIT).
           ADD WS-CREDIT-DRAW TO WS-CREDIT-USED-TOTAL.
           MOVE CI-MEMBER-ID TO MV-MEMBER-ID.
           MOVE CI-NIGHT-DATE TO MV-DATE.
           MOVE "U" TO MV-TYPE.
           MOVE WS-CREDIT-DRAW TO MV-AMOUNT.
           WRITE CREDIT-MOVEMENT-RECORD.
           MOVE SPACES TO LEDGER-REPORT-RECORD.
           STRING "CREDIT USED MEMBER=" DELIMITED BY SIZE
                  CI-MEMBER-ID DELIMITED BY SIZE
                  " NIGHT=" DELIMITED BY SIZE
                  CI-NIGHT-DATE DELIMITED BY SIZE
                  " AMOUNT=" DELIMITED BY SIZE
                  WS-CREDIT-DRAW DELIMITED BY SIZE
                  " BALANCE=" DELIMITED BY SIZE
                  WS-CREDIT-BALANCE(WS-CREDIT-HIT) DELIMITED BY SIZE
              INTO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
      *
       FIND-CREDIT.
           MOVE "N" TO CREDIT-FOUND-SWITCH.
           PERFORM VARYING WS-CREDIT-SCAN FROM 1 BY 1
              UNTIL WS-CREDIT-SCAN > WS-CREDIT-COUNT
              OR CREDIT-FOUND
                IF (WS-CREDIT-MEMBER(WS-CREDIT-SCAN) =
                   WS-CREDIT-LOOKUP)
                   MOVE "Y" TO CREDIT-FOUND-SWITCH
                   MOVE WS-CREDIT-SCAN TO WS-CREDIT-HIT
                END-IF
           END-PERFORM.
      *
       FIND-OR-ADD-CREDIT.
           PERFORM FIND-CREDIT.
           IF (NOT CREDIT-FOUND)
              IF (WS-CREDIT-COUNT = 500)
                 DISPLAY "ABORTED: credit balances exceed the "
                    "500-entry credit table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CREDIT-COUNT
              MOVE WS-CREDIT-COUNT TO WS-CREDIT-HIT
              MOVE WS-CREDIT-LOOKUP TO WS-CREDIT-MEMBER(WS-CREDIT-HIT)
              MOVE 0 TO WS-CREDIT-BALANCE(WS-CREDIT-HIT)
              MOVE 0 TO WS-CREDIT-LAST(WS-CREDIT-HIT)
           END-IF.
      *
      *    Credit used up to nothing drops off the file.
       REWRITE-CREDIT-BALANCES.
           OPEN OUTPUT CREDIT-FILE.
           PERFORM VARYING WS-CREDIT-SCAN FROM 1 BY 1
              UNTIL WS-CREDIT-SCAN > WS-CREDIT-COUNT
                IF (WS-CREDIT-BALANCE(WS-CREDIT-SCAN) > 0)
                   MOVE WS-CREDIT-MEMBER(WS-CREDIT-SCAN)
                      TO CR-MEMBER-ID
                   MOVE WS-CREDIT-BALANCE(WS-CREDIT-SCAN)
                      TO CR-BALANCE
                   MOVE WS-CREDIT-LAST(WS-CREDIT-SCAN)
                      TO CR-LAST-ACTIVITY
                   WRITE CREDIT-RECORD
                END-IF
           END-PERFORM.
           CLOSE CREDIT-FILE.
      *
