       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGM-ELIGIBILITY-ROLL.
      *
      *    Builds the voting roll for a general meeting, so the
      *    question of who was entitled to vote is settled from the
      *    files before the meeting instead of argued after it. The
      *    meeting control card (AGMCTL) gives the meeting date, the
      *    dues year that must be paid (the meeting's calendar year
      *    when left zero), the quorum percentage the count uses and
      *    the voting age (18 when left zero). Every member on the
      *    master is put on the roll, eligible or not, with the
      *    reason, so a challenge at the door can be answered:
      *
      *      NOT ACTIVE     MM-STATUS is not active ("A") or
      *                     reinstated ("R"),
      *      DUES NOT PAID  the dues-year invoice on DUESREG is not
      *                     paid in full - for a household member,
      *                     the invoice raised to the household's
      *                     primary payer,
      *      NO BIRTH DATE  the master has no birth date to prove
      *                     age,
      *      UNDER AGE      the voting-age birthday falls after the
      *                     meeting date.
      *
      *    The roll (AGMROLL) is what AGM-BALLOT-COUNT checks every
      *    ballot against and counts the quorum from; the listing
      *    (AGMROLRP) is the printed roll for the meeting door.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEETING-CONTROL-FILE ASSIGN TO "AGMCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL DUES-REGISTER-FILE ASSIGN TO "DUESREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT VOTING-ROLL-FILE ASSIGN TO "AGMROLL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT ROLL-REPORT-FILE ASSIGN TO "AGMROLRP"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MEETING-CONTROL-FILE.
       01  MEETING-CONTROL-RECORD.
           05 AG-MEETING-DATE        PIC 9(8).
           05 AG-DUES-YEAR           PIC 9(4).
           05 AG-QUORUM-PERCENT      PIC 9(3).
           05 AG-VOTING-AGE          PIC 99.
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  DUES-REGISTER-FILE.
       01  DUES-REGISTER-RECORD.
           05 DU-MEMBER-ID           PIC X(10).
           05 DU-BILL-YEAR           PIC 9(4).
           05 DU-TIER                PIC X.
           05 DU-ISSUE-DATE          PIC 9(8).
           05 DU-AMOUNT-BILLED       PIC 9(5)V99.
           05 DU-AMOUNT-PAID         PIC 9(5)V99.
           05 DU-STATUS              PIC X.
              88 DU-INVOICE-PAID          VALUE "P".
      *
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05 HH-HOUSEHOLD-ID        PIC X(10).
           05 HH-MEMBER-ID           PIC X(10).
           05 HH-PAYER-FLAG          PIC X.
              88 HH-PRIMARY-PAYER         VALUE "Y".
           05 HH-TIER                PIC X.
      *
       FD  VOTING-ROLL-FILE.
       01  VOTING-ROLL-RECORD.
           05 AR-MEMBER-ID           PIC X(10).
           05 AR-ELIGIBLE            PIC X.
              88 AR-CAN-VOTE              VALUE "Y".
           05 AR-REASON              PIC X(14).
      *
       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-RECORD        PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 REGISTER-EOF-SWITCH     PIC X    VALUE "N".
             88 REGISTER-EOF                  VALUE "Y".
          05 HOUSEHOLD-EOF-SWITCH    PIC X    VALUE "N".
             88 HOUSEHOLD-EOF                 VALUE "Y".
      *
       01 WS-MEETING-DATE            PIC 9(8) VALUE 0.
       01 WS-DUES-YEAR               PIC 9(4) VALUE 0.
       01 WS-VOTING-AGE              PIC 99   VALUE 18.
       01 WS-AGE-DATE                PIC 9(8) VALUE 0.
      *
       01 WS-PAID-COUNT              PIC 9(4) VALUE 0.
       01 WS-PAID-SCAN               PIC 9(4) VALUE 0.
       01 WS-PAID-TABLE.
          05 WS-PAID-MEMBER OCCURS 2000 TIMES PIC X(10).
      *
       01 WS-LINK-COUNT              PIC 9(3) VALUE 0.
       01 WS-LINK-SCAN               PIC 9(3) VALUE 0.
       01 WS-LINK-HIT                PIC 9(3) VALUE 0.
       01 WS-LINK-TABLE.
          05 WS-LINK OCCURS 500 TIMES.
             10 WS-LINK-HOUSEHOLD    PIC X(10).
             10 WS-LINK-MEMBER       PIC X(10).
             10 WS-LINK-PAYER-FLAG   PIC X.
      *
       01 WS-BILLING-ID              PIC X(10) VALUE SPACES.
       01 WS-DUES-PAID               PIC X    VALUE "N".
      *
       01 WS-MEMBER-COUNT            PIC 9(5) VALUE 0.
       01 WS-ELIGIBLE-COUNT          PIC 9(5) VALUE 0.
       01 WS-INELIGIBLE-COUNT        PIC 9(5) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                  VALUE "AGM-ELIGIBILITY-ROLL".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       AGM-ELIGIBILITY-ROLL.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-MEETING-CONTROL.
           PERFORM LOAD-PAID-INVOICES.
           PERFORM LOAD-HOUSEHOLDS.
           OPEN OUTPUT VOTING-ROLL-FILE.
           OPEN OUTPUT ROLL-REPORT-FILE.
           MOVE SPACES TO ROLL-REPORT-RECORD.
           STRING "VOTING ROLL FOR THE MEETING OF " DELIMITED BY SIZE
                  WS-MEETING-DATE DELIMITED BY SIZE
                  " - DUES YEAR " DELIMITED BY SIZE
                  WS-DUES-YEAR DELIMITED BY SIZE
                  " - VOTING AGE " DELIMITED BY SIZE
                  WS-VOTING-AGE DELIMITED BY SIZE
              INTO ROLL-REPORT-RECORD.
           WRITE ROLL-REPORT-RECORD.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM JUDGE-ONE-MEMBER
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
           MOVE SPACES TO ROLL-REPORT-RECORD.
           STRING "MEMBERS=" DELIMITED BY SIZE
                  WS-MEMBER-COUNT DELIMITED BY SIZE
                  " ELIGIBLE=" DELIMITED BY SIZE
                  WS-ELIGIBLE-COUNT DELIMITED BY SIZE
                  " NOT ELIGIBLE=" DELIMITED BY SIZE
                  WS-INELIGIBLE-COUNT DELIMITED BY SIZE
              INTO ROLL-REPORT-RECORD.
           WRITE ROLL-REPORT-RECORD.
           CLOSE ROLL-REPORT-FILE.
           CLOSE VOTING-ROLL-FILE.
           MOVE WS-MEMBER-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Meeting date: " WS-MEETING-DATE.
           DISPLAY "Members on roll: " WS-MEMBER-COUNT.
           DISPLAY "Eligible to vote: " WS-ELIGIBLE-COUNT.
           DISPLAY "Not eligible: " WS-INELIGIBLE-COUNT.
           STOP RUN.
      *
      *    With no card the roll is built for a meeting today.
       LOAD-MEETING-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MEETING-DATE.
           OPEN INPUT MEETING-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ MEETING-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (AG-MEETING-DATE > 0)
                       MOVE AG-MEETING-DATE TO WS-MEETING-DATE
                    END-IF
                    MOVE AG-DUES-YEAR TO WS-DUES-YEAR
                    IF (AG-VOTING-AGE > 0)
                       MOVE AG-VOTING-AGE TO WS-VOTING-AGE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MEETING-CONTROL-FILE.
           IF (WS-DUES-YEAR = 0)
              MOVE WS-MEETING-DATE(1:4) TO WS-DUES-YEAR
           END-IF.
      *
       LOAD-PAID-INVOICES.
           OPEN INPUT DUES-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF
              READ DUES-REGISTER-FILE
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    IF (DU-BILL-YEAR = WS-DUES-YEAR
                       AND DU-INVOICE-PAID)
                       IF (WS-PAID-COUNT = 2000)
                          DISPLAY "ABORTED: paid invoices exceed "
                             "the 2000-entry invoice table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PAID-COUNT
                       MOVE DU-MEMBER-ID
                          TO WS-PAID-MEMBER(WS-PAID-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DUES-REGISTER-FILE.
      *
       LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE.
           PERFORM UNTIL HOUSEHOLD-EOF
              READ HOUSEHOLD-FILE
                 AT END
                    MOVE "Y" TO HOUSEHOLD-EOF-SWITCH
                 NOT AT END
                    IF (WS-LINK-COUNT = 500)
                       DISPLAY "ABORTED: household file exceeds "
                          "the 500-entry link table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-LINK-COUNT
                    MOVE HH-HOUSEHOLD-ID
                       TO WS-LINK-HOUSEHOLD(WS-LINK-COUNT)
                    MOVE HH-MEMBER-ID
                       TO WS-LINK-MEMBER(WS-LINK-COUNT)
                    MOVE HH-PAYER-FLAG
                       TO WS-LINK-PAYER-FLAG(WS-LINK-COUNT)
              END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.
      *
      *    The first failing test gives the reason, in the order the
      *    door steward would ask: status, dues, then age.
       JUDGE-ONE-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT.
           PERFORM CHECK-DUES-PAID.
           COMPUTE WS-AGE-DATE = MM-BIRTH-DATE
              + WS-VOTING-AGE * 10000.
           MOVE MM-MEMBER-ID TO AR-MEMBER-ID.
           MOVE "N" TO AR-ELIGIBLE.
           EVALUATE TRUE
           WHEN MM-STATUS NOT = "A" AND MM-STATUS NOT = "R"
                MOVE "NOT ACTIVE" TO AR-REASON
           WHEN WS-DUES-PAID NOT = "Y"
                MOVE "DUES NOT PAID" TO AR-REASON
           WHEN MM-BIRTH-DATE = 0
                MOVE "NO BIRTH DATE" TO AR-REASON
           WHEN WS-AGE-DATE > WS-MEETING-DATE
                MOVE "UNDER AGE" TO AR-REASON
           WHEN OTHER
                MOVE "Y" TO AR-ELIGIBLE
                MOVE "ELIGIBLE" TO AR-REASON
           END-EVALUATE.
           IF (AR-CAN-VOTE)
              ADD 1 TO WS-ELIGIBLE-COUNT
           ELSE
              ADD 1 TO WS-INELIGIBLE-COUNT
           END-IF.
           WRITE VOTING-ROLL-RECORD.
           MOVE SPACES TO ROLL-REPORT-RECORD.
           STRING MM-MEMBER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MM-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AR-REASON DELIMITED BY SIZE
              INTO ROLL-REPORT-RECORD.
           WRITE ROLL-REPORT-RECORD.
      *
      *    A household member's dues are the payer's invoice.
       CHECK-DUES-PAID.
           MOVE MM-MEMBER-ID TO WS-BILLING-ID.
           MOVE 0 TO WS-LINK-HIT.
           PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
              UNTIL WS-LINK-SCAN > WS-LINK-COUNT
              OR WS-LINK-HIT > 0
                IF (WS-LINK-MEMBER(WS-LINK-SCAN) = MM-MEMBER-ID)
                   MOVE WS-LINK-SCAN TO WS-LINK-HIT
                END-IF
           END-PERFORM.
           IF (WS-LINK-HIT > 0)
              PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
                 UNTIL WS-LINK-SCAN > WS-LINK-COUNT
                   IF (WS-LINK-HOUSEHOLD(WS-LINK-SCAN) =
                      WS-LINK-HOUSEHOLD(WS-LINK-HIT)
                      AND WS-LINK-PAYER-FLAG(WS-LINK-SCAN) = "Y")
                      MOVE WS-LINK-MEMBER(WS-LINK-SCAN)
                         TO WS-BILLING-ID
                   END-IF
              END-PERFORM
           END-IF.
           MOVE "N" TO WS-DUES-PAID.
           PERFORM VARYING WS-PAID-SCAN FROM 1 BY 1
              UNTIL WS-PAID-SCAN > WS-PAID-COUNT
              OR WS-DUES-PAID = "Y"
                IF (WS-PAID-MEMBER(WS-PAID-SCAN) = WS-BILLING-ID)
                   MOVE "Y" TO WS-DUES-PAID
                END-IF
           END-PERFORM.
      *
