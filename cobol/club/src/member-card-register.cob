       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-CARD-REGISTER.
      *
      *    Membership card register, so signing in at the kiosk or
      *    the desk takes the card in the member's pocket rather
      *    than an ID anyone could have overheard. The desk keys
      *    card transactions (CARDTRAN): "I" issues a member their
      *    first card, "L" reports a card lost and "R" replaces a
      *    worn or damaged one. Each issue - and the new card a lost
      *    or replaced one is swapped for - gets a thirteen-digit
      *    serial of the transaction date and the day's next
      *    sequence number, with its check digit from CHECK-DIGIT-
      *    SERVICE, the way TWO-FER-BATCH serials its vouchers. The
      *    old card is marked lost or replaced on the register
      *    (CLUBCARD) with the date and the serial that took its
      *    place, and from then on the kiosk and ATTENDANCE-LEDGER
      *    refuse it.
      *
      *    A member holds one active card at a time: a first issue
      *    for a member already carded, or a lost or replaced report
      *    for a member with no active card, is refused. Cards are
      *    issued only to members on the master who are active or
      *    reinstated. The listing (CARDRPT) gives each new serial as
      *    it goes on the card, with the check digit after a dash,
      *    and every refusal with its reason.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-TRANSACTION-FILE ASSIGN TO "CARDTRAN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL CARD-REGISTER-FILE ASSIGN TO "CLUBCARD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CARD-REPORT-FILE ASSIGN TO "CARDRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-TRANSACTION-FILE.
       01  CARD-TRANSACTION-RECORD.
           05 CT-TRAN-TYPE           PIC X.
              88 CT-FIRST-ISSUE           VALUE "I".
              88 CT-CARD-LOST             VALUE "L".
              88 CT-CARD-REPLACED         VALUE "R".
           05 CT-MEMBER-ID           PIC X(10).
           05 CT-TRAN-DATE           PIC 9(8).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  CARD-REGISTER-FILE.
       01  CARD-REGISTER-RECORD.
           COPY "member-card.cpy".
      *
       FD  CARD-REPORT-FILE.
       01  CARD-REPORT-RECORD        PIC X(100).
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
          05 CARD-FOUND-SWITCH       PIC X    VALUE "N".
             88 CARD-FOUND                    VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-TRAN-DATE               PIC 9(8) VALUE 0.
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-HIT              PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-NAME       PIC X(40).
             10 WS-MEMBER-STATUS     PIC X.
      *
       01 WS-CARD-COUNT              PIC 9(4) VALUE 0.
       01 WS-CARD-SCAN               PIC 9(4) VALUE 0.
       01 WS-CARD-HIT                PIC 9(4) VALUE 0.
       01 WS-CARD-TABLE.
          05 WS-CARD OCCURS 2000 TIMES.
             10 WS-CARD-SERIAL       PIC X(13).
             10 WS-CARD-SERIAL-PARTS REDEFINES WS-CARD-SERIAL.
                15 WS-CARD-SERIAL-DATE
                                      PIC X(8).
                15 WS-CARD-SERIAL-SEQ
                                      PIC X(5).
             10 WS-CARD-CHECK-DIGIT  PIC 9.
             10 WS-CARD-MEMBER       PIC X(10).
             10 WS-CARD-ISSUE-DATE   PIC 9(8).
             10 WS-CARD-STATUS       PIC X.
                88 WS-CARD-ACTIVE         VALUE "A".
             10 WS-CARD-STATUS-DATE  PIC 9(8).
             10 WS-CARD-REPLACED-BY  PIC X(13).
      *
       01 WS-NEW-SERIAL.
          05 WS-NEW-SERIAL-DATE      PIC 9(8).
          05 WS-NEW-SERIAL-SEQ       PIC 9(5).
       01 WS-SEQ-WORK                PIC 9(5) VALUE 0.
      *
       01 WS-ISSUED-COUNT            PIC 9(5) VALUE 0.
       01 WS-LOST-COUNT              PIC 9(5) VALUE 0.
       01 WS-REPLACED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REFUSE-REASON           PIC X(20) VALUE SPACES.
      *
       01 WS-CD-FUNCTION             PIC X VALUE "C".
       01 WS-CD-SERIAL               PIC X(13) VALUE SPACES.
       01 WS-CD-DIGIT                PIC 9 VALUE 0.
       01 WS-CD-STATUS               PIC X VALUE "0".
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "MEMBER-CARD-REGISTER".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MEMBER-CARD-REGISTER.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-MEMBER-MASTER.
           PERFORM LOAD-CARD-REGISTER.
           OPEN OUTPUT CARD-REPORT-FILE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "MEMBERSHIP CARD REGISTER RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           OPEN INPUT CARD-TRANSACTION-FILE.
           MOVE "N" TO DATA-EOF-SWITCH.
           PERFORM UNTIL DATA-EOF
              READ CARD-TRANSACTION-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM PROCESS-ONE-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE CARD-TRANSACTION-FILE.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "TOTALS ISSUED=" DELIMITED BY SIZE
                  WS-ISSUED-COUNT DELIMITED BY SIZE
                  " LOST=" DELIMITED BY SIZE
                  WS-LOST-COUNT DELIMITED BY SIZE
                  " REPLACED=" DELIMITED BY SIZE
                  WS-REPLACED-COUNT DELIMITED BY SIZE
                  " REFUSED=" DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
              INTO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           CLOSE CARD-REPORT-FILE.
           IF (WS-ISSUED-COUNT > 0)
              PERFORM REWRITE-CARD-REGISTER
           END-IF.
           MOVE WS-ISSUED-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Cards issued: " WS-ISSUED-COUNT.
           DISPLAY "Cards reported lost: " WS-LOST-COUNT.
           DISPLAY "Cards replaced: " WS-REPLACED-COUNT.
           DISPLAY "Transactions refused: " WS-REFUSED-COUNT.
           IF (WS-REFUSED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       LOAD-MEMBER-MASTER.
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
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       LOAD-CARD-REGISTER.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT CARD-REGISTER-FILE.
           PERFORM UNTIL DATA-EOF
              READ CARD-REGISTER-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-CARD-ENTRY
                    MOVE MC-CARD-SERIAL
                       TO WS-CARD-SERIAL(WS-CARD-COUNT)
                    MOVE MC-CHECK-DIGIT
                       TO WS-CARD-CHECK-DIGIT(WS-CARD-COUNT)
                    MOVE MC-MEMBER-ID
                       TO WS-CARD-MEMBER(WS-CARD-COUNT)
                    MOVE MC-ISSUE-DATE
                       TO WS-CARD-ISSUE-DATE(WS-CARD-COUNT)
                    MOVE MC-STATUS
                       TO WS-CARD-STATUS(WS-CARD-COUNT)
                    MOVE MC-STATUS-DATE
                       TO WS-CARD-STATUS-DATE(WS-CARD-COUNT)
                    MOVE MC-REPLACED-BY
                       TO WS-CARD-REPLACED-BY(WS-CARD-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CARD-REGISTER-FILE.
      *
       ADD-CARD-ENTRY.
           IF (WS-CARD-COUNT = 2000)
              DISPLAY "ABORTED: card register exceeds the "
                 "2000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
      *
      *    A transaction without a usable date takes the run date.
       PROCESS-ONE-TRANSACTION.
           IF (CT-TRAN-DATE IS NUMERIC AND CT-TRAN-DATE > 0)
              MOVE CT-TRAN-DATE TO WS-TRAN-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-TRAN-DATE
           END-IF.
           PERFORM FIND-MEMBER.
           PERFORM FIND-ACTIVE-CARD.
           EVALUATE TRUE
           WHEN NOT (CT-FIRST-ISSUE OR CT-CARD-LOST
                     OR CT-CARD-REPLACED)
                MOVE "UNKNOWN TRANSACTION" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN NOT MEMBER-FOUND
                MOVE "NOT ON MASTER" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN WS-MEMBER-STATUS(WS-MEMBER-HIT) NOT = "A"
                AND WS-MEMBER-STATUS(WS-MEMBER-HIT) NOT = "R"
                MOVE "MEMBER NOT ACTIVE" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN CT-FIRST-ISSUE AND CARD-FOUND
                MOVE "ALREADY CARDED" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN NOT CT-FIRST-ISSUE AND NOT CARD-FOUND
                MOVE "NO ACTIVE CARD" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN OTHER
                PERFORM ISSUE-NEW-CARD
                IF (NOT CT-FIRST-ISSUE)
                   PERFORM RETIRE-OLD-CARD
                END-IF
           END-EVALUATE.
      *
       FIND-MEMBER.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = CT-MEMBER-ID)
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
           END-PERFORM.
      *
       FIND-ACTIVE-CARD.
           MOVE "N" TO CARD-FOUND-SWITCH.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
              UNTIL WS-CARD-SCAN > WS-CARD-COUNT
              OR CARD-FOUND
                IF (WS-CARD-MEMBER(WS-CARD-SCAN) = CT-MEMBER-ID
                   AND WS-CARD-ACTIVE(WS-CARD-SCAN))
                   MOVE "Y" TO CARD-FOUND-SWITCH
                   MOVE WS-CARD-SCAN TO WS-CARD-HIT
                END-IF
           END-PERFORM.
      *
      *    The next sequence for the day is one past the highest
      *    already on the register for that date.
       ISSUE-NEW-CARD.
           MOVE WS-TRAN-DATE TO WS-NEW-SERIAL-DATE.
           MOVE 0 TO WS-NEW-SERIAL-SEQ.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
              UNTIL WS-CARD-SCAN > WS-CARD-COUNT
                IF (WS-CARD-SERIAL-DATE(WS-CARD-SCAN) =
                      WS-NEW-SERIAL(1:8)
                   AND WS-CARD-SERIAL-SEQ(WS-CARD-SCAN) IS NUMERIC)
                   MOVE WS-CARD-SERIAL-SEQ(WS-CARD-SCAN)
                      TO WS-SEQ-WORK
                   IF (WS-SEQ-WORK > WS-NEW-SERIAL-SEQ)
                      MOVE WS-SEQ-WORK TO WS-NEW-SERIAL-SEQ
                   END-IF
                END-IF
           END-PERFORM.
           ADD 1 TO WS-NEW-SERIAL-SEQ.
           MOVE "C" TO WS-CD-FUNCTION.
           MOVE WS-NEW-SERIAL TO WS-CD-SERIAL.
           CALL "CHECK-DIGIT-SERVICE" USING WS-CD-FUNCTION
              WS-CD-SERIAL WS-CD-DIGIT WS-CD-STATUS.
           IF (WS-CD-STATUS NOT = "0")
              DISPLAY "ABORTED: CHECK-DIGIT-SERVICE status "
                 WS-CD-STATUS " - no card can be issued"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ADD-CARD-ENTRY.
           MOVE WS-NEW-SERIAL TO WS-CARD-SERIAL(WS-CARD-COUNT).
           MOVE WS-CD-DIGIT TO WS-CARD-CHECK-DIGIT(WS-CARD-COUNT).
           MOVE CT-MEMBER-ID TO WS-CARD-MEMBER(WS-CARD-COUNT).
           MOVE WS-TRAN-DATE TO WS-CARD-ISSUE-DATE(WS-CARD-COUNT).
           MOVE "A" TO WS-CARD-STATUS(WS-CARD-COUNT).
           MOVE WS-TRAN-DATE TO WS-CARD-STATUS-DATE(WS-CARD-COUNT).
           MOVE SPACES TO WS-CARD-REPLACED-BY(WS-CARD-COUNT).
           ADD 1 TO WS-ISSUED-COUNT.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "ISSUED CARD=" DELIMITED BY SIZE
                  WS-NEW-SERIAL DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CD-DIGIT DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  CT-MEMBER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMBER-NAME(WS-MEMBER-HIT))
                     DELIMITED BY SIZE
              INTO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
      *
       RETIRE-OLD-CARD.
           IF (CT-CARD-LOST)
              MOVE "L" TO WS-CARD-STATUS(WS-CARD-HIT)
              ADD 1 TO WS-LOST-COUNT
           ELSE
              MOVE "R" TO WS-CARD-STATUS(WS-CARD-HIT)
              ADD 1 TO WS-REPLACED-COUNT
           END-IF.
           MOVE WS-TRAN-DATE TO WS-CARD-STATUS-DATE(WS-CARD-HIT).
           MOVE WS-NEW-SERIAL TO WS-CARD-REPLACED-BY(WS-CARD-HIT).
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "DEACTIVATED CARD=" DELIMITED BY SIZE
                  WS-CARD-SERIAL(WS-CARD-HIT) DELIMITED BY SIZE
                  " STATUS=" DELIMITED BY SIZE
                  WS-CARD-STATUS(WS-CARD-HIT) DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  CT-MEMBER-ID DELIMITED BY SIZE
                  " REPLACED BY=" DELIMITED BY SIZE
                  WS-NEW-SERIAL DELIMITED BY SIZE
              INTO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
      *
       WRITE-REFUSAL-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING "REFUSED TYPE=" DELIMITED BY SIZE
                  CT-TRAN-TYPE DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  CT-MEMBER-ID DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-REFUSE-REASON DELIMITED BY SIZE
              INTO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
      *
       REWRITE-CARD-REGISTER.
           OPEN OUTPUT CARD-REGISTER-FILE.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
              UNTIL WS-CARD-SCAN > WS-CARD-COUNT
                MOVE WS-CARD-SERIAL(WS-CARD-SCAN) TO MC-CARD-SERIAL
                MOVE WS-CARD-CHECK-DIGIT(WS-CARD-SCAN)
                   TO MC-CHECK-DIGIT
                MOVE WS-CARD-MEMBER(WS-CARD-SCAN) TO MC-MEMBER-ID
                MOVE WS-CARD-ISSUE-DATE(WS-CARD-SCAN)
                   TO MC-ISSUE-DATE
                MOVE WS-CARD-STATUS(WS-CARD-SCAN) TO MC-STATUS
                MOVE WS-CARD-STATUS-DATE(WS-CARD-SCAN)
                   TO MC-STATUS-DATE
                MOVE WS-CARD-REPLACED-BY(WS-CARD-SCAN)
                   TO MC-REPLACED-BY
                WRITE CARD-REGISTER-RECORD
           END-PERFORM.
           CLOSE CARD-REGISTER-FILE.
      *
