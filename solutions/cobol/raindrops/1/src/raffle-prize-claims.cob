       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAFFLE-PRIZE-CLAIMS.
      *
      *    Prize-claim register for the raffle, so a prize won by a
      *    member who left before the draw no longer sits in the
      *    cupboard forever. Run nightly after RAINDROPS-DRAW-NIGHT:
      *
      *    - every prize on the night's winners report goes on the
      *      register (ticket serial, buying member, prize tier,
      *      claim deadline the control card's claim days after the
      *      draw night, by DATE-SERVICE - 14 days when absent), is
      *      taken off the RAINPRZ on-hand count, and the winner is
      *      queued a notice on the MATCH-REMINDERS notification
      *      queue by their preferred channel. A winners report
      *      already registered is not registered twice;
      *    - claim transactions keyed at the desk mark the prize
      *      collected, or are refused and listed;
      *    - the sweep expires every prize still unclaimed after its
      *      deadline and puts it back on RAINPRZ for the next draw.
      *
      *    Each registered prize carries the value the prize table
      *    gives its tier, for the quarterly lottery return.
      *
      *    The report lists the night's registrations, claims,
      *    refusals and expiries, the prizes still waiting to be
      *    collected, and the prize inventory as it now stands.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WINNERS-REPORT-FILE ASSIGN TO "RAINWIN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CLAIM-CONTROL-FILE ASSIGN TO "RAINCLCT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CLAIM-REGISTER-FILE ASSIGN TO "RAINCLM"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CLAIM-TRANS-FILE ASSIGN TO "RAINCLTX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PRIZE-FILE ASSIGN TO "RAINPRZ"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CLAIM-REPORT-FILE ASSIGN TO "RAINCLRP"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  WINNERS-REPORT-FILE.
       01  WINNERS-REPORT-RECORD     PIC X(100).
      *
       FD  CLAIM-CONTROL-FILE.
       01  CLAIM-CONTROL-RECORD.
           05 CC-CLAIM-DAYS          PIC 9(3).
      *
       FD  CLAIM-REGISTER-FILE.
       01  CLAIM-REGISTER-RECORD.
           05 CM-DRAW-DATE           PIC 9(8).
           05 CM-SERIAL              PIC 9(4).
           05 CM-MEMBER-ID           PIC X(10).
           05 CM-TIER                PIC X(2).
           05 CM-PRIZE-DESC          PIC X(30).
           05 CM-DEADLINE            PIC 9(8).
           05 CM-STATUS              PIC X.
              88 CM-UNCLAIMED             VALUE "U".
              88 CM-CLAIMED               VALUE "C".
              88 CM-EXPIRED               VALUE "E".
           05 CM-STATUS-DATE         PIC 9(8).
           05 CM-PRIZE-VALUE         PIC 9(5)V99.
      *
       FD  CLAIM-TRANS-FILE.
       01  CLAIM-TRANS-RECORD.
           05 CT-DRAW-DATE           PIC 9(8).
           05 CT-SERIAL              PIC 9(4).
           05 CT-MEMBER-ID           PIC X(10).
           05 CT-CLAIM-DATE          PIC 9(8).
      *
       FD  PRIZE-FILE.
       01  PRIZE-RECORD.
           05 PZ-WORD-COMBO          PIC X(30).
           05 PZ-TIER                PIC X(2).
           05 PZ-DESCRIPTION         PIC X(30).
           05 PZ-ON-HAND             PIC 9(4).
           05 PZ-PRIZE-VALUE         PIC 9(5)V99.
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
      *    The MATCH-REMINDERS queue record. A prize notice is type
      *    "P", dated for the claim deadline, with the tier and the
      *    ticket serial where a duty reminder carries its duty code.
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
           05 NQ-PRIZE-CODE REDEFINES NQ-DUTY-CODE.
              10 NQ-PRIZE-TIER       PIC X(2).
              10 NQ-PRIZE-SERIAL     PIC 9(4).
              10 FILLER              PIC X(2).
      *
       FD  CLAIM-REPORT-FILE.
       01  CLAIM-REPORT-RECORD       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 DATA-EOF-SWITCH         PIC X    VALUE "N".
             88 DATA-EOF                      VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 CLAIM-FOUND-SWITCH      PIC X    VALUE "N".
             88 CLAIM-FOUND                   VALUE "Y".
          05 PRIZE-FOUND-SWITCH      PIC X    VALUE "N".
             88 PRIZE-FOUND                   VALUE "Y".
          05 MEMBER-FOUND-SWITCH     PIC X    VALUE "N".
             88 MEMBER-FOUND                  VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-DRAW-NIGHT              PIC 9(8) VALUE 0.
       01 WS-CLAIM-DAYS              PIC 9(3) VALUE 14.
      *
       01 WS-CLAIM-COUNT             PIC 9(4) VALUE 0.
       01 WS-CLAIM-SCAN              PIC 9(4) VALUE 0.
       01 WS-CLAIM-HIT               PIC 9(4) VALUE 0.
       01 WS-CLAIM-TABLE.
          05 WS-CLAIM OCCURS 2000 TIMES.
             10 WS-CLAIM-DRAW-DATE   PIC 9(8).
             10 WS-CLAIM-SERIAL      PIC 9(4).
             10 WS-CLAIM-MEMBER      PIC X(10).
             10 WS-CLAIM-TIER        PIC X(2).
             10 WS-CLAIM-DESC        PIC X(30).
             10 WS-CLAIM-DEADLINE    PIC 9(8).
             10 WS-CLAIM-STATUS      PIC X.
             10 WS-CLAIM-STATUS-DATE PIC 9(8).
             10 WS-CLAIM-VALUE       PIC 9(5)V99.
      *
       01 WS-PRIZE-COUNT             PIC 99   VALUE 0.
       01 WS-PRIZE-SCAN              PIC 99   VALUE 0.
       01 WS-PRIZE-HIT               PIC 99   VALUE 0.
       01 WS-PRIZE-TABLE.
          05 WS-PRIZE OCCURS 20 TIMES.
             10 WS-PRIZE-COMBO       PIC X(30).
             10 WS-PRIZE-TIER        PIC X(2).
             10 WS-PRIZE-DESC        PIC X(30).
             10 WS-PRIZE-ON-HAND     PIC 9(4).
             10 WS-PRIZE-VALUE       PIC 9(5)V99.
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-HIT              PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-PHONE      PIC X(15).
             10 WS-MEMBER-EMAIL      PIC X(40).
             10 WS-MEMBER-CHANNEL    PIC X.
      *
       01 WS-WIN-HEAD                PIC X(100) VALUE SPACES.
       01 WS-WIN-TIER                PIC X(2)  VALUE SPACES.
       01 WS-WIN-PRIZE               PIC X(30) VALUE SPACES.
       01 WS-WIN-SERIAL              PIC 9(4)  VALUE 0.
       01 WS-WIN-MEMBER              PIC X(10) VALUE SPACES.
      *
       01 WS-REFUSE-REASON           PIC X(20) VALUE SPACES.
       01 WS-REPORT-TAG              PIC X(14) VALUE SPACES.
      *
       01 WS-REGISTERED-COUNT        PIC 9(4) VALUE 0.
       01 WS-NOTICE-COUNT            PIC 9(4) VALUE 0.
       01 WS-CLAIMED-COUNT           PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(4) VALUE 0.
       01 WS-EXPIRED-COUNT           PIC 9(4) VALUE 0.
       01 WS-WAITING-COUNT           PIC 9(4) VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "P".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAYS                 PIC S9(7) VALUE 0.
       01 WS-DS-RESULT               PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       PROCEDURE DIVISION.
      *
       RAFFLE-PRIZE-CLAIMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-CLAIM-CONTROL.
           PERFORM LOAD-PRIZE-TABLE.
           PERFORM LOAD-MEMBER-CONTACTS.
           PERFORM LOAD-CLAIM-REGISTER.
           OPEN OUTPUT CLAIM-REPORT-FILE.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           PERFORM REGISTER-NIGHTS-WINNERS.
           CLOSE NOTIFICATION-QUEUE-FILE.
           PERFORM APPLY-CLAIM-TRANSACTIONS.
           PERFORM SWEEP-ONE-CLAIM
              VARYING WS-CLAIM-SCAN FROM 1 BY 1
              UNTIL WS-CLAIM-SCAN > WS-CLAIM-COUNT.
           PERFORM WRITE-WAITING-CLAIMS.
           PERFORM WRITE-PRIZE-INVENTORY.
           CLOSE CLAIM-REPORT-FILE.
           PERFORM REWRITE-CLAIM-REGISTER.
           PERFORM REWRITE-PRIZE-TABLE.
           DISPLAY "Prizes registered: " WS-REGISTERED-COUNT.
           DISPLAY "Winner notices queued: " WS-NOTICE-COUNT.
           DISPLAY "Prizes claimed: " WS-CLAIMED-COUNT.
           DISPLAY "Claims refused: " WS-REFUSED-COUNT.
           DISPLAY "Prizes expired and returned: " WS-EXPIRED-COUNT.
           DISPLAY "Prizes still to collect: " WS-WAITING-COUNT.
           STOP RUN.
      *
       LOAD-CLAIM-CONTROL.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT CLAIM-CONTROL-FILE.
           READ CLAIM-CONTROL-FILE
              AT END
                 MOVE "Y" TO DATA-EOF-SWITCH
           END-READ.
           IF (NOT DATA-EOF AND CC-CLAIM-DAYS IS NUMERIC
              AND CC-CLAIM-DAYS > 0)
              MOVE CC-CLAIM-DAYS TO WS-CLAIM-DAYS
           END-IF.
           CLOSE CLAIM-CONTROL-FILE.
      *
      *    Prize table records from before the on-hand count and
      *    the value were kept read as none on hand and no value.
       LOAD-PRIZE-TABLE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT PRIZE-FILE.
           PERFORM UNTIL DATA-EOF
              READ PRIZE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-PRIZE-COUNT = 20)
                       DISPLAY "ABORTED: prize file exceeds "
                          "the 20-entry prize table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-PRIZE-COUNT
                    MOVE PZ-WORD-COMBO
                       TO WS-PRIZE-COMBO(WS-PRIZE-COUNT)
                    MOVE PZ-TIER TO WS-PRIZE-TIER(WS-PRIZE-COUNT)
                    MOVE PZ-DESCRIPTION
                       TO WS-PRIZE-DESC(WS-PRIZE-COUNT)
                    IF (PZ-ON-HAND IS NUMERIC)
                       MOVE PZ-ON-HAND
                          TO WS-PRIZE-ON-HAND(WS-PRIZE-COUNT)
                    ELSE
                       MOVE 0 TO WS-PRIZE-ON-HAND(WS-PRIZE-COUNT)
                    END-IF
                    IF (PZ-PRIZE-VALUE IS NUMERIC)
                       MOVE PZ-PRIZE-VALUE
                          TO WS-PRIZE-VALUE(WS-PRIZE-COUNT)
                    ELSE
                       MOVE 0 TO WS-PRIZE-VALUE(WS-PRIZE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRIZE-FILE.
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
                       MOVE MM-CHANNEL
                          TO WS-MEMBER-CHANNEL(WS-MEMBER-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       LOAD-CLAIM-REGISTER.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT CLAIM-REGISTER-FILE.
           PERFORM UNTIL DATA-EOF
              READ CLAIM-REGISTER-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-CLAIM-ENTRY
                    MOVE CM-DRAW-DATE
                       TO WS-CLAIM-DRAW-DATE(WS-CLAIM-COUNT)
                    MOVE CM-SERIAL TO WS-CLAIM-SERIAL(WS-CLAIM-COUNT)
                    MOVE CM-MEMBER-ID
                       TO WS-CLAIM-MEMBER(WS-CLAIM-COUNT)
                    MOVE CM-TIER TO WS-CLAIM-TIER(WS-CLAIM-COUNT)
                    MOVE CM-PRIZE-DESC
                       TO WS-CLAIM-DESC(WS-CLAIM-COUNT)
                    MOVE CM-DEADLINE
                       TO WS-CLAIM-DEADLINE(WS-CLAIM-COUNT)
                    MOVE CM-STATUS TO WS-CLAIM-STATUS(WS-CLAIM-COUNT)
                    MOVE CM-STATUS-DATE
                       TO WS-CLAIM-STATUS-DATE(WS-CLAIM-COUNT)
                    IF (CM-PRIZE-VALUE IS NUMERIC)
                       MOVE CM-PRIZE-VALUE
                          TO WS-CLAIM-VALUE(WS-CLAIM-COUNT)
                    ELSE
                       MOVE 0 TO WS-CLAIM-VALUE(WS-CLAIM-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLAIM-REGISTER-FILE.
      *
       ADD-CLAIM-ENTRY.
           IF (WS-CLAIM-COUNT = 2000)
              DISPLAY "ABORTED: prize claims exceed "
                 "the 2000-entry register table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CLAIM-COUNT.
      *
      *    The winners report opens with its draw night; a report
      *    without one is taken as tonight's. Redraw, no-prize and
      *    inventory lines register nothing.
       REGISTER-NIGHTS-WINNERS.
           MOVE WS-RUN-DATE TO WS-DRAW-NIGHT.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT WINNERS-REPORT-FILE.
           PERFORM UNTIL DATA-EOF
              READ WINNERS-REPORT-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WINNERS-REPORT-RECORD(1:11) = "DRAW NIGHT="
                       AND WINNERS-REPORT-RECORD(12:8) IS NUMERIC)
                       MOVE WINNERS-REPORT-RECORD(12:8)
                          TO WS-DRAW-NIGHT
                    END-IF
                    IF (WINNERS-REPORT-RECORD(1:5) = "DRAW="
                       AND WINNERS-REPORT-RECORD(10:8) = " MEMBER=")
                       PERFORM REGISTER-ONE-WINNER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE WINNERS-REPORT-FILE.
      *
       REGISTER-ONE-WINNER.
           MOVE WINNERS-REPORT-RECORD(6:4) TO WS-WIN-SERIAL.
           MOVE WINNERS-REPORT-RECORD(18:10) TO WS-WIN-MEMBER.
           MOVE SPACES TO WS-WIN-TIER.
           MOVE SPACES TO WS-WIN-PRIZE.
           UNSTRING WINNERS-REPORT-RECORD
              DELIMITED BY " TIER=" OR " PRIZE="
              INTO WS-WIN-HEAD WS-WIN-TIER WS-WIN-PRIZE.
           IF (WS-WIN-TIER NOT = "--" AND WS-WIN-TIER NOT = SPACES)
              PERFORM FIND-CLAIM-ENTRY
              IF (NOT CLAIM-FOUND)
                 PERFORM ADD-CLAIM-ENTRY
                 MOVE WS-DRAW-NIGHT
                    TO WS-CLAIM-DRAW-DATE(WS-CLAIM-COUNT)
                 MOVE WS-WIN-SERIAL TO WS-CLAIM-SERIAL(WS-CLAIM-COUNT)
                 MOVE WS-WIN-MEMBER TO WS-CLAIM-MEMBER(WS-CLAIM-COUNT)
                 MOVE WS-WIN-TIER TO WS-CLAIM-TIER(WS-CLAIM-COUNT)
                 MOVE WS-WIN-PRIZE TO WS-CLAIM-DESC(WS-CLAIM-COUNT)
                 PERFORM FIGURE-CLAIM-DEADLINE
                 MOVE "U" TO WS-CLAIM-STATUS(WS-CLAIM-COUNT)
                 MOVE WS-RUN-DATE
                    TO WS-CLAIM-STATUS-DATE(WS-CLAIM-COUNT)
                 ADD 1 TO WS-REGISTERED-COUNT
                 MOVE WS-CLAIM-COUNT TO WS-CLAIM-HIT
                 MOVE 0 TO WS-CLAIM-VALUE(WS-CLAIM-HIT)
                 PERFORM FIND-PRIZE-BY-TIER
                 IF (PRIZE-FOUND)
                    MOVE WS-PRIZE-VALUE(WS-PRIZE-HIT)
                       TO WS-CLAIM-VALUE(WS-CLAIM-HIT)
                 END-IF
                 IF (PRIZE-FOUND
                    AND WS-PRIZE-ON-HAND(WS-PRIZE-HIT) > 0)
                    SUBTRACT 1 FROM WS-PRIZE-ON-HAND(WS-PRIZE-HIT)
                 END-IF
                 MOVE "REGISTERED" TO WS-REPORT-TAG
                 PERFORM WRITE-CLAIM-LINE
                 PERFORM QUEUE-WINNER-NOTICE
              END-IF
           END-IF.
      *
       FIGURE-CLAIM-DEADLINE.
           MOVE "P" TO WS-DS-FUNCTION.
           MOVE WS-CLAIM-DAYS TO WS-DS-DAYS.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION WS-DRAW-NIGHT
              WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT WS-DS-STATUS.
           IF (WS-DS-STATUS NOT = "0")
              DISPLAY "ABORTED: DATE-SERVICE refused the draw night "
                 WS-DRAW-NIGHT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-DS-RESULT TO WS-CLAIM-DEADLINE(WS-CLAIM-COUNT).
      *
       FIND-CLAIM-ENTRY.
           MOVE "N" TO CLAIM-FOUND-SWITCH.
           PERFORM VARYING WS-CLAIM-SCAN FROM 1 BY 1
              UNTIL WS-CLAIM-SCAN > WS-CLAIM-COUNT
              OR CLAIM-FOUND
                IF (WS-CLAIM-DRAW-DATE(WS-CLAIM-SCAN) = WS-DRAW-NIGHT
                   AND WS-CLAIM-SERIAL(WS-CLAIM-SCAN) = WS-WIN-SERIAL)
                   MOVE "Y" TO CLAIM-FOUND-SWITCH
                   MOVE WS-CLAIM-SCAN TO WS-CLAIM-HIT
                END-IF
           END-PERFORM.
      *
       FIND-PRIZE-BY-TIER.
           MOVE "N" TO PRIZE-FOUND-SWITCH.
           PERFORM VARYING WS-PRIZE-SCAN FROM 1 BY 1
              UNTIL WS-PRIZE-SCAN > WS-PRIZE-COUNT
              OR PRIZE-FOUND
                IF (WS-PRIZE-TIER(WS-PRIZE-SCAN) =
                   WS-CLAIM-TIER(WS-CLAIM-HIT))
                   MOVE "Y" TO PRIZE-FOUND-SWITCH
                   MOVE WS-PRIZE-SCAN TO WS-PRIZE-HIT
                END-IF
           END-PERFORM.
      *
      *    Phone preference carries the phone, anything else the
      *    email, the same as MATCH-REMINDERS.
       QUEUE-WINNER-NOTICE.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = WS-WIN-MEMBER)
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
           END-PERFORM.
           IF (NOT MEMBER-FOUND)
              DISPLAY "NO CONTACT ON MASTER FOR " WS-WIN-MEMBER
           ELSE
              MOVE WS-WIN-MEMBER TO NQ-MEMBER-ID
              MOVE WS-CLAIM-DEADLINE(WS-CLAIM-HIT) TO NQ-NIGHT-DATE
              MOVE 0 TO NQ-TABLE-NUMBER
              MOVE SPACES TO NQ-OPPONENT-ID
              IF (WS-MEMBER-CHANNEL(WS-MEMBER-HIT) = "P")
                 MOVE "P" TO NQ-CHANNEL
                 MOVE WS-MEMBER-PHONE(WS-MEMBER-HIT) TO NQ-CONTACT
              ELSE
                 MOVE "E" TO NQ-CHANNEL
                 MOVE WS-MEMBER-EMAIL(WS-MEMBER-HIT) TO NQ-CONTACT
              END-IF
              MOVE "Q" TO NQ-STATUS
              MOVE "P" TO NQ-REMINDER-TYPE
              MOVE SPACES TO NQ-DUTY-CODE
              MOVE WS-WIN-TIER TO NQ-PRIZE-TIER
              MOVE WS-WIN-SERIAL TO NQ-PRIZE-SERIAL
              WRITE NOTIFICATION-QUEUE-RECORD
              ADD 1 TO WS-NOTICE-COUNT
           END-IF.
      *
      *    A claim must name a registered draw night and serial, come
      *    from the member who bought the ticket, and fall on or
      *    before the deadline while the prize is still unclaimed. An
      *    unkeyed claim date is taken as today.
       APPLY-CLAIM-TRANSACTIONS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT CLAIM-TRANS-FILE.
           PERFORM UNTIL DATA-EOF
              READ CLAIM-TRANS-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    PERFORM APPLY-ONE-CLAIM
              END-READ
           END-PERFORM.
           CLOSE CLAIM-TRANS-FILE.
      *
       APPLY-ONE-CLAIM.
           IF (CT-CLAIM-DATE IS NOT NUMERIC OR CT-CLAIM-DATE = 0)
              MOVE WS-RUN-DATE TO CT-CLAIM-DATE
           END-IF.
           MOVE CT-DRAW-DATE TO WS-DRAW-NIGHT.
           MOVE CT-SERIAL TO WS-WIN-SERIAL.
           MOVE SPACES TO WS-REFUSE-REASON.
           PERFORM FIND-CLAIM-ENTRY.
           EVALUATE TRUE
           WHEN NOT CLAIM-FOUND
                MOVE "NOT ON REGISTER" TO WS-REFUSE-REASON
           WHEN WS-CLAIM-MEMBER(WS-CLAIM-HIT) NOT = CT-MEMBER-ID
                MOVE "NOT THE BUYER" TO WS-REFUSE-REASON
           WHEN WS-CLAIM-STATUS(WS-CLAIM-HIT) = "C"
                MOVE "ALREADY CLAIMED" TO WS-REFUSE-REASON
           WHEN WS-CLAIM-STATUS(WS-CLAIM-HIT) = "E"
                MOVE "ALREADY EXPIRED" TO WS-REFUSE-REASON
           WHEN CT-CLAIM-DATE > WS-CLAIM-DEADLINE(WS-CLAIM-HIT)
                MOVE "PAST DEADLINE" TO WS-REFUSE-REASON
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
           IF (WS-REFUSE-REASON = SPACES)
              MOVE "C" TO WS-CLAIM-STATUS(WS-CLAIM-HIT)
              MOVE CT-CLAIM-DATE TO WS-CLAIM-STATUS-DATE(WS-CLAIM-HIT)
              ADD 1 TO WS-CLAIMED-COUNT
              MOVE "CLAIMED" TO WS-REPORT-TAG
              PERFORM WRITE-CLAIM-LINE
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO CLAIM-REPORT-RECORD
              STRING "CLAIM REFUSED DRAW=" DELIMITED BY SIZE
                     CT-DRAW-DATE DELIMITED BY SIZE
                     " SERIAL=" DELIMITED BY SIZE
                     CT-SERIAL DELIMITED BY SIZE
                     " MEMBER=" DELIMITED BY SIZE
                     CT-MEMBER-ID DELIMITED BY SIZE
                     " REASON=" DELIMITED BY SIZE
                     WS-REFUSE-REASON DELIMITED BY SIZE
                 INTO CLAIM-REPORT-RECORD
              WRITE CLAIM-REPORT-RECORD
           END-IF.
      *
      *    A prize still unclaimed the day after its deadline goes
      *    back on hand for the next draw.
       SWEEP-ONE-CLAIM.
           IF (WS-CLAIM-STATUS(WS-CLAIM-SCAN) = "U"
              AND WS-CLAIM-DEADLINE(WS-CLAIM-SCAN) < WS-RUN-DATE)
              MOVE "E" TO WS-CLAIM-STATUS(WS-CLAIM-SCAN)
              MOVE WS-RUN-DATE TO WS-CLAIM-STATUS-DATE(WS-CLAIM-SCAN)
              ADD 1 TO WS-EXPIRED-COUNT
              MOVE WS-CLAIM-SCAN TO WS-CLAIM-HIT
              PERFORM FIND-PRIZE-BY-TIER
              IF (PRIZE-FOUND)
                 ADD 1 TO WS-PRIZE-ON-HAND(WS-PRIZE-HIT)
              END-IF
              MOVE "EXPIRED" TO WS-REPORT-TAG
              PERFORM WRITE-CLAIM-LINE
           END-IF.
      *
       WRITE-WAITING-CLAIMS.
           MOVE "WAITING" TO WS-REPORT-TAG.
           PERFORM VARYING WS-CLAIM-HIT FROM 1 BY 1
              UNTIL WS-CLAIM-HIT > WS-CLAIM-COUNT
                IF (WS-CLAIM-STATUS(WS-CLAIM-HIT) = "U")
                   ADD 1 TO WS-WAITING-COUNT
                   PERFORM WRITE-CLAIM-LINE
                END-IF
           END-PERFORM.
      *
       WRITE-CLAIM-LINE.
           MOVE SPACES TO CLAIM-REPORT-RECORD.
           STRING WS-REPORT-TAG DELIMITED BY SPACE
                  " DRAW=" DELIMITED BY SIZE
                  WS-CLAIM-DRAW-DATE(WS-CLAIM-HIT) DELIMITED BY SIZE
                  " SERIAL=" DELIMITED BY SIZE
                  WS-CLAIM-SERIAL(WS-CLAIM-HIT) DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  WS-CLAIM-MEMBER(WS-CLAIM-HIT) DELIMITED BY SIZE
                  " TIER=" DELIMITED BY SIZE
                  WS-CLAIM-TIER(WS-CLAIM-HIT) DELIMITED BY SIZE
                  " DEADLINE=" DELIMITED BY SIZE
                  WS-CLAIM-DEADLINE(WS-CLAIM-HIT) DELIMITED BY SIZE
                  " PRIZE=" DELIMITED BY SIZE
                  WS-CLAIM-DESC(WS-CLAIM-HIT) DELIMITED BY SIZE
              INTO CLAIM-REPORT-RECORD.
           WRITE CLAIM-REPORT-RECORD.
      *
       WRITE-PRIZE-INVENTORY.
           PERFORM VARYING WS-PRIZE-SCAN FROM 1 BY 1
              UNTIL WS-PRIZE-SCAN > WS-PRIZE-COUNT
                MOVE SPACES TO CLAIM-REPORT-RECORD
                STRING "INVENTORY TIER=" DELIMITED BY SIZE
                       WS-PRIZE-TIER(WS-PRIZE-SCAN)
                          DELIMITED BY SIZE
                       " PRIZE=" DELIMITED BY SIZE
                       WS-PRIZE-DESC(WS-PRIZE-SCAN)
                          DELIMITED BY SIZE
                       " ON-HAND=" DELIMITED BY SIZE
                       WS-PRIZE-ON-HAND(WS-PRIZE-SCAN)
                          DELIMITED BY SIZE
                   INTO CLAIM-REPORT-RECORD
                WRITE CLAIM-REPORT-RECORD
           END-PERFORM.
      *
       REWRITE-CLAIM-REGISTER.
           OPEN OUTPUT CLAIM-REGISTER-FILE.
           PERFORM VARYING WS-CLAIM-SCAN FROM 1 BY 1
              UNTIL WS-CLAIM-SCAN > WS-CLAIM-COUNT
                MOVE WS-CLAIM-DRAW-DATE(WS-CLAIM-SCAN)
                   TO CM-DRAW-DATE
                MOVE WS-CLAIM-SERIAL(WS-CLAIM-SCAN) TO CM-SERIAL
                MOVE WS-CLAIM-MEMBER(WS-CLAIM-SCAN) TO CM-MEMBER-ID
                MOVE WS-CLAIM-TIER(WS-CLAIM-SCAN) TO CM-TIER
                MOVE WS-CLAIM-DESC(WS-CLAIM-SCAN) TO CM-PRIZE-DESC
                MOVE WS-CLAIM-DEADLINE(WS-CLAIM-SCAN) TO CM-DEADLINE
                MOVE WS-CLAIM-STATUS(WS-CLAIM-SCAN) TO CM-STATUS
                MOVE WS-CLAIM-STATUS-DATE(WS-CLAIM-SCAN)
                   TO CM-STATUS-DATE
                MOVE WS-CLAIM-VALUE(WS-CLAIM-SCAN) TO CM-PRIZE-VALUE
                WRITE CLAIM-REGISTER-RECORD
           END-PERFORM.
           CLOSE CLAIM-REGISTER-FILE.
      *
      *    Nothing to write back when there was no prize table.
       REWRITE-PRIZE-TABLE.
           IF (WS-PRIZE-COUNT > 0)
              OPEN OUTPUT PRIZE-FILE
              PERFORM VARYING WS-PRIZE-SCAN FROM 1 BY 1
                 UNTIL WS-PRIZE-SCAN > WS-PRIZE-COUNT
                   MOVE WS-PRIZE-COMBO(WS-PRIZE-SCAN) TO PZ-WORD-COMBO
                   MOVE WS-PRIZE-TIER(WS-PRIZE-SCAN) TO PZ-TIER
                   MOVE WS-PRIZE-DESC(WS-PRIZE-SCAN) TO PZ-DESCRIPTION
                   MOVE WS-PRIZE-ON-HAND(WS-PRIZE-SCAN) TO PZ-ON-HAND
                   MOVE WS-PRIZE-VALUE(WS-PRIZE-SCAN)
                      TO PZ-PRIZE-VALUE
                   WRITE PRIZE-RECORD
              END-PERFORM
              CLOSE PRIZE-FILE
           END-IF.
      *
