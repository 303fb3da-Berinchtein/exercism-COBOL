      *    which language answered, and a remark in a language the
      *    file does not cover falls back to the classic English
      *    lines so the demo never goes mute.
      *
      *    Questions at the front desk are answered from live club
      *    data where the keyword-to-topic file recognises them: the
      *    next league night off CLUBCAL, the night fee for each tier
      *    off CLUBFEES, and tonight's free slots per board off
      *    CLUBBOOK against the bookable slots on BOBSLOTS. Every
      *    audit line records its response type, and a recognised
      *    question's line its topic as well; a question no keyword
      *    matches gets the usual canned reply but is logged as
      *    unanswered (U), so BOB-RESPONSE-MIX can show which topics
      *    visitors ask about that the file does not cover yet.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESPONSE-TEXT-FILE ASSIGN TO "BOBRESP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TOPIC-KEYWORD-FILE ASSIGN TO "BOBTOPIC"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EVENT-CALENDAR-FILE ASSIGN TO "CLUBCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-CONFIG-FILE ASSIGN TO "CLUBFEES"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATIONS-FILE ASSIGN TO "CLUBBOOK"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BOOKABLE-SLOT-FILE ASSIGN TO "BOBSLOTS"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05 RM-LANGUAGE-CODE        PIC X(2).
      *
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD           PIC X(400).
      *
       FD  RESPONSE-TEXT-FILE.
       01  RESPONSE-TEXT-RECORD.
           05 RT-LANGUAGE-CODE        PIC X(2).
           05 RT-RESPONSE-TYPE        PIC X.
           05 RT-TEXT                 PIC X(40).
      *
       FD  TOPIC-KEYWORD-FILE.
       01  TOPIC-KEYWORD-RECORD.
           05 TK-KEYWORD              PIC X(20).
           05 TK-TOPIC                PIC X(8).
      *
       FD  EVENT-CALENDAR-FILE.
       01  EVENT-CALENDAR-RECORD.
           05 EV-EVENT-DATE           PIC 9(8).
           05 EV-EVENT-NAME           PIC X(20).
           05 EV-SHIFTED-SWITCH       PIC X.
      *
       FD  FEE-CONFIG-FILE.
       01  FEE-CONFIG-RECORD.
           05 FE-TIER                 PIC X.
           05 FE-NIGHT-FEE            PIC 9(3)V99.
      *
       FD  RESERVATIONS-FILE.
       01  RESERVATION-RECORD.
           05 BK-NIGHT-DATE           PIC 9(8).
           05 BK-TIME-SLOT            PIC 99.
           05 BK-RESOURCE-ID          PIC X(6).
           05 BK-MEMBER-ID            PIC X(10).
           05 BK-STATUS               PIC X.
           05 BK-STANDING-ID          PIC X(6).
      *
       FD  BOOKABLE-SLOT-FILE.
       01  BOOKABLE-SLOT-RECORD.
           05 SL-RESOURCE-ID          PIC X(6).
           05 SL-FIRST-SLOT           PIC 99.
           05 SL-LAST-SLOT            PIC 99.
      *
       WORKING-STORAGE SECTION.
      *
             88 IS-QUESTION                    VALUE "Y".
          05 UPPER-CASE-SWITCH        PIC X    VALUE "N".
             88 IS-UPPER-CASE                  VALUE "Y".
          05 DATA-EOF-SWITCH          PIC X    VALUE "N".
             88 DATA-EOF                       VALUE "Y".
          05 SLOT-TAKEN-SWITCH        PIC X    VALUE "N".
             88 SLOT-TAKEN                     VALUE "Y".
      *
       01 WS-HEYBOB          PIC X(240).
       01 WS-HEYBOB-UPPER    PIC X(240).
       01 WS-HEYBOB-LENGTH   PIC 999   VALUE 0.
       01 WS-CHAR-INDEX      PIC 999   VALUE 0.
       01 WS-ALPHANUMERIC-COUNT PIC 999 VALUE 0.
       01 WS-RESULT          PIC X(100).
       01 WS-REMARK-COUNT    PIC 9(5)  VALUE 0.
      *
       01 WS-RESPONSE-EOF-SWITCH PIC X VALUE "N".
       01 WS-REMARK-LANGUAGE PIC X(2)  VALUE "EN".
       01 WS-RESPONSE-KIND   PIC X     VALUE SPACE.
       01 WS-NIGHT-DATE      PIC 9(8)  VALUE 0.
      *
       01 WS-TOPIC           PIC X(8)  VALUE SPACES.
       01 WS-TOPIC-COUNT     PIC 9(3)  VALUE 0.
       01 WS-TOPIC-SCAN      PIC 9(3)  VALUE 0.
       01 WS-TOPIC-TABLE.
          05 WS-TOPIC-ENTRY OCCURS 100 TIMES.
             10 WS-TOPIC-KEYWORD      PIC X(20).
             10 WS-TOPIC-KEYWORD-LENGTH PIC 99.
             10 WS-TOPIC-NAME         PIC X(8).
       01 WS-KEYWORD-HITS    PIC 999   VALUE 0.
       01 WS-ANSWER-POINTER  PIC 999   VALUE 0.
      *
       01 WS-LEAGUE-EVENT-NAME PIC X(20) VALUE "LEAGUE NIGHT".
       01 WS-NEXT-LEAGUE-DATE PIC 9(8) VALUE 0.
      *
       01 WS-FEE-COUNT       PIC 9     VALUE 0.
       01 WS-FEE-SCAN        PIC 9     VALUE 0.
       01 WS-FEE-TABLE.
          05 WS-FEE OCCURS 9 TIMES.
             10 WS-FEE-TIER           PIC X.
             10 WS-FEE-AMOUNT         PIC 9(3)V99.
       01 WS-FEE-DISPLAY     PIC ZZ9.99.
      *
       01 WS-BOOKING-COUNT   PIC 9(4)  VALUE 0.
       01 WS-BOOKING-SCAN    PIC 9(4)  VALUE 0.
       01 WS-TONIGHT-TABLE.
          05 WS-TONIGHT OCCURS 2000 TIMES.
             10 WS-TONIGHT-SLOT       PIC 99.
             10 WS-TONIGHT-RESOURCE   PIC X(6).
       01 WS-SLOT-COUNT      PIC 99    VALUE 0.
       01 WS-SLOT-SCAN       PIC 99    VALUE 0.
       01 WS-SLOT-TABLE.
          05 WS-BOOKABLE OCCURS 20 TIMES.
             10 WS-BOOKABLE-RESOURCE  PIC X(6).
             10 WS-BOOKABLE-FIRST     PIC 99.
             10 WS-BOOKABLE-LAST      PIC 99.
       01 WS-CHECK-SLOT      PIC 99    VALUE 0.
       01 WS-FREE-SLOTS      PIC 99    VALUE 0.
       01 WS-FREE-DISPLAY    PIC Z9.
      *
       01 WS-CURRENT-SESSION-ID PIC X(8) VALUE SPACES.
       01 WS-FIRST-SESSION-SWITCH PIC X VALUE "Y".
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NIGHT-DATE.
           PERFORM LOAD-RESPONSE-TEXTS.
           PERFORM LOAD-TOPIC-KEYWORDS.
           PERFORM LOAD-NEXT-LEAGUE-NIGHT.
           PERFORM LOAD-NIGHT-FEES.
           PERFORM LOAD-TONIGHTS-BOOKINGS.
           PERFORM LOAD-BOOKABLE-SLOTS.
           OPEN INPUT REMARKS-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM WRITE-NIGHT-HEADER.
           IF (WS-ALPHANUMERIC-COUNT = 0)
              MOVE "F" TO WS-RESPONSE-KIND
           END-IF.
           MOVE SPACES TO WS-TOPIC.
           IF (IS-QUESTION AND WS-ALPHANUMERIC-COUNT > 0)
              PERFORM MATCH-TOPIC-KEYWORD
           END-IF.
           IF (WS-TOPIC NOT = SPACES)
              MOVE "A" TO WS-RESPONSE-KIND
              MOVE "EN" TO WS-REMARK-LANGUAGE
              PERFORM ANSWER-FROM-CLUB-DATA
           ELSE
              PERFORM LOOK-UP-RESPONSE-TEXT
              IF (IS-QUESTION AND WS-ALPHANUMERIC-COUNT > 0)
                 MOVE "U" TO WS-RESPONSE-KIND
              END-IF
           END-IF.
      *
       LOAD-RESPONSE-TEXTS.
           OPEN INPUT RESPONSE-TEXT-FILE.
      *
       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 1 TO WS-ANSWER-POINTER.
           STRING "REMARK=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HEYBOB) DELIMITED BY SIZE
                  " LANG=" DELIMITED BY SIZE
                  WS-REMARK-LANGUAGE DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  WS-RESPONSE-KIND DELIMITED BY SIZE
              INTO AUDIT-LOG-RECORD
              WITH POINTER WS-ANSWER-POINTER.
           IF (WS-TOPIC NOT = SPACES)
              STRING " TOPIC=" DELIMITED BY SIZE
                     WS-TOPIC DELIMITED BY SPACE
                 INTO AUDIT-LOG-RECORD
                 WITH POINTER WS-ANSWER-POINTER
           END-IF.
           STRING " RESPONSE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESULT) DELIMITED BY SIZE
              INTO AUDIT-LOG-RECORD
              WITH POINTER WS-ANSWER-POINTER.
           WRITE AUDIT-LOG-RECORD.
      *
      *    Keywords are matched upper-cased anywhere in the remark;
      *    the first keyword on the file that matches names the
      *    topic. Only the topics answered below are loaded.
       LOAD-TOPIC-KEYWORDS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT TOPIC-KEYWORD-FILE.
           PERFORM UNTIL DATA-EOF
              READ TOPIC-KEYWORD-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (TK-KEYWORD NOT = SPACES
                       AND (TK-TOPIC = "LEAGUE" OR TK-TOPIC = "FEES"
                          OR TK-TOPIC = "BOARDS")
                       AND WS-TOPIC-COUNT < 100)
                       ADD 1 TO WS-TOPIC-COUNT
                       MOVE FUNCTION UPPER-CASE(TK-KEYWORD)
                          TO WS-TOPIC-KEYWORD(WS-TOPIC-COUNT)
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(TK-KEYWORD
                          TRAILING))
                          TO WS-TOPIC-KEYWORD-LENGTH(WS-TOPIC-COUNT)
                       MOVE TK-TOPIC TO WS-TOPIC-NAME(WS-TOPIC-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TOPIC-KEYWORD-FILE.
      *
      *    The next league night is the earliest one on the
      *    calendar falling today or later.
       LOAD-NEXT-LEAGUE-NIGHT.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT EVENT-CALENDAR-FILE.
           PERFORM UNTIL DATA-EOF
              READ EVENT-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (EV-EVENT-NAME = WS-LEAGUE-EVENT-NAME
                       AND EV-EVENT-DATE IS NUMERIC
                       AND EV-EVENT-DATE NOT < WS-NIGHT-DATE
                       AND (WS-NEXT-LEAGUE-DATE = 0
                          OR EV-EVENT-DATE < WS-NEXT-LEAGUE-DATE))
                       MOVE EV-EVENT-DATE TO WS-NEXT-LEAGUE-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EVENT-CALENDAR-FILE.
      *
       LOAD-NIGHT-FEES.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT FEE-CONFIG-FILE.
           PERFORM UNTIL DATA-EOF
              READ FEE-CONFIG-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-FEE-COUNT < 9 AND FE-NIGHT-FEE IS NUMERIC)
                       ADD 1 TO WS-FEE-COUNT
                       MOVE FE-TIER TO WS-FEE-TIER(WS-FEE-COUNT)
                       MOVE FE-NIGHT-FEE
                          TO WS-FEE-AMOUNT(WS-FEE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FEE-CONFIG-FILE.
      *
      *    Any booking held for tonight takes its slot unless it was
      *    released as a no-show - the same rule TABLE-BOOKING
      *    clashes on.
       LOAD-TONIGHTS-BOOKINGS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT RESERVATIONS-FILE.
           PERFORM UNTIL DATA-EOF
              READ RESERVATIONS-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (BK-NIGHT-DATE = WS-NIGHT-DATE
                       AND BK-STATUS NOT = "N")
                       IF (WS-BOOKING-COUNT = 2000)
                          DISPLAY "ABORTED: tonight's reservations "
                             "exceed the 2000-entry booking table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-BOOKING-COUNT
                       MOVE BK-TIME-SLOT
                          TO WS-TONIGHT-SLOT(WS-BOOKING-COUNT)
                       MOVE BK-RESOURCE-ID
                          TO WS-TONIGHT-RESOURCE(WS-BOOKING-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESERVATIONS-FILE.
      *
       LOAD-BOOKABLE-SLOTS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT BOOKABLE-SLOT-FILE.
           PERFORM UNTIL DATA-EOF
              READ BOOKABLE-SLOT-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-SLOT-COUNT < 20
                       AND SL-FIRST-SLOT IS NUMERIC
                       AND SL-LAST-SLOT IS NUMERIC
                       AND SL-FIRST-SLOT NOT > SL-LAST-SLOT)
                       ADD 1 TO WS-SLOT-COUNT
                       MOVE SL-RESOURCE-ID
                          TO WS-BOOKABLE-RESOURCE(WS-SLOT-COUNT)
                       MOVE SL-FIRST-SLOT
                          TO WS-BOOKABLE-FIRST(WS-SLOT-COUNT)
                       MOVE SL-LAST-SLOT
                          TO WS-BOOKABLE-LAST(WS-SLOT-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BOOKABLE-SLOT-FILE.
      *
       MATCH-TOPIC-KEYWORD.
           PERFORM VARYING WS-TOPIC-SCAN FROM 1 BY 1
              UNTIL WS-TOPIC-SCAN > WS-TOPIC-COUNT
              OR WS-TOPIC NOT = SPACES
                MOVE 0 TO WS-KEYWORD-HITS
                INSPECT WS-HEYBOB-UPPER TALLYING WS-KEYWORD-HITS
                   FOR ALL WS-TOPIC-KEYWORD(WS-TOPIC-SCAN)
                      (1:WS-TOPIC-KEYWORD-LENGTH(WS-TOPIC-SCAN))
                IF (WS-KEYWORD-HITS > 0)
                   MOVE WS-TOPIC-NAME(WS-TOPIC-SCAN) TO WS-TOPIC
                END-IF
           END-PERFORM.
      *
       ANSWER-FROM-CLUB-DATA.
           MOVE SPACES TO WS-RESULT.
           MOVE 1 TO WS-ANSWER-POINTER.
           EVALUATE WS-TOPIC
           WHEN "LEAGUE"
                PERFORM ANSWER-NEXT-LEAGUE-NIGHT
           WHEN "FEES"
                PERFORM ANSWER-NIGHT-FEES
           WHEN "BOARDS"
                PERFORM ANSWER-FREE-SLOTS
           END-EVALUATE.
      *
       ANSWER-NEXT-LEAGUE-NIGHT.
           EVALUATE TRUE
           WHEN WS-NEXT-LEAGUE-DATE = 0
                MOVE "No league night is on the calendar yet."
                   TO WS-RESULT
           WHEN WS-NEXT-LEAGUE-DATE = WS-NIGHT-DATE
                MOVE "League night is tonight." TO WS-RESULT
           WHEN OTHER
                STRING "The next league night is "
                          DELIMITED BY SIZE
                       WS-NEXT-LEAGUE-DATE(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-NEXT-LEAGUE-DATE(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-NEXT-LEAGUE-DATE(7:2) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                   INTO WS-RESULT
           END-EVALUATE.
      *
       ANSWER-NIGHT-FEES.
           IF (WS-FEE-COUNT = 0)
              MOVE "Ask at the bar - no night fees are set up."
                 TO WS-RESULT
           ELSE
              STRING "Night fee:" DELIMITED BY SIZE
                 INTO WS-RESULT
                 WITH POINTER WS-ANSWER-POINTER
              PERFORM VARYING WS-FEE-SCAN FROM 1 BY 1
                 UNTIL WS-FEE-SCAN > WS-FEE-COUNT
                   MOVE WS-FEE-AMOUNT(WS-FEE-SCAN) TO WS-FEE-DISPLAY
                   IF (WS-FEE-SCAN > 1)
                      STRING "," DELIMITED BY SIZE
                         INTO WS-RESULT
                         WITH POINTER WS-ANSWER-POINTER
                   END-IF
                   STRING " tier " DELIMITED BY SIZE
                          WS-FEE-TIER(WS-FEE-SCAN) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FEE-DISPLAY)
                             DELIMITED BY SIZE
                      INTO WS-RESULT
                      WITH POINTER WS-ANSWER-POINTER
              END-PERFORM
              STRING "." DELIMITED BY SIZE
                 INTO WS-RESULT
                 WITH POINTER WS-ANSWER-POINTER
           END-IF.
      *
       ANSWER-FREE-SLOTS.
           IF (WS-SLOT-COUNT = 0)
              MOVE "Ask at the bar - no bookable slots are set up."
                 TO WS-RESULT
           ELSE
              STRING "Free slots tonight:" DELIMITED BY SIZE
                 INTO WS-RESULT
                 WITH POINTER WS-ANSWER-POINTER
              PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
                 UNTIL WS-SLOT-SCAN > WS-SLOT-COUNT
                   PERFORM COUNT-FREE-SLOTS
                   MOVE WS-FREE-SLOTS TO WS-FREE-DISPLAY
                   IF (WS-SLOT-SCAN > 1)
                      STRING "," DELIMITED BY SIZE
                         INTO WS-RESULT
                         WITH POINTER WS-ANSWER-POINTER
                   END-IF
                   STRING " " DELIMITED BY SIZE
                          WS-BOOKABLE-RESOURCE(WS-SLOT-SCAN)
                             DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FREE-DISPLAY)
                             DELIMITED BY SIZE
                      INTO WS-RESULT
                      WITH POINTER WS-ANSWER-POINTER
              END-PERFORM
              STRING "." DELIMITED BY SIZE
                 INTO WS-RESULT
                 WITH POINTER WS-ANSWER-POINTER
           END-IF.
      *
       COUNT-FREE-SLOTS.
           MOVE 0 TO WS-FREE-SLOTS.
           PERFORM VARYING WS-CHECK-SLOT
              FROM WS-BOOKABLE-FIRST(WS-SLOT-SCAN) BY 1
              UNTIL WS-CHECK-SLOT > WS-BOOKABLE-LAST(WS-SLOT-SCAN)
                MOVE "N" TO SLOT-TAKEN-SWITCH
                PERFORM VARYING WS-BOOKING-SCAN FROM 1 BY 1
                   UNTIL WS-BOOKING-SCAN > WS-BOOKING-COUNT
                   OR SLOT-TAKEN
                     IF (WS-TONIGHT-SLOT(WS-BOOKING-SCAN) =
                           WS-CHECK-SLOT
                        AND WS-TONIGHT-RESOURCE(WS-BOOKING-SCAN) =
                           WS-BOOKABLE-RESOURCE(WS-SLOT-SCAN))
                        MOVE "Y" TO SLOT-TAKEN-SWITCH
                     END-IF
                END-PERFORM
                IF (NOT SLOT-TAKEN)
                   ADD 1 TO WS-FREE-SLOTS
                END-IF
           END-PERFORM.
      *
