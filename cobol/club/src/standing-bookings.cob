       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-BOOKINGS.
      *
      *    Weekly expansion of the standing bookings, so the pairs
      *    who have board one every Tuesday at eight stop keying a
      *    fresh BOOKREQ each week. Each standing booking (CLUBSTND)
      *    names the member, resource, time slot and weekday, with a
      *    start date and an end date (zero for open-ended); the
      *    desk keys them, and BOOKING-RELEASE keeps the no-show
      *    count and cancels one at the third no-show.
      *
      *    The club nights are the dates on the generated club
      *    calendar (CLUBCAL) from the run date through the run date
      *    plus seven, by DATE-SERVICE - the same week MATCH-
      *    REMINDERS works to. A night on the BIZHOL holiday list is
      *    skipped. On every other night, each active standing
      *    booking whose weekday it is and whose dates cover it is
      *    written to the reservations file (CLUBBOOK) as an ordinary
      *    booking carrying its standing ID, provided the member is
      *    still active or reinstated on the master.
      *
      *    Priority between standing and one-off bookings: whichever
      *    is on CLUBBOOK first holds the slot. A one-off booking
      *    TABLE-BOOKING already accepted for the night keeps the
      *    resource, and the standing booking is listed as a clash
      *    for that night only; once a standing night is expanded,
      *    TABLE-BOOKING rejects one-off requests for it as it does
      *    any other clash. A booking released as a no-show no
      *    longer holds its slot. A night already expanded for the
      *    same standing booking is not written twice, so reruns are
      *    safe. The listing (STNDRPT) shows every night written,
      *    skipped or clashed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-BOOKING-FILE ASSIGN TO "CLUBSTND"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT EVENT-CALENDAR-FILE ASSIGN TO "CLUBCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "BIZHOL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL RESERVATIONS-FILE ASSIGN TO "CLUBBOOK"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT STANDING-REPORT-FILE ASSIGN TO "STNDRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-BOOKING-FILE.
       01  STANDING-BOOKING-RECORD.
           05 SB-STANDING-ID         PIC X(6).
           05 SB-MEMBER-ID           PIC X(10).
           05 SB-RESOURCE-ID         PIC X(6).
           05 SB-TIME-SLOT           PIC 99.
           05 SB-WEEKDAY             PIC X(3).
           05 SB-START-DATE          PIC 9(8).
           05 SB-END-DATE            PIC 9(8).
           05 SB-NO-SHOW-COUNT       PIC 9.
           05 SB-STATUS              PIC X.
              88 SB-ACTIVE                VALUE "A".
              88 SB-CANCELLED             VALUE "C".
      *
       FD  EVENT-CALENDAR-FILE.
       01  EVENT-CALENDAR-RECORD.
           05 EV-EVENT-DATE          PIC 9(8).
           05 EV-EVENT-NAME          PIC X(20).
           05 EV-SHIFTED-SWITCH      PIC X.
      *
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HO-DATE                PIC 9(8).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  RESERVATIONS-FILE.
       01  RESERVATION-RECORD.
           05 BK-NIGHT-DATE          PIC 9(8).
           05 BK-TIME-SLOT           PIC 99.
           05 BK-RESOURCE-ID         PIC X(6).
           05 BK-MEMBER-ID           PIC X(10).
           05 BK-STATUS              PIC X.
              88 BK-BOOKED                VALUE "B".
              88 BK-SHOWED                VALUE "S".
              88 BK-NO-SHOW               VALUE "N".
           05 BK-STANDING-ID         PIC X(6).
      *
       FD  STANDING-REPORT-FILE.
       01  STANDING-REPORT-RECORD    PIC X(100).
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
          05 NIGHT-FOUND-SWITCH      PIC X    VALUE "N".
             88 NIGHT-FOUND                   VALUE "Y".
          05 IS-HOLIDAY-SWITCH       PIC X    VALUE "N".
             88 IS-HOLIDAY                    VALUE "Y".
          05 CLASH-FOUND-SWITCH      PIC X    VALUE "N".
             88 CLASH-FOUND                   VALUE "Y".
          05 ALREADY-BOOKED-SWITCH   PIC X    VALUE "N".
             88 ALREADY-BOOKED                VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-WEEK-END-DATE           PIC 9(8) VALUE 0.
      *
       01 WS-STANDING-COUNT          PIC 9(3) VALUE 0.
       01 WS-STANDING-SCAN           PIC 9(3) VALUE 0.
       01 WS-STANDING-TABLE.
          05 WS-STANDING OCCURS 200 TIMES.
             10 WS-STANDING-ID       PIC X(6).
             10 WS-STANDING-MEMBER   PIC X(10).
             10 WS-STANDING-RESOURCE PIC X(6).
             10 WS-STANDING-SLOT     PIC 99.
             10 WS-STANDING-WEEKDAY  PIC X(3).
             10 WS-STANDING-START    PIC 9(8).
             10 WS-STANDING-END      PIC 9(8).
             10 WS-STANDING-STATUS   PIC X.
                88 WS-STANDING-ACTIVE     VALUE "A".
      *
       01 WS-NIGHT-COUNT             PIC 99   VALUE 0.
       01 WS-NIGHT-SCAN              PIC 99   VALUE 0.
       01 WS-NIGHT-TABLE.
          05 WS-NIGHT-DATE OCCURS 20 TIMES PIC 9(8).
      *
       01 WS-HOLIDAY-COUNT           PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-SCAN            PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-STATUS     PIC X.
      *
       01 WS-BOOKING-COUNT           PIC 9(4) VALUE 0.
       01 WS-BOOKING-SCAN            PIC 9(4) VALUE 0.
       01 WS-BOOKING-HIT             PIC 9(4) VALUE 0.
       01 WS-BOOKING-TABLE.
          05 WS-BOOKING OCCURS 2000 TIMES.
             10 WS-BOOKING-DATE      PIC 9(8).
             10 WS-BOOKING-SLOT      PIC 99.
             10 WS-BOOKING-RESOURCE  PIC X(6).
             10 WS-BOOKING-MEMBER    PIC X(10).
             10 WS-BOOKING-STANDING  PIC X(6).
      *
       01 WS-DAY-NAME-TABLE-VALUES.
          05 FILLER                 PIC X(3) VALUE "MON".
          05 FILLER                 PIC X(3) VALUE "TUE".
          05 FILLER                 PIC X(3) VALUE "WED".
          05 FILLER                 PIC X(3) VALUE "THU".
          05 FILLER                 PIC X(3) VALUE "FRI".
          05 FILLER                 PIC X(3) VALUE "SAT".
          05 FILLER                 PIC X(3) VALUE "SUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-TABLE-VALUES.
          05 WS-DAY-NAME            PIC X(3) OCCURS 7 TIMES.
      *
      *    January 1st of 1900 was a Monday; the weekday of any date
      *    is the days-between from that anchor, modulo seven.
       01 WS-ANCHOR-MONDAY           PIC 9(8) VALUE 19000101.
       01 WS-WEEKDAY-NUMBER          PIC 9    VALUE 0.
       01 WS-WEEKDAY-REMAINDER       PIC 9(7) VALUE 0.
       01 WS-NIGHT-WEEKDAY           PIC X(3) VALUE SPACES.
      *
       01 WS-WRITTEN-COUNT           PIC 9(5) VALUE 0.
       01 WS-ALREADY-COUNT           PIC 9(5) VALUE 0.
       01 WS-CLASH-COUNT             PIC 9(5) VALUE 0.
       01 WS-HOLIDAY-SKIP-COUNT      PIC 9(5) VALUE 0.
       01 WS-INACTIVE-COUNT          PIC 9(5) VALUE 0.
       01 WS-SKIP-REASON             PIC X(20) VALUE SPACES.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "P".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAYS                 PIC S9(7) VALUE 0.
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "STANDING-BOOKINGS".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       STANDING-BOOKINGS.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE "P" TO WS-DS-FUNCTION.
           MOVE 7 TO WS-DS-DAYS.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION WS-RUN-DATE
              WS-DS-DATE-2 WS-DS-DAYS WS-WEEK-END-DATE
              WS-DS-STATUS.
           IF (WS-DS-STATUS NOT = "0")
              DISPLAY "ABORTED: DATE-SERVICE refused the run date"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-STANDING-BOOKINGS.
           PERFORM LOAD-CLUB-NIGHTS.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-MEMBER-MASTER.
           PERFORM LOAD-RESERVATIONS.
           OPEN OUTPUT STANDING-REPORT-FILE.
           MOVE SPACES TO STANDING-REPORT-RECORD.
           STRING "STANDING BOOKINGS RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " THROUGH=" DELIMITED BY SIZE
                  WS-WEEK-END-DATE DELIMITED BY SIZE
              INTO STANDING-REPORT-RECORD.
           WRITE STANDING-REPORT-RECORD.
           OPEN EXTEND RESERVATIONS-FILE.
           PERFORM EXPAND-ONE-NIGHT
              VARYING WS-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT.
           CLOSE RESERVATIONS-FILE.
           MOVE SPACES TO STANDING-REPORT-RECORD.
           STRING "TOTALS WRITTEN=" DELIMITED BY SIZE
                  WS-WRITTEN-COUNT DELIMITED BY SIZE
                  " ALREADY-BOOKED=" DELIMITED BY SIZE
                  WS-ALREADY-COUNT DELIMITED BY SIZE
                  " CLASHES=" DELIMITED BY SIZE
                  WS-CLASH-COUNT DELIMITED BY SIZE
                  " HOLIDAYS=" DELIMITED BY SIZE
                  WS-HOLIDAY-SKIP-COUNT DELIMITED BY SIZE
                  " NOT-ACTIVE=" DELIMITED BY SIZE
                  WS-INACTIVE-COUNT DELIMITED BY SIZE
              INTO STANDING-REPORT-RECORD.
           WRITE STANDING-REPORT-RECORD.
           CLOSE STANDING-REPORT-FILE.
           MOVE WS-WRITTEN-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Standing bookings written: " WS-WRITTEN-COUNT.
           DISPLAY "Standing bookings clashed: " WS-CLASH-COUNT.
           STOP RUN.
      *
       LOAD-STANDING-BOOKINGS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT STANDING-BOOKING-FILE.
           PERFORM UNTIL DATA-EOF
              READ STANDING-BOOKING-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-STANDING-COUNT = 200)
                       DISPLAY "ABORTED: standing bookings exceed "
                          "the 200-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-STANDING-COUNT
                    MOVE SB-STANDING-ID
                       TO WS-STANDING-ID(WS-STANDING-COUNT)
                    MOVE SB-MEMBER-ID
                       TO WS-STANDING-MEMBER(WS-STANDING-COUNT)
                    MOVE SB-RESOURCE-ID
                       TO WS-STANDING-RESOURCE(WS-STANDING-COUNT)
                    MOVE SB-TIME-SLOT
                       TO WS-STANDING-SLOT(WS-STANDING-COUNT)
                    MOVE FUNCTION UPPER-CASE(SB-WEEKDAY)
                       TO WS-STANDING-WEEKDAY(WS-STANDING-COUNT)
                    MOVE SB-START-DATE
                       TO WS-STANDING-START(WS-STANDING-COUNT)
                    MOVE SB-END-DATE
                       TO WS-STANDING-END(WS-STANDING-COUNT)
                    MOVE SB-STATUS
                       TO WS-STANDING-STATUS(WS-STANDING-COUNT)
              END-READ
           END-PERFORM.
           CLOSE STANDING-BOOKING-FILE.
      *
      *    Several events can share a night; each date is taken once.
       LOAD-CLUB-NIGHTS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT EVENT-CALENDAR-FILE.
           PERFORM UNTIL DATA-EOF
              READ EVENT-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (EV-EVENT-DATE >= WS-RUN-DATE
                       AND EV-EVENT-DATE <= WS-WEEK-END-DATE)
                       PERFORM ADD-CLUB-NIGHT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EVENT-CALENDAR-FILE.
      *
       ADD-CLUB-NIGHT.
           MOVE "N" TO NIGHT-FOUND-SWITCH.
           PERFORM VARYING WS-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT
              OR NIGHT-FOUND
                IF (WS-NIGHT-DATE(WS-NIGHT-SCAN) = EV-EVENT-DATE)
                   MOVE "Y" TO NIGHT-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF (NOT NIGHT-FOUND)
              IF (WS-NIGHT-COUNT = 20)
                 DISPLAY "ABORTED: more than 20 club nights in "
                    "the coming week"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-NIGHT-COUNT
              MOVE EV-EVENT-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
           END-IF.
      *
       LOAD-HOLIDAY-TABLE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT HOLIDAY-FILE.
           PERFORM UNTIL DATA-EOF
              READ HOLIDAY-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-HOLIDAY-COUNT < 100)
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE HO-DATE
                          TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.
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
                    MOVE MM-STATUS
                       TO WS-MEMBER-STATUS(WS-MEMBER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
      *    A booking released as a no-show gives its slot up, so it
      *    is left out of the clash table.
       LOAD-RESERVATIONS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT RESERVATIONS-FILE.
           PERFORM UNTIL DATA-EOF
              READ RESERVATIONS-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (NOT BK-NO-SHOW
                       AND BK-NIGHT-DATE >= WS-RUN-DATE)
                       PERFORM ADD-BOOKING-ENTRY
                       MOVE BK-NIGHT-DATE
                          TO WS-BOOKING-DATE(WS-BOOKING-COUNT)
                       MOVE BK-TIME-SLOT
                          TO WS-BOOKING-SLOT(WS-BOOKING-COUNT)
                       MOVE BK-RESOURCE-ID
                          TO WS-BOOKING-RESOURCE(WS-BOOKING-COUNT)
                       MOVE BK-MEMBER-ID
                          TO WS-BOOKING-MEMBER(WS-BOOKING-COUNT)
                       MOVE BK-STANDING-ID
                          TO WS-BOOKING-STANDING(WS-BOOKING-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESERVATIONS-FILE.
      *
       ADD-BOOKING-ENTRY.
           IF (WS-BOOKING-COUNT = 2000)
              DISPLAY "ABORTED: reservations exceed the "
                 "2000-entry booking table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-BOOKING-COUNT.
      *
       EXPAND-ONE-NIGHT.
           PERFORM CHECK-NIGHT-IS-HOLIDAY.
           IF (IS-HOLIDAY)
              ADD 1 TO WS-HOLIDAY-SKIP-COUNT
              MOVE SPACES TO STANDING-REPORT-RECORD
              STRING "HOLIDAY NIGHT=" DELIMITED BY SIZE
                     WS-NIGHT-DATE(WS-NIGHT-SCAN) DELIMITED BY SIZE
                     " - NO STANDING BOOKINGS" DELIMITED BY SIZE
                 INTO STANDING-REPORT-RECORD
              WRITE STANDING-REPORT-RECORD
           ELSE
              PERFORM WEEKDAY-OF-NIGHT
              PERFORM EXPAND-ONE-STANDING
                 VARYING WS-STANDING-SCAN FROM 1 BY 1
                 UNTIL WS-STANDING-SCAN > WS-STANDING-COUNT
           END-IF.
      *
       CHECK-NIGHT-IS-HOLIDAY.
           MOVE "N" TO IS-HOLIDAY-SWITCH.
           PERFORM VARYING WS-HOLIDAY-SCAN FROM 1 BY 1
              UNTIL WS-HOLIDAY-SCAN > WS-HOLIDAY-COUNT
              OR IS-HOLIDAY
                IF (WS-HOLIDAY-DATE(WS-HOLIDAY-SCAN) =
                   WS-NIGHT-DATE(WS-NIGHT-SCAN))
                   MOVE "Y" TO IS-HOLIDAY-SWITCH
                END-IF
           END-PERFORM.
      *
       WEEKDAY-OF-NIGHT.
           MOVE "D" TO WS-DS-FUNCTION.
           MOVE WS-NIGHT-DATE(WS-NIGHT-SCAN) TO WS-DS-DATE-2.
           MOVE 0 TO WS-DS-DAYS.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION
              WS-ANCHOR-MONDAY WS-DS-DATE-2 WS-DS-DAYS
              WS-DS-RESULT-DATE WS-DS-STATUS.
           DIVIDE WS-DS-DAYS BY 7
              GIVING WS-WEEKDAY-REMAINDER
              REMAINDER WS-WEEKDAY-NUMBER.
           ADD 1 TO WS-WEEKDAY-NUMBER.
           MOVE WS-DAY-NAME(WS-WEEKDAY-NUMBER) TO WS-NIGHT-WEEKDAY.
      *
       EXPAND-ONE-STANDING.
           IF (WS-STANDING-ACTIVE(WS-STANDING-SCAN)
              AND WS-STANDING-WEEKDAY(WS-STANDING-SCAN) =
                 WS-NIGHT-WEEKDAY
              AND WS-STANDING-START(WS-STANDING-SCAN) <=
                 WS-NIGHT-DATE(WS-NIGHT-SCAN)
              AND (WS-STANDING-END(WS-STANDING-SCAN) = 0
                 OR WS-STANDING-END(WS-STANDING-SCAN) >=
                    WS-NIGHT-DATE(WS-NIGHT-SCAN)))
              PERFORM VALIDATE-STANDING-MEMBER
              IF (NOT MEMBER-FOUND)
                 ADD 1 TO WS-INACTIVE-COUNT
                 MOVE "MEMBER NOT ACTIVE" TO WS-SKIP-REASON
                 PERFORM WRITE-SKIPPED-LINE
              ELSE
                 PERFORM CHECK-FOR-CLASH
                 EVALUATE TRUE
                 WHEN ALREADY-BOOKED
                      ADD 1 TO WS-ALREADY-COUNT
                 WHEN CLASH-FOUND
                      PERFORM WRITE-CLASH-LINE
                 WHEN OTHER
                      PERFORM WRITE-STANDING-BOOKING
                 END-EVALUATE
              END-IF
           END-IF.
      *
      *    Reinstated members ("R") keep their standing bookings as
      *    plain actives do, the same as TABLE-BOOKING.
       VALIDATE-STANDING-MEMBER.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) =
                      WS-STANDING-MEMBER(WS-STANDING-SCAN)
                   AND (WS-MEMBER-STATUS(WS-MEMBER-SCAN) = "A"
                      OR WS-MEMBER-STATUS(WS-MEMBER-SCAN) = "R"))
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                END-IF
           END-PERFORM.
      *
       CHECK-FOR-CLASH.
           MOVE "N" TO CLASH-FOUND-SWITCH.
           MOVE "N" TO ALREADY-BOOKED-SWITCH.
           PERFORM VARYING WS-BOOKING-SCAN FROM 1 BY 1
              UNTIL WS-BOOKING-SCAN > WS-BOOKING-COUNT
              OR CLASH-FOUND OR ALREADY-BOOKED
                IF (WS-BOOKING-DATE(WS-BOOKING-SCAN) =
                      WS-NIGHT-DATE(WS-NIGHT-SCAN)
                   AND WS-BOOKING-SLOT(WS-BOOKING-SCAN) =
                      WS-STANDING-SLOT(WS-STANDING-SCAN)
                   AND WS-BOOKING-RESOURCE(WS-BOOKING-SCAN) =
                      WS-STANDING-RESOURCE(WS-STANDING-SCAN))
                   MOVE WS-BOOKING-SCAN TO WS-BOOKING-HIT
                   IF (WS-BOOKING-STANDING(WS-BOOKING-SCAN) =
                      WS-STANDING-ID(WS-STANDING-SCAN))
                      MOVE "Y" TO ALREADY-BOOKED-SWITCH
                   ELSE
                      MOVE "Y" TO CLASH-FOUND-SWITCH
                   END-IF
                END-IF
           END-PERFORM.
      *
       WRITE-STANDING-BOOKING.
           PERFORM ADD-BOOKING-ENTRY.
           MOVE WS-NIGHT-DATE(WS-NIGHT-SCAN)
              TO WS-BOOKING-DATE(WS-BOOKING-COUNT).
           MOVE WS-STANDING-SLOT(WS-STANDING-SCAN)
              TO WS-BOOKING-SLOT(WS-BOOKING-COUNT).
           MOVE WS-STANDING-RESOURCE(WS-STANDING-SCAN)
              TO WS-BOOKING-RESOURCE(WS-BOOKING-COUNT).
           MOVE WS-STANDING-MEMBER(WS-STANDING-SCAN)
              TO WS-BOOKING-MEMBER(WS-BOOKING-COUNT).
           MOVE WS-STANDING-ID(WS-STANDING-SCAN)
              TO WS-BOOKING-STANDING(WS-BOOKING-COUNT).
           MOVE WS-NIGHT-DATE(WS-NIGHT-SCAN) TO BK-NIGHT-DATE.
           MOVE WS-STANDING-SLOT(WS-STANDING-SCAN) TO BK-TIME-SLOT.
           MOVE WS-STANDING-RESOURCE(WS-STANDING-SCAN)
              TO BK-RESOURCE-ID.
           MOVE WS-STANDING-MEMBER(WS-STANDING-SCAN) TO BK-MEMBER-ID.
           MOVE "B" TO BK-STATUS.
           MOVE WS-STANDING-ID(WS-STANDING-SCAN) TO BK-STANDING-ID.
           WRITE RESERVATION-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           MOVE SPACES TO STANDING-REPORT-RECORD.
           STRING "BOOKED NIGHT=" DELIMITED BY SIZE
                  WS-NIGHT-DATE(WS-NIGHT-SCAN) DELIMITED BY SIZE
                  " SLOT=" DELIMITED BY SIZE
                  WS-STANDING-SLOT(WS-STANDING-SCAN)
                     DELIMITED BY SIZE
                  " RESOURCE=" DELIMITED BY SIZE
                  WS-STANDING-RESOURCE(WS-STANDING-SCAN)
                     DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  WS-STANDING-MEMBER(WS-STANDING-SCAN)
                     DELIMITED BY SIZE
                  " STANDING=" DELIMITED BY SIZE
                  WS-STANDING-ID(WS-STANDING-SCAN) DELIMITED BY SIZE
              INTO STANDING-REPORT-RECORD.
           WRITE STANDING-REPORT-RECORD.
      *
       WRITE-CLASH-LINE.
           ADD 1 TO WS-CLASH-COUNT.
           MOVE SPACES TO STANDING-REPORT-RECORD.
           STRING "CLASH NIGHT=" DELIMITED BY SIZE
                  WS-NIGHT-DATE(WS-NIGHT-SCAN) DELIMITED BY SIZE
                  " SLOT=" DELIMITED BY SIZE
                  WS-STANDING-SLOT(WS-STANDING-SCAN)
                     DELIMITED BY SIZE
                  " RESOURCE=" DELIMITED BY SIZE
                  WS-STANDING-RESOURCE(WS-STANDING-SCAN)
                     DELIMITED BY SIZE
                  " STANDING=" DELIMITED BY SIZE
                  WS-STANDING-ID(WS-STANDING-SCAN) DELIMITED BY SIZE
                  " HELD BY MEMBER=" DELIMITED BY SIZE
                  WS-BOOKING-MEMBER(WS-BOOKING-HIT) DELIMITED BY SIZE
              INTO STANDING-REPORT-RECORD.
           WRITE STANDING-REPORT-RECORD.
      *
       WRITE-SKIPPED-LINE.
           MOVE SPACES TO STANDING-REPORT-RECORD.
           STRING "SKIPPED NIGHT=" DELIMITED BY SIZE
                  WS-NIGHT-DATE(WS-NIGHT-SCAN) DELIMITED BY SIZE
                  " STANDING=" DELIMITED BY SIZE
                  WS-STANDING-ID(WS-STANDING-SCAN) DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  WS-STANDING-MEMBER(WS-STANDING-SCAN)
                     DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
              INTO STANDING-REPORT-RECORD.
           WRITE STANDING-REPORT-RECORD.
      *
