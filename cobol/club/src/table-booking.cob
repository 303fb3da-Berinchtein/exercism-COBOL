      *    ID on each, so no-shows can be chased); clashes and bad
      *    members go to the reject file with the reason, which ends
      *    the Tuesday-night argument over who had board two.
      *
      *    The nights STANDING-BOOKINGS expands from the standing
      *    bookings sit on the same file (carrying their standing
      *    ID) and clash the same way. A booking BOOKING-RELEASE has
      *    marked no-show ("N") has given its slot up to walk-ins
      *    and no longer clashes.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 BK-BOOKED                VALUE "B".
              88 BK-SHOWED                VALUE "S".
              88 BK-NO-SHOW               VALUE "N".
           05 BK-STANDING-ID         PIC X(6).
      *
       FD  BOOKING-REJECT-FILE.
       01  BOOKING-REJECT-RECORD     PIC X(80).
                 AT END
                    MOVE "Y" TO RESERVATIONS-EOF-SWITCH
                 NOT AT END
                    IF (NOT BK-NO-SHOW)
                       PERFORM POST-HELD-BOOKING
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESERVATIONS-FILE.
      *
       POST-HELD-BOOKING.
           IF (WS-BOOKING-COUNT = 2000)
              DISPLAY "ABORTED: reservations exceed the "
                 "2000-entry booking table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-BOOKING-COUNT.
           MOVE BK-NIGHT-DATE TO WS-BOOKING-DATE(WS-BOOKING-COUNT).
           MOVE BK-TIME-SLOT TO WS-BOOKING-SLOT(WS-BOOKING-COUNT).
           MOVE BK-RESOURCE-ID
              TO WS-BOOKING-RESOURCE(WS-BOOKING-COUNT).
      *
       PROCESS-ONE-REQUEST.
           PERFORM VALIDATE-REQUEST-MEMBER.
           MOVE BQ-RESOURCE-ID TO BK-RESOURCE-ID.
           MOVE BQ-MEMBER-ID TO BK-MEMBER-ID.
           MOVE "B" TO BK-STATUS.
           MOVE SPACES TO BK-STANDING-ID.
           WRITE RESERVATION-RECORD.
           ADD 1 TO WS-ACCEPTED-COUNT.
      *
