              88 BK-BOOKED                VALUE "B".
              88 BK-SHOWED                VALUE "S".
              88 BK-NO-SHOW               VALUE "N".
           05 BK-STANDING-ID         PIC X(6).
      *
       FD  NIGHT-SHEET-FILE.
       01  NIGHT-SHEET-RECORD        PIC X(80).
