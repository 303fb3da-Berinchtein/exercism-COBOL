      *    One scoring-tablet calibration for a board (the booking
      *    resource ID), in force from its effective date until a
      *    later one for the same board takes over. A raw tablet
      *    coordinate is corrected as raw times the scale factor plus
      *    the offset. The calibration file (DARTSCAL) holds the
      *    approved calibrations; DARTS-CALIBRATION-CHECK writes its
      *    proposals in this same layout, so approving one is copying
      *    its line onto the calibration file.
      *    Field-only copybook: COPY it under an 01 of its own.
       05 CB-BOARD-ID            PIC X(6).
       05 CB-EFFECTIVE-DATE      PIC 9(8).
       05 CB-X-OFFSET            PIC S99V99.
       05 CB-Y-OFFSET            PIC S99V99.
       05 CB-SCALE-FACTOR        PIC 9V9999.
