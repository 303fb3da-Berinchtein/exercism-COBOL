      *    One membership card on the card register (CLUBCARD) that
      *    MEMBER-CARD-REGISTER maintains: the thirteen-digit serial
      *    (issue date and the day's sequence) with its check digit
      *    from CHECK-DIGIT-SERVICE, the member it was issued to, and
      *    its status with the date the status was set. A lost or
      *    replaced card names the serial that took its place.
      *    Field-only copybook: COPY it under an 01 of its own.
       05 MC-CARD-SERIAL         PIC X(13).
       05 MC-CHECK-DIGIT         PIC 9.
       05 MC-MEMBER-ID           PIC X(10).
       05 MC-ISSUE-DATE          PIC 9(8).
       05 MC-STATUS              PIC X.
          88 MC-CARD-ACTIVE      VALUE "A".
          88 MC-CARD-LOST        VALUE "L".
          88 MC-CARD-REPLACED    VALUE "R".
       05 MC-STATUS-DATE         PIC 9(8).
       05 MC-REPLACED-BY         PIC X(13).
