      *    One refused card or member-ID sign-in on the refusals log
      *    (CARDREFU), appended by the kiosk sign-in and by the
      *    ATTENDANCE-LEDGER check-in step so the committee sees
      *    every attempt to come in on a card that is not good. The
      *    entry is what was keyed or swiped, as it was given.
      *    Field-only copybook: COPY it under an 01 of its own.
       05 CF-ATTEMPT-DATE        PIC 9(8).
       05 CF-ATTEMPT-TIME        PIC 9(4).
       05 CF-SOURCE              PIC X(8).
       05 CF-ENTRY               PIC X(15).
       05 CF-MEMBER-ID           PIC X(10).
       05 CF-REASON              PIC X(20).
