      *    Match header record on the darts throws intake (DARTSTHR)
      *    and the clean throws file (DARTSCLN). The tag sits where a
      *    throw record carries its player ID, so a reader tells the
      *    two apart on the first ten characters; every throw record
      *    after a header belongs to that match until the next one.
      *    Field-only copybook: COPY it under an 01 of its own in the
      *    throws FD, beside the throw record.
       05 MH-RECORD-TAG          PIC X(10).
          88 MH-IS-MATCH-HEADER            VALUE "*MATCH".
       05 MH-MATCH-ID            PIC X(8).
       05 MH-NIGHT-DATE          PIC 9(8).
       05 MH-BOARD-ID            PIC X(6).
       05 MH-BOARD-TYPE          PIC X(10).
       05 MH-PLAYER-COUNT        PIC 99.
       05 MH-PLAYER-ID           PIC X(10) OCCURS 8 TIMES.
