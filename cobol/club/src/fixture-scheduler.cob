      *    without rekeying. The control card's reissue mode ("R")
      *    regenerates the whole fixture list without the withdrawn
      *    member, which beats crossing names off forty paper sheets.
      *    For a league too big for a full round-robin, SWISS-PAIRING
      *    pairs each night from the standings instead.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
