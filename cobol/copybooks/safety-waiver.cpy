      *    One signed safety waiver on the waiver register (CLUBWAIV)
      *    that SAFETY-WAIVER-MAINT keeps and GUEST-PASS adds day
      *    waivers to. A darts waiver ("D") is held by a member and
      *    runs two years from signing; a day waiver ("G") is held by
      *    a guest pass and covers the pass night only. A junior's
      *    darts waiver carries the parent or guardian who gave
      *    consent. The expiry date is the last day the waiver is
      *    good for. A renewal is a new record; the latest signed
      *    waiver is the one in force.
      *    Field-only copybook: COPY it under an 01 of its own.
       05 SW-HOLDER-ID           PIC X(10).
       05 SW-WAIVER-TYPE         PIC X.
          88 SW-DARTS-WAIVER     VALUE "D".
          88 SW-DAY-WAIVER       VALUE "G".
       05 SW-SIGNED-DATE         PIC 9(8).
       05 SW-EXPIRY-DATE         PIC 9(8).
       05 SW-GUARDIAN-NAME       PIC X(40).
       05 SW-RECORDED-DATE       PIC 9(8).
