      *    Common layout for one exercise-catalog record, the keyed
      *    master of every exercise the grading library knows about,
      *    shared by EXERCISE-CATALOG-MAINT, EXERCISE-SCAFFOLD and the
      *    EXERCISE-CATALOG-SERVICE lookup the grading runs call.
      *    Field-only copybook, same convention as member-master.cpy:
      *    COPY this under whatever level number the including
      *    record needs. EC-EXERCISE-NAME is the record key and
      *    matches SH-EXERCISE-NAME on every manifest.
       05 EC-EXERCISE-NAME       PIC X(30).
       05 EC-OWNER               PIC X(10).
       05 EC-DIFFICULTY          PIC X.
          88 EC-DIFFICULTY-EASY  VALUE "E".
          88 EC-DIFFICULTY-MEDIUM VALUE "M".
          88 EC-DIFFICULTY-HARD  VALUE "H".
       05 EC-STATUS              PIC X.
          88 EC-ACTIVE           VALUE "A".
          88 EC-RETIRED          VALUE "R".
       05 EC-PROMOTED-ATTEMPT    PIC 9(3).
       05 EC-DATE-ADDED          PIC 9(8).
