      *    in (attempt 001, source path under the library layout,
      *    today's date) - so the exercise shows up complete in the
      *    next nightly run.
      *
      *    The card also carries the exercise's owner and difficulty
      *    (E/M/H, medium when left blank), and the run adds the
      *    exercise to the indexed exercise catalog as active with
      *    no promoted attempt yet, dated today - the grading runs
      *    skip or report any name the catalog does not know. A name
      *    already on the catalog, retired or not, is refused like
      *    one already on a manifest.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT SCAFFOLD-SOURCE-FILE ASSIGN TO "EXSCSRC"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT EXERCISE-CATALOG-FILE ASSIGN TO "EXCATLG"
              ORGANIZATION INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EC-EXERCISE-NAME
              FILE STATUS IS WS-EXCATLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       01  SCAFFOLD-CONTROL-RECORD.
           05 SC-EXERCISE-NAME       PIC X(30).
           05 SC-PROGRAM-ID          PIC X(30).
           05 SC-OWNER               PIC X(10).
           05 SC-DIFFICULTY          PIC X.
      *
       FD  BUILD-MANIFEST-FILE.
       01  BUILD-MANIFEST-RECORD.
      *
       FD  SCAFFOLD-SOURCE-FILE.
       01  SCAFFOLD-SOURCE-RECORD    PIC X(72).
      *
       FD  EXERCISE-CATALOG-FILE.
       01  EXERCISE-CATALOG-RECORD.
           COPY "exercise-catalog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
      *
       01 WS-EXERCISE-NAME           PIC X(30) VALUE SPACES.
       01 WS-PROGRAM-ID              PIC X(30) VALUE SPACES.
       01 WS-OWNER                   PIC X(10) VALUE SPACES.
       01 WS-DIFFICULTY              PIC X    VALUE SPACE.
       01 WS-EXCATLG-STATUS          PIC XX   VALUE "00".
       01 WS-SOURCE-PATH             PIC X(80) VALUE SPACES.
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
      *
           PERFORM WRITE-SKELETON-SOURCE.
           PERFORM SEED-FIXTURE-MANIFEST.
           PERFORM SEED-BUILD-MANIFEST.
           PERFORM ADD-CATALOG-ENTRY.
           DISPLAY "Scaffolded exercise: "
              FUNCTION TRIM(WS-EXERCISE-NAME).
           DISPLAY "Program ID: " FUNCTION TRIM(WS-PROGRAM-ID).
                    MOVE "Y" TO CONTROL-SEEN-SWITCH
                    MOVE SC-EXERCISE-NAME TO WS-EXERCISE-NAME
                    MOVE SC-PROGRAM-ID TO WS-PROGRAM-ID
                    MOVE SC-OWNER TO WS-OWNER
                    MOVE SC-DIFFICULTY TO WS-DIFFICULTY
              END-READ
           END-PERFORM.
           CLOSE SCAFFOLD-CONTROL-FILE.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (WS-DIFFICULTY = SPACE)
              MOVE "M" TO WS-DIFFICULTY
           END-IF.
           IF (WS-DIFFICULTY NOT = "E" AND WS-DIFFICULTY NOT = "M"
              AND WS-DIFFICULTY NOT = "H")
              DISPLAY "ABORTED: difficulty on the scaffold card "
                 "must be E, M or H"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *    A name already on either manifest is a live exercise, and
      *    scaffolding over it would orphan real attempts.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-EXERCISE-CATALOG.
           MOVE WS-EXERCISE-NAME TO EC-EXERCISE-NAME.
           READ EXERCISE-CATALOG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO NAME-TAKEN-SWITCH
           END-READ.
           IF (NAME-TAKEN)
              DISPLAY "ABORTED: exercise "
                 FUNCTION TRIM(WS-EXERCISE-NAME)
                 " is already on the exercise catalog"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *    Status 35 is a catalog that has never been built; the
      *    first scaffold creates it, the same as the first catalog
      *    maintenance run would.
       OPEN-EXERCISE-CATALOG.
           OPEN I-O EXERCISE-CATALOG-FILE.
           IF (WS-EXCATLG-STATUS = "35")
              OPEN OUTPUT EXERCISE-CATALOG-FILE
              CLOSE EXERCISE-CATALOG-FILE
              OPEN I-O EXERCISE-CATALOG-FILE
           END-IF.
           IF (WS-EXCATLG-STATUS NOT = "00")
              DISPLAY "ABORTED: EXCATLG will not open I-O, status "
                 WS-EXCATLG-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       BUILD-SOURCE-PATH.
           MOVE SPACES TO WS-SOURCE-PATH.
           WRITE BUILD-MANIFEST-RECORD.
           CLOSE BUILD-MANIFEST-FILE.
      *
       ADD-CATALOG-ENTRY.
           MOVE WS-EXERCISE-NAME TO EC-EXERCISE-NAME.
           MOVE WS-OWNER TO EC-OWNER.
           MOVE WS-DIFFICULTY TO EC-DIFFICULTY.
           MOVE "A" TO EC-STATUS.
           MOVE 0 TO EC-PROMOTED-ATTEMPT.
           MOVE WS-RUN-DATE TO EC-DATE-ADDED.
           WRITE EXERCISE-CATALOG-RECORD
              INVALID KEY
                 DISPLAY "Catalog entry not written, status "
                    WS-EXCATLG-STATUS
                 MOVE 4 TO RETURN-CODE
           END-WRITE.
           CLOSE EXERCISE-CATALOG-FILE.
      *
