       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCISE-CATALOG-SERVICE.
      *
      *    CALLable exercise-name lookup over the indexed exercise
      *    catalog (EXCATLG) that EXERCISE-CATALOG-MAINT keeps, in
      *    the LINKAGE pattern of FISCAL-PERIOD-SERVICE, so the
      *    grading runs ask one place whether a manifest's exercise
      *    name is real and still in play instead of a typo turning
      *    into a phantom exercise on the leaderboard. The catalog is
      *    read on the first call and held for the rest of the run.
      *
      *    Returned LK-CATALOG-STATUS:
      *       "A" on the catalog and active,
      *       "R" on the catalog but retired - callers skip it,
      *       "U" not on the catalog - callers report it,
      *       "N" no catalog to check against (missing or empty),
      *           which callers treat as active so the library still
      *           grades before the catalog has been built.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXERCISE-CATALOG-FILE ASSIGN TO "EXCATLG"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EC-EXERCISE-NAME.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EXERCISE-CATALOG-FILE.
       01  EXERCISE-CATALOG-RECORD.
           COPY "exercise-catalog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CATALOG-LOADED-SWITCH   PIC X    VALUE "N".
             88 CATALOG-LOADED                VALUE "Y".
          05 CATALOG-EOF-SWITCH      PIC X    VALUE "N".
             88 CATALOG-EOF                   VALUE "Y".
      *
       01 WS-CATALOG-COUNT           PIC 9(4) VALUE 0.
       01 WS-CATALOG-SCAN            PIC 9(4) VALUE 0.
       01 WS-CATALOG-HIT             PIC 9(4) VALUE 0.
       01 WS-CATALOG-TABLE.
          05 WS-CATALOG-ENTRY OCCURS 1000 TIMES.
             10 WS-CATALOG-NAME      PIC X(30).
             10 WS-CATALOG-STATUS    PIC X.
      *
       LINKAGE SECTION.
       01 LK-EXERCISE-NAME           PIC X(30).
       01 LK-CATALOG-STATUS          PIC X.
      *
       PROCEDURE DIVISION USING LK-EXERCISE-NAME LK-CATALOG-STATUS.
      *
       EXERCISE-CATALOG-SERVICE.
           IF (NOT CATALOG-LOADED)
              PERFORM LOAD-CATALOG-TABLE
           END-IF.
           IF (WS-CATALOG-COUNT = 0)
              MOVE "N" TO LK-CATALOG-STATUS
           ELSE
              PERFORM FIND-CATALOG-ENTRY
           END-IF.
           GOBACK.
      *
      *    The catalog is the authority on every name it answers
      *    for, so one past the table is a hard stop rather than a
      *    run that calls real exercises phantoms.
       LOAD-CATALOG-TABLE.
           OPEN INPUT EXERCISE-CATALOG-FILE.
           PERFORM UNTIL CATALOG-EOF
              READ EXERCISE-CATALOG-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO CATALOG-EOF-SWITCH
                 NOT AT END
                    IF (WS-CATALOG-COUNT = 1000)
                       DISPLAY "ABORTED: exercise catalog exceeds "
                          "the 1000-entry lookup table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-CATALOG-COUNT
                    MOVE EC-EXERCISE-NAME
                       TO WS-CATALOG-NAME(WS-CATALOG-COUNT)
                    MOVE EC-STATUS
                       TO WS-CATALOG-STATUS(WS-CATALOG-COUNT)
              END-READ
           END-PERFORM.
           CLOSE EXERCISE-CATALOG-FILE.
           MOVE "Y" TO CATALOG-LOADED-SWITCH.
      *
       FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-CATALOG-HIT.
           PERFORM VARYING WS-CATALOG-SCAN FROM 1 BY 1
              UNTIL WS-CATALOG-SCAN > WS-CATALOG-COUNT
              OR WS-CATALOG-HIT > 0
                IF (WS-CATALOG-NAME(WS-CATALOG-SCAN) =
                   LK-EXERCISE-NAME)
                   MOVE WS-CATALOG-SCAN TO WS-CATALOG-HIT
                END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN WS-CATALOG-HIT = 0
                MOVE "U" TO LK-CATALOG-STATUS
           WHEN WS-CATALOG-STATUS(WS-CATALOG-HIT) = "R"
                MOVE "R" TO LK-CATALOG-STATUS
           WHEN OTHER
                MOVE "A" TO LK-CATALOG-STATUS
           END-EVALUATE.
      *
