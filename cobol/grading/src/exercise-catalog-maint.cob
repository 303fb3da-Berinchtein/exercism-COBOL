       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCISE-CATALOG-MAINT.
      *
      *    Keyed maintenance for the indexed exercise catalog
      *    (EXCATLG), the one record of who owns each library
      *    exercise, how hard it is, whether it is still in play and
      *    which attempt is its promoted reference. The grading runs
      *    check every manifest's exercise name against it through
      *    EXERCISE-CATALOG-SERVICE. The transaction file carries
      *    three kinds of change, each applied by exercise name:
      *
      *       "A" add      - a new exercise with owner, difficulty,
      *                      promoted attempt (blank for none yet)
      *                      and date added (blank or zero takes the
      *                      run date),
      *       "C" change   - one named field (OWNER, DIFFCLTY or
      *                      PROMOTED) set to the transaction's new
      *                      value,
      *       "S" status   - EC-STATUS set to "A" active or
      *                      "R" retired.
      *
      *    Every transaction carries the keying operator's ID and is
      *    checked against the operator table the way promotion
      *    acceptances are; only the COMMITTE role may change the
      *    catalog. A transaction is validated whole before anything
      *    is written - an unknown exercise, a difficulty other than
      *    E/M/H or a non-numeric promoted attempt sends it to the
      *    reject listing untouched. The first run creates the
      *    catalog when there is none yet.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-TRANSACTION-FILE ASSIGN TO "EXCATRAN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-TABLE-FILE ASSIGN TO "OPERTABL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT EXERCISE-CATALOG-FILE ASSIGN TO "EXCATLG"
              ORGANIZATION INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EC-EXERCISE-NAME
              FILE STATUS IS WS-EXCATLG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EXCATAUD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "EXCATREJ"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-TRANSACTION-FILE.
       01  CATALOG-TRANSACTION-RECORD.
           05 CT-ACTION              PIC X.
              88 CT-ACTION-ADD            VALUE "A".
              88 CT-ACTION-CHANGE         VALUE "C".
              88 CT-ACTION-STATUS         VALUE "S".
           05 CT-EXERCISE-NAME       PIC X(30).
           05 CT-OPERATOR-ID         PIC X(10).
           05 CT-DETAILS             PIC X(38).
           05 CT-ADD-DETAILS REDEFINES CT-DETAILS.
              10 CT-OWNER            PIC X(10).
              10 CT-DIFFICULTY       PIC X.
              10 CT-PROMOTED-ATTEMPT PIC 9(3).
              10 CT-DATE-ADDED       PIC 9(8).
              10 FILLER              PIC X(16).
           05 CT-CHANGE-DETAILS REDEFINES CT-DETAILS.
              10 CT-FIELD-CODE       PIC X(8).
              10 CT-NEW-VALUE        PIC X(30).
           05 CT-STATUS-DETAILS REDEFINES CT-DETAILS.
              10 CT-NEW-STATUS       PIC X.
              10 FILLER              PIC X(37).
      *
       FD  OPERATOR-TABLE-FILE.
       01  OPERATOR-TABLE-RECORD.
           05 OP-OPERATOR-ID         PIC X(10).
           05 OP-ROLE                PIC X(8).
           05 OP-NAME                PIC X(30).
      *
       FD  EXERCISE-CATALOG-FILE.
       01  EXERCISE-CATALOG-RECORD.
           COPY "exercise-catalog.cpy".
      *
       FD  AUDIT-FILE.
       01  AUDIT-RECORD              PIC X(110).
      *
       FD  REJECT-FILE.
       01  REJECT-RECORD             PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 TRANSACTION-EOF-SWITCH  PIC X    VALUE "N".
             88 TRANSACTION-EOF               VALUE "Y".
          05 OPERATOR-EOF-SWITCH     PIC X    VALUE "N".
             88 OPERATOR-EOF                  VALUE "Y".
          05 KEY-FOUND-SWITCH        PIC X    VALUE "N".
             88 KEY-FOUND                     VALUE "Y".
          05 OPERATOR-OK-SWITCH      PIC X    VALUE "N".
             88 OPERATOR-AUTHORIZED           VALUE "Y".
      *
       01 WS-EXCATLG-STATUS          PIC XX   VALUE "00".
      *
       01 WS-OPERATOR-COUNT          PIC 9(2) VALUE 0.
       01 WS-OPERATOR-SCAN           PIC 9(2) VALUE 0.
       01 WS-OPERATOR-TABLE.
          05 WS-OPERATOR OCCURS 50 TIMES.
             10 WS-OPERATOR-ID       PIC X(10).
             10 WS-OPERATOR-ROLE     PIC X(8).
      *
       01 WS-REJECT-REASON           PIC X(20) VALUE SPACES.
       01 WS-FIELD-SHOWN             PIC X(8) VALUE SPACES.
       01 WS-BEFORE-VALUE            PIC X(30) VALUE SPACES.
       01 WS-AFTER-VALUE             PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
      *
       01 WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM  PIC X(30) VALUE "EXERCISE-CATALOG-MAINT".
       01 WS-AUDIT-PHASE       PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ        PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN     PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS      PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       EXERCISE-CATALOG-MAINT.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM OPEN-EXERCISE-CATALOG.
           OPEN INPUT CATALOG-TRANSACTION-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM UNTIL TRANSACTION-EOF
              READ CATALOG-TRANSACTION-FILE
                 AT END
                    MOVE "Y" TO TRANSACTION-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM APPLY-ONE-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE CATALOG-TRANSACTION-FILE.
           CLOSE EXERCISE-CATALOG-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           MOVE WS-APPLIED-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Catalog transactions applied: " WS-APPLIED-COUNT.
           DISPLAY "Catalog transactions rejected: "
              WS-REJECTED-COUNT.
           STOP RUN.
      *
      *    Status 35 is a catalog that has never been built; it is
      *    created empty and reopened so the first batch of adds
      *    can seed it. Any other bad status stops the run.
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
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-TABLE-FILE.
           PERFORM UNTIL OPERATOR-EOF
              READ OPERATOR-TABLE-FILE
                 AT END
                    MOVE "Y" TO OPERATOR-EOF-SWITCH
                 NOT AT END
                    IF (WS-OPERATOR-COUNT < 50)
                       ADD 1 TO WS-OPERATOR-COUNT
                       MOVE OP-OPERATOR-ID
                          TO WS-OPERATOR-ID(WS-OPERATOR-COUNT)
                       MOVE OP-ROLE
                          TO WS-OPERATOR-ROLE(WS-OPERATOR-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-TABLE-FILE.
           IF (WS-OPERATOR-COUNT = 0)
              DISPLAY "ABORTED: operator table is empty - no one "
                 "is authorized to maintain the exercise catalog"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO OPERATOR-OK-SWITCH.
           PERFORM VARYING WS-OPERATOR-SCAN FROM 1 BY 1
              UNTIL WS-OPERATOR-SCAN > WS-OPERATOR-COUNT
              OR OPERATOR-AUTHORIZED
                IF (WS-OPERATOR-ID(WS-OPERATOR-SCAN) =
                      CT-OPERATOR-ID
                   AND WS-OPERATOR-ROLE(WS-OPERATOR-SCAN) =
                      "COMMITTE")
                   MOVE "Y" TO OPERATOR-OK-SWITCH
                END-IF
           END-PERFORM.
      *
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-FIELD-SHOWN.
           MOVE SPACES TO WS-BEFORE-VALUE.
           MOVE SPACES TO WS-AFTER-VALUE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF (NOT OPERATOR-AUTHORIZED)
              MOVE "OPERATOR NOT AUTHD" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM READ-TARGET-EXERCISE
              EVALUATE TRUE
              WHEN CT-ACTION-ADD
                   PERFORM APPLY-ADD
              WHEN CT-ACTION-CHANGE
                   PERFORM APPLY-CHANGE
              WHEN CT-ACTION-STATUS
                   PERFORM APPLY-STATUS-CHANGE
              WHEN OTHER
                   MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.
      *
       READ-TARGET-EXERCISE.
           MOVE "N" TO KEY-FOUND-SWITCH.
           MOVE CT-EXERCISE-NAME TO EC-EXERCISE-NAME.
           READ EXERCISE-CATALOG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO KEY-FOUND-SWITCH
           END-READ.
      *
       APPLY-ADD.
           IF (CT-DETAILS(12:3) = SPACES)
              MOVE ZEROS TO CT-DETAILS(12:3)
           END-IF.
           IF (CT-DETAILS(15:8) = SPACES)
              MOVE ZEROS TO CT-DETAILS(15:8)
           END-IF.
           EVALUATE TRUE
           WHEN CT-EXERCISE-NAME = SPACES
                MOVE "BLANK EXERCISE NAME" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN KEY-FOUND
                MOVE "EXERCISE ALREADY ON" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN CT-DIFFICULTY NOT = "E" AND CT-DIFFICULTY NOT = "M"
              AND CT-DIFFICULTY NOT = "H"
                MOVE "BAD DIFFICULTY" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN CT-PROMOTED-ATTEMPT NOT NUMERIC
                MOVE "BAD PROMOTED ATTEMPT" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN CT-DATE-ADDED NOT NUMERIC
                MOVE "BAD DATE ADDED" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN OTHER
                MOVE CT-EXERCISE-NAME TO EC-EXERCISE-NAME
                MOVE CT-OWNER TO EC-OWNER
                MOVE CT-DIFFICULTY TO EC-DIFFICULTY
                MOVE "A" TO EC-STATUS
                MOVE CT-PROMOTED-ATTEMPT TO EC-PROMOTED-ATTEMPT
                MOVE CT-DATE-ADDED TO EC-DATE-ADDED
                IF (CT-DATE-ADDED = 0)
                   MOVE WS-RUN-DATE TO EC-DATE-ADDED
                END-IF
                MOVE "NEW" TO WS-FIELD-SHOWN
                MOVE CT-OWNER TO WS-AFTER-VALUE
                WRITE EXERCISE-CATALOG-RECORD
                   INVALID KEY
                      MOVE "WRITE FAILED" TO WS-REJECT-REASON
                      PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                      PERFORM WRITE-AUDIT-LINE
                END-WRITE
           END-EVALUATE.
      *
      *    The field code picks which catalog field the new value
      *    replaces; every check runs before the catalog is touched.
       APPLY-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE CT-FIELD-CODE TO WS-FIELD-SHOWN.
           IF (NOT KEY-FOUND)
              MOVE "UNKNOWN EXERCISE" TO WS-REJECT-REASON
           ELSE
              EVALUATE CT-FIELD-CODE
              WHEN "OWNER"
                   MOVE EC-OWNER TO WS-BEFORE-VALUE
                   MOVE CT-NEW-VALUE TO EC-OWNER
              WHEN "DIFFCLTY"
                   IF (CT-NEW-VALUE(1:1) NOT = "E"
                      AND CT-NEW-VALUE(1:1) NOT = "M"
                      AND CT-NEW-VALUE(1:1) NOT = "H")
                      MOVE "BAD DIFFICULTY" TO WS-REJECT-REASON
                   ELSE
                      MOVE EC-DIFFICULTY TO WS-BEFORE-VALUE
                      MOVE CT-NEW-VALUE(1:1) TO EC-DIFFICULTY
                   END-IF
              WHEN "PROMOTED"
                   IF (CT-NEW-VALUE(1:3) NOT NUMERIC)
                      MOVE "BAD PROMOTED ATTEMPT" TO WS-REJECT-REASON
                   ELSE
                      MOVE EC-PROMOTED-ATTEMPT TO WS-BEFORE-VALUE
                      MOVE CT-NEW-VALUE(1:3) TO EC-PROMOTED-ATTEMPT
                   END-IF
              WHEN OTHER
                   MOVE "BAD FIELD CODE" TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.
           IF (WS-REJECT-REASON NOT = SPACES)
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE CT-NEW-VALUE TO WS-AFTER-VALUE
              PERFORM REWRITE-TARGET-EXERCISE
           END-IF.
      *
      *    Retiring keeps the record - and its owner and promoted
      *    attempt - on the catalog, so a retired name can never be
      *    scaffolded afresh and the grading runs know to skip it.
       APPLY-STATUS-CHANGE.
           EVALUATE TRUE
           WHEN NOT KEY-FOUND
                MOVE "UNKNOWN EXERCISE" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN CT-NEW-STATUS NOT = "A" AND CT-NEW-STATUS NOT = "R"
                MOVE "BAD STATUS" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN OTHER
                MOVE "STATUS" TO WS-FIELD-SHOWN
                MOVE EC-STATUS TO WS-BEFORE-VALUE
                MOVE CT-NEW-STATUS TO EC-STATUS
                MOVE CT-NEW-STATUS TO WS-AFTER-VALUE
                PERFORM REWRITE-TARGET-EXERCISE
           END-EVALUATE.
      *
       REWRITE-TARGET-EXERCISE.
           REWRITE EXERCISE-CATALOG-RECORD
              INVALID KEY
                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 PERFORM WRITE-AUDIT-LINE
           END-REWRITE.
      *
       WRITE-AUDIT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING "ACTION=" DELIMITED BY SIZE
                  CT-ACTION DELIMITED BY SIZE
                  " EXERCISE=" DELIMITED BY SIZE
                  CT-EXERCISE-NAME DELIMITED BY SPACE
                  " FIELD=" DELIMITED BY SIZE
                  WS-FIELD-SHOWN DELIMITED BY SIZE
                  " BEFORE=" DELIMITED BY SIZE
                  WS-BEFORE-VALUE(1:10) DELIMITED BY SIZE
                  " AFTER=" DELIMITED BY SIZE
                  WS-AFTER-VALUE(1:10) DELIMITED BY SIZE
                  " OPER=" DELIMITED BY SIZE
                  CT-OPERATOR-ID DELIMITED BY SIZE
              INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
      *
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           STRING "REJECTED ACTION=" DELIMITED BY SIZE
                  CT-ACTION DELIMITED BY SIZE
                  " EXERCISE=" DELIMITED BY SIZE
                  CT-EXERCISE-NAME DELIMITED BY SPACE
                  " FIELD=" DELIMITED BY SIZE
                  WS-FIELD-SHOWN DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  " OPER=" DELIMITED BY SIZE
                  CT-OPERATOR-ID DELIMITED BY SIZE
              INTO REJECT-RECORD.
           WRITE REJECT-RECORD.
      *
