       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHT-PROTEST.
      *
      *    League result protest register. A player who disputes a
      *    table result (a total keyed wrong, a frame missing off the
      *    card) lodges a protest against the night and table, and
      *    the table stays on hold - YACHT-HEAD-TO-HEAD and
      *    YACHT-RATING leave its result out of the standings and
      *    ratings - until the committee decides it. The register
      *    (YACHTPRT) is maintained here from the transaction file
      *    (YACHTPTX), one transaction per step:
      *
      *       "L" lodge    - night, table, the protesting player and
      *                      the grounds; SCOREKPR or COMMITTE role,
      *                      and refused while the same table has a
      *                      protest not yet settled,
      *       "U" uphold   - the held protest for the night and
      *                      table; COMMITTE role,
      *       "D" dismiss  - the same; COMMITTE role.
      *
      *    Every transaction carries the keying operator's ID, which
      *    must be on the operator table, and an action date (blank
      *    or zero takes the run date); the decision is stamped with
      *    the operator and date so "who threw out table 4" has an
      *    answer. A refused transaction goes on the listing
      *    (YACHTPTL) with its reason and the register is left as it
      *    was.
      *
      *    A decided protest is settled by YACHT-PROTEST-RECALC,
      *    which replays the table once the card has been put right
      *    through YACHT-CARD-MAINT and stamps the settled date; the
      *    listing closes with every protest not yet settled.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROTEST-TRANSACTION-FILE
              ASSIGN TO "YACHTPTX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-TABLE-FILE ASSIGN TO "OPERTABL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PROTEST-REGISTER-FILE ASSIGN TO "YACHTPRT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PROTEST-LISTING-FILE ASSIGN TO "YACHTPTL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PROTEST-TRANSACTION-FILE.
       01  PROTEST-TRANSACTION-RECORD.
           05 PX-ACTION                PIC X.
              88 PX-ACTION-LODGE             VALUE "L".
              88 PX-ACTION-UPHOLD            VALUE "U".
              88 PX-ACTION-DISMISS           VALUE "D".
           05 PX-NIGHT-DATE            PIC 9(8).
           05 PX-TABLE-NUMBER          PIC 99.
           05 PX-PLAYER-ID             PIC X(10).
           05 PX-OPERATOR-ID           PIC X(10).
           05 PX-ACTION-DATE           PIC X(8).
           05 PX-REASON                PIC X(30).
      *
       FD  OPERATOR-TABLE-FILE.
       01  OPERATOR-TABLE-RECORD.
           05 OP-OPERATOR-ID           PIC X(10).
           05 OP-ROLE                  PIC X(8).
           05 OP-NAME                  PIC X(30).
      *
      *    One entry per protest. The status is H while the table is
      *    held, then U (upheld) or D (dismissed); the settled date
      *    stays zero until the recalculation run has replayed the
      *    table, and only then does the hold come off.
       FD  PROTEST-REGISTER-FILE.
       01  PROTEST-REGISTER-RECORD.
           05 PT-NIGHT-DATE            PIC 9(8).
           05 PT-TABLE-NUMBER          PIC 99.
           05 PT-PLAYER-ID             PIC X(10).
           05 PT-LODGED-DATE           PIC 9(8).
           05 PT-LODGED-BY             PIC X(10).
           05 PT-REASON                PIC X(30).
           05 PT-STATUS                PIC X.
              88 PT-HELD                     VALUE "H".
              88 PT-UPHELD                   VALUE "U".
              88 PT-DISMISSED                VALUE "D".
           05 PT-DECIDED-DATE          PIC 9(8).
           05 PT-DECIDED-BY            PIC X(10).
           05 PT-SETTLED-DATE          PIC 9(8).
      *
       FD  PROTEST-LISTING-FILE.
       01  PROTEST-LISTING-RECORD      PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 TRANSACTION-EOF-SWITCH    PIC X    VALUE "N".
             88 TRANSACTION-EOF                 VALUE "Y".
          05 OPERATOR-EOF-SWITCH       PIC X    VALUE "N".
             88 OPERATOR-EOF                    VALUE "Y".
          05 REGISTER-EOF-SWITCH       PIC X    VALUE "N".
             88 REGISTER-EOF                    VALUE "Y".
          05 KNOWN-OPERATOR-SWITCH     PIC X    VALUE "N".
             88 KNOWN-OPERATOR                  VALUE "Y".
          05 SCOREKEEPER-SWITCH        PIC X    VALUE "N".
             88 SCOREKEEPER-OPERATOR            VALUE "Y".
          05 COMMITTEE-SWITCH          PIC X    VALUE "N".
             88 COMMITTEE-OPERATOR              VALUE "Y".
      *
       01 WS-RUN-DATE                  PIC 9(8) VALUE 0.
       01 WS-ACTION-DATE               PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON             PIC X(20) VALUE SPACES.
       01 WS-APPLIED-COUNT             PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(5) VALUE 0.
       01 WS-UNSETTLED-COUNT           PIC 9(5) VALUE 0.
      *
       01 WS-OPERATOR-COUNT            PIC 9(2) VALUE 0.
       01 WS-OPERATOR-SCAN             PIC 9(2) VALUE 0.
       01 WS-OPERATOR-TABLE.
          05 WS-OPERATOR OCCURS 50 TIMES.
             10 WS-OPERATOR-ID         PIC X(10).
             10 WS-OPERATOR-ROLE       PIC X(8).
      *
       01 WS-PROTEST-COUNT             PIC 9(4) VALUE 0.
       01 WS-PROTEST-SCAN              PIC 9(4) VALUE 0.
       01 WS-PROTEST-HIT               PIC 9(4) VALUE 0.
       01 WS-PROTEST-TABLE.
          05 WS-PROTEST OCCURS 1000 TIMES.
             10 WS-PROTEST-NIGHT       PIC 9(8).
             10 WS-PROTEST-TABLE-NO    PIC 99.
             10 WS-PROTEST-PLAYER      PIC X(10).
             10 WS-PROTEST-LODGED      PIC 9(8).
             10 WS-PROTEST-LODGED-BY   PIC X(10).
             10 WS-PROTEST-REASON      PIC X(30).
             10 WS-PROTEST-STATUS      PIC X.
             10 WS-PROTEST-DECIDED     PIC 9(8).
             10 WS-PROTEST-DECIDED-BY  PIC X(10).
             10 WS-PROTEST-SETTLED     PIC 9(8).
      *
       PROCEDURE DIVISION.
      *
       YACHT-PROTEST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-PROTEST-REGISTER.
           OPEN OUTPUT PROTEST-LISTING-FILE.
           MOVE SPACES TO PROTEST-LISTING-RECORD.
           STRING "YACHT PROTEST REGISTER RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO PROTEST-LISTING-RECORD.
           WRITE PROTEST-LISTING-RECORD.
           OPEN INPUT PROTEST-TRANSACTION-FILE.
           PERFORM UNTIL TRANSACTION-EOF
              READ PROTEST-TRANSACTION-FILE
                 AT END
                    MOVE "Y" TO TRANSACTION-EOF-SWITCH
                 NOT AT END
                    PERFORM APPLY-ONE-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE PROTEST-TRANSACTION-FILE.
           MOVE SPACES TO PROTEST-LISTING-RECORD.
           STRING "APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
              INTO PROTEST-LISTING-RECORD.
           WRITE PROTEST-LISTING-RECORD.
           PERFORM WRITE-UNSETTLED-PROTESTS.
           CLOSE PROTEST-LISTING-FILE.
           IF (WS-APPLIED-COUNT > 0)
              PERFORM REWRITE-PROTEST-REGISTER
           END-IF.
           DISPLAY "Protest transactions applied: " WS-APPLIED-COUNT.
           DISPLAY "Protest transactions rejected: "
              WS-REJECTED-COUNT.
           DISPLAY "Protests not yet settled: " WS-UNSETTLED-COUNT.
           STOP RUN.
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
      *
       LOAD-PROTEST-REGISTER.
           OPEN INPUT PROTEST-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF
              READ PROTEST-REGISTER-FILE
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-PROTEST-ENTRY
                    MOVE PT-NIGHT-DATE
                       TO WS-PROTEST-NIGHT(WS-PROTEST-HIT)
                    MOVE PT-TABLE-NUMBER
                       TO WS-PROTEST-TABLE-NO(WS-PROTEST-HIT)
                    MOVE PT-PLAYER-ID
                       TO WS-PROTEST-PLAYER(WS-PROTEST-HIT)
                    MOVE PT-LODGED-DATE
                       TO WS-PROTEST-LODGED(WS-PROTEST-HIT)
                    MOVE PT-LODGED-BY
                       TO WS-PROTEST-LODGED-BY(WS-PROTEST-HIT)
                    MOVE PT-REASON
                       TO WS-PROTEST-REASON(WS-PROTEST-HIT)
                    MOVE PT-STATUS
                       TO WS-PROTEST-STATUS(WS-PROTEST-HIT)
                    MOVE PT-DECIDED-BY
                       TO WS-PROTEST-DECIDED-BY(WS-PROTEST-HIT)
                    IF (PT-DECIDED-DATE IS NUMERIC)
                       MOVE PT-DECIDED-DATE
                          TO WS-PROTEST-DECIDED(WS-PROTEST-HIT)
                    END-IF
                    IF (PT-SETTLED-DATE IS NUMERIC)
                       MOVE PT-SETTLED-DATE
                          TO WS-PROTEST-SETTLED(WS-PROTEST-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROTEST-REGISTER-FILE.
      *
       ADD-PROTEST-ENTRY.
           IF (WS-PROTEST-COUNT = 1000)
              DISPLAY "ABORTED: protest register exceeds the "
                 "1000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-PROTEST-COUNT.
           MOVE WS-PROTEST-COUNT TO WS-PROTEST-HIT.
           MOVE 0 TO WS-PROTEST-DECIDED(WS-PROTEST-HIT).
           MOVE SPACES TO WS-PROTEST-DECIDED-BY(WS-PROTEST-HIT).
           MOVE 0 TO WS-PROTEST-SETTLED(WS-PROTEST-HIT).
      *
      *    SCOREKPR and COMMITTE roles may lodge a protest; only
      *    COMMITTE may decide one.
       CHECK-OPERATOR.
           MOVE "N" TO KNOWN-OPERATOR-SWITCH.
           MOVE "N" TO SCOREKEEPER-SWITCH.
           MOVE "N" TO COMMITTEE-SWITCH.
           PERFORM VARYING WS-OPERATOR-SCAN FROM 1 BY 1
              UNTIL WS-OPERATOR-SCAN > WS-OPERATOR-COUNT
              OR KNOWN-OPERATOR
                IF (WS-OPERATOR-ID(WS-OPERATOR-SCAN) =
                   PX-OPERATOR-ID)
                   MOVE "Y" TO KNOWN-OPERATOR-SWITCH
                   EVALUATE WS-OPERATOR-ROLE(WS-OPERATOR-SCAN)
                   WHEN "SCOREKPR"
                        MOVE "Y" TO SCOREKEEPER-SWITCH
                   WHEN "COMMITTE"
                        MOVE "Y" TO SCOREKEEPER-SWITCH
                        MOVE "Y" TO COMMITTEE-SWITCH
                   END-EVALUATE
                END-IF
           END-PERFORM.
      *
      *    The protest for a night and table that is not yet
      *    settled, held or decided; a table has at most one.
       FIND-UNSETTLED-PROTEST.
           MOVE 0 TO WS-PROTEST-HIT.
           PERFORM VARYING WS-PROTEST-SCAN FROM 1 BY 1
              UNTIL WS-PROTEST-SCAN > WS-PROTEST-COUNT
              OR WS-PROTEST-HIT > 0
                IF (WS-PROTEST-NIGHT(WS-PROTEST-SCAN) =
                      PX-NIGHT-DATE
                   AND WS-PROTEST-TABLE-NO(WS-PROTEST-SCAN) =
                      PX-TABLE-NUMBER
                   AND WS-PROTEST-SETTLED(WS-PROTEST-SCAN) = 0)
                   MOVE WS-PROTEST-SCAN TO WS-PROTEST-HIT
                END-IF
           END-PERFORM.
      *
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           IF (PX-ACTION-DATE = SPACES OR PX-ACTION-DATE = ZEROS)
              MOVE WS-RUN-DATE TO WS-ACTION-DATE
           ELSE
              MOVE PX-ACTION-DATE TO WS-ACTION-DATE
           END-IF.
           PERFORM CHECK-OPERATOR.
           MOVE 0 TO WS-PROTEST-HIT.
           IF (PX-NIGHT-DATE IS NUMERIC
              AND PX-TABLE-NUMBER IS NUMERIC)
              PERFORM FIND-UNSETTLED-PROTEST
           END-IF.
           EVALUATE TRUE
           WHEN NOT KNOWN-OPERATOR
                MOVE "UNKNOWN OPERATOR" TO WS-REJECT-REASON
           WHEN PX-NIGHT-DATE NOT NUMERIC OR PX-NIGHT-DATE = 0
                MOVE "BAD NIGHT DATE" TO WS-REJECT-REASON
           WHEN PX-TABLE-NUMBER NOT NUMERIC
              OR PX-TABLE-NUMBER = 0
                MOVE "BAD TABLE NUMBER" TO WS-REJECT-REASON
           WHEN WS-ACTION-DATE NOT NUMERIC
                MOVE "BAD ACTION DATE" TO WS-REJECT-REASON
           WHEN PX-ACTION-LODGE
                PERFORM APPLY-LODGE
           WHEN PX-ACTION-UPHOLD
           WHEN PX-ACTION-DISMISS
                PERFORM APPLY-DECISION
           WHEN OTHER
                MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           MOVE SPACES TO PROTEST-LISTING-RECORD.
           IF (WS-REJECT-REASON = SPACES)
              ADD 1 TO WS-APPLIED-COUNT
              STRING "APPLIED  ACTION=" DELIMITED BY SIZE
                     PX-ACTION DELIMITED BY SIZE
                     " NIGHT=" DELIMITED BY SIZE
                     PX-NIGHT-DATE DELIMITED BY SIZE
                     " TABLE=" DELIMITED BY SIZE
                     PX-TABLE-NUMBER DELIMITED BY SIZE
                     " PLAYER=" DELIMITED BY SIZE
                     WS-PROTEST-PLAYER(WS-PROTEST-HIT)
                        DELIMITED BY SIZE
                     " OPER=" DELIMITED BY SIZE
                     PX-OPERATOR-ID DELIMITED BY SIZE
                     " DATE=" DELIMITED BY SIZE
                     WS-ACTION-DATE DELIMITED BY SIZE
                 INTO PROTEST-LISTING-RECORD
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              STRING "REJECTED ACTION=" DELIMITED BY SIZE
                     PX-ACTION DELIMITED BY SIZE
                     " NIGHT=" DELIMITED BY SIZE
                     PX-NIGHT-DATE DELIMITED BY SIZE
                     " TABLE=" DELIMITED BY SIZE
                     PX-TABLE-NUMBER DELIMITED BY SIZE
                     " OPER=" DELIMITED BY SIZE
                     PX-OPERATOR-ID DELIMITED BY SIZE
                     " REASON=" DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                 INTO PROTEST-LISTING-RECORD
           END-IF.
           WRITE PROTEST-LISTING-RECORD.
      *
      *    A protest cannot be lodged against a night still to
      *    come, and a table already under protest takes no second
      *    one until the first is settled.
       APPLY-LODGE.
           EVALUATE TRUE
           WHEN NOT SCOREKEEPER-OPERATOR
                MOVE "OPERATOR NOT AUTHD" TO WS-REJECT-REASON
           WHEN PX-NIGHT-DATE > WS-ACTION-DATE
                MOVE "NIGHT NOT YET PLAYED" TO WS-REJECT-REASON
           WHEN PX-PLAYER-ID = SPACES
                MOVE "NO PROTESTING PLAYER" TO WS-REJECT-REASON
           WHEN PX-REASON = SPACES
                MOVE "NO GROUNDS GIVEN" TO WS-REJECT-REASON
           WHEN WS-PROTEST-HIT > 0
                MOVE "PROTEST ALREADY OPEN" TO WS-REJECT-REASON
           WHEN OTHER
                PERFORM ADD-PROTEST-ENTRY
                MOVE PX-NIGHT-DATE
                   TO WS-PROTEST-NIGHT(WS-PROTEST-HIT)
                MOVE PX-TABLE-NUMBER
                   TO WS-PROTEST-TABLE-NO(WS-PROTEST-HIT)
                MOVE PX-PLAYER-ID
                   TO WS-PROTEST-PLAYER(WS-PROTEST-HIT)
                MOVE WS-ACTION-DATE
                   TO WS-PROTEST-LODGED(WS-PROTEST-HIT)
                MOVE PX-OPERATOR-ID
                   TO WS-PROTEST-LODGED-BY(WS-PROTEST-HIT)
                MOVE PX-REASON
                   TO WS-PROTEST-REASON(WS-PROTEST-HIT)
                MOVE "H" TO WS-PROTEST-STATUS(WS-PROTEST-HIT)
           END-EVALUATE.
      *
       APPLY-DECISION.
           EVALUATE TRUE
           WHEN NOT COMMITTEE-OPERATOR
                MOVE "OPERATOR NOT AUTHD" TO WS-REJECT-REASON
           WHEN WS-PROTEST-HIT = 0
                MOVE "NO PROTEST ON TABLE" TO WS-REJECT-REASON
           WHEN WS-PROTEST-STATUS(WS-PROTEST-HIT) NOT = "H"
                MOVE "ALREADY DECIDED" TO WS-REJECT-REASON
           WHEN WS-ACTION-DATE < WS-PROTEST-LODGED(WS-PROTEST-HIT)
                MOVE "DECIDED BEFORE LODGED" TO WS-REJECT-REASON
           WHEN OTHER
                MOVE PX-ACTION TO WS-PROTEST-STATUS(WS-PROTEST-HIT)
                MOVE WS-ACTION-DATE
                   TO WS-PROTEST-DECIDED(WS-PROTEST-HIT)
                MOVE PX-OPERATOR-ID
                   TO WS-PROTEST-DECIDED-BY(WS-PROTEST-HIT)
           END-EVALUATE.
      *
       WRITE-UNSETTLED-PROTESTS.
           MOVE "PROTESTS NOT YET SETTLED" TO PROTEST-LISTING-RECORD.
           WRITE PROTEST-LISTING-RECORD.
           PERFORM VARYING WS-PROTEST-SCAN FROM 1 BY 1
              UNTIL WS-PROTEST-SCAN > WS-PROTEST-COUNT
                IF (WS-PROTEST-SETTLED(WS-PROTEST-SCAN) = 0)
                   ADD 1 TO WS-UNSETTLED-COUNT
                   MOVE SPACES TO PROTEST-LISTING-RECORD
                   STRING "NIGHT=" DELIMITED BY SIZE
                          WS-PROTEST-NIGHT(WS-PROTEST-SCAN)
                             DELIMITED BY SIZE
                          " TABLE=" DELIMITED BY SIZE
                          WS-PROTEST-TABLE-NO(WS-PROTEST-SCAN)
                             DELIMITED BY SIZE
                          " STATUS=" DELIMITED BY SIZE
                          WS-PROTEST-STATUS(WS-PROTEST-SCAN)
                             DELIMITED BY SIZE
                          " PLAYER=" DELIMITED BY SIZE
                          WS-PROTEST-PLAYER(WS-PROTEST-SCAN)
                             DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PROTEST-REASON(WS-PROTEST-SCAN)
                             DELIMITED BY SIZE
                      INTO PROTEST-LISTING-RECORD
                   WRITE PROTEST-LISTING-RECORD
                END-IF
           END-PERFORM.
      *
       REWRITE-PROTEST-REGISTER.
           OPEN OUTPUT PROTEST-REGISTER-FILE.
           PERFORM VARYING WS-PROTEST-SCAN FROM 1 BY 1
              UNTIL WS-PROTEST-SCAN > WS-PROTEST-COUNT
                MOVE WS-PROTEST-NIGHT(WS-PROTEST-SCAN)
                   TO PT-NIGHT-DATE
                MOVE WS-PROTEST-TABLE-NO(WS-PROTEST-SCAN)
                   TO PT-TABLE-NUMBER
                MOVE WS-PROTEST-PLAYER(WS-PROTEST-SCAN)
                   TO PT-PLAYER-ID
                MOVE WS-PROTEST-LODGED(WS-PROTEST-SCAN)
                   TO PT-LODGED-DATE
                MOVE WS-PROTEST-LODGED-BY(WS-PROTEST-SCAN)
                   TO PT-LODGED-BY
                MOVE WS-PROTEST-REASON(WS-PROTEST-SCAN) TO PT-REASON
                MOVE WS-PROTEST-STATUS(WS-PROTEST-SCAN) TO PT-STATUS
                MOVE WS-PROTEST-DECIDED(WS-PROTEST-SCAN)
                   TO PT-DECIDED-DATE
                MOVE WS-PROTEST-DECIDED-BY(WS-PROTEST-SCAN)
                   TO PT-DECIDED-BY
                MOVE WS-PROTEST-SETTLED(WS-PROTEST-SCAN)
                   TO PT-SETTLED-DATE
                WRITE PROTEST-REGISTER-RECORD
           END-PERFORM.
           CLOSE PROTEST-REGISTER-FILE.
      *
