       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUTY-ROTA-SWAP.
      *
      *    Duty swaps between volunteers, so a volunteer who cannot
      *    make their night can hand the duty to someone who can
      *    without the committee re-dealing the rota. Each swap
      *    (DUTYSWAP) names the night, the duty, the volunteer
      *    giving it up and the one taking it on. The swap is made
      *    only when the first volunteer is on the rota for that
      *    duty that night, the night is still to come, and the
      *    second is an active volunteer in the pool with no other
      *    duty that night and no CLUBFIXT fixture that night - the
      *    same rules DUTY-ROTA-BUILD deals by. A swap already made
      *    is reported as applied, so reruns are safe.
      *
      *    Swapped rota lines are flagged so the listing shows who
      *    traded, and MATCH-REMINDERS reminds the new volunteer.
      *    Every swap is listed on DUTYSWRP with SWAPPED, APPLIED
      *    or REJECTED and the reason. A rebuild of the rota
      *    re-deals every night still to come, swaps included, so
      *    swaps are reapplied after a rebuild.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUTY-SWAP-FILE ASSIGN TO "DUTYSWAP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT DUTY-ROTA-FILE ASSIGN TO "DUTYROTA"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL FIXTURES-FILE ASSIGN TO "CLUBFIXT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT SWAP-REPORT-FILE ASSIGN TO "DUTYSWRP"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DUTY-SWAP-FILE.
       01  DUTY-SWAP-RECORD.
           05 SW-NIGHT-DATE          PIC 9(8).
           05 SW-DUTY-CODE           PIC X(8).
           05 SW-FROM-MEMBER         PIC X(10).
           05 SW-TO-MEMBER           PIC X(10).
      *
       FD  DUTY-ROTA-FILE.
       01  DUTY-ROTA-RECORD.
           05 DR-NIGHT-DATE          PIC 9(8).
           05 DR-DUTY-CODE           PIC X(8).
           05 DR-SLOT                PIC 9.
           05 DR-MEMBER-ID           PIC X(10).
           05 DR-SWAPPED             PIC X.
              88 DR-WAS-SWAPPED           VALUE "S".
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  FIXTURES-FILE.
       01  FIXTURE-RECORD.
           05 FL-NIGHT-DATE          PIC 9(8).
           05 FL-TABLE-NUMBER        PIC 99.
           05 FL-PLAYER-ID-1         PIC X(10).
           05 FL-PLAYER-ID-2         PIC X(10).
           05 FL-ROUND               PIC 99.
      *
       FD  SWAP-REPORT-FILE.
       01  SWAP-REPORT-RECORD        PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 SWAP-EOF-SWITCH         PIC X    VALUE "N".
             88 SWAP-EOF                      VALUE "Y".
          05 ROTA-EOF-SWITCH         PIC X    VALUE "N".
             88 ROTA-EOF                      VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 FIXTURES-EOF-SWITCH     PIC X    VALUE "N".
             88 FIXTURES-EOF                  VALUE "Y".
          05 IN-POOL-SWITCH          PIC X    VALUE "N".
             88 IN-POOL                       VALUE "Y".
          05 HAS-FIXTURE-SWITCH      PIC X    VALUE "N".
             88 HAS-FIXTURE                   VALUE "Y".
          05 ON-DUTY-SWITCH          PIC X    VALUE "N".
             88 ON-DUTY                       VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
      *
       01 WS-VOLUNTEER-COUNT         PIC 9(3) VALUE 0.
       01 WS-VOLUNTEER-SCAN          PIC 9(3) VALUE 0.
       01 WS-VOLUNTEER-TABLE.
          05 WS-VOLUNTEER-ID OCCURS 300 TIMES PIC X(10).
      *
       01 WS-FIXTURE-COUNT           PIC 9(4) VALUE 0.
       01 WS-FIXTURE-SCAN            PIC 9(4) VALUE 0.
       01 WS-FIXTURE-TABLE.
          05 WS-FIXTURE OCCURS 3000 TIMES.
             10 WS-FIXTURE-DATE      PIC 9(8).
             10 WS-FIXTURE-PLAYER-1  PIC X(10).
             10 WS-FIXTURE-PLAYER-2  PIC X(10).
      *
       01 WS-ROTA-COUNT              PIC 9(4) VALUE 0.
       01 WS-ROTA-SCAN               PIC 9(4) VALUE 0.
       01 WS-ROTA-HIT                PIC 9(4) VALUE 0.
       01 WS-ROTA-TABLE.
          05 WS-ROTA OCCURS 4000 TIMES.
             10 WS-ROTA-DATE         PIC 9(8).
             10 WS-ROTA-DUTY         PIC X(8).
             10 WS-ROTA-SLOT         PIC 9.
             10 WS-ROTA-MEMBER       PIC X(10).
             10 WS-ROTA-SWAPPED      PIC X.
      *
       01 WS-SWAP-OUTCOME            PIC X(8) VALUE SPACES.
       01 WS-SWAP-REASON             PIC X(20) VALUE SPACES.
       01 WS-SWAPPED-COUNT           PIC 9(4) VALUE 0.
       01 WS-APPLIED-COUNT           PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(4) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30) VALUE "DUTY-ROTA-SWAP".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       DUTY-ROTA-SWAP.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-DUTY-ROTA.
           PERFORM LOAD-VOLUNTEER-POOL.
           PERFORM LOAD-FIXTURES.
           OPEN INPUT DUTY-SWAP-FILE.
           OPEN OUTPUT SWAP-REPORT-FILE.
           MOVE "DUTY SWAPS" TO SWAP-REPORT-RECORD.
           WRITE SWAP-REPORT-RECORD.
           PERFORM UNTIL SWAP-EOF
              READ DUTY-SWAP-FILE
                 AT END
                    MOVE "Y" TO SWAP-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM APPLY-ONE-SWAP
                    PERFORM WRITE-SWAP-LINE
              END-READ
           END-PERFORM.
           MOVE SPACES TO SWAP-REPORT-RECORD.
           STRING "SWAPPED=" DELIMITED BY SIZE
                  WS-SWAPPED-COUNT DELIMITED BY SIZE
                  " APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
              INTO SWAP-REPORT-RECORD.
           WRITE SWAP-REPORT-RECORD.
           CLOSE DUTY-SWAP-FILE.
           CLOSE SWAP-REPORT-FILE.
           PERFORM REWRITE-DUTY-ROTA.
           MOVE WS-SWAPPED-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Duty swaps made: " WS-SWAPPED-COUNT.
           DISPLAY "Duty swaps already applied: " WS-APPLIED-COUNT.
           DISPLAY "Duty swaps rejected: " WS-REJECTED-COUNT.
           STOP RUN.
      *
       LOAD-DUTY-ROTA.
           OPEN INPUT DUTY-ROTA-FILE.
           PERFORM UNTIL ROTA-EOF
              READ DUTY-ROTA-FILE
                 AT END
                    MOVE "Y" TO ROTA-EOF-SWITCH
                 NOT AT END
                    IF (WS-ROTA-COUNT = 4000)
                       DISPLAY "ABORTED: duty rota exceeds the "
                          "4000-entry rota table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-ROTA-COUNT
                    MOVE DR-NIGHT-DATE TO WS-ROTA-DATE(WS-ROTA-COUNT)
                    MOVE DR-DUTY-CODE TO WS-ROTA-DUTY(WS-ROTA-COUNT)
                    MOVE DR-SLOT TO WS-ROTA-SLOT(WS-ROTA-COUNT)
                    MOVE DR-MEMBER-ID TO WS-ROTA-MEMBER(WS-ROTA-COUNT)
                    MOVE DR-SWAPPED TO WS-ROTA-SWAPPED(WS-ROTA-COUNT)
              END-READ
           END-PERFORM.
           CLOSE DUTY-ROTA-FILE.
      *
       LOAD-VOLUNTEER-POOL.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    IF (MM-IN-VOLUNTEER-POOL
                       AND (MM-STATUS = "A" OR MM-STATUS = "R"))
                       IF (WS-VOLUNTEER-COUNT = 300)
                          DISPLAY "ABORTED: volunteer pool exceeds "
                             "the 300-entry volunteer table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-VOLUNTEER-COUNT
                       MOVE MM-MEMBER-ID
                          TO WS-VOLUNTEER-ID(WS-VOLUNTEER-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       LOAD-FIXTURES.
           OPEN INPUT FIXTURES-FILE.
           PERFORM UNTIL FIXTURES-EOF
              READ FIXTURES-FILE
                 AT END
                    MOVE "Y" TO FIXTURES-EOF-SWITCH
                 NOT AT END
                    IF (FL-NIGHT-DATE >= WS-RUN-DATE)
                       IF (WS-FIXTURE-COUNT = 3000)
                          DISPLAY "ABORTED: fixtures exceed the "
                             "3000-entry fixture table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-FIXTURE-COUNT
                       MOVE FL-NIGHT-DATE
                          TO WS-FIXTURE-DATE(WS-FIXTURE-COUNT)
                       MOVE FL-PLAYER-ID-1
                          TO WS-FIXTURE-PLAYER-1(WS-FIXTURE-COUNT)
                       MOVE FL-PLAYER-ID-2
                          TO WS-FIXTURE-PLAYER-2(WS-FIXTURE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FIXTURES-FILE.
      *
       APPLY-ONE-SWAP.
           MOVE "REJECTED" TO WS-SWAP-OUTCOME.
           MOVE SPACES TO WS-SWAP-REASON.
           PERFORM FIND-ROTA-SLOT.
           PERFORM CHECK-TO-MEMBER.
           EVALUATE TRUE
           WHEN SW-TO-MEMBER = SW-FROM-MEMBER
                MOVE "SAME VOLUNTEER" TO WS-SWAP-REASON
           WHEN WS-ROTA-HIT = 0
                MOVE "NOT ON ROTA" TO WS-SWAP-REASON
           WHEN WS-ROTA-MEMBER(WS-ROTA-HIT) = SW-TO-MEMBER
                MOVE "APPLIED " TO WS-SWAP-OUTCOME
           WHEN SW-NIGHT-DATE < WS-RUN-DATE
                MOVE "NIGHT HAS PASSED" TO WS-SWAP-REASON
           WHEN NOT IN-POOL
                MOVE "NOT A VOLUNTEER" TO WS-SWAP-REASON
           WHEN ON-DUTY
                MOVE "ALREADY ON DUTY" TO WS-SWAP-REASON
           WHEN HAS-FIXTURE
                MOVE "HAS A FIXTURE" TO WS-SWAP-REASON
           WHEN OTHER
                MOVE SW-TO-MEMBER TO WS-ROTA-MEMBER(WS-ROTA-HIT)
                MOVE "S" TO WS-ROTA-SWAPPED(WS-ROTA-HIT)
                MOVE "SWAPPED " TO WS-SWAP-OUTCOME
           END-EVALUATE.
           EVALUATE WS-SWAP-OUTCOME
           WHEN "SWAPPED "
                ADD 1 TO WS-SWAPPED-COUNT
           WHEN "APPLIED "
                ADD 1 TO WS-APPLIED-COUNT
           WHEN OTHER
                ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.
      *
      *    The slot held by the giving volunteer, or failing that the
      *    one the taking volunteer already holds from an earlier run.
       FIND-ROTA-SLOT.
           MOVE 0 TO WS-ROTA-HIT.
           PERFORM VARYING WS-ROTA-SCAN FROM 1 BY 1
              UNTIL WS-ROTA-SCAN > WS-ROTA-COUNT
              OR WS-ROTA-HIT > 0
                IF (WS-ROTA-DATE(WS-ROTA-SCAN) = SW-NIGHT-DATE
                   AND WS-ROTA-DUTY(WS-ROTA-SCAN) = SW-DUTY-CODE
                   AND WS-ROTA-MEMBER(WS-ROTA-SCAN) = SW-FROM-MEMBER)
                   MOVE WS-ROTA-SCAN TO WS-ROTA-HIT
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-ROTA-SCAN FROM 1 BY 1
              UNTIL WS-ROTA-SCAN > WS-ROTA-COUNT
              OR WS-ROTA-HIT > 0
                IF (WS-ROTA-DATE(WS-ROTA-SCAN) = SW-NIGHT-DATE
                   AND WS-ROTA-DUTY(WS-ROTA-SCAN) = SW-DUTY-CODE
                   AND WS-ROTA-MEMBER(WS-ROTA-SCAN) = SW-TO-MEMBER
                   AND WS-ROTA-SWAPPED(WS-ROTA-SCAN) = "S")
                   MOVE WS-ROTA-SCAN TO WS-ROTA-HIT
                END-IF
           END-PERFORM.
      *
       CHECK-TO-MEMBER.
           MOVE "N" TO IN-POOL-SWITCH.
           PERFORM VARYING WS-VOLUNTEER-SCAN FROM 1 BY 1
              UNTIL WS-VOLUNTEER-SCAN > WS-VOLUNTEER-COUNT
              OR IN-POOL
                IF (WS-VOLUNTEER-ID(WS-VOLUNTEER-SCAN) = SW-TO-MEMBER)
                   MOVE "Y" TO IN-POOL-SWITCH
                END-IF
           END-PERFORM.
           MOVE "N" TO ON-DUTY-SWITCH.
           PERFORM VARYING WS-ROTA-SCAN FROM 1 BY 1
              UNTIL WS-ROTA-SCAN > WS-ROTA-COUNT
              OR ON-DUTY
                IF (WS-ROTA-DATE(WS-ROTA-SCAN) = SW-NIGHT-DATE
                   AND WS-ROTA-MEMBER(WS-ROTA-SCAN) = SW-TO-MEMBER)
                   MOVE "Y" TO ON-DUTY-SWITCH
                END-IF
           END-PERFORM.
           MOVE "N" TO HAS-FIXTURE-SWITCH.
           PERFORM VARYING WS-FIXTURE-SCAN FROM 1 BY 1
              UNTIL WS-FIXTURE-SCAN > WS-FIXTURE-COUNT
              OR HAS-FIXTURE
                IF (WS-FIXTURE-DATE(WS-FIXTURE-SCAN) = SW-NIGHT-DATE
                   AND (WS-FIXTURE-PLAYER-1(WS-FIXTURE-SCAN) =
                      SW-TO-MEMBER
                   OR WS-FIXTURE-PLAYER-2(WS-FIXTURE-SCAN) =
                      SW-TO-MEMBER))
                   MOVE "Y" TO HAS-FIXTURE-SWITCH
                END-IF
           END-PERFORM.
      *
       WRITE-SWAP-LINE.
           MOVE SPACES TO SWAP-REPORT-RECORD.
           STRING WS-SWAP-OUTCOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SW-NIGHT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SW-DUTY-CODE DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  SW-FROM-MEMBER DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  SW-TO-MEMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SWAP-REASON DELIMITED BY SIZE
              INTO SWAP-REPORT-RECORD.
           WRITE SWAP-REPORT-RECORD.
      *
       REWRITE-DUTY-ROTA.
           OPEN OUTPUT DUTY-ROTA-FILE.
           PERFORM VARYING WS-ROTA-SCAN FROM 1 BY 1
              UNTIL WS-ROTA-SCAN > WS-ROTA-COUNT
                MOVE WS-ROTA-DATE(WS-ROTA-SCAN) TO DR-NIGHT-DATE
                MOVE WS-ROTA-DUTY(WS-ROTA-SCAN) TO DR-DUTY-CODE
                MOVE WS-ROTA-SLOT(WS-ROTA-SCAN) TO DR-SLOT
                MOVE WS-ROTA-MEMBER(WS-ROTA-SCAN) TO DR-MEMBER-ID
                MOVE WS-ROTA-SWAPPED(WS-ROTA-SCAN) TO DR-SWAPPED
                WRITE DUTY-ROTA-RECORD
           END-PERFORM.
           CLOSE DUTY-ROTA-FILE.
      *
