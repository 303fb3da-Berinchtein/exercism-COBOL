       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFETY-WAIVER-SERVICE.
      *
      *    CALLable safety waiver check over the waiver register
      *    (CLUBWAIV), in the LINKAGE pattern of EXERCISE-CATALOG-
      *    SERVICE, so the check-in desk and the darts intake refuse
      *    a player on the same rules the insurer set. The register
      *    is read on the first call and held for the rest of the
      *    run.
      *
      *    LK-WAIVER-TYPE "D" asks whether a member holds a darts
      *    waiver in force on LK-NIGHT-DATE: the latest one signed
      *    on or before the night must run to the night or later,
      *    and a member under eighteen on the night (by the birth
      *    date passed in LK-BIRTH-DATE, zero when not known) needs
      *    a guardian's consent on it. "G" asks whether a guest pass
      *    holds a day waiver for the night.
      *
      *    Returned LK-WAIVER-STATUS:
      *       "A" waiver in force,
      *       "R" refused - LK-REFUSE-REASON names why,
      *       "N" no register to check against (missing or empty),
      *           which callers let through so the desk can key the
      *           paper waivers in before the check is enforced.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WAIVER-REGISTER-FILE ASSIGN TO "CLUBWAIV"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-REGISTER-FILE.
       01  WAIVER-REGISTER-RECORD.
           COPY "safety-waiver.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 REGISTER-LOADED-SWITCH  PIC X    VALUE "N".
             88 REGISTER-LOADED               VALUE "Y".
          05 REGISTER-EOF-SWITCH     PIC X    VALUE "N".
             88 REGISTER-EOF                  VALUE "Y".
      *
       01 WS-JUNIOR-AGE              PIC 99   VALUE 18.
       01 WS-AGE-DATE                PIC 9(8) VALUE 0.
      *
       01 WS-WAIVER-COUNT            PIC 9(4) VALUE 0.
       01 WS-WAIVER-SCAN             PIC 9(4) VALUE 0.
       01 WS-WAIVER-HIT              PIC 9(4) VALUE 0.
       01 WS-WAIVER-TABLE.
          05 WS-WAIVER OCCURS 2000 TIMES.
             10 WS-WAIVER-HOLDER     PIC X(10).
             10 WS-WAIVER-TYPE       PIC X.
             10 WS-WAIVER-SIGNED     PIC 9(8).
             10 WS-WAIVER-EXPIRY     PIC 9(8).
             10 WS-WAIVER-GUARDIAN   PIC X(40).
      *
       LINKAGE SECTION.
       01 LK-HOLDER-ID               PIC X(10).
       01 LK-WAIVER-TYPE             PIC X.
       01 LK-NIGHT-DATE              PIC 9(8).
       01 LK-BIRTH-DATE              PIC 9(8).
       01 LK-WAIVER-STATUS           PIC X.
       01 LK-REFUSE-REASON           PIC X(20).
      *
       PROCEDURE DIVISION USING LK-HOLDER-ID LK-WAIVER-TYPE
                                LK-NIGHT-DATE LK-BIRTH-DATE
                                LK-WAIVER-STATUS LK-REFUSE-REASON.
      *
       SAFETY-WAIVER-SERVICE.
           IF (NOT REGISTER-LOADED)
              PERFORM LOAD-WAIVER-TABLE
           END-IF.
           MOVE SPACES TO LK-REFUSE-REASON.
           EVALUATE TRUE
           WHEN WS-WAIVER-COUNT = 0
                MOVE "N" TO LK-WAIVER-STATUS
           WHEN LK-WAIVER-TYPE = "G"
                PERFORM CHECK-DAY-WAIVER
           WHEN OTHER
                PERFORM CHECK-DARTS-WAIVER
           END-EVALUATE.
           GOBACK.
      *
      *    A waiver the service cannot see is a player refused at
      *    the door, so one past the table is a hard stop.
       LOAD-WAIVER-TABLE.
           OPEN INPUT WAIVER-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF
              READ WAIVER-REGISTER-FILE
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    IF (WS-WAIVER-COUNT = 2000)
                       DISPLAY "ABORTED: waiver register exceeds "
                          "the 2000-entry waiver table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-WAIVER-COUNT
                    MOVE SW-HOLDER-ID
                       TO WS-WAIVER-HOLDER(WS-WAIVER-COUNT)
                    MOVE SW-WAIVER-TYPE
                       TO WS-WAIVER-TYPE(WS-WAIVER-COUNT)
                    MOVE SW-SIGNED-DATE
                       TO WS-WAIVER-SIGNED(WS-WAIVER-COUNT)
                    MOVE SW-EXPIRY-DATE
                       TO WS-WAIVER-EXPIRY(WS-WAIVER-COUNT)
                    MOVE SW-GUARDIAN-NAME
                       TO WS-WAIVER-GUARDIAN(WS-WAIVER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE WAIVER-REGISTER-FILE.
           MOVE "Y" TO REGISTER-LOADED-SWITCH.
      *
      *    The latest darts waiver signed by the night is the one in
      *    force, a later line for the same date winning.
       CHECK-DARTS-WAIVER.
           MOVE 0 TO WS-WAIVER-HIT.
           PERFORM VARYING WS-WAIVER-SCAN FROM 1 BY 1
              UNTIL WS-WAIVER-SCAN > WS-WAIVER-COUNT
                IF (WS-WAIVER-HOLDER(WS-WAIVER-SCAN) = LK-HOLDER-ID
                   AND WS-WAIVER-TYPE(WS-WAIVER-SCAN) = "D"
                   AND WS-WAIVER-SIGNED(WS-WAIVER-SCAN)
                      NOT > LK-NIGHT-DATE)
                   IF (WS-WAIVER-HIT = 0)
                      MOVE WS-WAIVER-SCAN TO WS-WAIVER-HIT
                   ELSE
                      IF (WS-WAIVER-SIGNED(WS-WAIVER-SCAN) NOT <
                         WS-WAIVER-SIGNED(WS-WAIVER-HIT))
                         MOVE WS-WAIVER-SCAN TO WS-WAIVER-HIT
                      END-IF
                   END-IF
                END-IF
           END-PERFORM.
           MOVE "A" TO LK-WAIVER-STATUS.
           IF (WS-WAIVER-HIT = 0)
              MOVE "R" TO LK-WAIVER-STATUS
              MOVE "NO DARTS WAIVER" TO LK-REFUSE-REASON
           ELSE
              IF (WS-WAIVER-EXPIRY(WS-WAIVER-HIT) < LK-NIGHT-DATE)
                 MOVE "R" TO LK-WAIVER-STATUS
                 MOVE "DARTS WAIVER EXPIRED" TO LK-REFUSE-REASON
              ELSE
                 PERFORM CHECK-GUARDIAN-CONSENT
              END-IF
           END-IF.
      *
      *    Same age test as AGM-ELIGIBILITY-ROLL: the eighteenth
      *    birthday falls after the night for a junior.
       CHECK-GUARDIAN-CONSENT.
           IF (LK-BIRTH-DATE IS NUMERIC AND LK-BIRTH-DATE > 0)
              COMPUTE WS-AGE-DATE =
                 LK-BIRTH-DATE + WS-JUNIOR-AGE * 10000
              IF (WS-AGE-DATE > LK-NIGHT-DATE
                 AND WS-WAIVER-GUARDIAN(WS-WAIVER-HIT) = SPACES)
                 MOVE "R" TO LK-WAIVER-STATUS
                 MOVE "NO GUARDIAN CONSENT" TO LK-REFUSE-REASON
              END-IF
           END-IF.
      *
       CHECK-DAY-WAIVER.
           MOVE 0 TO WS-WAIVER-HIT.
           PERFORM VARYING WS-WAIVER-SCAN FROM 1 BY 1
              UNTIL WS-WAIVER-SCAN > WS-WAIVER-COUNT
              OR WS-WAIVER-HIT > 0
                IF (WS-WAIVER-HOLDER(WS-WAIVER-SCAN) = LK-HOLDER-ID
                   AND WS-WAIVER-TYPE(WS-WAIVER-SCAN) = "G"
                   AND WS-WAIVER-SIGNED(WS-WAIVER-SCAN)
                      NOT > LK-NIGHT-DATE
                   AND WS-WAIVER-EXPIRY(WS-WAIVER-SCAN)
                      NOT < LK-NIGHT-DATE)
                   MOVE WS-WAIVER-SCAN TO WS-WAIVER-HIT
                END-IF
           END-PERFORM.
           IF (WS-WAIVER-HIT = 0)
              MOVE "R" TO LK-WAIVER-STATUS
              MOVE "NO DAY WAIVER" TO LK-REFUSE-REASON
           ELSE
              MOVE "A" TO LK-WAIVER-STATUS
           END-IF.
      *
