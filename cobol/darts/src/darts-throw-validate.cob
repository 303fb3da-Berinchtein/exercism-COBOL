      *    for the run date only: a pass ID dated tonight validates
      *    like an active member, so drop-in guests stop landing on
      *    the reject file as unknown players.
      *
      *    One intake file can now carry many matches: a match header
      *    record (match ID, night date, board, board type and the
      *    players entered) heads each match's throws. Every throw is
      *    checked against its own header - the player must be one
      *    of those entered, and the plausible range comes from that
      *    match's board type - and guest passes are honoured for the
      *    match's night. A header naming a board type the club does
      *    not have rejects the whole match. Good headers are copied
      *    to the clean file ahead of their clean throws so the match
      *    reports can keep each match apart. A file with no headers
      *    validates as a single match on a standard board, as
      *    before.
      *
      *    Each board's scoring tablet can carry a calibration on the
      *    calibration file (DARTSCAL): an X and Y offset and a scale
      *    factor, in force from an effective date. A match takes the
      *    latest calibration for its header's board dated on or
      *    before its night, and every throw is corrected as raw
      *    times scale plus offset before the plausible-range check.
      *    The clean file carries the corrected coordinates where the
      *    match reports read them, followed by the raw coordinates
      *    as the tablet sent them, so a disputed score can be traced
      *    back. A board with no calibration, and a file with no
      *    headers, goes through uncorrected.
      *
      *    The insurer covers no one at the oche without a signed
      *    safety waiver, so every thrower is checked on the waiver
      *    register (SAFETY-WAIVER-SERVICE) for the match night: a
      *    member needs a darts waiver in force, with a guardian's
      *    consent for a junior, and a guest pass needs a day waiver
      *    for the night. A thrower without one has their throws
      *    rejected as R8, the reject line naming what is missing.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PASS-REGISTER-FILE ASSIGN TO "GUESTPAS"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CALIBRATION-FILE ASSIGN TO "DARTSCAL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05 TV-X REDEFINES TV-X-RAW   PIC S99V9.
           05 TV-Y-RAW                  PIC X(3).
           05 TV-Y REDEFINES TV-Y-RAW   PIC S99V9.
       01  MATCH-HEADER-RECORD.
           COPY "darts-match-header.cpy".
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           05 CL-PLAYER-ID              PIC X(10).
           05 CL-X                      PIC S99V9.
           05 CL-Y                      PIC S99V9.
           05 CL-RAW-X                  PIC S99V9.
           05 CL-RAW-Y                  PIC S99V9.
       01  CLEAN-HEADER-RECORD          PIC X(124).
      *
       FD  REJECT-FILE.
       01  REJECT-RECORD                PIC X(80).
           05 GP-PASS-ID                PIC X(10).
           05 GP-GUEST-NAME             PIC X(40).
           05 GP-NIGHT-DATE             PIC 9(8).
           05 GP-GUEST-CONTACT          PIC X(40).
      *
       FD  CALIBRATION-FILE.
       01  CALIBRATION-RECORD.
           COPY "darts-calibration.cpy".
      *
       WORKING-STORAGE SECTION.
      *
             88 MEMBER-IS-VALID                  VALUE "Y".
          05 THROW-VALID-SWITCH         PIC X    VALUE "N".
             88 THROW-IS-VALID                   VALUE "Y".
          05 MATCH-HEADER-SEEN-SWITCH   PIC X    VALUE "N".
             88 MATCH-HEADER-SEEN                VALUE "Y".
          05 BOARD-TYPE-KNOWN-SWITCH    PIC X    VALUE "Y".
             88 BOARD-TYPE-KNOWN                 VALUE "Y".
          05 PLAYER-ENTERED-SWITCH      PIC X    VALUE "N".
             88 PLAYER-IS-ENTERED                VALUE "Y".
          05 GUEST-PLAYER-SWITCH        PIC X    VALUE "N".
             88 PLAYER-IS-GUEST                  VALUE "Y".
      *
       01 WS-MEMBER-COUNT               PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN                PIC 9(3) VALUE 0.
       01 WS-MEMBER-HIT                 PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID            PIC X(10).
             10 WS-MEMBER-STATUS        PIC X.
                88 WS-MEMBER-ACTIVE          VALUE "A".
             10 WS-MEMBER-BIRTH-DATE    PIC 9(8).
      *
       01 WS-PASS-EOF-SWITCH            PIC X    VALUE "N".
          88 PASS-EOF                            VALUE "Y".
       01 WS-PASS-COUNT                 PIC 9(3) VALUE 0.
       01 WS-PASS-SCAN                  PIC 9(3) VALUE 0.
       01 WS-PASS-TABLE.
          05 WS-PASS OCCURS 500 TIMES.
             10 WS-PASS-ID              PIC X(10).
             10 WS-PASS-NIGHT           PIC 9(8).
       01 WS-RUN-DATE                   PIC 9(8) VALUE 0.
      *
       01 WS-CALIBRATION-EOF-SWITCH     PIC X    VALUE "N".
          88 CALIBRATION-EOF                     VALUE "Y".
       01 WS-CALIBRATION-COUNT          PIC 9(3) VALUE 0.
       01 WS-CALIBRATION-SCAN           PIC 9(3) VALUE 0.
       01 WS-CALIBRATION-TABLE.
          05 WS-CALIBRATION OCCURS 200 TIMES.
             10 WS-CAL-BOARD-ID         PIC X(6).
             10 WS-CAL-EFFECTIVE-DATE   PIC 9(8).
             10 WS-CAL-X-OFFSET         PIC S99V99.
             10 WS-CAL-Y-OFFSET         PIC S99V99.
             10 WS-CAL-SCALE-FACTOR     PIC 9V9999.
      *
      *    The calibration in force for the match in hand; the
      *    defaults leave a throw exactly as the tablet sent it.
       01 WS-MATCH-CAL-DATE             PIC 9(8) VALUE 0.
       01 WS-MATCH-X-OFFSET             PIC S99V99 VALUE 0.
       01 WS-MATCH-Y-OFFSET             PIC S99V99 VALUE 0.
       01 WS-MATCH-SCALE-FACTOR         PIC 9V9999 VALUE 1.
       01 WS-CORRECTED-X                PIC S99V9 VALUE 0.
       01 WS-CORRECTED-Y                PIC S99V9 VALUE 0.
      *
      *    The match in hand, off its header record.
       01 WS-MATCH-ID                   PIC X(8) VALUE SPACES.
       01 WS-MATCH-DATE                 PIC 9(8) VALUE 0.
       01 WS-ENTERED-COUNT              PIC 99   VALUE 0.
       01 WS-ENTERED-SCAN               PIC 99   VALUE 0.
       01 WS-ENTERED-TABLE.
          05 WS-ENTERED-ID OCCURS 8 TIMES PIC X(10).
       01 WS-MATCH-COUNT                PIC 9(5) VALUE 0.
      *
       01 WS-BOARD-TYPE                 PIC X(10) VALUE "STANDARD".
      *
          05 WS-GROUP-THROW OCCURS 50 TIMES.
             10 WS-GROUP-X              PIC S99V9.
             10 WS-GROUP-Y              PIC S99V9.
             10 WS-GROUP-RAW-X          PIC S99V9.
             10 WS-GROUP-RAW-Y          PIC S99V9.
      *
       01 WS-REJECT-REASON              PIC X(2) VALUE SPACES.
       01 WS-WAIVER-REASON              PIC X(20) VALUE SPACES.
       01 WS-SW-WAIVER-TYPE             PIC X    VALUE "D".
       01 WS-SW-BIRTH-DATE              PIC 9(8) VALUE 0.
       01 WS-SW-WAIVER-STATUS           PIC X    VALUE SPACES.
       01 WS-CLEAN-COUNT                PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT               PIC 9(5) VALUE 0.
      *
      *
       DARTS-THROW-VALIDATE.
           PERFORM LOAD-MEMBER-MASTER.
           PERFORM LOAD-GUEST-PASSES.
           PERFORM LOAD-CALIBRATIONS.
           MOVE WS-RUN-DATE TO WS-MATCH-DATE.
           PERFORM SET-PLAUSIBLE-LIMIT.
           OPEN INPUT THROWS-FILE.
           OPEN OUTPUT CLEAN-THROWS-FILE.
                 AT END
                    MOVE "Y" TO THROWS-EOF-SWITCH
                 NOT AT END
                    IF (MH-IS-MATCH-HEADER)
                       PERFORM START-MATCH-HEADER
                    ELSE
                       PERFORM VALIDATE-ONE-THROW
                    END-IF
              END-READ
           END-PERFORM.
           IF (NOT IS-FIRST-RECORD)
           CLOSE THROWS-FILE.
           CLOSE CLEAN-THROWS-FILE.
           CLOSE REJECT-FILE.
           DISPLAY "Match headers read: " WS-MATCH-COUNT.
           DISPLAY "Board calibrations loaded: " WS-CALIBRATION-COUNT.
           DISPLAY "Clean throws written: " WS-CLEAN-COUNT.
           DISPLAY "Throws rejected: " WS-REJECT-COUNT.
           STOP RUN.
                       TO WS-MEMBER-ID(WS-MEMBER-COUNT)
                    MOVE MM-STATUS
                       TO WS-MEMBER-STATUS(WS-MEMBER-COUNT)
                    MOVE MM-BIRTH-DATE
                       TO WS-MEMBER-BIRTH-DATE(WS-MEMBER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
      *    A pass only gets a guest into a match on the night it is
      *    dated for; any other night's pass is just paper.
       LOAD-GUEST-PASSES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT PASS-REGISTER-FILE.
           PERFORM UNTIL PASS-EOF
                 AT END
                    MOVE "Y" TO WS-PASS-EOF-SWITCH
                 NOT AT END
                    IF (WS-PASS-COUNT = 500)
                       DISPLAY "ABORTED: guest pass register exceeds "
                          "the 500-entry pass table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-PASS-COUNT
                    MOVE GP-PASS-ID TO WS-PASS-ID(WS-PASS-COUNT)
                    MOVE GP-NIGHT-DATE
                       TO WS-PASS-NIGHT(WS-PASS-COUNT)
              END-READ
           END-PERFORM.
           CLOSE PASS-REGISTER-FILE.
      *
      *    A calibration line with a bad field is left out rather
      *    than let it move every throw on the board; a zero scale
      *    factor is an offset-only calibration.
       LOAD-CALIBRATIONS.
           OPEN INPUT CALIBRATION-FILE.
           PERFORM UNTIL CALIBRATION-EOF
              READ CALIBRATION-FILE
                 AT END
                    MOVE "Y" TO WS-CALIBRATION-EOF-SWITCH
                 NOT AT END
                    IF (CB-EFFECTIVE-DATE IS NUMERIC
                       AND CB-X-OFFSET IS NUMERIC
                       AND CB-Y-OFFSET IS NUMERIC
                       AND CB-SCALE-FACTOR IS NUMERIC)
                       IF (WS-CALIBRATION-COUNT = 200)
                          DISPLAY "ABORTED: calibration file exceeds "
                             "the 200-entry calibration table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CALIBRATION-COUNT
                       MOVE CALIBRATION-RECORD
                          TO WS-CALIBRATION(WS-CALIBRATION-COUNT)
                       IF (CB-SCALE-FACTOR = 0)
                          MOVE 1 TO WS-CAL-SCALE-FACTOR
                             (WS-CALIBRATION-COUNT)
                       END-IF
                    ELSE
                       DISPLAY "Calibration line skipped, bad field: "
                          CB-BOARD-ID " " CB-EFFECTIVE-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALIBRATION-FILE.
      *
      *    The latest calibration for the board dated on or before
      *    the match night; a later line for the same date wins, so
      *    a correction can be appended rather than edited in.
       PICK-MATCH-CALIBRATION.
           MOVE 0 TO WS-MATCH-CAL-DATE.
           MOVE 0 TO WS-MATCH-X-OFFSET.
           MOVE 0 TO WS-MATCH-Y-OFFSET.
           MOVE 1 TO WS-MATCH-SCALE-FACTOR.
           IF (MH-BOARD-ID NOT = SPACES)
              PERFORM VARYING WS-CALIBRATION-SCAN FROM 1 BY 1
                 UNTIL WS-CALIBRATION-SCAN > WS-CALIBRATION-COUNT
                   IF (WS-CAL-BOARD-ID(WS-CALIBRATION-SCAN)
                         = MH-BOARD-ID
                      AND WS-CAL-EFFECTIVE-DATE(WS-CALIBRATION-SCAN)
                         NOT > WS-MATCH-DATE
                      AND WS-CAL-EFFECTIVE-DATE(WS-CALIBRATION-SCAN)
                         NOT < WS-MATCH-CAL-DATE)
                      MOVE WS-CAL-EFFECTIVE-DATE(WS-CALIBRATION-SCAN)
                         TO WS-MATCH-CAL-DATE
                      MOVE WS-CAL-X-OFFSET(WS-CALIBRATION-SCAN)
                         TO WS-MATCH-X-OFFSET
                      MOVE WS-CAL-Y-OFFSET(WS-CALIBRATION-SCAN)
                         TO WS-MATCH-Y-OFFSET
                      MOVE WS-CAL-SCALE-FACTOR(WS-CALIBRATION-SCAN)
                         TO WS-MATCH-SCALE-FACTOR
                   END-IF
              END-PERFORM
           END-IF.
      *
       SET-PLAUSIBLE-LIMIT.
           MOVE "Y" TO BOARD-TYPE-KNOWN-SWITCH.
           SET BOARD-CONFIG-INDEX TO 1.
           SEARCH BOARD-CONFIG
              AT END
                   MOVE "N" TO BOARD-TYPE-KNOWN-SWITCH
                   SET BOARD-CONFIG-INDEX TO 1
              WHEN BC-BOARD-TYPE(BOARD-CONFIG-INDEX) = WS-BOARD-TYPE
                   CONTINUE
           END-SEARCH.
           COMPUTE WS-PLAUSIBLE-LIMIT =
              BC-OUTER-RADIUS(BOARD-CONFIG-INDEX) * 2.
      *
      *    A new header closes the previous match's last player
      *    group. A header with no date is tonight's match and one
      *    with no board type is on a standard board.
       START-MATCH-HEADER.
           IF (NOT IS-FIRST-RECORD)
              PERFORM SETTLE-PLAYER-GROUP
              MOVE "Y" TO WS-FIRST-RECORD-SWITCH
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE "Y" TO MATCH-HEADER-SEEN-SWITCH.
           MOVE MH-MATCH-ID TO WS-MATCH-ID.
           IF (MH-NIGHT-DATE IS NUMERIC AND MH-NIGHT-DATE > 0)
              MOVE MH-NIGHT-DATE TO WS-MATCH-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-MATCH-DATE
           END-IF.
           MOVE MH-BOARD-TYPE TO WS-BOARD-TYPE.
           IF (WS-BOARD-TYPE = SPACES)
              MOVE "STANDARD" TO WS-BOARD-TYPE
           END-IF.
           MOVE 0 TO WS-ENTERED-COUNT.
           IF (MH-PLAYER-COUNT IS NUMERIC)
              PERFORM VARYING WS-ENTERED-SCAN FROM 1 BY 1
                 UNTIL WS-ENTERED-SCAN > MH-PLAYER-COUNT
                 OR WS-ENTERED-SCAN > 8
                   ADD 1 TO WS-ENTERED-COUNT
                   MOVE MH-PLAYER-ID(WS-ENTERED-SCAN)
                      TO WS-ENTERED-ID(WS-ENTERED-COUNT)
              END-PERFORM
           END-IF.
           PERFORM SET-PLAUSIBLE-LIMIT.
           PERFORM PICK-MATCH-CALIBRATION.
           IF (BOARD-TYPE-KNOWN)
              MOVE MATCH-HEADER-RECORD TO CLEAN-HEADER-RECORD
              MOVE WS-MATCH-DATE TO CLEAN-HEADER-RECORD(19:8)
              MOVE WS-BOARD-TYPE TO CLEAN-HEADER-RECORD(33:10)
              WRITE CLEAN-HEADER-RECORD
           ELSE
              MOVE SPACES TO REJECT-RECORD
              STRING "REJECT MATCH=" DELIMITED BY SIZE
                     WS-MATCH-ID DELIMITED BY SIZE
                     " BOARD TYPE=" DELIMITED BY SIZE
                     WS-BOARD-TYPE DELIMITED BY SIZE
                     " REASON=R7 (no such board type)"
                        DELIMITED BY SIZE
                 INTO REJECT-RECORD
              WRITE REJECT-RECORD
           END-IF.
      *
       VALIDATE-ONE-THROW.
           IF (IS-FIRST-RECORD)
           END-IF.
           IF (THROW-IS-VALID)
              ADD 1 TO WS-GROUP-COUNT
              MOVE WS-CORRECTED-X TO WS-GROUP-X(WS-GROUP-COUNT)
              MOVE WS-CORRECTED-Y TO WS-GROUP-Y(WS-GROUP-COUNT)
              MOVE TV-X TO WS-GROUP-RAW-X(WS-GROUP-COUNT)
              MOVE TV-Y TO WS-GROUP-RAW-Y(WS-GROUP-COUNT)
           ELSE
              PERFORM WRITE-REJECT-LINE
           END-IF.
       CHECK-ONE-THROW.
           MOVE "Y" TO THROW-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-WAIVER-REASON.
           PERFORM VALIDATE-PLAYER-MEMBERSHIP.
           PERFORM CHECK-PLAYER-ENTERED.
           IF (MEMBER-IS-VALID)
              PERFORM CHECK-PLAYER-WAIVER
           END-IF.
           EVALUATE TRUE
           WHEN NOT BOARD-TYPE-KNOWN
                MOVE "N" TO THROW-VALID-SWITCH
                MOVE "R7" TO WS-REJECT-REASON
           WHEN NOT MEMBER-IS-VALID
                MOVE "N" TO THROW-VALID-SWITCH
           WHEN NOT PLAYER-IS-ENTERED
                MOVE "N" TO THROW-VALID-SWITCH
                MOVE "R6" TO WS-REJECT-REASON
           WHEN WS-WAIVER-REASON NOT = SPACES
                MOVE "N" TO THROW-VALID-SWITCH
                MOVE "R8" TO WS-REJECT-REASON
           WHEN TV-X NOT NUMERIC
                MOVE "N" TO THROW-VALID-SWITCH
                MOVE "R3" TO WS-REJECT-REASON
           WHEN TV-Y NOT NUMERIC
                MOVE "N" TO THROW-VALID-SWITCH
                MOVE "R3" TO WS-REJECT-REASON
           END-EVALUATE.
           IF (THROW-IS-VALID)
              PERFORM APPLY-MATCH-CALIBRATION
           END-IF.
           IF (THROW-IS-VALID)
              IF (WS-CORRECTED-X > WS-PLAUSIBLE-LIMIT
                 OR WS-CORRECTED-X < (0 - WS-PLAUSIBLE-LIMIT)
                 OR WS-CORRECTED-Y > WS-PLAUSIBLE-LIMIT
                 OR WS-CORRECTED-Y < (0 - WS-PLAUSIBLE-LIMIT))
                 MOVE "N" TO THROW-VALID-SWITCH
                 MOVE "R4" TO WS-REJECT-REASON
              END-IF
           END-IF.
      *
      *    A correction that will not fit the coordinate field is
      *    off the board whatever the tablet meant.
       APPLY-MATCH-CALIBRATION.
           COMPUTE WS-CORRECTED-X ROUNDED =
              TV-X * WS-MATCH-SCALE-FACTOR + WS-MATCH-X-OFFSET
              ON SIZE ERROR
                 MOVE "N" TO THROW-VALID-SWITCH
                 MOVE "R4" TO WS-REJECT-REASON
           END-COMPUTE.
           COMPUTE WS-CORRECTED-Y ROUNDED =
              TV-Y * WS-MATCH-SCALE-FACTOR + WS-MATCH-Y-OFFSET
              ON SIZE ERROR
                 MOVE "N" TO THROW-VALID-SWITCH
                 MOVE "R4" TO WS-REJECT-REASON
           END-COMPUTE.
      *
       VALIDATE-PLAYER-MEMBERSHIP.
           MOVE "N" TO MEMBER-VALID-SWITCH.
           MOVE "N" TO GUEST-PLAYER-SWITCH.
           MOVE "R1" TO WS-REJECT-REASON.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = TV-PLAYER-ID)
                   IF (WS-MEMBER-ACTIVE(WS-MEMBER-SCAN))
                      MOVE "Y" TO MEMBER-VALID-SWITCH
                      MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                   ELSE
                      MOVE "R2" TO WS-REJECT-REASON
                   END-IF
              PERFORM VARYING WS-PASS-SCAN FROM 1 BY 1
                 UNTIL WS-PASS-SCAN > WS-PASS-COUNT
                 OR MEMBER-IS-VALID
                   IF (WS-PASS-ID(WS-PASS-SCAN) = TV-PLAYER-ID
                      AND WS-PASS-NIGHT(WS-PASS-SCAN) = WS-MATCH-DATE)
                      MOVE "Y" TO MEMBER-VALID-SWITCH
                      MOVE "Y" TO GUEST-PLAYER-SWITCH
                   END-IF
              END-PERFORM
           END-IF.
      *
      *    A guest pass is asked for its day waiver, a member for a
      *    darts waiver; with no waiver register yet nobody is held
      *    back.
       CHECK-PLAYER-WAIVER.
           IF (PLAYER-IS-GUEST)
              MOVE "G" TO WS-SW-WAIVER-TYPE
              MOVE 0 TO WS-SW-BIRTH-DATE
           ELSE
              MOVE "D" TO WS-SW-WAIVER-TYPE
              MOVE WS-MEMBER-BIRTH-DATE(WS-MEMBER-HIT)
                 TO WS-SW-BIRTH-DATE
           END-IF.
           CALL "SAFETY-WAIVER-SERVICE" USING TV-PLAYER-ID
              WS-SW-WAIVER-TYPE WS-MATCH-DATE WS-SW-BIRTH-DATE
              WS-SW-WAIVER-STATUS WS-WAIVER-REASON.
           IF (WS-SW-WAIVER-STATUS NOT = "R")
              MOVE SPACES TO WS-WAIVER-REASON
           END-IF.
      *
      *    Without a header there is no entry list to check against.
       CHECK-PLAYER-ENTERED.
           MOVE "N" TO PLAYER-ENTERED-SWITCH.
           IF (NOT MATCH-HEADER-SEEN)
              MOVE "Y" TO PLAYER-ENTERED-SWITCH
           END-IF.
           PERFORM VARYING WS-ENTERED-SCAN FROM 1 BY 1
              UNTIL WS-ENTERED-SCAN > WS-ENTERED-COUNT
              OR PLAYER-IS-ENTERED
                IF (WS-ENTERED-ID(WS-ENTERED-SCAN) = TV-PLAYER-ID)
                   MOVE "Y" TO PLAYER-ENTERED-SWITCH
                END-IF
           END-PERFORM.
      *
      *    A match group is only clean when the player threw exactly
      *    nine or twelve good darts; anything else flushes the whole
      *    group to the reject file so the match report never totals
                   MOVE WS-CURRENT-PLAYER-ID TO CL-PLAYER-ID
                   MOVE WS-GROUP-X(WS-GROUP-SCAN) TO CL-X
                   MOVE WS-GROUP-Y(WS-GROUP-SCAN) TO CL-Y
                   MOVE WS-GROUP-RAW-X(WS-GROUP-SCAN) TO CL-RAW-X
                   MOVE WS-GROUP-RAW-Y(WS-GROUP-SCAN) TO CL-RAW-Y
                   WRITE CLEAN-THROW-RECORD
                   ADD 1 TO WS-CLEAN-COUNT
              END-PERFORM
           END-IF.
           MOVE 0 TO WS-GROUP-COUNT.
      *
      *    A waiver refusal has nothing to do with where the dart
      *    landed, so its line names the missing waiver instead of
      *    the coordinates.
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           IF (WS-REJECT-REASON = "R8")
              STRING "REJECT PLAYER=" DELIMITED BY SIZE
                     TV-PLAYER-ID DELIMITED BY SIZE
                     " REASON=" DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WAIVER-REASON) DELIMITED BY SIZE
                     ") MATCH=" DELIMITED BY SIZE
                     WS-MATCH-ID DELIMITED BY SIZE
                 INTO REJECT-RECORD
           ELSE
              STRING "REJECT PLAYER=" DELIMITED BY SIZE
                     TV-PLAYER-ID DELIMITED BY SIZE
                     " X=" DELIMITED BY SIZE
                     TV-X-RAW DELIMITED BY SIZE
                     " Y=" DELIMITED BY SIZE
                     TV-Y-RAW DELIMITED BY SIZE
                     " REASON=" DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                     " MATCH=" DELIMITED BY SIZE
                     WS-MATCH-ID DELIMITED BY SIZE
                 INTO REJECT-RECORD
           END-IF.
           WRITE REJECT-RECORD.
      *
       WRITE-GROUP-REJECT-LINE.
                  " REASON=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  " (not nine or twelve)" DELIMITED BY SIZE
                  " MATCH=" DELIMITED BY SIZE
                  WS-MATCH-ID DELIMITED BY SIZE
              INTO REJECT-RECORD.
           WRITE REJECT-RECORD.
      *
