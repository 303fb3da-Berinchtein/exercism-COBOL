       IDENTIFICATION DIVISION.
       PROGRAM-ID. DARTS-CALIBRATION-CHECK.
      *
      *    Calibration check for the boards' scoring tablets, run on a
      *    night's raw throws intake. Over a whole night and every
      *    player the darts land round the bull, so a board whose
      *    mean TR-X or TR-Y sits away from the centre is a tablet
      *    reading off true, not a room full of players all missing
      *    the same way. For each board and night named on the match
      *    headers the check takes the mean landing point, corrected
      *    by the calibration already in force for that board (the
      *    same choice DARTS-THROW-VALIDATE makes), and when either
      *    axis is further out than the tolerance it proposes a new
      *    offset that would bring the mean back to the centre, scale
      *    factor unchanged.
      *
      *    Proposals go to their own file (DARTSCPR) in the layout of
      *    the calibration file, as PROMOTION-PROPOSALS keeps its
      *    proposals apart from the accepted ones: nothing moves a
      *    tablet until the match secretary copies an approved line
      *    onto the calibration file (DARTSCAL). A board with fewer
      *    throws than the minimum is reported but never proposed,
      *    since a handful of darts says more about the players than
      *    the tablet. Throws with no header, or a header with no
      *    board, cannot be put down to a tablet and are left out.
      *
      *    An optional control card (DARTSCCC) overrides the tolerance
      *    (9V99, default 0.50) and the minimum throws (9(3), default
      *    27 - three players' full cards).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHECK-CONTROL-FILE ASSIGN TO "DARTSCCC"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT THROWS-FILE ASSIGN TO "DARTSTHR"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CALIBRATION-FILE ASSIGN TO "DARTSCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PROPOSAL-FILE ASSIGN TO "DARTSCPR"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CHECK-REPORT-FILE ASSIGN TO "DARTSCCK"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05 CC-TOLERANCE              PIC 9V99.
           05 CC-MINIMUM-THROWS         PIC 9(3).
      *
       FD  THROWS-FILE.
       01  THROW-RECORD.
           05 TR-PLAYER-ID              PIC X(10).
           05 TR-X                      PIC S99V9.
           05 TR-Y                      PIC S99V9.
       01  MATCH-HEADER-RECORD.
           COPY "darts-match-header.cpy".
      *
       FD  CALIBRATION-FILE.
       01  CALIBRATION-RECORD.
           COPY "darts-calibration.cpy".
      *
       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           05 PR-BOARD-ID               PIC X(6).
           05 PR-EFFECTIVE-DATE         PIC 9(8).
           05 PR-X-OFFSET               PIC S99V99.
           05 PR-Y-OFFSET               PIC S99V99.
           05 PR-SCALE-FACTOR           PIC 9V9999.
      *
       FD  CHECK-REPORT-FILE.
       01  CHECK-REPORT-RECORD          PIC X(160).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 THROWS-EOF-SWITCH          PIC X    VALUE "N".
             88 THROWS-EOF                       VALUE "Y".
          05 CALIBRATION-EOF-SWITCH     PIC X    VALUE "N".
             88 CALIBRATION-EOF                  VALUE "Y".
          05 BOARD-NIGHT-FOUND-SWITCH   PIC X    VALUE "N".
             88 BOARD-NIGHT-FOUND                VALUE "Y".
          05 PROPOSAL-FITS-SWITCH       PIC X    VALUE "Y".
             88 PROPOSAL-FITS                    VALUE "Y".
      *
       01 WS-RUN-DATE                   PIC 9(8) VALUE 0.
       01 WS-TOLERANCE                  PIC 9V99 VALUE 0.50.
       01 WS-MINIMUM-THROWS             PIC 9(3) VALUE 27.
      *
      *    The board and night of the match in hand; spaces while
      *    the throws cannot be put down to a board.
       01 WS-CURRENT-BOARD-ID           PIC X(6) VALUE SPACES.
       01 WS-CURRENT-NIGHT              PIC 9(8) VALUE 0.
      *
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
       01 WS-BOARD-NIGHT-COUNT          PIC 9(3) VALUE 0.
       01 WS-BOARD-NIGHT-SCAN           PIC 9(3) VALUE 0.
       01 WS-BOARD-NIGHT-HIT            PIC 9(3) VALUE 0.
       01 WS-BOARD-NIGHT-TABLE.
          05 WS-BOARD-NIGHT OCCURS 200 TIMES.
             10 WS-BN-BOARD-ID          PIC X(6).
             10 WS-BN-NIGHT             PIC 9(8).
             10 WS-BN-THROW-COUNT       PIC 9(5).
             10 WS-BN-SUM-X             PIC S9(7)V9.
             10 WS-BN-SUM-Y             PIC S9(7)V9.
      *
      *    The calibration in force for the board and night in hand.
       01 WS-IN-FORCE-DATE              PIC 9(8) VALUE 0.
       01 WS-IN-FORCE-X-OFFSET          PIC S99V99 VALUE 0.
       01 WS-IN-FORCE-Y-OFFSET          PIC S99V99 VALUE 0.
       01 WS-IN-FORCE-SCALE-FACTOR      PIC 9V9999 VALUE 1.
      *
       01 WS-MEAN-X                     PIC S99V99 VALUE 0.
       01 WS-MEAN-Y                     PIC S99V99 VALUE 0.
       01 WS-ABS-MEAN-X                 PIC 99V99 VALUE 0.
       01 WS-ABS-MEAN-Y                 PIC 99V99 VALUE 0.
       01 WS-PROPOSED-X-OFFSET          PIC S99V99 VALUE 0.
       01 WS-PROPOSED-Y-OFFSET          PIC S99V99 VALUE 0.
       01 WS-VERDICT                    PIC X(30) VALUE SPACES.
      *
       01 WS-EDIT-MEAN-X                PIC +99.99.
       01 WS-EDIT-MEAN-Y                PIC +99.99.
       01 WS-EDIT-OFFSET-X              PIC +99.99.
       01 WS-EDIT-OFFSET-Y              PIC +99.99.
       01 WS-EDIT-SCALE                 PIC 9.9999.
       01 WS-EDIT-PROPOSED-X            PIC +99.99.
       01 WS-EDIT-PROPOSED-Y            PIC +99.99.
       01 WS-EDIT-TOLERANCE             PIC 9.99.
      *
       01 WS-CHECKED-COUNT              PIC 9(3) VALUE 0.
       01 WS-PROPOSAL-COUNT             PIC 9(3) VALUE 0.
       01 WS-UNBOARDED-COUNT            PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       DARTS-CALIBRATION-CHECK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM READ-CHECK-CONTROL.
           PERFORM LOAD-CALIBRATIONS.
           PERFORM TOTAL-BOARD-NIGHTS.
           OPEN OUTPUT PROPOSAL-FILE.
           OPEN OUTPUT CHECK-REPORT-FILE.
           MOVE WS-TOLERANCE TO WS-EDIT-TOLERANCE.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING "TABLET CALIBRATION CHECK RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " TOLERANCE=" DELIMITED BY SIZE
                  WS-EDIT-TOLERANCE DELIMITED BY SIZE
                  " MINIMUM THROWS=" DELIMITED BY SIZE
                  WS-MINIMUM-THROWS DELIMITED BY SIZE
              INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           PERFORM VARYING WS-BOARD-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-BOARD-NIGHT-SCAN > WS-BOARD-NIGHT-COUNT
                PERFORM CHECK-ONE-BOARD-NIGHT
           END-PERFORM.
           CLOSE PROPOSAL-FILE.
           CLOSE CHECK-REPORT-FILE.
           DISPLAY "Board nights checked: " WS-CHECKED-COUNT.
           DISPLAY "Offsets proposed: " WS-PROPOSAL-COUNT.
           DISPLAY "Throws with no board: " WS-UNBOARDED-COUNT.
           STOP RUN.
      *
       READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE.
           READ CHECK-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF (CC-TOLERANCE IS NUMERIC AND CC-TOLERANCE > 0)
                    MOVE CC-TOLERANCE TO WS-TOLERANCE
                 END-IF
                 IF (CC-MINIMUM-THROWS IS NUMERIC
                    AND CC-MINIMUM-THROWS > 0)
                    MOVE CC-MINIMUM-THROWS TO WS-MINIMUM-THROWS
                 END-IF
           END-READ.
           CLOSE CHECK-CONTROL-FILE.
      *
      *    Loaded exactly as DARTS-THROW-VALIDATE loads them, so the
      *    check measures against the correction the intake applies.
       LOAD-CALIBRATIONS.
           OPEN INPUT CALIBRATION-FILE.
           PERFORM UNTIL CALIBRATION-EOF
              READ CALIBRATION-FILE
                 AT END
                    MOVE "Y" TO CALIBRATION-EOF-SWITCH
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
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALIBRATION-FILE.
      *
       TOTAL-BOARD-NIGHTS.
           OPEN INPUT THROWS-FILE.
           PERFORM UNTIL THROWS-EOF
              READ THROWS-FILE
                 AT END
                    MOVE "Y" TO THROWS-EOF-SWITCH
                 NOT AT END
                    IF (MH-IS-MATCH-HEADER)
                       PERFORM START-MATCH-HEADER
                    ELSE
                       PERFORM POST-ONE-THROW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE THROWS-FILE.
      *
      *    A header with no date is tonight's match, as the intake
      *    validation reads it.
       START-MATCH-HEADER.
           MOVE MH-BOARD-ID TO WS-CURRENT-BOARD-ID.
           IF (MH-NIGHT-DATE IS NUMERIC AND MH-NIGHT-DATE > 0)
              MOVE MH-NIGHT-DATE TO WS-CURRENT-NIGHT
           ELSE
              MOVE WS-RUN-DATE TO WS-CURRENT-NIGHT
           END-IF.
      *
      *    A throw the intake would reject for its coordinates is no
      *    evidence about the tablet either way.
       POST-ONE-THROW.
           IF (TR-X IS NUMERIC AND TR-Y IS NUMERIC)
              IF (WS-CURRENT-BOARD-ID = SPACES)
                 ADD 1 TO WS-UNBOARDED-COUNT
              ELSE
                 PERFORM FIND-BOARD-NIGHT
                 ADD 1 TO WS-BN-THROW-COUNT(WS-BOARD-NIGHT-HIT)
                 ADD TR-X TO WS-BN-SUM-X(WS-BOARD-NIGHT-HIT)
                 ADD TR-Y TO WS-BN-SUM-Y(WS-BOARD-NIGHT-HIT)
              END-IF
           END-IF.
      *
       FIND-BOARD-NIGHT.
           MOVE "N" TO BOARD-NIGHT-FOUND-SWITCH.
           PERFORM VARYING WS-BOARD-NIGHT-SCAN FROM 1 BY 1
              UNTIL WS-BOARD-NIGHT-SCAN > WS-BOARD-NIGHT-COUNT
              OR BOARD-NIGHT-FOUND
                IF (WS-BN-BOARD-ID(WS-BOARD-NIGHT-SCAN) =
                      WS-CURRENT-BOARD-ID
                   AND WS-BN-NIGHT(WS-BOARD-NIGHT-SCAN) =
                      WS-CURRENT-NIGHT)
                   MOVE "Y" TO BOARD-NIGHT-FOUND-SWITCH
                   MOVE WS-BOARD-NIGHT-SCAN TO WS-BOARD-NIGHT-HIT
                END-IF
           END-PERFORM.
           IF (NOT BOARD-NIGHT-FOUND)
              IF (WS-BOARD-NIGHT-COUNT = 200)
                 DISPLAY "ABORTED: boards and nights exceed the "
                    "200-entry board-night table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BOARD-NIGHT-COUNT
              MOVE WS-BOARD-NIGHT-COUNT TO WS-BOARD-NIGHT-HIT
              MOVE WS-CURRENT-BOARD-ID
                 TO WS-BN-BOARD-ID(WS-BOARD-NIGHT-HIT)
              MOVE WS-CURRENT-NIGHT TO WS-BN-NIGHT(WS-BOARD-NIGHT-HIT)
              MOVE 0 TO WS-BN-THROW-COUNT(WS-BOARD-NIGHT-HIT)
              MOVE 0 TO WS-BN-SUM-X(WS-BOARD-NIGHT-HIT)
              MOVE 0 TO WS-BN-SUM-Y(WS-BOARD-NIGHT-HIT)
           END-IF.
      *
      *    The latest calibration for the board dated on or before
      *    the night; a later line for the same date wins.
       PICK-IN-FORCE-CALIBRATION.
           MOVE 0 TO WS-IN-FORCE-DATE.
           MOVE 0 TO WS-IN-FORCE-X-OFFSET.
           MOVE 0 TO WS-IN-FORCE-Y-OFFSET.
           MOVE 1 TO WS-IN-FORCE-SCALE-FACTOR.
           PERFORM VARYING WS-CALIBRATION-SCAN FROM 1 BY 1
              UNTIL WS-CALIBRATION-SCAN > WS-CALIBRATION-COUNT
                IF (WS-CAL-BOARD-ID(WS-CALIBRATION-SCAN) =
                      WS-BN-BOARD-ID(WS-BOARD-NIGHT-SCAN)
                   AND WS-CAL-EFFECTIVE-DATE(WS-CALIBRATION-SCAN)
                      NOT > WS-BN-NIGHT(WS-BOARD-NIGHT-SCAN)
                   AND WS-CAL-EFFECTIVE-DATE(WS-CALIBRATION-SCAN)
                      NOT < WS-IN-FORCE-DATE)
                   MOVE WS-CAL-EFFECTIVE-DATE(WS-CALIBRATION-SCAN)
                      TO WS-IN-FORCE-DATE
                   MOVE WS-CAL-X-OFFSET(WS-CALIBRATION-SCAN)
                      TO WS-IN-FORCE-X-OFFSET
                   MOVE WS-CAL-Y-OFFSET(WS-CALIBRATION-SCAN)
                      TO WS-IN-FORCE-Y-OFFSET
                   MOVE WS-CAL-SCALE-FACTOR(WS-CALIBRATION-SCAN)
                      TO WS-IN-FORCE-SCALE-FACTOR
                END-IF
           END-PERFORM.
      *
      *    The corrected mean is the raw mean through the calibration
      *    in force; taking that mean off the offset puts the night's
      *    darts back round the bull. The proposal takes effect from
      *    the night it was measured on.
       CHECK-ONE-BOARD-NIGHT.
           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM PICK-IN-FORCE-CALIBRATION.
           COMPUTE WS-MEAN-X ROUNDED =
              WS-BN-SUM-X(WS-BOARD-NIGHT-SCAN)
              / WS-BN-THROW-COUNT(WS-BOARD-NIGHT-SCAN)
              * WS-IN-FORCE-SCALE-FACTOR + WS-IN-FORCE-X-OFFSET.
           COMPUTE WS-MEAN-Y ROUNDED =
              WS-BN-SUM-Y(WS-BOARD-NIGHT-SCAN)
              / WS-BN-THROW-COUNT(WS-BOARD-NIGHT-SCAN)
              * WS-IN-FORCE-SCALE-FACTOR + WS-IN-FORCE-Y-OFFSET.
           MOVE WS-MEAN-X TO WS-ABS-MEAN-X.
           MOVE WS-MEAN-Y TO WS-ABS-MEAN-Y.
           MOVE WS-IN-FORCE-X-OFFSET TO WS-PROPOSED-X-OFFSET.
           MOVE WS-IN-FORCE-Y-OFFSET TO WS-PROPOSED-Y-OFFSET.
           EVALUATE TRUE
           WHEN WS-BN-THROW-COUNT(WS-BOARD-NIGHT-SCAN)
                   < WS-MINIMUM-THROWS
                MOVE "TOO FEW THROWS TO JUDGE" TO WS-VERDICT
           WHEN WS-ABS-MEAN-X NOT > WS-TOLERANCE
            AND WS-ABS-MEAN-Y NOT > WS-TOLERANCE
                MOVE "WITHIN TOLERANCE" TO WS-VERDICT
           WHEN OTHER
                PERFORM PROPOSE-NEW-OFFSET
           END-EVALUATE.
           PERFORM WRITE-CHECK-LINE.
      *
      *    An offset too big for the field is a tablet to be looked
      *    at, not one to be corrected in software.
       PROPOSE-NEW-OFFSET.
           MOVE "Y" TO PROPOSAL-FITS-SWITCH.
           COMPUTE WS-PROPOSED-X-OFFSET =
              WS-IN-FORCE-X-OFFSET - WS-MEAN-X
              ON SIZE ERROR
                 MOVE "N" TO PROPOSAL-FITS-SWITCH
           END-COMPUTE.
           COMPUTE WS-PROPOSED-Y-OFFSET =
              WS-IN-FORCE-Y-OFFSET - WS-MEAN-Y
              ON SIZE ERROR
                 MOVE "N" TO PROPOSAL-FITS-SWITCH
           END-COMPUTE.
           IF (PROPOSAL-FITS)
              MOVE "NEW OFFSET PROPOSED" TO WS-VERDICT
              MOVE WS-BN-BOARD-ID(WS-BOARD-NIGHT-SCAN) TO PR-BOARD-ID
              MOVE WS-BN-NIGHT(WS-BOARD-NIGHT-SCAN)
                 TO PR-EFFECTIVE-DATE
              MOVE WS-PROPOSED-X-OFFSET TO PR-X-OFFSET
              MOVE WS-PROPOSED-Y-OFFSET TO PR-Y-OFFSET
              MOVE WS-IN-FORCE-SCALE-FACTOR TO PR-SCALE-FACTOR
              WRITE PROPOSAL-RECORD
              ADD 1 TO WS-PROPOSAL-COUNT
           ELSE
              MOVE "OFFSET OUT OF RANGE - SERVICE" TO WS-VERDICT
              MOVE WS-IN-FORCE-X-OFFSET TO WS-PROPOSED-X-OFFSET
              MOVE WS-IN-FORCE-Y-OFFSET TO WS-PROPOSED-Y-OFFSET
           END-IF.
      *
       WRITE-CHECK-LINE.
           MOVE WS-MEAN-X TO WS-EDIT-MEAN-X.
           MOVE WS-MEAN-Y TO WS-EDIT-MEAN-Y.
           MOVE WS-IN-FORCE-X-OFFSET TO WS-EDIT-OFFSET-X.
           MOVE WS-IN-FORCE-Y-OFFSET TO WS-EDIT-OFFSET-Y.
           MOVE WS-IN-FORCE-SCALE-FACTOR TO WS-EDIT-SCALE.
           MOVE WS-PROPOSED-X-OFFSET TO WS-EDIT-PROPOSED-X.
           MOVE WS-PROPOSED-Y-OFFSET TO WS-EDIT-PROPOSED-Y.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING "BOARD=" DELIMITED BY SIZE
                  WS-BN-BOARD-ID(WS-BOARD-NIGHT-SCAN)
                     DELIMITED BY SIZE
                  " NIGHT=" DELIMITED BY SIZE
                  WS-BN-NIGHT(WS-BOARD-NIGHT-SCAN) DELIMITED BY SIZE
                  " THROWS=" DELIMITED BY SIZE
                  WS-BN-THROW-COUNT(WS-BOARD-NIGHT-SCAN)
                     DELIMITED BY SIZE
                  " MEAN X=" DELIMITED BY SIZE
                  WS-EDIT-MEAN-X DELIMITED BY SIZE
                  " Y=" DELIMITED BY SIZE
                  WS-EDIT-MEAN-Y DELIMITED BY SIZE
                  " OFFSET X=" DELIMITED BY SIZE
                  WS-EDIT-OFFSET-X DELIMITED BY SIZE
                  " Y=" DELIMITED BY SIZE
                  WS-EDIT-OFFSET-Y DELIMITED BY SIZE
                  " SCALE=" DELIMITED BY SIZE
                  WS-EDIT-SCALE DELIMITED BY SIZE
                  " NEW X=" DELIMITED BY SIZE
                  WS-EDIT-PROPOSED-X DELIMITED BY SIZE
                  " Y=" DELIMITED BY SIZE
                  WS-EDIT-PROPOSED-Y DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY "  "
              INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
      *
