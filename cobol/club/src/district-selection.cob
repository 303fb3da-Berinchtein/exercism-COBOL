       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRICT-SELECTION.
      *
      *    Team selection for a district match, so the captain no
      *    longer picks from memory and then phones round to find
      *    out who can play. Members declare themselves available
      *    ("Y") or unavailable ("N") for a district fixture date on
      *    the availability file (DISTAVL); a later declaration for
      *    the same date replaces an earlier one. The control card
      *    (DSELCTL) names the fixture date, the game (Y yacht or
      *    D darts), the mode (P propose, the default, or C
      *    confirm) and the squad and reserve sizes (4 and 2 when
      *    left zero).
      *
      *    Every member declared available is judged against the
      *    member master and the dues register, first failing test
      *    giving the reason, the way AGM-ELIGIBILITY-ROLL judges
      *    the voting roll:
      *
      *      NOT ON MASTER  the declaration names no member,
      *      NOT ACTIVE     MM-STATUS is not active ("A") or
      *                     reinstated ("R") - lapsed, mostly,
      *      DUES IN GRACE  MM-STATUS is grace ("G"): DUES-BILLING
      *                     has found this year's dues overdue,
      *      DUES ARREARS   an invoice from an earlier bill year is
      *                     still unpaid on DUESREG - for a
      *                     household member, the household payer's.
      *
      *    The eligible are ranked for the game - yacht on the
      *    YACHTRTG rating (an unrated player counts as 1500, where
      *    YACHT-RATING starts everyone), darts on season form, the
      *    points per match on the DARTS-SEASON-REPORT aggregates
      *    (DARTSAGG) - with the member ID breaking ties.
      *
      *    Propose mode puts the top of the ranking on the squad file
      *    (DISTSQD) as the proposed squad, the next as reserves in
      *    order; a rerun replaces the proposal, but a squad already
      *    confirmed is left alone. Confirm mode takes the proposal,
      *    applies the captain's changes from DSELCHG (each one
      *    member out, one member in; the member in takes the place
      *    of the member out and must be available and eligible),
      *    and checks everyone picked is still available and
      *    eligible. Only when every change and check passes is the
      *    squad marked confirmed and each player told on the
      *    MATCH-REMINDERS notification queue (type "T", dated for
      *    the fixture, the position in place of the table, no
      *    opponent, and the game with S for squad or R for reserve
      *    in place of the duty code) by their preferred channel;
      *    otherwise nothing is confirmed and the listing says why. A
      *    notice already queued for the member, fixture and game is
      *    not queued again. DISTRICT-EXPORT sends confirmed squads to
      *    the district as team-sheet records.
      *
      *    The listing (DSELRPT) shows the ranking with who was
      *    picked, every declaration passed over and why, and the
      *    captain's changes. A squad that cannot be filled, a
      *    refused change or check, or a squad already confirmed
      *    ends the run with return code 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SELECTION-CONTROL-FILE ASSIGN TO "DSELCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL AVAILABILITY-FILE ASSIGN TO "DISTAVL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL DUES-REGISTER-FILE ASSIGN TO "DUESREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RATINGS-FILE ASSIGN TO "YACHTRTG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL AGGREGATE-FILE ASSIGN TO "DARTSAGG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SQUAD-FILE ASSIGN TO "DISTSQD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CAPTAIN-CHANGE-FILE ASSIGN TO "DSELCHG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFICATION-QUEUE-FILE
              ASSIGN TO "NOTIFQUE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT SELECTION-REPORT-FILE ASSIGN TO "DSELRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SELECTION-CONTROL-FILE.
       01  SELECTION-CONTROL-RECORD.
           05 SL-FIXTURE-DATE        PIC 9(8).
           05 SL-GAME                PIC X.
           05 SL-MODE                PIC X.
           05 SL-SQUAD-SIZE          PIC 9.
           05 SL-RESERVES            PIC 9.
      *
       FD  AVAILABILITY-FILE.
       01  AVAILABILITY-RECORD.
           05 AV-MEMBER-ID           PIC X(10).
           05 AV-FIXTURE-DATE        PIC 9(8).
           05 AV-AVAILABLE           PIC X.
              88 AV-IS-AVAILABLE          VALUE "Y".
              88 AV-IS-UNAVAILABLE        VALUE "N".
           05 AV-DECLARED-DATE       PIC 9(8).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  DUES-REGISTER-FILE.
       01  DUES-REGISTER-RECORD.
           05 DU-MEMBER-ID           PIC X(10).
           05 DU-BILL-YEAR           PIC 9(4).
           05 DU-TIER                PIC X.
           05 DU-ISSUE-DATE          PIC 9(8).
           05 DU-AMOUNT-BILLED       PIC 9(5)V99.
           05 DU-AMOUNT-PAID         PIC 9(5)V99.
           05 DU-STATUS              PIC X.
              88 DU-INVOICE-PAID          VALUE "P".
      *
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05 HH-HOUSEHOLD-ID        PIC X(10).
           05 HH-MEMBER-ID           PIC X(10).
           05 HH-PAYER-FLAG          PIC X.
              88 HH-PRIMARY-PAYER         VALUE "Y".
           05 HH-TIER                PIC X.
      *
       FD  RATINGS-FILE.
       01  RATING-RECORD.
           05 RT-PLAYER-ID           PIC X(10).
           05 RT-RATING              PIC 9(4).
           05 RT-GAMES-RATED         PIC 9(4).
      *
       FD  AGGREGATE-FILE.
       01  AGGREGATE-RECORD.
           05 AG-SEASON-ID           PIC X(8).
           05 AG-PLAYER-ID           PIC X(10).
           05 AG-POINTS              PIC 9(7).
           05 AG-MATCHES             PIC 9(4).
           05 AG-THROWS              PIC 9(5).
      *
       FD  SQUAD-FILE.
       01  SQUAD-RECORD.
           05 SQ-FIXTURE-DATE        PIC 9(8).
           05 SQ-GAME                PIC X.
           05 SQ-POSITION            PIC 99.
           05 SQ-MEMBER-ID           PIC X(10).
           05 SQ-ROLE                PIC X.
              88 SQ-SQUAD-PLAYER          VALUE "S".
              88 SQ-RESERVE               VALUE "R".
           05 SQ-SCORE               PIC 9(7).
           05 SQ-STATUS              PIC X.
              88 SQ-PROPOSED              VALUE "P".
              88 SQ-CONFIRMED             VALUE "C".
           05 SQ-STATUS-DATE         PIC 9(8).
      *
       FD  CAPTAIN-CHANGE-FILE.
       01  CAPTAIN-CHANGE-RECORD.
           05 CH-FIXTURE-DATE        PIC 9(8).
           05 CH-GAME                PIC X.
           05 CH-MEMBER-OUT          PIC X(10).
           05 CH-MEMBER-IN           PIC X(10).
      *
       FD  NOTIFICATION-QUEUE-FILE.
       01  NOTIFICATION-QUEUE-RECORD.
           05 NQ-MEMBER-ID           PIC X(10).
           05 NQ-NIGHT-DATE          PIC 9(8).
           05 NQ-TABLE-NUMBER        PIC 99.
           05 NQ-OPPONENT-ID         PIC X(10).
           05 NQ-CHANNEL             PIC X.
           05 NQ-CONTACT             PIC X(40).
           05 NQ-STATUS              PIC X.
           05 NQ-REMINDER-TYPE       PIC X.
              88 NQ-TEAM-SELECTION        VALUE "T".
           05 NQ-DUTY-CODE           PIC X(8).
           05 NQ-TEAM-DUTY REDEFINES NQ-DUTY-CODE.
              10 NQ-TEAM-GAME        PIC X(6).
              10 FILLER              PIC X.
              10 NQ-TEAM-ROLE        PIC X.
      *
       FD  SELECTION-REPORT-FILE.
       01  SELECTION-REPORT-RECORD   PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 DATA-EOF-SWITCH         PIC X    VALUE "N".
             88 DATA-EOF                      VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 SORT-SWAPPED-SWITCH     PIC X    VALUE "N".
             88 SORT-SWAPPED                  VALUE "Y".
          05 ALREADY-CONFIRMED-SWITCH PIC X   VALUE "N".
             88 ALREADY-CONFIRMED             VALUE "Y".
          05 SELECTION-REFUSED-SWITCH PIC X   VALUE "N".
             88 SELECTION-REFUSED             VALUE "Y".
          05 ALREADY-QUEUED-SWITCH   PIC X    VALUE "N".
             88 ALREADY-QUEUED                VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-FIXTURE-DATE            PIC 9(8) VALUE 0.
       01 WS-FIXTURE-YEAR            PIC 9(4) VALUE 0.
       01 WS-GAME                    PIC X    VALUE "Y".
          88 WS-YACHT-GAME                    VALUE "Y".
          88 WS-DARTS-GAME                    VALUE "D".
       01 WS-GAME-NAME               PIC X(8) VALUE SPACES.
       01 WS-SCORE-NAME              PIC X(6) VALUE SPACES.
       01 WS-MODE                    PIC X    VALUE "P".
          88 WS-PROPOSE-MODE                  VALUE "P".
          88 WS-CONFIRM-MODE                  VALUE "C".
       01 WS-SQUAD-SIZE              PIC 9    VALUE 4.
       01 WS-RESERVE-SIZE            PIC 9    VALUE 2.
       01 WS-SHORT-COUNT             PIC 9    VALUE 0.
      *
       01 WS-CANDIDATE-COUNT         PIC 9(3) VALUE 0.
       01 WS-CANDIDATE-SCAN          PIC 9(3) VALUE 0.
       01 WS-CANDIDATE-SCAN-2        PIC 9(3) VALUE 0.
       01 WS-CANDIDATE-HIT           PIC 9(3) VALUE 0.
       01 WS-CANDIDATE-TABLE.
          05 WS-CANDIDATE OCCURS 500 TIMES.
             10 WS-CAND-ID           PIC X(10).
             10 WS-CAND-AVAILABLE    PIC X.
             10 WS-CAND-ON-MASTER    PIC X.
             10 WS-CAND-STATUS       PIC X.
             10 WS-CAND-NAME         PIC X(40).
             10 WS-CAND-CHANNEL      PIC X.
             10 WS-CAND-PHONE        PIC X(15).
             10 WS-CAND-EMAIL        PIC X(40).
             10 WS-CAND-ELIGIBLE     PIC X.
             10 WS-CAND-REASON       PIC X(16).
             10 WS-CAND-SCORE        PIC 9(7).
       01 WS-CANDIDATE-HOLD          PIC X(133).
       01 WS-LOOKUP-MEMBER-ID        PIC X(10) VALUE SPACES.
       01 WS-ELIGIBLE-COUNT          PIC 9(3) VALUE 0.
       01 WS-UNAVAILABLE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RANK-PICTURE            PIC ZZ9.
      *
       01 WS-LINK-COUNT              PIC 9(3) VALUE 0.
       01 WS-LINK-SCAN               PIC 9(3) VALUE 0.
       01 WS-LINK-HIT                PIC 9(3) VALUE 0.
       01 WS-LINK-TABLE.
          05 WS-LINK OCCURS 500 TIMES.
             10 WS-LINK-HOUSEHOLD    PIC X(10).
             10 WS-LINK-MEMBER       PIC X(10).
             10 WS-LINK-PAYER-FLAG   PIC X.
      *
       01 WS-ARREARS-COUNT           PIC 9(4) VALUE 0.
       01 WS-ARREARS-SCAN            PIC 9(4) VALUE 0.
       01 WS-ARREARS-TABLE.
          05 WS-ARREARS-MEMBER OCCURS 2000 TIMES PIC X(10).
       01 WS-BILLING-ID              PIC X(10) VALUE SPACES.
       01 WS-IN-ARREARS              PIC X    VALUE "N".
      *
      *    Squad-file entries for other fixtures and games are kept
      *    as they stand; this fixture's own entries are the
      *    selection.
       01 WS-KEPT-COUNT              PIC 9(4) VALUE 0.
       01 WS-KEPT-SCAN               PIC 9(4) VALUE 0.
       01 WS-KEPT-TABLE.
          05 WS-KEPT-ENTRY OCCURS 2000 TIMES PIC X(38).
      *
       01 WS-SELECTED-COUNT          PIC 99   VALUE 0.
       01 WS-SELECTED-SCAN           PIC 99   VALUE 0.
       01 WS-SELECTED-HIT            PIC 99   VALUE 0.
       01 WS-SELECTED-IN-HIT         PIC 99   VALUE 0.
       01 WS-SELECTED-POSITION       PIC 99   VALUE 0.
       01 WS-SELECTED-TABLE.
          05 WS-SELECTED OCCURS 20 TIMES.
             10 WS-SEL-MEMBER        PIC X(10).
             10 WS-SEL-ROLE          PIC X.
             10 WS-SEL-SCORE         PIC 9(7).
             10 WS-SEL-STATUS        PIC X.
             10 WS-SEL-STATUS-DATE   PIC 9(8).
       01 WS-ROLE-NAME               PIC X(7) VALUE SPACES.
       01 WS-REFUSE-REASON           PIC X(20) VALUE SPACES.
      *
       01 WS-CHANGE-COUNT            PIC 9(3) VALUE 0.
       01 WS-CHANGE-REFUSED-COUNT    PIC 9(3) VALUE 0.
      *
       01 WS-QUEUED-COUNT            PIC 9(4) VALUE 0.
       01 WS-QUEUED-SCAN             PIC 9(4) VALUE 0.
       01 WS-QUEUED-TABLE.
          05 WS-QUEUED OCCURS 1000 TIMES.
             10 WS-QUEUED-MEMBER     PIC X(10).
             10 WS-QUEUED-DATE       PIC 9(8).
             10 WS-QUEUED-GAME       PIC X(8).
       01 WS-NOTICE-COUNT            PIC 9(3) VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "V".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAY-COUNT            PIC S9(7) VALUE 0.
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "DISTRICT-SELECTION".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       DISTRICT-SELECTION.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-SELECTION-CONTROL.
           PERFORM LOAD-HOUSEHOLDS.
           PERFORM LOAD-DUES-ARREARS.
           PERFORM LOAD-DECLARATIONS.
           PERFORM LOAD-MEMBER-DETAILS.
           IF (WS-YACHT-GAME)
              PERFORM LOAD-YACHT-RATINGS
           ELSE
              PERFORM LOAD-DARTS-FORM
           END-IF.
           PERFORM JUDGE-ONE-CANDIDATE
              VARYING WS-CANDIDATE-SCAN FROM 1 BY 1
              UNTIL WS-CANDIDATE-SCAN > WS-CANDIDATE-COUNT.
           PERFORM RANK-CANDIDATES.
           PERFORM LOAD-SQUAD-FILE.
           OPEN OUTPUT SELECTION-REPORT-FILE.
           MOVE SPACES TO SELECTION-REPORT-RECORD.
           STRING "DISTRICT SELECTION FIXTURE=" DELIMITED BY SIZE
                  WS-FIXTURE-DATE DELIMITED BY SIZE
                  " GAME=" DELIMITED BY SIZE
                  WS-GAME-NAME DELIMITED BY SPACE
                  " MODE=" DELIMITED BY SIZE
                  WS-MODE DELIMITED BY SIZE
                  " SQUAD=" DELIMITED BY SIZE
                  WS-SQUAD-SIZE DELIMITED BY SIZE
                  " RESERVES=" DELIMITED BY SIZE
                  WS-RESERVE-SIZE DELIMITED BY SIZE
                  " RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO SELECTION-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE TRUE
           WHEN ALREADY-CONFIRMED
                STRING "SQUAD ALREADY CONFIRMED ON "
                          DELIMITED BY SIZE
                       WS-SEL-STATUS-DATE(1) DELIMITED BY SIZE
                       " - NOTHING CHANGED" DELIMITED BY SIZE
                   INTO SELECTION-REPORT-RECORD
                PERFORM WRITE-REPORT-LINE
                MOVE "Y" TO SELECTION-REFUSED-SWITCH
           WHEN WS-PROPOSE-MODE
                PERFORM PROPOSE-SQUAD
           WHEN OTHER
                PERFORM CONFIRM-SQUAD
           END-EVALUATE.
           PERFORM WRITE-RANKING.
           PERFORM WRITE-PASSED-OVER.
           CLOSE SELECTION-REPORT-FILE.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Declared available and eligible: "
              WS-ELIGIBLE-COUNT.
           DISPLAY "Players selected: " WS-SELECTED-COUNT.
           DISPLAY "Selection notices queued: " WS-NOTICE-COUNT.
           IF (SELECTION-REFUSED OR WS-SHORT-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       LOAD-SELECTION-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT SELECTION-CONTROL-FILE.
           PERFORM UNTIL DATA-EOF
              READ SELECTION-CONTROL-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (SL-FIXTURE-DATE IS NUMERIC)
                       MOVE SL-FIXTURE-DATE TO WS-FIXTURE-DATE
                    END-IF
                    IF (SL-GAME NOT = SPACE)
                       MOVE SL-GAME TO WS-GAME
                    END-IF
                    IF (SL-MODE NOT = SPACE)
                       MOVE SL-MODE TO WS-MODE
                    END-IF
                    IF (SL-SQUAD-SIZE IS NUMERIC
                       AND SL-SQUAD-SIZE > 0)
                       MOVE SL-SQUAD-SIZE TO WS-SQUAD-SIZE
                    END-IF
                    IF (SL-RESERVES IS NUMERIC
                       AND SL-RESERVES > 0)
                       MOVE SL-RESERVES TO WS-RESERVE-SIZE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SELECTION-CONTROL-FILE.
           MOVE "V" TO WS-DS-FUNCTION.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION WS-FIXTURE-DATE
              WS-DS-DATE-2 WS-DS-DAY-COUNT WS-DS-RESULT-DATE
              WS-DS-STATUS.
           IF (WS-FIXTURE-DATE = 0 OR WS-DS-STATUS NOT = "0")
              DISPLAY "ABORTED: no valid fixture date on the "
                 "selection control card"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (NOT WS-YACHT-GAME AND NOT WS-DARTS-GAME)
              DISPLAY "ABORTED: selection control card game is "
                 "not Y or D"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (NOT WS-PROPOSE-MODE AND NOT WS-CONFIRM-MODE)
              DISPLAY "ABORTED: selection control card mode is "
                 "not P or C"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FIXTURE-DATE(1:4) TO WS-FIXTURE-YEAR.
           IF (WS-YACHT-GAME)
              MOVE "YACHT" TO WS-GAME-NAME
              MOVE "RATING" TO WS-SCORE-NAME
           ELSE
              MOVE "DARTS" TO WS-GAME-NAME
              MOVE "FORM" TO WS-SCORE-NAME
           END-IF.
      *
       LOAD-HOUSEHOLDS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT HOUSEHOLD-FILE.
           PERFORM UNTIL DATA-EOF
              READ HOUSEHOLD-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-LINK-COUNT = 500)
                       DISPLAY "ABORTED: household file exceeds "
                          "the 500-entry link table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-LINK-COUNT
                    MOVE HH-HOUSEHOLD-ID
                       TO WS-LINK-HOUSEHOLD(WS-LINK-COUNT)
                    MOVE HH-MEMBER-ID
                       TO WS-LINK-MEMBER(WS-LINK-COUNT)
                    MOVE HH-PAYER-FLAG
                       TO WS-LINK-PAYER-FLAG(WS-LINK-COUNT)
              END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.
      *
      *    This year's dues are judged by the member's status, which
      *    DUES-BILLING keeps against the grace and installment
      *    schedules; only earlier years' invoices are looked at
      *    here.
       LOAD-DUES-ARREARS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT DUES-REGISTER-FILE.
           PERFORM UNTIL DATA-EOF
              READ DUES-REGISTER-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (DU-BILL-YEAR < WS-FIXTURE-YEAR
                       AND NOT DU-INVOICE-PAID)
                       IF (WS-ARREARS-COUNT = 2000)
                          DISPLAY "ABORTED: unpaid invoices exceed "
                             "the 2000-entry arrears table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-ARREARS-COUNT
                       MOVE DU-MEMBER-ID
                          TO WS-ARREARS-MEMBER(WS-ARREARS-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DUES-REGISTER-FILE.
      *
      *    The file is in the order the declarations were keyed, so
      *    the last one for a member and date is the one that holds.
       LOAD-DECLARATIONS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT AVAILABILITY-FILE.
           PERFORM UNTIL DATA-EOF
              READ AVAILABILITY-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (AV-FIXTURE-DATE = WS-FIXTURE-DATE
                       AND (AV-IS-AVAILABLE OR AV-IS-UNAVAILABLE))
                       ADD 1 TO WS-AUDIT-READ
                       MOVE AV-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
                       PERFORM FIND-CANDIDATE
                       IF (WS-CANDIDATE-HIT = 0)
                          PERFORM ADD-CANDIDATE
                       END-IF
                       MOVE AV-AVAILABLE
                          TO WS-CAND-AVAILABLE(WS-CANDIDATE-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AVAILABILITY-FILE.
      *
       ADD-CANDIDATE.
           IF (WS-CANDIDATE-COUNT = 500)
              DISPLAY "ABORTED: declarations exceed the 500-entry "
                 "candidate table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANDIDATE-COUNT.
           MOVE WS-CANDIDATE-COUNT TO WS-CANDIDATE-HIT.
           MOVE SPACES TO WS-CANDIDATE(WS-CANDIDATE-HIT).
           MOVE WS-LOOKUP-MEMBER-ID TO WS-CAND-ID(WS-CANDIDATE-HIT).
           MOVE "N" TO WS-CAND-ON-MASTER(WS-CANDIDATE-HIT).
           MOVE "N" TO WS-CAND-ELIGIBLE(WS-CANDIDATE-HIT).
           MOVE 0 TO WS-CAND-SCORE(WS-CANDIDATE-HIT).
      *
       FIND-CANDIDATE.
           MOVE 0 TO WS-CANDIDATE-HIT.
           PERFORM VARYING WS-CANDIDATE-SCAN FROM 1 BY 1
              UNTIL WS-CANDIDATE-SCAN > WS-CANDIDATE-COUNT
              OR WS-CANDIDATE-HIT > 0
                IF (WS-CAND-ID(WS-CANDIDATE-SCAN) =
                   WS-LOOKUP-MEMBER-ID)
                   MOVE WS-CANDIDATE-SCAN TO WS-CANDIDATE-HIT
                END-IF
           END-PERFORM.
      *
       LOAD-MEMBER-DETAILS.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    MOVE MM-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
                    PERFORM FIND-CANDIDATE
                    IF (WS-CANDIDATE-HIT > 0)
                       PERFORM POST-MEMBER-DETAILS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       POST-MEMBER-DETAILS.
           MOVE "Y" TO WS-CAND-ON-MASTER(WS-CANDIDATE-HIT).
           MOVE MM-STATUS TO WS-CAND-STATUS(WS-CANDIDATE-HIT).
           MOVE MM-NAME TO WS-CAND-NAME(WS-CANDIDATE-HIT).
           MOVE MM-CHANNEL TO WS-CAND-CHANNEL(WS-CANDIDATE-HIT).
           MOVE MM-PHONE TO WS-CAND-PHONE(WS-CANDIDATE-HIT).
           MOVE MM-EMAIL TO WS-CAND-EMAIL(WS-CANDIDATE-HIT).
      *
       LOAD-YACHT-RATINGS.
           PERFORM VARYING WS-CANDIDATE-SCAN FROM 1 BY 1
              UNTIL WS-CANDIDATE-SCAN > WS-CANDIDATE-COUNT
                MOVE 1500 TO WS-CAND-SCORE(WS-CANDIDATE-SCAN)
           END-PERFORM.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT RATINGS-FILE.
           PERFORM UNTIL DATA-EOF
              READ RATINGS-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    MOVE RT-PLAYER-ID TO WS-LOOKUP-MEMBER-ID
                    PERFORM FIND-CANDIDATE
                    IF (WS-CANDIDATE-HIT > 0)
                       MOVE RT-RATING
                          TO WS-CAND-SCORE(WS-CANDIDATE-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RATINGS-FILE.
      *
      *    A player with no darts this season has no form and ranks
      *    below everyone who has played.
       LOAD-DARTS-FORM.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT AGGREGATE-FILE.
           PERFORM UNTIL DATA-EOF
              READ AGGREGATE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    MOVE AG-PLAYER-ID TO WS-LOOKUP-MEMBER-ID
                    PERFORM FIND-CANDIDATE
                    IF (WS-CANDIDATE-HIT > 0 AND AG-MATCHES > 0)
                       COMPUTE WS-CAND-SCORE(WS-CANDIDATE-HIT)
                          ROUNDED = AG-POINTS / AG-MATCHES
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AGGREGATE-FILE.
      *
      *    The first failing test gives the reason, as on the
      *    voting roll.
       JUDGE-ONE-CANDIDATE.
           MOVE WS-CANDIDATE-SCAN TO WS-CANDIDATE-HIT.
           PERFORM CHECK-DUES-ARREARS.
           MOVE "N" TO WS-CAND-ELIGIBLE(WS-CANDIDATE-HIT).
           EVALUATE TRUE
           WHEN WS-CAND-AVAILABLE(WS-CANDIDATE-HIT) = "N"
                MOVE "UNAVAILABLE" TO WS-CAND-REASON(WS-CANDIDATE-HIT)
                ADD 1 TO WS-UNAVAILABLE-COUNT
           WHEN WS-CAND-ON-MASTER(WS-CANDIDATE-HIT) = "N"
                MOVE "NOT ON MASTER"
                   TO WS-CAND-REASON(WS-CANDIDATE-HIT)
           WHEN WS-CAND-STATUS(WS-CANDIDATE-HIT) = "G"
                MOVE "DUES IN GRACE"
                   TO WS-CAND-REASON(WS-CANDIDATE-HIT)
           WHEN WS-CAND-STATUS(WS-CANDIDATE-HIT) NOT = "A"
              AND WS-CAND-STATUS(WS-CANDIDATE-HIT) NOT = "R"
                MOVE "NOT ACTIVE" TO WS-CAND-REASON(WS-CANDIDATE-HIT)
           WHEN WS-IN-ARREARS = "Y"
                MOVE "DUES ARREARS" TO WS-CAND-REASON(WS-CANDIDATE-HIT)
           WHEN OTHER
                MOVE "Y" TO WS-CAND-ELIGIBLE(WS-CANDIDATE-HIT)
                MOVE "ELIGIBLE" TO WS-CAND-REASON(WS-CANDIDATE-HIT)
                ADD 1 TO WS-ELIGIBLE-COUNT
           END-EVALUATE.
      *
      *    A household member's dues are the payer's invoice.
       CHECK-DUES-ARREARS.
           MOVE WS-CAND-ID(WS-CANDIDATE-HIT) TO WS-BILLING-ID.
           MOVE 0 TO WS-LINK-HIT.
           PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
              UNTIL WS-LINK-SCAN > WS-LINK-COUNT
              OR WS-LINK-HIT > 0
                IF (WS-LINK-MEMBER(WS-LINK-SCAN) =
                   WS-CAND-ID(WS-CANDIDATE-HIT))
                   MOVE WS-LINK-SCAN TO WS-LINK-HIT
                END-IF
           END-PERFORM.
           IF (WS-LINK-HIT > 0)
              PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
                 UNTIL WS-LINK-SCAN > WS-LINK-COUNT
                   IF (WS-LINK-HOUSEHOLD(WS-LINK-SCAN) =
                      WS-LINK-HOUSEHOLD(WS-LINK-HIT)
                      AND WS-LINK-PAYER-FLAG(WS-LINK-SCAN) = "Y")
                      MOVE WS-LINK-MEMBER(WS-LINK-SCAN)
                         TO WS-BILLING-ID
                   END-IF
              END-PERFORM
           END-IF.
           MOVE "N" TO WS-IN-ARREARS.
           PERFORM VARYING WS-ARREARS-SCAN FROM 1 BY 1
              UNTIL WS-ARREARS-SCAN > WS-ARREARS-COUNT
              OR WS-IN-ARREARS = "Y"
                IF (WS-ARREARS-MEMBER(WS-ARREARS-SCAN) =
                   WS-BILLING-ID)
                   MOVE "Y" TO WS-IN-ARREARS
                END-IF
           END-PERFORM.
      *
      *    Eligible first, then score, then member ID; the table is
      *    small enough for an exchange sort.
       RANK-CANDIDATES.
           MOVE "Y" TO SORT-SWAPPED-SWITCH.
           PERFORM UNTIL NOT SORT-SWAPPED
              MOVE "N" TO SORT-SWAPPED-SWITCH
              PERFORM VARYING WS-CANDIDATE-SCAN FROM 1 BY 1
                 UNTIL WS-CANDIDATE-SCAN >= WS-CANDIDATE-COUNT
                   COMPUTE WS-CANDIDATE-SCAN-2 = WS-CANDIDATE-SCAN + 1
                   IF (WS-CAND-ELIGIBLE(WS-CANDIDATE-SCAN-2) >
                      WS-CAND-ELIGIBLE(WS-CANDIDATE-SCAN)
                      OR (WS-CAND-ELIGIBLE(WS-CANDIDATE-SCAN-2) =
                         WS-CAND-ELIGIBLE(WS-CANDIDATE-SCAN)
                      AND WS-CAND-SCORE(WS-CANDIDATE-SCAN-2) >
                         WS-CAND-SCORE(WS-CANDIDATE-SCAN))
                      OR (WS-CAND-ELIGIBLE(WS-CANDIDATE-SCAN-2) =
                         WS-CAND-ELIGIBLE(WS-CANDIDATE-SCAN)
                      AND WS-CAND-SCORE(WS-CANDIDATE-SCAN-2) =
                         WS-CAND-SCORE(WS-CANDIDATE-SCAN)
                      AND WS-CAND-ID(WS-CANDIDATE-SCAN-2) <
                         WS-CAND-ID(WS-CANDIDATE-SCAN)))
                      MOVE WS-CANDIDATE(WS-CANDIDATE-SCAN)
                         TO WS-CANDIDATE-HOLD
                      MOVE WS-CANDIDATE(WS-CANDIDATE-SCAN-2)
                         TO WS-CANDIDATE(WS-CANDIDATE-SCAN)
                      MOVE WS-CANDIDATE-HOLD
                         TO WS-CANDIDATE(WS-CANDIDATE-SCAN-2)
                      MOVE "Y" TO SORT-SWAPPED-SWITCH
                   END-IF
              END-PERFORM
           END-PERFORM.
      *
       LOAD-SQUAD-FILE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT SQUAD-FILE.
           PERFORM UNTIL DATA-EOF
              READ SQUAD-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (SQ-FIXTURE-DATE = WS-FIXTURE-DATE
                       AND SQ-GAME = WS-GAME)
                       PERFORM ADD-SELECTED-FROM-FILE
                    ELSE
                       PERFORM KEEP-SQUAD-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SQUAD-FILE.
      *
       ADD-SELECTED-FROM-FILE.
           IF (WS-SELECTED-COUNT < 20)
              ADD 1 TO WS-SELECTED-COUNT
              MOVE SQ-MEMBER-ID TO WS-SEL-MEMBER(WS-SELECTED-COUNT)
              MOVE SQ-ROLE TO WS-SEL-ROLE(WS-SELECTED-COUNT)
              MOVE SQ-SCORE TO WS-SEL-SCORE(WS-SELECTED-COUNT)
              MOVE SQ-STATUS TO WS-SEL-STATUS(WS-SELECTED-COUNT)
              MOVE SQ-STATUS-DATE
                 TO WS-SEL-STATUS-DATE(WS-SELECTED-COUNT)
           END-IF.
           IF (SQ-CONFIRMED)
              MOVE "Y" TO ALREADY-CONFIRMED-SWITCH
           END-IF.
      *
       KEEP-SQUAD-ENTRY.
           IF (WS-KEPT-COUNT = 2000)
              DISPLAY "ABORTED: squad file exceeds the 2000-entry "
                 "squad table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-KEPT-COUNT.
           MOVE SQUAD-RECORD TO WS-KEPT-ENTRY(WS-KEPT-COUNT).
      *
      *    The ranking is in order, eligible first, so the squad and
      *    reserves are simply the top of it.
       PROPOSE-SQUAD.
           MOVE 0 TO WS-SELECTED-COUNT.
           PERFORM VARYING WS-CANDIDATE-SCAN FROM 1 BY 1
              UNTIL WS-CANDIDATE-SCAN > WS-CANDIDATE-COUNT
              OR WS-SELECTED-COUNT = WS-SQUAD-SIZE + WS-RESERVE-SIZE
                IF (WS-CAND-ELIGIBLE(WS-CANDIDATE-SCAN) = "Y")
                   ADD 1 TO WS-SELECTED-COUNT
                   MOVE WS-CAND-ID(WS-CANDIDATE-SCAN)
                      TO WS-SEL-MEMBER(WS-SELECTED-COUNT)
                   MOVE WS-CAND-SCORE(WS-CANDIDATE-SCAN)
                      TO WS-SEL-SCORE(WS-SELECTED-COUNT)
                   MOVE "P" TO WS-SEL-STATUS(WS-SELECTED-COUNT)
                   MOVE WS-RUN-DATE
                      TO WS-SEL-STATUS-DATE(WS-SELECTED-COUNT)
                   IF (WS-SELECTED-COUNT > WS-SQUAD-SIZE)
                      MOVE "R" TO WS-SEL-ROLE(WS-SELECTED-COUNT)
                   ELSE
                      MOVE "S" TO WS-SEL-ROLE(WS-SELECTED-COUNT)
                   END-IF
                END-IF
           END-PERFORM.
           IF (WS-SELECTED-COUNT < WS-SQUAD-SIZE)
              COMPUTE WS-SHORT-COUNT =
                 WS-SQUAD-SIZE - WS-SELECTED-COUNT
           END-IF.
           PERFORM REWRITE-SQUAD-FILE.
           MOVE "PROPOSED SQUAD" TO SELECTION-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-SELECTION.
           IF (WS-SHORT-COUNT > 0)
              STRING "** SQUAD SHORT BY " DELIMITED BY SIZE
                     WS-SHORT-COUNT DELIMITED BY SIZE
                     " - TOO FEW AVAILABLE AND ELIGIBLE **"
                        DELIMITED BY SIZE
                 INTO SELECTION-REPORT-RECORD
              PERFORM WRITE-REPORT-LINE
           END-IF.
      *
      *    Every change and every check is made before anything is
      *    written, so a refused confirmation leaves the proposal
      *    on file for the captain to correct and rerun.
       CONFIRM-SQUAD.
           IF (WS-SELECTED-COUNT = 0)
              MOVE "NO PROPOSED SQUAD ON FILE FOR THIS FIXTURE"
                 TO SELECTION-REPORT-RECORD
              PERFORM WRITE-REPORT-LINE
              MOVE "Y" TO SELECTION-REFUSED-SWITCH
           ELSE
              PERFORM APPLY-CAPTAIN-CHANGES
              PERFORM CHECK-ONE-SELECTED
                 VARYING WS-SELECTED-SCAN FROM 1 BY 1
                 UNTIL WS-SELECTED-SCAN > WS-SELECTED-COUNT
              PERFORM COUNT-SQUAD-PLAYERS
           END-IF.
           IF (NOT SELECTION-REFUSED)
              PERFORM VARYING WS-SELECTED-SCAN FROM 1 BY 1
                 UNTIL WS-SELECTED-SCAN > WS-SELECTED-COUNT
                   MOVE "C" TO WS-SEL-STATUS(WS-SELECTED-SCAN)
                   MOVE WS-RUN-DATE
                      TO WS-SEL-STATUS-DATE(WS-SELECTED-SCAN)
              END-PERFORM
              PERFORM REWRITE-SQUAD-FILE
              PERFORM QUEUE-SELECTION-NOTICES
              MOVE "CONFIRMED SQUAD" TO SELECTION-REPORT-RECORD
              PERFORM WRITE-REPORT-LINE
              PERFORM WRITE-SELECTION
           ELSE
              IF (WS-SELECTED-COUNT > 0)
                 MOVE "** SQUAD NOT CONFIRMED **"
                    TO SELECTION-REPORT-RECORD
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.
      *
       APPLY-CAPTAIN-CHANGES.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT CAPTAIN-CHANGE-FILE.
           PERFORM UNTIL DATA-EOF
              READ CAPTAIN-CHANGE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (CH-FIXTURE-DATE = WS-FIXTURE-DATE
                       AND CH-GAME = WS-GAME)
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM APPLY-ONE-CHANGE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAPTAIN-CHANGE-FILE.
      *
      *    A reserve brought in leaves the reserve list, so the
      *    member in is never picked twice.
       APPLY-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE 0 TO WS-SELECTED-HIT.
           MOVE 0 TO WS-SELECTED-IN-HIT.
           PERFORM VARYING WS-SELECTED-SCAN FROM 1 BY 1
              UNTIL WS-SELECTED-SCAN > WS-SELECTED-COUNT
                IF (WS-SEL-MEMBER(WS-SELECTED-SCAN) = CH-MEMBER-OUT)
                   MOVE WS-SELECTED-SCAN TO WS-SELECTED-HIT
                END-IF
                IF (WS-SEL-MEMBER(WS-SELECTED-SCAN) = CH-MEMBER-IN)
                   MOVE WS-SELECTED-SCAN TO WS-SELECTED-IN-HIT
                END-IF
           END-PERFORM.
           MOVE CH-MEMBER-IN TO WS-LOOKUP-MEMBER-ID.
           PERFORM FIND-CANDIDATE.
           EVALUATE TRUE
           WHEN WS-SELECTED-HIT = 0
                MOVE "OUT NOT SELECTED" TO WS-REFUSE-REASON
           WHEN WS-SELECTED-IN-HIT > 0
              AND WS-SEL-ROLE(WS-SELECTED-IN-HIT) = "S"
                MOVE "IN ALREADY IN SQUAD" TO WS-REFUSE-REASON
           WHEN WS-CANDIDATE-HIT = 0
                MOVE "IN NOT DECLARED" TO WS-REFUSE-REASON
           WHEN WS-CAND-ELIGIBLE(WS-CANDIDATE-HIT) NOT = "Y"
                MOVE WS-CAND-REASON(WS-CANDIDATE-HIT)
                   TO WS-REFUSE-REASON
           WHEN OTHER
                MOVE CH-MEMBER-IN TO WS-SEL-MEMBER(WS-SELECTED-HIT)
                MOVE WS-CAND-SCORE(WS-CANDIDATE-HIT)
                   TO WS-SEL-SCORE(WS-SELECTED-HIT)
                IF (WS-SELECTED-IN-HIT > 0)
                   PERFORM DROP-SELECTED-ENTRY
                END-IF
           END-EVALUATE.
           MOVE SPACES TO SELECTION-REPORT-RECORD.
           IF (WS-REFUSE-REASON = SPACES)
              STRING "CHANGE APPLIED  OUT=" DELIMITED BY SIZE
                     CH-MEMBER-OUT DELIMITED BY SIZE
                     " IN=" DELIMITED BY SIZE
                     CH-MEMBER-IN DELIMITED BY SIZE
                 INTO SELECTION-REPORT-RECORD
           ELSE
              ADD 1 TO WS-CHANGE-REFUSED-COUNT
              MOVE "Y" TO SELECTION-REFUSED-SWITCH
              STRING "CHANGE REFUSED  OUT=" DELIMITED BY SIZE
                     CH-MEMBER-OUT DELIMITED BY SIZE
                     " IN=" DELIMITED BY SIZE
                     CH-MEMBER-IN DELIMITED BY SIZE
                     " REASON=" DELIMITED BY SIZE
                     WS-REFUSE-REASON DELIMITED BY SIZE
                 INTO SELECTION-REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       DROP-SELECTED-ENTRY.
           PERFORM VARYING WS-SELECTED-SCAN FROM WS-SELECTED-IN-HIT
              BY 1 UNTIL WS-SELECTED-SCAN >= WS-SELECTED-COUNT
                MOVE WS-SELECTED(WS-SELECTED-SCAN + 1)
                   TO WS-SELECTED(WS-SELECTED-SCAN)
           END-PERFORM.
           SUBTRACT 1 FROM WS-SELECTED-COUNT.
      *
      *    A declaration changed since the proposal, or a status the
      *    dues run has moved, shows up here.
       CHECK-ONE-SELECTED.
           MOVE WS-SEL-MEMBER(WS-SELECTED-SCAN) TO WS-LOOKUP-MEMBER-ID.
           PERFORM FIND-CANDIDATE.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF (WS-CANDIDATE-HIT = 0)
              MOVE "NO DECLARATION" TO WS-REFUSE-REASON
           ELSE
              IF (WS-CAND-ELIGIBLE(WS-CANDIDATE-HIT) NOT = "Y")
                 MOVE WS-CAND-REASON(WS-CANDIDATE-HIT)
                    TO WS-REFUSE-REASON
              END-IF
           END-IF.
           IF (WS-REFUSE-REASON NOT = SPACES)
              MOVE "Y" TO SELECTION-REFUSED-SWITCH
              STRING "CHECK REFUSED   MEMBER=" DELIMITED BY SIZE
                     WS-SEL-MEMBER(WS-SELECTED-SCAN)
                        DELIMITED BY SIZE
                     " NOW " DELIMITED BY SIZE
                     WS-REFUSE-REASON DELIMITED BY SIZE
                 INTO SELECTION-REPORT-RECORD
              PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       COUNT-SQUAD-PLAYERS.
           MOVE 0 TO WS-SELECTED-HIT.
           PERFORM VARYING WS-SELECTED-SCAN FROM 1 BY 1
              UNTIL WS-SELECTED-SCAN > WS-SELECTED-COUNT
                IF (WS-SEL-ROLE(WS-SELECTED-SCAN) = "S")
                   ADD 1 TO WS-SELECTED-HIT
                END-IF
           END-PERFORM.
           IF (WS-SELECTED-HIT < WS-SQUAD-SIZE)
              COMPUTE WS-SHORT-COUNT = WS-SQUAD-SIZE - WS-SELECTED-HIT
              STRING "** SQUAD SHORT BY " DELIMITED BY SIZE
                     WS-SHORT-COUNT DELIMITED BY SIZE
                     " **" DELIMITED BY SIZE
                 INTO SELECTION-REPORT-RECORD
              PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       QUEUE-SELECTION-NOTICES.
           PERFORM LOAD-EXISTING-QUEUE.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           PERFORM VARYING WS-SELECTED-SCAN FROM 1 BY 1
              UNTIL WS-SELECTED-SCAN > WS-SELECTED-COUNT
                PERFORM QUEUE-ONE-NOTICE
           END-PERFORM.
           CLOSE NOTIFICATION-QUEUE-FILE.
      *
      *    Only selection notices already on the queue matter here;
      *    the other notices are left to their owners.
       LOAD-EXISTING-QUEUE.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT NOTIFICATION-QUEUE-FILE.
           PERFORM UNTIL DATA-EOF
              READ NOTIFICATION-QUEUE-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (NQ-TEAM-SELECTION
                       AND WS-QUEUED-COUNT < 1000)
                       ADD 1 TO WS-QUEUED-COUNT
                       MOVE NQ-MEMBER-ID
                          TO WS-QUEUED-MEMBER(WS-QUEUED-COUNT)
                       MOVE NQ-NIGHT-DATE
                          TO WS-QUEUED-DATE(WS-QUEUED-COUNT)
                       MOVE NQ-TEAM-GAME
                          TO WS-QUEUED-GAME(WS-QUEUED-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NOTIFICATION-QUEUE-FILE.
      *
      *    Phone preference carries the phone, anything else the
      *    email, the same as MATCH-REMINDERS.
       QUEUE-ONE-NOTICE.
           MOVE "N" TO ALREADY-QUEUED-SWITCH.
           PERFORM VARYING WS-QUEUED-SCAN FROM 1 BY 1
              UNTIL WS-QUEUED-SCAN > WS-QUEUED-COUNT
              OR ALREADY-QUEUED
                IF (WS-QUEUED-MEMBER(WS-QUEUED-SCAN) =
                      WS-SEL-MEMBER(WS-SELECTED-SCAN)
                   AND WS-QUEUED-DATE(WS-QUEUED-SCAN) =
                      WS-FIXTURE-DATE
                   AND WS-QUEUED-GAME(WS-QUEUED-SCAN) = WS-GAME-NAME)
                   MOVE "Y" TO ALREADY-QUEUED-SWITCH
                END-IF
           END-PERFORM.
           MOVE WS-SEL-MEMBER(WS-SELECTED-SCAN) TO WS-LOOKUP-MEMBER-ID.
           PERFORM FIND-CANDIDATE.
           IF (NOT ALREADY-QUEUED AND WS-CANDIDATE-HIT > 0)
              MOVE WS-SEL-MEMBER(WS-SELECTED-SCAN) TO NQ-MEMBER-ID
              MOVE WS-FIXTURE-DATE TO NQ-NIGHT-DATE
              MOVE WS-SELECTED-SCAN TO NQ-TABLE-NUMBER
              MOVE SPACES TO NQ-OPPONENT-ID
              IF (WS-CAND-CHANNEL(WS-CANDIDATE-HIT) = "P")
                 MOVE "P" TO NQ-CHANNEL
                 MOVE WS-CAND-PHONE(WS-CANDIDATE-HIT) TO NQ-CONTACT
              ELSE
                 MOVE "E" TO NQ-CHANNEL
                 MOVE WS-CAND-EMAIL(WS-CANDIDATE-HIT) TO NQ-CONTACT
              END-IF
              MOVE "Q" TO NQ-STATUS
              MOVE "T" TO NQ-REMINDER-TYPE
              MOVE SPACES TO NQ-DUTY-CODE
              MOVE WS-GAME-NAME TO NQ-TEAM-GAME
              MOVE WS-SEL-ROLE(WS-SELECTED-SCAN) TO NQ-TEAM-ROLE
              WRITE NOTIFICATION-QUEUE-RECORD
              ADD 1 TO WS-NOTICE-COUNT
           END-IF.
      *
      *    Positions run down the selection: the squad first, the
      *    reserves after in the order they would be called.
       WRITE-SELECTION.
           PERFORM VARYING WS-SELECTED-SCAN FROM 1 BY 1
              UNTIL WS-SELECTED-SCAN > WS-SELECTED-COUNT
                IF (WS-SEL-ROLE(WS-SELECTED-SCAN) = "S")
                   MOVE "SQUAD" TO WS-ROLE-NAME
                ELSE
                   MOVE "RESERVE" TO WS-ROLE-NAME
                END-IF
                MOVE WS-SEL-MEMBER(WS-SELECTED-SCAN)
                   TO WS-LOOKUP-MEMBER-ID
                PERFORM FIND-CANDIDATE
                MOVE WS-SELECTED-SCAN TO WS-SELECTED-POSITION
                STRING "POSITION=" DELIMITED BY SIZE
                       WS-SELECTED-POSITION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ROLE-NAME DELIMITED BY SIZE
                       " MEMBER=" DELIMITED BY SIZE
                       WS-SEL-MEMBER(WS-SELECTED-SCAN)
                          DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SCORE-NAME DELIMITED BY SPACE
                       "=" DELIMITED BY SIZE
                       WS-SEL-SCORE(WS-SELECTED-SCAN)
                          DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                   INTO SELECTION-REPORT-RECORD
                IF (WS-CANDIDATE-HIT > 0)
                   MOVE WS-CAND-NAME(WS-CANDIDATE-HIT)
                      TO SELECTION-REPORT-RECORD(58:40)
                END-IF
                PERFORM WRITE-REPORT-LINE
           END-PERFORM.
      *
       WRITE-RANKING.
           STRING "RANKING OF " DELIMITED BY SIZE
                  WS-ELIGIBLE-COUNT DELIMITED BY SIZE
                  " AVAILABLE AND ELIGIBLE BY " DELIMITED BY SIZE
                  WS-SCORE-NAME DELIMITED BY SPACE
              INTO SELECTION-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-CANDIDATE-SCAN FROM 1 BY 1
              UNTIL WS-CANDIDATE-SCAN > WS-CANDIDATE-COUNT
              OR WS-CAND-ELIGIBLE(WS-CANDIDATE-SCAN) NOT = "Y"
                MOVE WS-CANDIDATE-SCAN TO WS-RANK-PICTURE
                STRING "RANK=" DELIMITED BY SIZE
                       WS-RANK-PICTURE DELIMITED BY SIZE
                       " MEMBER=" DELIMITED BY SIZE
                       WS-CAND-ID(WS-CANDIDATE-SCAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SCORE-NAME DELIMITED BY SPACE
                       "=" DELIMITED BY SIZE
                       WS-CAND-SCORE(WS-CANDIDATE-SCAN)
                          DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CAND-NAME(WS-CANDIDATE-SCAN)
                          DELIMITED BY SIZE
                   INTO SELECTION-REPORT-RECORD
                PERFORM WRITE-REPORT-LINE
           END-PERFORM.
      *
       WRITE-PASSED-OVER.
           STRING "PASSED OVER - UNAVAILABLE=" DELIMITED BY SIZE
                  WS-UNAVAILABLE-COUNT DELIMITED BY SIZE
              INTO SELECTION-REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-CANDIDATE-SCAN FROM 1 BY 1
              UNTIL WS-CANDIDATE-SCAN > WS-CANDIDATE-COUNT
                IF (WS-CAND-ELIGIBLE(WS-CANDIDATE-SCAN) NOT = "Y")
                   STRING "MEMBER=" DELIMITED BY SIZE
                          WS-CAND-ID(WS-CANDIDATE-SCAN)
                             DELIMITED BY SIZE
                          " REASON=" DELIMITED BY SIZE
                          WS-CAND-REASON(WS-CANDIDATE-SCAN)
                             DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-CAND-NAME(WS-CANDIDATE-SCAN)
                             DELIMITED BY SIZE
                      INTO SELECTION-REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                END-IF
           END-PERFORM.
      *
       WRITE-REPORT-LINE.
           WRITE SELECTION-REPORT-RECORD.
           MOVE SPACES TO SELECTION-REPORT-RECORD.
      *
       REWRITE-SQUAD-FILE.
           OPEN OUTPUT SQUAD-FILE.
           PERFORM VARYING WS-KEPT-SCAN FROM 1 BY 1
              UNTIL WS-KEPT-SCAN > WS-KEPT-COUNT
                MOVE WS-KEPT-ENTRY(WS-KEPT-SCAN) TO SQUAD-RECORD
                WRITE SQUAD-RECORD
                ADD 1 TO WS-AUDIT-WRITTEN
           END-PERFORM.
           PERFORM VARYING WS-SELECTED-SCAN FROM 1 BY 1
              UNTIL WS-SELECTED-SCAN > WS-SELECTED-COUNT
                MOVE WS-FIXTURE-DATE TO SQ-FIXTURE-DATE
                MOVE WS-GAME TO SQ-GAME
                MOVE WS-SELECTED-SCAN TO SQ-POSITION
                MOVE WS-SEL-MEMBER(WS-SELECTED-SCAN) TO SQ-MEMBER-ID
                MOVE WS-SEL-ROLE(WS-SELECTED-SCAN) TO SQ-ROLE
                MOVE WS-SEL-SCORE(WS-SELECTED-SCAN) TO SQ-SCORE
                MOVE WS-SEL-STATUS(WS-SELECTED-SCAN) TO SQ-STATUS
                MOVE WS-SEL-STATUS-DATE(WS-SELECTED-SCAN)
                   TO SQ-STATUS-DATE
                WRITE SQUAD-RECORD
                ADD 1 TO WS-AUDIT-WRITTEN
           END-PERFORM.
           CLOSE SQUAD-FILE.
      *
