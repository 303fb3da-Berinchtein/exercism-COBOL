       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWSLETTER-PACK.
      *
      *    Monthly newsletter data pack, so the editor pastes from one
      *    sectioned text file (NEWSPACK) instead of chasing a dozen
      *    reports. The issue month comes from the NEWSCTL control
      *    card (YYYYMM); no card or a blank one means the month of
      *    the run date. Looking ahead it lists the issue month's
      *    CLUBFIXT fixtures and CLUBCAL events; looking back over
      *    the month before it lists the yacht (YACHTSTD, YACHTLDR)
      *    and darts (DARTSSEA) leaders and biggest movers, the
      *    DARTSHON honor-board records set, the TOURBRPT results,
      *    the raffle prizes drawn (RAINCLM) and the isogram
      *    highlights (ISOHST), then the members who joined in that
      *    month and the issue month's birthdays. Every player is
      *    shown by name from MEMBMAST, and nobody flagged
      *    MM-NEWS-OPT-OUT is named in the joiner or birthday lists;
      *    birthdays show the day only, never an age.
      *
      *    Neither ranking file keeps history, so movers are measured
      *    against the NEWSRANK snapshot: each run compares the
      *    current ladder and darts ranks with the latest earlier
      *    issue on file, then rewrites NEWSRANK as that earlier
      *    issue plus this one, so a rerun of the same issue gives
      *    the same movers. The first issue has nobody to compare
      *    with and says so.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NEWS-CONTROL-FILE ASSIGN TO "NEWSCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL FIXTURE-FILE ASSIGN TO "CLUBFIXT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EVENT-CALENDAR-FILE ASSIGN TO "CLUBCAL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STANDINGS-FILE ASSIGN TO "YACHTSTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL LADDER-FILE ASSIGN TO "YACHTLDR"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-SEASON-FILE ASSIGN TO "DARTSSEA"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HONOR-BOARD-FILE ASSIGN TO "DARTSHON"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BRACKET-REPORT-FILE ASSIGN TO "TOURBRPT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PRIZE-CLAIM-FILE ASSIGN TO "RAINCLM"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ISOGRAM-HISTORY-FILE ASSIGN TO "ISOHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RANK-SNAPSHOT-FILE ASSIGN TO "NEWSRANK"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT NEWSLETTER-PACK-FILE ASSIGN TO "NEWSPACK"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  NEWS-CONTROL-FILE.
       01  NEWS-CONTROL-RECORD.
           05 NC-ISSUE-MONTH         PIC X(6).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  FIXTURE-FILE.
       01  FIXTURE-RECORD.
           05 FL-NIGHT-DATE          PIC 9(8).
           05 FL-TABLE-NUMBER        PIC 99.
           05 FL-PLAYER-ID-1         PIC X(10).
           05 FL-PLAYER-ID-2         PIC X(10).
           05 FL-ROUND               PIC 99.
      *
       FD  EVENT-CALENDAR-FILE.
       01  EVENT-CALENDAR-RECORD.
           05 EV-EVENT-DATE          PIC 9(8).
           05 EV-EVENT-NAME          PIC X(20).
           05 EV-SHIFTED-SWITCH      PIC X.
      *
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD.
           05 ST-PLAYER-ID           PIC X(10).
           05 ST-WINS                PIC 9(3).
           05 ST-LOSSES              PIC 9(3).
           05 ST-TIES                PIC 9(3).
      *
      *    YACHT-RATING's ladder print; only the RANK= lines are used.
       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05 LR-RANK-TAG            PIC X(5).
           05 LR-RANK                PIC 9(3).
           05 FILLER                 PIC X(8).
           05 LR-PLAYER-ID           PIC X(10).
           05 FILLER                 PIC X(8).
           05 LR-RATING              PIC 9(4).
           05 FILLER                 PIC X(42).
      *
      *    DARTS-SEASON-REPORT's print; only the combined-table RANK=
      *    lines at the left margin are used, not the indented
      *    per-division ones.
       FD  DARTS-SEASON-FILE.
       01  DARTS-SEASON-RECORD.
           05 DR-RANK-TAG            PIC X(5).
           05 DR-RANK                PIC 9(3).
           05 FILLER                 PIC X(8).
           05 DR-PLAYER-ID           PIC X(10).
           05 FILLER                 PIC X(8).
           05 DR-POINTS              PIC 9(7).
           05 FILLER                 PIC X(59).
      *
       FD  HONOR-BOARD-FILE.
       01  HONOR-BOARD-RECORD.
           05 HN-RECORD-TYPE         PIC X(8).
              88 HN-FASTEST-FINISH           VALUE "FASTFIN".
              88 HN-HIGHEST-ROUND            VALUE "HIGHROND".
           05 HN-PLAYER-ID           PIC X(10).
           05 HN-SET-DATE            PIC 9(8).
           05 HN-VALUE               PIC 9(3).
           05 HN-SEQUENCE            PIC X(60).
      *
      *    BRACKET-ADVANCE's print; a decided match reads
      *    "  Rnn Mnn player-1   V player-2   WINNER=player".
       FD  BRACKET-REPORT-FILE.
       01  BRACKET-REPORT-RECORD     PIC X(80).
       01  BRACKET-MATCH-LINE.
           05 FILLER                 PIC X(3).
           05 BM-ROUND               PIC 99.
           05 FILLER                 PIC X(5).
           05 BM-PLAYER-ID-1         PIC X(10).
           05 FILLER                 PIC X(3).
           05 BM-PLAYER-ID-2         PIC X(10).
           05 BM-WINNER-TAG          PIC X(8).
           05 BM-WINNER-ID           PIC X(10).
           05 FILLER                 PIC X(29).
      *
       FD  PRIZE-CLAIM-FILE.
       01  PRIZE-CLAIM-RECORD.
           05 CM-DRAW-DATE           PIC 9(8).
           05 CM-SERIAL              PIC 9(4).
           05 CM-MEMBER-ID           PIC X(10).
           05 CM-TIER                PIC X(2).
           05 CM-PRIZE-DESC          PIC X(30).
           05 CM-DEADLINE            PIC 9(8).
           05 CM-STATUS              PIC X.
              88 CM-CLAIMED                  VALUE "C".
           05 CM-STATUS-DATE         PIC 9(8).
      *
       FD  ISOGRAM-HISTORY-FILE.
       01  ISOGRAM-HISTORY-RECORD.
           05 IH-PLAYER-ID           PIC X(10).
           05 IH-PLAY-DATE           PIC 9(8).
           05 IH-WORD                PIC X(60).
           05 IH-POINTS              PIC 9(3).
      *
       FD  RANK-SNAPSHOT-FILE.
       01  RANK-SNAPSHOT-RECORD.
           05 NR-ISSUE-MONTH         PIC 9(6).
           05 NR-GAME                PIC X.
           05 NR-PLAYER-ID           PIC X(10).
           05 NR-RANK                PIC 9(3).
      *
       FD  NEWSLETTER-PACK-FILE.
       01  NEWSLETTER-PACK-RECORD    PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 FIXTURE-EOF-SWITCH      PIC X    VALUE "N".
             88 FIXTURE-EOF                   VALUE "Y".
          05 CALENDAR-EOF-SWITCH     PIC X    VALUE "N".
             88 CALENDAR-EOF                  VALUE "Y".
          05 STANDINGS-EOF-SWITCH    PIC X    VALUE "N".
             88 STANDINGS-EOF                 VALUE "Y".
          05 LADDER-EOF-SWITCH       PIC X    VALUE "N".
             88 LADDER-EOF                    VALUE "Y".
          05 DARTS-SEASON-EOF-SWITCH PIC X    VALUE "N".
             88 DARTS-SEASON-EOF              VALUE "Y".
          05 HONOR-EOF-SWITCH        PIC X    VALUE "N".
             88 HONOR-EOF                     VALUE "Y".
          05 BRACKET-EOF-SWITCH      PIC X    VALUE "N".
             88 BRACKET-EOF                   VALUE "Y".
          05 CLAIM-EOF-SWITCH        PIC X    VALUE "N".
             88 CLAIM-EOF                     VALUE "Y".
          05 ISOGRAM-EOF-SWITCH      PIC X    VALUE "N".
             88 ISOGRAM-EOF                   VALUE "Y".
          05 SNAPSHOT-EOF-SWITCH     PIC X    VALUE "N".
             88 SNAPSHOT-EOF                  VALUE "Y".
          05 PLAYER-FOUND-SWITCH     PIC X    VALUE "N".
             88 PLAYER-FOUND                  VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-ISSUE-MONTH             PIC 9(6) VALUE 0.
       01 WS-ISSUE-PARTS REDEFINES WS-ISSUE-MONTH.
          05 WS-ISSUE-YEAR           PIC 9(4).
          05 WS-ISSUE-MM             PIC 99.
       01 WS-PRIOR-MONTH             PIC 9(6) VALUE 0.
       01 WS-PRIOR-PARTS REDEFINES WS-PRIOR-MONTH.
          05 WS-PRIOR-YEAR           PIC 9(4).
          05 WS-PRIOR-MM             PIC 99.
      *
       01 WS-MONTH-NAMES.
          05 FILLER                  PIC X(9) VALUE "JANUARY".
          05 FILLER                  PIC X(9) VALUE "FEBRUARY".
          05 FILLER                  PIC X(9) VALUE "MARCH".
          05 FILLER                  PIC X(9) VALUE "APRIL".
          05 FILLER                  PIC X(9) VALUE "MAY".
          05 FILLER                  PIC X(9) VALUE "JUNE".
          05 FILLER                  PIC X(9) VALUE "JULY".
          05 FILLER                  PIC X(9) VALUE "AUGUST".
          05 FILLER                  PIC X(9) VALUE "SEPTEMBER".
          05 FILLER                  PIC X(9) VALUE "OCTOBER".
          05 FILLER                  PIC X(9) VALUE "NOVEMBER".
          05 FILLER                  PIC X(9) VALUE "DECEMBER".
       01 WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
          05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(9).
      *
       01 WS-ISSUE-LABEL             PIC X(14) VALUE SPACES.
       01 WS-PRIOR-LABEL             PIC X(14) VALUE SPACES.
      *
      *    One date rendered for the pack as "dd MON".
       01 WS-FORMAT-DATE             PIC 9(8) VALUE 0.
       01 WS-FORMAT-PARTS REDEFINES WS-FORMAT-DATE.
          05 WS-FORMAT-YEAR          PIC 9(4).
          05 WS-FORMAT-MM            PIC 99.
          05 WS-FORMAT-DD            PIC 99.
       01 WS-SHORT-DATE              PIC X(6) VALUE SPACES.
      *
       01 WS-MEMBER-COUNT            PIC 9(4) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(4) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 2000 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-NAME       PIC X(40).
       01 WS-LOOKUP-ID               PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-NAME             PIC X(40) VALUE SPACES.
       01 WS-OTHER-NAME              PIC X(40) VALUE SPACES.
      *
       01 WS-JOINER-COUNT            PIC 9(3) VALUE 0.
       01 WS-JOINER-SCAN             PIC 9(3) VALUE 0.
       01 WS-JOINER-TABLE.
          05 WS-JOINER OCCURS 300 TIMES.
             10 WS-JOINER-DATE       PIC 9(8).
             10 WS-JOINER-NAME       PIC X(40).
      *
       01 WS-BIRTHDAY-COUNT          PIC 9(3) VALUE 0.
       01 WS-BIRTHDAY-SCAN           PIC 9(3) VALUE 0.
       01 WS-BIRTHDAY-DAY-SCAN       PIC 99   VALUE 0.
       01 WS-BIRTHDAY-TABLE.
          05 WS-BIRTHDAY OCCURS 500 TIMES.
             10 WS-BIRTHDAY-DAY      PIC 99.
             10 WS-BIRTHDAY-NAME     PIC X(40).
      *
       01 WS-YACHT-COUNT             PIC 9(3) VALUE 0.
       01 WS-YACHT-SCAN              PIC 9(3) VALUE 0.
       01 WS-YACHT-TABLE.
          05 WS-YACHT OCCURS 500 TIMES.
             10 WS-YACHT-PLAYER      PIC X(10).
             10 WS-YACHT-WINS        PIC 9(3).
             10 WS-YACHT-LOSSES      PIC 9(3).
             10 WS-YACHT-TIES        PIC 9(3).
             10 WS-YACHT-POINTS      PIC 9(5).
             10 WS-YACHT-TAKEN       PIC X.
      *
      *    Ranks as they stand now (game Y from the ladder, D from
      *    the darts table) and as of the earlier snapshot issue.
       01 WS-RANK-COUNT              PIC 9(4) VALUE 0.
       01 WS-RANK-SCAN               PIC 9(4) VALUE 0.
       01 WS-RANK-TABLE.
          05 WS-RANK OCCURS 1000 TIMES.
             10 WS-RANK-GAME         PIC X.
             10 WS-RANK-PLAYER       PIC X(10).
             10 WS-RANK-POSITION     PIC 9(3).
             10 WS-RANK-POINTS       PIC 9(7).
             10 WS-RANK-CLIMB        PIC S9(3).
             10 WS-RANK-TAKEN        PIC X.
      *
       01 WS-SNAPSHOT-MONTH          PIC 9(6) VALUE 0.
       01 WS-SNAPSHOT-COUNT          PIC 9(4) VALUE 0.
       01 WS-SNAPSHOT-SCAN           PIC 9(4) VALUE 0.
       01 WS-SNAPSHOT-TABLE.
          05 WS-SNAPSHOT OCCURS 1000 TIMES.
             10 WS-SNAPSHOT-GAME     PIC X.
             10 WS-SNAPSHOT-PLAYER   PIC X(10).
             10 WS-SNAPSHOT-POSITION PIC 9(3).
      *
       01 WS-ISO-COUNT               PIC 9(3) VALUE 0.
       01 WS-ISO-SCAN                PIC 9(3) VALUE 0.
       01 WS-ISO-HIT                 PIC 9(3) VALUE 0.
       01 WS-ISO-TABLE.
          05 WS-ISO OCCURS 500 TIMES.
             10 WS-ISO-PLAYER        PIC X(10).
             10 WS-ISO-POINTS        PIC 9(7).
       01 WS-ISO-BEST-PLAYER         PIC X(10) VALUE SPACES.
       01 WS-ISO-BEST-POINTS         PIC 9(7) VALUE 0.
       01 WS-ISO-WORD-PLAYER         PIC X(10) VALUE SPACES.
       01 WS-ISO-WORD                PIC X(60) VALUE SPACES.
       01 WS-ISO-WORD-POINTS         PIC 9(3) VALUE 0.
       01 WS-ISO-PLAYS               PIC 9(5) VALUE 0.
      *
       01 WS-PLACE                   PIC 9    VALUE 0.
       01 WS-PICK                    PIC 9(4) VALUE 0.
       01 WS-PICK-POINTS             PIC 9(7) VALUE 0.
       01 WS-PICK-CLIMB              PIC S9(3) VALUE 0.
       01 WS-SECTION-GAME            PIC X    VALUE SPACES.
       01 WS-SECTION-LINES           PIC 9(5) VALUE 0.
       01 WS-CLAIMED-COUNT           PIC 9(5) VALUE 0.
       01 WS-SHOW-NUMBER             PIC Z(6)9.
       01 WS-SHOW-WINS               PIC ZZ9.
       01 WS-SHOW-LOSSES             PIC ZZ9.
       01 WS-SHOW-TIES               PIC ZZ9.
       01 WS-SHOW-CLIMB              PIC ZZ9.
       01 WS-SHOW-RANK               PIC ZZ9.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "NEWSLETTER-PACK".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       NEWSLETTER-PACK.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM READ-ISSUE-MONTH.
           PERFORM LOAD-MEMBERS.
           PERFORM LOAD-YACHT-STANDINGS.
           PERFORM LOAD-CURRENT-RANKS.
           PERFORM LOAD-RANK-SNAPSHOT.
           PERFORM GATHER-ISOGRAM-PLAYS.
           OPEN OUTPUT NEWSLETTER-PACK-FILE.
           MOVE SPACES TO NEWSLETTER-PACK-RECORD.
           STRING "CLUB NEWSLETTER DATA PACK - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ISSUE-LABEL) DELIMITED BY SIZE
                  " ISSUE" DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM WRITE-PACK-LINE.
           PERFORM WRITE-FIXTURES-SECTION.
           PERFORM WRITE-CALENDAR-SECTION.
           PERFORM WRITE-YACHT-SECTION.
           PERFORM WRITE-DARTS-SECTION.
           PERFORM WRITE-HONOR-SECTION.
           PERFORM WRITE-TOURNAMENT-SECTION.
           PERFORM WRITE-RAFFLE-SECTION.
           PERFORM WRITE-ISOGRAM-SECTION.
           PERFORM WRITE-JOINERS-SECTION.
           PERFORM WRITE-BIRTHDAYS-SECTION.
           CLOSE NEWSLETTER-PACK-FILE.
           PERFORM SAVE-RANK-SNAPSHOT.
           DISPLAY "Newsletter pack written for "
              FUNCTION TRIM(WS-ISSUE-LABEL).
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           STOP RUN.
      *
      *    The look-back month is the one before the issue month,
      *    December of the year before for a January issue.
       READ-ISSUE-MONTH.
           MOVE WS-RUN-DATE(1:6) TO WS-ISSUE-MONTH.
           OPEN INPUT NEWS-CONTROL-FILE.
           READ NEWS-CONTROL-FILE
              AT END
                 MOVE "Y" TO CONTROL-EOF-SWITCH
           END-READ.
           CLOSE NEWS-CONTROL-FILE.
           IF (NOT CONTROL-EOF AND NC-ISSUE-MONTH NOT = SPACES)
              IF (NC-ISSUE-MONTH IS NOT NUMERIC)
                 DISPLAY "ABORTED: bad issue month on NEWSCTL: "
                    NC-ISSUE-MONTH
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE NC-ISSUE-MONTH TO WS-ISSUE-MONTH
           END-IF.
           IF (WS-ISSUE-MM < 1 OR WS-ISSUE-MM > 12)
              DISPLAY "ABORTED: bad issue month on NEWSCTL: "
                 WS-ISSUE-MONTH
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (WS-ISSUE-MM = 1)
              COMPUTE WS-PRIOR-YEAR = WS-ISSUE-YEAR - 1
              MOVE 12 TO WS-PRIOR-MM
           ELSE
              MOVE WS-ISSUE-YEAR TO WS-PRIOR-YEAR
              COMPUTE WS-PRIOR-MM = WS-ISSUE-MM - 1
           END-IF.
           STRING FUNCTION TRIM(WS-MONTH-NAME(WS-ISSUE-MM))
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ISSUE-YEAR DELIMITED BY SIZE
              INTO WS-ISSUE-LABEL.
           STRING FUNCTION TRIM(WS-MONTH-NAME(WS-PRIOR-MM))
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRIOR-YEAR DELIMITED BY SIZE
              INTO WS-PRIOR-LABEL.
      *
      *    One pass over the master gives the name table for every
      *    section and the joiner and birthday lists; opted-out
      *    members still get their name shown in results.
       LOAD-MEMBERS.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM POST-ONE-MEMBER
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       POST-ONE-MEMBER.
           IF (WS-MEMBER-COUNT = 2000)
              DISPLAY "ABORTED: member master exceeds the "
                 "2000-entry name table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE MM-MEMBER-ID TO WS-MEMBER-ID(WS-MEMBER-COUNT).
           MOVE MM-NAME TO WS-MEMBER-NAME(WS-MEMBER-COUNT).
           IF (MM-NEWS-OPTED-OUT OR NOT MM-MEMBER-ACTIVE)
              CONTINUE
           ELSE
              IF (MM-JOIN-DATE(1:6) = WS-PRIOR-MONTH)
                 IF (WS-JOINER-COUNT = 300)
                    DISPLAY "ABORTED: new members exceed the "
                       "300-entry table"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-JOINER-COUNT
                 MOVE MM-JOIN-DATE TO WS-JOINER-DATE(WS-JOINER-COUNT)
                 MOVE MM-NAME TO WS-JOINER-NAME(WS-JOINER-COUNT)
              END-IF
              IF (MM-BIRTH-DATE IS NUMERIC
                 AND MM-BIRTH-DATE(5:2) = WS-ISSUE-MM)
                 IF (WS-BIRTHDAY-COUNT = 500)
                    DISPLAY "ABORTED: birthdays exceed the "
                       "500-entry table"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-BIRTHDAY-COUNT
                 MOVE MM-BIRTH-DATE(7:2)
                    TO WS-BIRTHDAY-DAY(WS-BIRTHDAY-COUNT)
                 MOVE MM-NAME TO WS-BIRTHDAY-NAME(WS-BIRTHDAY-COUNT)
              END-IF
           END-IF.
      *
       LOAD-YACHT-STANDINGS.
           OPEN INPUT STANDINGS-FILE.
           PERFORM UNTIL STANDINGS-EOF
              READ STANDINGS-FILE
                 AT END
                    MOVE "Y" TO STANDINGS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-YACHT-COUNT = 500)
                       DISPLAY "ABORTED: yacht standings exceed the "
                          "500-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-YACHT-COUNT
                    MOVE ST-PLAYER-ID
                       TO WS-YACHT-PLAYER(WS-YACHT-COUNT)
                    MOVE ST-WINS TO WS-YACHT-WINS(WS-YACHT-COUNT)
                    MOVE ST-LOSSES TO WS-YACHT-LOSSES(WS-YACHT-COUNT)
                    MOVE ST-TIES TO WS-YACHT-TIES(WS-YACHT-COUNT)
                    COMPUTE WS-YACHT-POINTS(WS-YACHT-COUNT) =
                       (ST-WINS * 2) + ST-TIES
                    MOVE "N" TO WS-YACHT-TAKEN(WS-YACHT-COUNT)
              END-READ
           END-PERFORM.
           CLOSE STANDINGS-FILE.
      *
       LOAD-CURRENT-RANKS.
           OPEN INPUT LADDER-FILE.
           PERFORM UNTIL LADDER-EOF
              MOVE SPACES TO LADDER-RECORD
              READ LADDER-FILE
                 AT END
                    MOVE "Y" TO LADDER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (LR-RANK-TAG = "RANK=" AND LR-RANK IS NUMERIC)
                       MOVE "Y" TO WS-SECTION-GAME
                       MOVE LR-PLAYER-ID TO WS-LOOKUP-ID
                       MOVE LR-RANK TO WS-PICK
                       MOVE LR-RATING TO WS-PICK-POINTS
                       PERFORM ADD-CURRENT-RANK
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LADDER-FILE.
           OPEN INPUT DARTS-SEASON-FILE.
           PERFORM UNTIL DARTS-SEASON-EOF
              MOVE SPACES TO DARTS-SEASON-RECORD
              READ DARTS-SEASON-FILE
                 AT END
                    MOVE "Y" TO DARTS-SEASON-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (DR-RANK-TAG = "RANK=" AND DR-RANK IS NUMERIC)
                       MOVE "D" TO WS-SECTION-GAME
                       MOVE DR-PLAYER-ID TO WS-LOOKUP-ID
                       MOVE DR-RANK TO WS-PICK
                       MOVE DR-POINTS TO WS-PICK-POINTS
                       PERFORM ADD-CURRENT-RANK
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-SEASON-FILE.
      *
       ADD-CURRENT-RANK.
           IF (WS-RANK-COUNT = 1000)
              DISPLAY "ABORTED: ladder and darts ranks exceed the "
                 "1000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-RANK-COUNT.
           MOVE WS-SECTION-GAME TO WS-RANK-GAME(WS-RANK-COUNT).
           MOVE WS-LOOKUP-ID TO WS-RANK-PLAYER(WS-RANK-COUNT).
           MOVE WS-PICK TO WS-RANK-POSITION(WS-RANK-COUNT).
           MOVE WS-PICK-POINTS TO WS-RANK-POINTS(WS-RANK-COUNT).
           MOVE 0 TO WS-RANK-CLIMB(WS-RANK-COUNT).
           MOVE "N" TO WS-RANK-TAKEN(WS-RANK-COUNT).
      *
      *    Keep only the latest snapshot issue before this one; a
      *    later issue month on file (a rerun of an old issue) is
      *    ignored and dropped when the file is rewritten.
       LOAD-RANK-SNAPSHOT.
           OPEN INPUT RANK-SNAPSHOT-FILE.
           PERFORM UNTIL SNAPSHOT-EOF
              READ RANK-SNAPSHOT-FILE
                 AT END
                    MOVE "Y" TO SNAPSHOT-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM POST-SNAPSHOT-RANK
              END-READ
           END-PERFORM.
           CLOSE RANK-SNAPSHOT-FILE.
           PERFORM VARYING WS-RANK-SCAN FROM 1 BY 1
              UNTIL WS-RANK-SCAN > WS-RANK-COUNT
                PERFORM FIND-RANK-CLIMB
           END-PERFORM.
      *
       POST-SNAPSHOT-RANK.
           IF (NR-ISSUE-MONTH < WS-ISSUE-MONTH
              AND NR-ISSUE-MONTH >= WS-SNAPSHOT-MONTH)
              IF (NR-ISSUE-MONTH > WS-SNAPSHOT-MONTH)
                 MOVE NR-ISSUE-MONTH TO WS-SNAPSHOT-MONTH
                 MOVE 0 TO WS-SNAPSHOT-COUNT
              END-IF
              IF (WS-SNAPSHOT-COUNT = 1000)
                 DISPLAY "ABORTED: rank snapshot exceeds the "
                    "1000-entry table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SNAPSHOT-COUNT
              MOVE NR-GAME TO WS-SNAPSHOT-GAME(WS-SNAPSHOT-COUNT)
              MOVE NR-PLAYER-ID
                 TO WS-SNAPSHOT-PLAYER(WS-SNAPSHOT-COUNT)
              MOVE NR-RANK TO WS-SNAPSHOT-POSITION(WS-SNAPSHOT-COUNT)
           END-IF.
      *
       FIND-RANK-CLIMB.
           PERFORM VARYING WS-SNAPSHOT-SCAN FROM 1 BY 1
              UNTIL WS-SNAPSHOT-SCAN > WS-SNAPSHOT-COUNT
                IF (WS-SNAPSHOT-GAME(WS-SNAPSHOT-SCAN) =
                   WS-RANK-GAME(WS-RANK-SCAN)
                   AND WS-SNAPSHOT-PLAYER(WS-SNAPSHOT-SCAN) =
                   WS-RANK-PLAYER(WS-RANK-SCAN))
                   COMPUTE WS-RANK-CLIMB(WS-RANK-SCAN) =
                      WS-SNAPSHOT-POSITION(WS-SNAPSHOT-SCAN)
                      - WS-RANK-POSITION(WS-RANK-SCAN)
                END-IF
           END-PERFORM.
      *
       GATHER-ISOGRAM-PLAYS.
           OPEN INPUT ISOGRAM-HISTORY-FILE.
           PERFORM UNTIL ISOGRAM-EOF
              READ ISOGRAM-HISTORY-FILE
                 AT END
                    MOVE "Y" TO ISOGRAM-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (IH-PLAY-DATE(1:6) = WS-PRIOR-MONTH)
                       PERFORM POST-ISOGRAM-PLAY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ISOGRAM-HISTORY-FILE.
           PERFORM VARYING WS-ISO-SCAN FROM 1 BY 1
              UNTIL WS-ISO-SCAN > WS-ISO-COUNT
                IF (WS-ISO-POINTS(WS-ISO-SCAN) > WS-ISO-BEST-POINTS)
                   MOVE WS-ISO-POINTS(WS-ISO-SCAN)
                      TO WS-ISO-BEST-POINTS
                   MOVE WS-ISO-PLAYER(WS-ISO-SCAN)
                      TO WS-ISO-BEST-PLAYER
                END-IF
           END-PERFORM.
      *
       POST-ISOGRAM-PLAY.
           ADD 1 TO WS-ISO-PLAYS.
           IF (IH-POINTS > WS-ISO-WORD-POINTS)
              MOVE IH-POINTS TO WS-ISO-WORD-POINTS
              MOVE IH-WORD TO WS-ISO-WORD
              MOVE IH-PLAYER-ID TO WS-ISO-WORD-PLAYER
           END-IF.
           MOVE "N" TO PLAYER-FOUND-SWITCH.
           PERFORM VARYING WS-ISO-SCAN FROM 1 BY 1
              UNTIL WS-ISO-SCAN > WS-ISO-COUNT
              OR PLAYER-FOUND
                IF (WS-ISO-PLAYER(WS-ISO-SCAN) = IH-PLAYER-ID)
                   MOVE "Y" TO PLAYER-FOUND-SWITCH
                   MOVE WS-ISO-SCAN TO WS-ISO-HIT
                END-IF
           END-PERFORM.
           IF (NOT PLAYER-FOUND)
              IF (WS-ISO-COUNT = 500)
                 DISPLAY "ABORTED: isogram players exceed the "
                    "500-entry table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ISO-COUNT
              MOVE WS-ISO-COUNT TO WS-ISO-HIT
              MOVE IH-PLAYER-ID TO WS-ISO-PLAYER(WS-ISO-HIT)
              MOVE 0 TO WS-ISO-POINTS(WS-ISO-HIT)
           END-IF.
           ADD IH-POINTS TO WS-ISO-POINTS(WS-ISO-HIT).
      *
      *    Looks WS-LOOKUP-ID up in the name table; an ID not on the
      *    master is shown as itself.
       FIND-MEMBER-NAME.
           MOVE WS-LOOKUP-ID TO WS-LOOKUP-NAME.
           MOVE "N" TO PLAYER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR PLAYER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = WS-LOOKUP-ID)
                   MOVE "Y" TO PLAYER-FOUND-SWITCH
                   MOVE WS-MEMBER-NAME(WS-MEMBER-SCAN)
                      TO WS-LOOKUP-NAME
                END-IF
           END-PERFORM.
      *
       FORMAT-SHORT-DATE.
           MOVE SPACES TO WS-SHORT-DATE.
           IF (WS-FORMAT-MM >= 1 AND WS-FORMAT-MM <= 12)
              STRING WS-FORMAT-DD DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-MONTH-NAME(WS-FORMAT-MM)(1:3)
                        DELIMITED BY SIZE
                 INTO WS-SHORT-DATE
           END-IF.
      *
       WRITE-PACK-LINE.
           WRITE NEWSLETTER-PACK-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN.
           MOVE SPACES TO NEWSLETTER-PACK-RECORD.
      *
      *    Every section opens with a blank line and its "== ... =="
      *    heading, left in NEWSLETTER-PACK-RECORD by the caller, and
      *    closes with a placeholder line when it had nothing to say.
       START-SECTION.
           MOVE NEWSLETTER-PACK-RECORD TO WS-OTHER-NAME.
           MOVE SPACES TO NEWSLETTER-PACK-RECORD.
           PERFORM WRITE-PACK-LINE.
           STRING "== " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTHER-NAME) DELIMITED BY SIZE
                  " ==" DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM WRITE-PACK-LINE.
           MOVE 0 TO WS-SECTION-LINES.
      *
       WRITE-SECTION-LINE.
           PERFORM WRITE-PACK-LINE.
           ADD 1 TO WS-SECTION-LINES.
      *
       END-SECTION.
           IF (WS-SECTION-LINES = 0)
              MOVE "  (nothing this month)" TO NEWSLETTER-PACK-RECORD
              PERFORM WRITE-PACK-LINE
           END-IF.
      *
       WRITE-FIXTURES-SECTION.
           STRING "FIXTURES - " DELIMITED BY SIZE
                  WS-ISSUE-LABEL DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           OPEN INPUT FIXTURE-FILE.
           PERFORM UNTIL FIXTURE-EOF
              READ FIXTURE-FILE
                 AT END
                    MOVE "Y" TO FIXTURE-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (FL-NIGHT-DATE(1:6) = WS-ISSUE-MONTH)
                       PERFORM WRITE-FIXTURE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FIXTURE-FILE.
           PERFORM END-SECTION.
      *
       WRITE-FIXTURE-LINE.
           MOVE FL-NIGHT-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-SHORT-DATE.
           MOVE FL-PLAYER-ID-2 TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER-NAME.
           MOVE WS-LOOKUP-NAME TO WS-OTHER-NAME.
           MOVE FL-PLAYER-ID-1 TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER-NAME.
           STRING "  " DELIMITED BY SIZE
                  WS-SHORT-DATE DELIMITED BY SIZE
                  "  TABLE " DELIMITED BY SIZE
                  FL-TABLE-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                  " V " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTHER-NAME) DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM WRITE-SECTION-LINE.
      *
       WRITE-CALENDAR-SECTION.
           STRING "CLUB CALENDAR - " DELIMITED BY SIZE
                  WS-ISSUE-LABEL DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           OPEN INPUT EVENT-CALENDAR-FILE.
           PERFORM UNTIL CALENDAR-EOF
              READ EVENT-CALENDAR-FILE
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (EV-EVENT-DATE(1:6) = WS-ISSUE-MONTH)
                       PERFORM WRITE-CALENDAR-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EVENT-CALENDAR-FILE.
           PERFORM END-SECTION.
      *
       WRITE-CALENDAR-LINE.
           MOVE EV-EVENT-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-SHORT-DATE.
           MOVE SPACES TO WS-OTHER-NAME.
           IF (EV-SHIFTED-SWITCH = "Y")
              MOVE " (MOVED)" TO WS-OTHER-NAME
           END-IF.
           STRING "  " DELIMITED BY SIZE
                  WS-SHORT-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(EV-EVENT-NAME) DELIMITED BY SIZE
                  WS-OTHER-NAME DELIMITED BY "  "
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM WRITE-SECTION-LINE.
      *
       WRITE-YACHT-SECTION.
           STRING "YACHT STANDINGS - " DELIMITED BY SIZE
                  WS-PRIOR-LABEL DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           PERFORM VARYING WS-PLACE FROM 1 BY 1 UNTIL WS-PLACE > 3
                PERFORM WRITE-YACHT-LEADER
           END-PERFORM.
           MOVE "Y" TO WS-SECTION-GAME.
           PERFORM WRITE-MOVERS.
           PERFORM END-SECTION.
      *
      *    Next best unlisted player on standings points; ties go to
      *    whoever comes first on YACHTSTD.
       WRITE-YACHT-LEADER.
           MOVE 0 TO WS-PICK.
           MOVE 0 TO WS-PICK-POINTS.
           PERFORM VARYING WS-YACHT-SCAN FROM 1 BY 1
              UNTIL WS-YACHT-SCAN > WS-YACHT-COUNT
                IF (WS-YACHT-TAKEN(WS-YACHT-SCAN) = "N"
                   AND (WS-PICK = 0 OR WS-YACHT-POINTS(WS-YACHT-SCAN)
                   > WS-PICK-POINTS))
                   MOVE WS-YACHT-SCAN TO WS-PICK
                   MOVE WS-YACHT-POINTS(WS-YACHT-SCAN)
                      TO WS-PICK-POINTS
                END-IF
           END-PERFORM.
           IF (WS-PICK > 0)
              MOVE "Y" TO WS-YACHT-TAKEN(WS-PICK)
              MOVE WS-YACHT-PLAYER(WS-PICK) TO WS-LOOKUP-ID
              PERFORM FIND-MEMBER-NAME
              MOVE WS-YACHT-WINS(WS-PICK) TO WS-SHOW-WINS
              MOVE WS-YACHT-LOSSES(WS-PICK) TO WS-SHOW-LOSSES
              MOVE WS-YACHT-TIES(WS-PICK) TO WS-SHOW-TIES
              MOVE WS-PICK-POINTS TO WS-SHOW-NUMBER
              STRING "  " DELIMITED BY SIZE
                     WS-PLACE DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                     "  W" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-WINS) DELIMITED BY SIZE
                     " L" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-LOSSES) DELIMITED BY SIZE
                     " T" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-TIES) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-NUMBER) DELIMITED BY SIZE
                     " PTS)" DELIMITED BY SIZE
                 INTO NEWSLETTER-PACK-RECORD
              PERFORM WRITE-SECTION-LINE
           END-IF.
      *
       WRITE-DARTS-SECTION.
           STRING "DARTS STANDINGS - " DELIMITED BY SIZE
                  WS-PRIOR-LABEL DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           PERFORM VARYING WS-RANK-SCAN FROM 1 BY 1
              UNTIL WS-RANK-SCAN > WS-RANK-COUNT
                IF (WS-RANK-GAME(WS-RANK-SCAN) = "D"
                   AND WS-RANK-POSITION(WS-RANK-SCAN) <= 3)
                   PERFORM WRITE-DARTS-LEADER
                END-IF
           END-PERFORM.
           MOVE "D" TO WS-SECTION-GAME.
           PERFORM WRITE-MOVERS.
           PERFORM END-SECTION.
      *
       WRITE-DARTS-LEADER.
           MOVE WS-RANK-PLAYER(WS-RANK-SCAN) TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER-NAME.
           MOVE WS-RANK-POSITION(WS-RANK-SCAN) TO WS-SHOW-RANK.
           MOVE WS-RANK-POINTS(WS-RANK-SCAN) TO WS-SHOW-NUMBER.
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHOW-RANK) DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHOW-NUMBER) DELIMITED BY SIZE
                  " PTS)" DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM WRITE-SECTION-LINE.
      *
      *    Up to three biggest climbers in WS-SECTION-GAME since the
      *    snapshot issue; nobody new to the table counts as a mover.
       WRITE-MOVERS.
           IF (WS-SNAPSHOT-MONTH = 0)
              MOVE "  Movers: no earlier issue to compare with"
                 TO NEWSLETTER-PACK-RECORD
              PERFORM WRITE-SECTION-LINE
           ELSE
              PERFORM VARYING WS-PLACE FROM 1 BY 1 UNTIL WS-PLACE > 3
                   PERFORM WRITE-ONE-MOVER
              END-PERFORM
           END-IF.
      *
       WRITE-ONE-MOVER.
           MOVE 0 TO WS-PICK.
           MOVE 0 TO WS-PICK-CLIMB.
           PERFORM VARYING WS-RANK-SCAN FROM 1 BY 1
              UNTIL WS-RANK-SCAN > WS-RANK-COUNT
                IF (WS-RANK-GAME(WS-RANK-SCAN) = WS-SECTION-GAME
                   AND WS-RANK-TAKEN(WS-RANK-SCAN) = "N"
                   AND WS-RANK-CLIMB(WS-RANK-SCAN) > WS-PICK-CLIMB)
                   MOVE WS-RANK-SCAN TO WS-PICK
                   MOVE WS-RANK-CLIMB(WS-RANK-SCAN) TO WS-PICK-CLIMB
                END-IF
           END-PERFORM.
           IF (WS-PICK > 0)
              MOVE "Y" TO WS-RANK-TAKEN(WS-PICK)
              MOVE WS-RANK-PLAYER(WS-PICK) TO WS-LOOKUP-ID
              PERFORM FIND-MEMBER-NAME
              MOVE WS-PICK-CLIMB TO WS-SHOW-CLIMB
              MOVE WS-RANK-POSITION(WS-PICK) TO WS-SHOW-RANK
              STRING "  Mover: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                     " up " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-CLIMB) DELIMITED BY SIZE
                     " to rank " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-RANK) DELIMITED BY SIZE
                 INTO NEWSLETTER-PACK-RECORD
              PERFORM WRITE-SECTION-LINE
           END-IF.
      *
       WRITE-HONOR-SECTION.
           STRING "DARTS HONOR BOARD - " DELIMITED BY SIZE
                  WS-PRIOR-LABEL DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           OPEN INPUT HONOR-BOARD-FILE.
           PERFORM UNTIL HONOR-EOF
              READ HONOR-BOARD-FILE
                 AT END
                    MOVE "Y" TO HONOR-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (HN-SET-DATE(1:6) = WS-PRIOR-MONTH)
                       PERFORM WRITE-HONOR-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HONOR-BOARD-FILE.
           PERFORM END-SECTION.
      *
       WRITE-HONOR-LINE.
           MOVE HN-SET-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-SHORT-DATE.
           MOVE HN-PLAYER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER-NAME.
           MOVE HN-VALUE TO WS-SHOW-NUMBER.
           EVALUATE TRUE
           WHEN HN-FASTEST-FINISH
                STRING "  " DELIMITED BY SIZE
                       WS-SHORT-DATE DELIMITED BY SIZE
                       "  FASTEST FINISH: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                       " IN " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SHOW-NUMBER)
                          DELIMITED BY SIZE
                       " ROUNDS" DELIMITED BY SIZE
                   INTO NEWSLETTER-PACK-RECORD
           WHEN HN-HIGHEST-ROUND
                STRING "  " DELIMITED BY SIZE
                       WS-SHORT-DATE DELIMITED BY SIZE
                       "  HIGHEST ROUND: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                       " WITH " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SHOW-NUMBER)
                          DELIMITED BY SIZE
                   INTO NEWSLETTER-PACK-RECORD
           WHEN OTHER
                STRING "  " DELIMITED BY SIZE
                       WS-SHORT-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       HN-RECORD-TYPE DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                   INTO NEWSLETTER-PACK-RECORD
           END-EVALUATE.
           PERFORM WRITE-SECTION-LINE.
      *
      *    The bracket report carries no dates, so the current
      *    bracket's decided matches and champion are reported as
      *    they stand; pending matches are left out.
       WRITE-TOURNAMENT-SECTION.
           MOVE "TOURNAMENT RESULTS" TO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           OPEN INPUT BRACKET-REPORT-FILE.
           PERFORM UNTIL BRACKET-EOF
              MOVE SPACES TO BRACKET-REPORT-RECORD
              READ BRACKET-REPORT-FILE
                 AT END
                    MOVE "Y" TO BRACKET-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM WRITE-TOURNAMENT-LINE
              END-READ
           END-PERFORM.
           CLOSE BRACKET-REPORT-FILE.
           PERFORM END-SECTION.
      *
       WRITE-TOURNAMENT-LINE.
           EVALUATE TRUE
           WHEN BRACKET-REPORT-RECORD(1:11) = "TOURNAMENT "
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(BRACKET-REPORT-RECORD)
                          DELIMITED BY SIZE
                   INTO NEWSLETTER-PACK-RECORD
                PERFORM WRITE-SECTION-LINE
           WHEN BRACKET-REPORT-RECORD(1:10) = "CHAMPION: "
                MOVE BRACKET-REPORT-RECORD(11:10) TO WS-LOOKUP-ID
                PERFORM FIND-MEMBER-NAME
                STRING "  CHAMPION: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                   INTO NEWSLETTER-PACK-RECORD
                PERFORM WRITE-SECTION-LINE
           WHEN BRACKET-REPORT-RECORD(1:3) = "  R"
                AND BM-WINNER-TAG = " WINNER="
                PERFORM WRITE-MATCH-RESULT
           END-EVALUATE.
      *
       WRITE-MATCH-RESULT.
           IF (BM-WINNER-ID = BM-PLAYER-ID-1)
              MOVE BM-PLAYER-ID-2 TO WS-LOOKUP-ID
           ELSE
              MOVE BM-PLAYER-ID-1 TO WS-LOOKUP-ID
           END-IF.
           PERFORM FIND-MEMBER-NAME.
           MOVE WS-LOOKUP-NAME TO WS-OTHER-NAME.
           MOVE BM-WINNER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER-NAME.
           STRING "  ROUND " DELIMITED BY SIZE
                  BM-ROUND DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                  " BEAT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTHER-NAME) DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM WRITE-SECTION-LINE.
      *
       WRITE-RAFFLE-SECTION.
           STRING "RAFFLE - " DELIMITED BY SIZE
                  WS-PRIOR-LABEL DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           OPEN INPUT PRIZE-CLAIM-FILE.
           PERFORM UNTIL CLAIM-EOF
              READ PRIZE-CLAIM-FILE
                 AT END
                    MOVE "Y" TO CLAIM-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (CM-DRAW-DATE(1:6) = WS-PRIOR-MONTH)
                       PERFORM WRITE-PRIZE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRIZE-CLAIM-FILE.
           IF (WS-SECTION-LINES > 0)
              MOVE WS-SECTION-LINES TO WS-SHOW-NUMBER
              MOVE WS-CLAIMED-COUNT TO WS-SHOW-RANK
              STRING "  " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-RANK) DELIMITED BY SIZE
                     " OF " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-NUMBER) DELIMITED BY SIZE
                     " PRIZES CLAIMED SO FAR" DELIMITED BY SIZE
                 INTO NEWSLETTER-PACK-RECORD
              PERFORM WRITE-PACK-LINE
           END-IF.
           PERFORM END-SECTION.
      *
       WRITE-PRIZE-LINE.
           MOVE CM-DRAW-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-SHORT-DATE.
           MOVE CM-MEMBER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-MEMBER-NAME.
           IF (CM-CLAIMED)
              ADD 1 TO WS-CLAIMED-COUNT
           END-IF.
           STRING "  " DELIMITED BY SIZE
                  WS-SHORT-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-PRIZE-DESC) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM WRITE-SECTION-LINE.
      *
       WRITE-ISOGRAM-SECTION.
           STRING "ISOGRAM - " DELIMITED BY SIZE
                  WS-PRIOR-LABEL DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           IF (WS-ISO-PLAYS > 0)
              MOVE WS-ISO-BEST-PLAYER TO WS-LOOKUP-ID
              PERFORM FIND-MEMBER-NAME
              MOVE WS-ISO-BEST-POINTS TO WS-SHOW-NUMBER
              STRING "  TOP SCORER: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-NUMBER) DELIMITED BY SIZE
                     " PTS)" DELIMITED BY SIZE
                 INTO NEWSLETTER-PACK-RECORD
              PERFORM WRITE-SECTION-LINE
              MOVE WS-ISO-WORD-PLAYER TO WS-LOOKUP-ID
              PERFORM FIND-MEMBER-NAME
              MOVE WS-ISO-WORD-POINTS TO WS-SHOW-NUMBER
              STRING "  BEST WORD: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ISO-WORD) DELIMITED BY SIZE
                     " BY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-NUMBER) DELIMITED BY SIZE
                     " PTS)" DELIMITED BY SIZE
                 INTO NEWSLETTER-PACK-RECORD
              PERFORM WRITE-SECTION-LINE
              MOVE WS-ISO-PLAYS TO WS-SHOW-NUMBER
              STRING "  " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOW-NUMBER) DELIMITED BY SIZE
                     " WORDS PLAYED" DELIMITED BY SIZE
                 INTO NEWSLETTER-PACK-RECORD
              PERFORM WRITE-SECTION-LINE
           END-IF.
           PERFORM END-SECTION.
      *
       WRITE-JOINERS-SECTION.
           STRING "NEW MEMBERS - " DELIMITED BY SIZE
                  WS-PRIOR-LABEL DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           PERFORM VARYING WS-JOINER-SCAN FROM 1 BY 1
              UNTIL WS-JOINER-SCAN > WS-JOINER-COUNT
                MOVE WS-JOINER-DATE(WS-JOINER-SCAN) TO WS-FORMAT-DATE
                PERFORM FORMAT-SHORT-DATE
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JOINER-NAME(WS-JOINER-SCAN))
                          DELIMITED BY SIZE
                       " (JOINED " DELIMITED BY SIZE
                       WS-SHORT-DATE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO NEWSLETTER-PACK-RECORD
                PERFORM WRITE-SECTION-LINE
           END-PERFORM.
           PERFORM END-SECTION.
      *
      *    Listed in day order; the year of birth is never printed.
       WRITE-BIRTHDAYS-SECTION.
           STRING "BIRTHDAYS - " DELIMITED BY SIZE
                  WS-ISSUE-LABEL DELIMITED BY SIZE
              INTO NEWSLETTER-PACK-RECORD.
           PERFORM START-SECTION.
           PERFORM VARYING WS-BIRTHDAY-DAY-SCAN FROM 1 BY 1
              UNTIL WS-BIRTHDAY-DAY-SCAN > 31
                PERFORM WRITE-BIRTHDAYS-ON-DAY
           END-PERFORM.
           PERFORM END-SECTION.
      *
       WRITE-BIRTHDAYS-ON-DAY.
           PERFORM VARYING WS-BIRTHDAY-SCAN FROM 1 BY 1
              UNTIL WS-BIRTHDAY-SCAN > WS-BIRTHDAY-COUNT
                IF (WS-BIRTHDAY-DAY(WS-BIRTHDAY-SCAN) =
                   WS-BIRTHDAY-DAY-SCAN)
                   MOVE WS-ISSUE-MM TO WS-FORMAT-MM
                   MOVE WS-BIRTHDAY-DAY-SCAN TO WS-FORMAT-DD
                   PERFORM FORMAT-SHORT-DATE
                   STRING "  " DELIMITED BY SIZE
                          WS-SHORT-DATE DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(
                             WS-BIRTHDAY-NAME(WS-BIRTHDAY-SCAN))
                             DELIMITED BY SIZE
                      INTO NEWSLETTER-PACK-RECORD
                   PERFORM WRITE-SECTION-LINE
                END-IF
           END-PERFORM.
      *
       SAVE-RANK-SNAPSHOT.
           OPEN OUTPUT RANK-SNAPSHOT-FILE.
           PERFORM VARYING WS-SNAPSHOT-SCAN FROM 1 BY 1
              UNTIL WS-SNAPSHOT-SCAN > WS-SNAPSHOT-COUNT
                MOVE WS-SNAPSHOT-MONTH TO NR-ISSUE-MONTH
                MOVE WS-SNAPSHOT-GAME(WS-SNAPSHOT-SCAN) TO NR-GAME
                MOVE WS-SNAPSHOT-PLAYER(WS-SNAPSHOT-SCAN)
                   TO NR-PLAYER-ID
                MOVE WS-SNAPSHOT-POSITION(WS-SNAPSHOT-SCAN)
                   TO NR-RANK
                WRITE RANK-SNAPSHOT-RECORD
                ADD 1 TO WS-AUDIT-WRITTEN
           END-PERFORM.
           PERFORM VARYING WS-RANK-SCAN FROM 1 BY 1
              UNTIL WS-RANK-SCAN > WS-RANK-COUNT
                MOVE WS-ISSUE-MONTH TO NR-ISSUE-MONTH
                MOVE WS-RANK-GAME(WS-RANK-SCAN) TO NR-GAME
                MOVE WS-RANK-PLAYER(WS-RANK-SCAN) TO NR-PLAYER-ID
                MOVE WS-RANK-POSITION(WS-RANK-SCAN) TO NR-RANK
                WRITE RANK-SNAPSHOT-RECORD
                ADD 1 TO WS-AUDIT-WRITTEN
           END-PERFORM.
           CLOSE RANK-SNAPSHOT-FILE.
      *
