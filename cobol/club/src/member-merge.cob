       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-MERGE.
      *
      *    Merges a duplicate member into the surviving record: the
      *    control card names the surviving ID and the retired ID
      *    (usually a LIKELY pair off MEMBER-DUPLICATE-SCAN). Every
      *    occurrence of the retired ID in the yacht and darts
      *    season histories, the attendance ledger, the table
      *    bookings, the fixture list, the isogram history, the
      *    member credit balances, the credit movements file, the
      *    league-night duty rota, the fixture completion marks, the
      *    postponement log, the Swiss pairing history, the standing
      *    bookings, the membership card register, the safety
      *    waiver register, the household file, the district
      *    availability declarations, the yacht protest
      *    register and posting journal, the kiosk personal bests
      *    and game results and the raffle prize claims is
      *    overwritten in place with the surviving ID - the same
      *    whole-line re-pointing MEMBER-PURGE uses for its token,
      *    one FD walking the file list the way FILE-GROWTH-CENSUS
      *    does - so the player's season stops being split across
      *    two IDs.
      *    (The credit programs add duplicate credit rows together
      *    on load.)
      *
      *    The two head-to-head standings rows, yacht and darts, are
      *    each combined into one (wins, losses, ties and, for
      *    darts, forfeits added), and the two rating rows become
      *    one whose games are the sum and whose rating
      *    is the games-weighted mean of the two, so neither half's
      *    record is thrown away.
      *
      *    On the master, the survivor inherits the earlier join
      *    date and any phone or e-mail it was missing, and the
      *    retired record is closed with status "M" rather than
      *    deleted, so old paperwork quoting the retired ID still
      *    resolves to a record. Both rewrites are journaled through
      *    MASTER-JOURNAL, and the retired ID comes off the name
      *    index so the desk lookup finds one member, not two. The
      *    certificate says how many lines changed in which file.
      *    A merge that stopped partway is finished by running the
      *    same control card again: with the retired record already
      *    closed, the master is left alone and the rest repeats.
      *
      *    Dues are not moved. The retired ID's invoices (DUESREG),
      *    payments (DUESPAY) and instalment plans (INSTPLAN) stay
      *    together on the retired ID, which DUES-BILLING no longer
      *    bills once it is closed, so every invoice the retired ID
      *    still has open is listed on the certificate for the
      *    office to settle by hand, and the run ends with return
      *    code 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-CONTROL-FILE ASSIGN TO "MERGCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL REPOINT-FILE
              ASSIGN TO WS-REPOINT-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STANDINGS-FILE ASSIGN TO "YACHTSTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-STANDINGS-FILE ASSIGN TO "DARTSSTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RATINGS-FILE ASSIGN TO "YACHTRTG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL NAME-INDEX-FILE ASSIGN TO "NAMENDX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DUES-REGISTER-FILE ASSIGN TO "DUESREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CERTIFICATE-FILE ASSIGN TO "MERGCERT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-CONTROL-FILE.
       01  MERGE-CONTROL-RECORD.
           05 MG-SURVIVOR-ID         PIC X(10).
           05 MG-RETIRED-ID          PIC X(10).
           05 MG-EFFECTIVE-DATE      PIC 9(8).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  REPOINT-FILE.
       01  REPOINT-LINE              PIC X(133).
      *
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD.
           05 ST-PLAYER-ID           PIC X(10).
           05 ST-WINS                PIC 9(3).
           05 ST-LOSSES              PIC 9(3).
           05 ST-TIES                PIC 9(3).
      *
       FD  DARTS-STANDINGS-FILE.
       01  DARTS-STANDINGS-RECORD.
           05 DS-PLAYER-ID           PIC X(10).
           05 DS-WINS                PIC 9(3).
           05 DS-LOSSES              PIC 9(3).
           05 DS-TIES                PIC 9(3).
           05 DS-FORFEITS            PIC 9(3).
      *
       FD  RATINGS-FILE.
       01  RATING-RECORD.
           05 RT-PLAYER-ID           PIC X(10).
           05 RT-RATING              PIC 9(4).
           05 RT-GAMES-RATED         PIC 9(4).
      *
       FD  NAME-INDEX-FILE.
       01  NAME-INDEX-RECORD.
           05 NX-SEARCH-NAME         PIC X(40).
           05 NX-MEMBER-ID           PIC X(10).
           05 NX-STATUS              PIC X.
           05 NX-TIER                PIC X.
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
              88 DU-INVOICE-OPEN          VALUE "O".
      *
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD        PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 CONTROL-SEEN-SWITCH     PIC X    VALUE "N".
             88 CONTROL-SEEN                  VALUE "Y".
          05 FILE-EOF-SWITCH         PIC X    VALUE "N".
             88 FILE-EOF                      VALUE "Y".
          05 MASTER-FOUND-SWITCH     PIC X    VALUE "N".
             88 MASTER-FOUND                  VALUE "Y".
          05 RETIRED-CLOSED-SWITCH   PIC X    VALUE "N".
             88 RETIRED-ALREADY-CLOSED        VALUE "Y".
          05 SURVIVOR-ROW-SWITCH     PIC X    VALUE "N".
             88 SURVIVOR-ROW-FOUND            VALUE "Y".
          05 RETIRED-ROW-SWITCH      PIC X    VALUE "N".
             88 RETIRED-ROW-FOUND             VALUE "Y".
      *
       01 WS-SURVIVOR-ID             PIC X(10) VALUE SPACES.
       01 WS-RETIRED-ID              PIC X(10) VALUE SPACES.
       01 WS-EFFECTIVE-DATE          PIC 9(8) VALUE 0.
      *
       01 WS-REPOINT-FILE-NAME       PIC X(8) VALUE SPACES.
       01 WS-REPOINT-LIST-VALUES.
          05 FILLER                  PIC X(8) VALUE "YACHTHST".
          05 FILLER                  PIC X(8) VALUE "DARTSHST".
          05 FILLER                  PIC X(8) VALUE "CLUBATTD".
          05 FILLER                  PIC X(8) VALUE "CLUBBOOK".
          05 FILLER                  PIC X(8) VALUE "CLUBFIXT".
          05 FILLER                  PIC X(8) VALUE "ISOHST  ".
          05 FILLER                  PIC X(8) VALUE "CLUBCRED".
          05 FILLER                  PIC X(8) VALUE "CLUBCRMV".
          05 FILLER                  PIC X(8) VALUE "DUTYROTA".
          05 FILLER                  PIC X(8) VALUE "FIXTSTAT".
          05 FILLER                  PIC X(8) VALUE "PPLOG   ".
          05 FILLER                  PIC X(8) VALUE "PAIRHIST".
          05 FILLER                  PIC X(8) VALUE "CLUBSTND".
          05 FILLER                  PIC X(8) VALUE "CLUBCARD".
          05 FILLER                  PIC X(8) VALUE "CLUBWAIV".
          05 FILLER                  PIC X(8) VALUE "HOUSEHLD".
          05 FILLER                  PIC X(8) VALUE "DISTAVL ".
          05 FILLER                  PIC X(8) VALUE "YACHTPRT".
          05 FILLER                  PIC X(8) VALUE "YACHTPJN".
          05 FILLER                  PIC X(8) VALUE "KIOSKPB ".
          05 FILLER                  PIC X(8) VALUE "KIOSKRES".
          05 FILLER                  PIC X(8) VALUE "RAINCLM ".
       01 WS-REPOINT-LIST REDEFINES WS-REPOINT-LIST-VALUES.
          05 WS-REPOINT-NAME OCCURS 22 TIMES PIC X(8).
       01 WS-REPOINT-SCAN            PIC 99   VALUE 0.
      *
       01 WS-LINE-COUNT              PIC 9(4) VALUE 0.
       01 WS-LINE-SCAN               PIC 9(4) VALUE 0.
       01 WS-LINE-TABLE.
          05 WS-LINE OCCURS 5000 TIMES PIC X(133).
      *
       01 WS-CHANGED-COUNT           PIC 9(4) VALUE 0.
       01 WS-MATCH-TALLY             PIC 9(4) VALUE 0.
       01 WS-CURRENT-FILE            PIC X(8) VALUE SPACES.
      *
       01 WS-RETIRED-JOIN-DATE       PIC 9(8) VALUE 0.
       01 WS-RETIRED-PHONE           PIC X(15) VALUE SPACES.
       01 WS-RETIRED-EMAIL           PIC X(40) VALUE SPACES.
      *
       01 WS-ROW-COUNT               PIC 9(4) VALUE 0.
       01 WS-ROW-SCAN                PIC 9(4) VALUE 0.
       01 WS-SURVIVOR-ROW            PIC 9(4) VALUE 0.
       01 WS-RETIRED-ROW             PIC 9(4) VALUE 0.
       01 WS-ROW-TABLE.
          05 WS-ROW OCCURS 2000 TIMES.
             10 WS-ROW-PLAYER-ID     PIC X(10).
             10 WS-ROW-VALUE-1       PIC 9(4).
             10 WS-ROW-VALUE-2       PIC 9(4).
             10 WS-ROW-VALUE-3       PIC 9(4).
             10 WS-ROW-VALUE-4       PIC 9(4).
      *
       01 WS-GAMES-TOTAL             PIC 9(5) VALUE 0.
       01 WS-OPEN-DUES-COUNT         PIC 9(4) VALUE 0.
       01 WS-BILLED-EDITED           PIC ZZZZ9.99.
       01 WS-PAID-EDITED             PIC ZZZZ9.99.
       01 WS-WEIGHTED-RATING         PIC 9(4) VALUE 0.
      *
       01 WS-JOURNAL-FILE-NAME       PIC X(8)  VALUE "MEMBMAST".
       01 WS-JOURNAL-OPERATION       PIC X     VALUE "R".
       01 WS-JOURNAL-BEFORE          PIC X(133) VALUE SPACES.
       01 WS-JOURNAL-AFTER           PIC X(133) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MEMBER-MERGE.
           PERFORM LOAD-MERGE-CONTROL.
           OPEN OUTPUT CERTIFICATE-FILE.
           PERFORM WRITE-CERTIFICATE-HEADER.
           PERFORM MERGE-MASTER-RECORDS.
           PERFORM REPOINT-ONE-FILE
              VARYING WS-REPOINT-SCAN FROM 1 BY 1
              UNTIL WS-REPOINT-SCAN > 22.
           PERFORM COMBINE-STANDINGS-ROWS.
           PERFORM COMBINE-DARTS-STANDINGS-ROWS.
           PERFORM COMBINE-RATING-ROWS.
           PERFORM DROP-NAME-INDEX-ENTRY.
           PERFORM LIST-RETIRED-OPEN-DUES.
           CLOSE CERTIFICATE-FILE.
           DISPLAY "Merge complete: " WS-RETIRED-ID " into "
              WS-SURVIVOR-ID.
           STOP RUN.
      *
       LOAD-MERGE-CONTROL.
           OPEN INPUT MERGE-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ MERGE-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    MOVE "Y" TO CONTROL-SEEN-SWITCH
                    MOVE MG-SURVIVOR-ID TO WS-SURVIVOR-ID
                    MOVE MG-RETIRED-ID TO WS-RETIRED-ID
                    MOVE MG-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
              END-READ
           END-PERFORM.
           CLOSE MERGE-CONTROL-FILE.
           IF (NOT CONTROL-SEEN OR WS-SURVIVOR-ID = SPACES
              OR WS-RETIRED-ID = SPACES)
              DISPLAY "ABORTED: the merge control card needs both "
                 "a surviving and a retired member ID"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (WS-SURVIVOR-ID = WS-RETIRED-ID)
              DISPLAY "ABORTED: surviving and retired member IDs "
                 "are the same"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (WS-EFFECTIVE-DATE = 0)
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EFFECTIVE-DATE
           END-IF.
      *
       WRITE-CERTIFICATE-HEADER.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING "MERGE CERTIFICATE RETIRED=" DELIMITED BY SIZE
                  WS-RETIRED-ID DELIMITED BY SIZE
                  " SURVIVOR=" DELIMITED BY SIZE
                  WS-SURVIVOR-ID DELIMITED BY SIZE
                  " EFFECTIVE=" DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE DELIMITED BY SIZE
              INTO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
      *
      *    Both records must be on the master and the survivor
      *    open; otherwise nothing downstream is touched. A retired
      *    record already closed means an earlier run of this card
      *    stopped after the master step (a table limit, or the job
      *    dying mid-list), so the master is left as it is and the
      *    re-pointing and combining, which are safe to repeat, run
      *    again to finish the merge - as MEMBER-PURGE carries on
      *    when its master record is already gone.
       MERGE-MASTER-RECORDS.
           OPEN I-O MEMBER-MASTER-FILE.
           MOVE WS-RETIRED-ID TO MM-MEMBER-ID.
           PERFORM READ-MERGE-MASTER.
           IF (NOT MASTER-FOUND)
              DISPLAY "ABORTED: retired member " WS-RETIRED-ID
                 " is not on the master"
              CLOSE MEMBER-MASTER-FILE
              CLOSE CERTIFICATE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (MM-STATUS = "M")
              MOVE "Y" TO RETIRED-CLOSED-SWITCH
           END-IF.
           MOVE MM-JOIN-DATE TO WS-RETIRED-JOIN-DATE.
           MOVE MM-PHONE TO WS-RETIRED-PHONE.
           MOVE MM-EMAIL TO WS-RETIRED-EMAIL.
           MOVE WS-SURVIVOR-ID TO MM-MEMBER-ID.
           PERFORM READ-MERGE-MASTER.
           IF (NOT MASTER-FOUND OR MM-STATUS = "M")
              DISPLAY "ABORTED: surviving member " WS-SURVIVOR-ID
                 " is not an open master record"
              CLOSE MEMBER-MASTER-FILE
              CLOSE CERTIFICATE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (RETIRED-ALREADY-CLOSED)
              MOVE SPACES TO CERTIFICATE-RECORD
              STRING "MEMBMAST: RETIRED ALREADY CLOSED " DELIMITED
                        BY SIZE
                     WS-RETIRED-ID DELIMITED BY SIZE
                     " - MASTER UNCHANGED, MERGE RESUMED"
                        DELIMITED BY SIZE
                 INTO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
           ELSE
              PERFORM CLOSE-RETIRED-MEMBER
           END-IF.
           CLOSE MEMBER-MASTER-FILE.
      *
      *    The survivor record is the current one on entry.
       CLOSE-RETIRED-MEMBER.
           IF (WS-RETIRED-JOIN-DATE > 0
              AND WS-RETIRED-JOIN-DATE < MM-JOIN-DATE)
              MOVE WS-RETIRED-JOIN-DATE TO MM-JOIN-DATE
           END-IF.
           IF (MM-PHONE = SPACES)
              MOVE WS-RETIRED-PHONE TO MM-PHONE
           END-IF.
           IF (MM-EMAIL = SPACES)
              MOVE WS-RETIRED-EMAIL TO MM-EMAIL
           END-IF.
           PERFORM REWRITE-MERGE-MASTER.
           MOVE WS-RETIRED-ID TO MM-MEMBER-ID.
           PERFORM READ-MERGE-MASTER.
           MOVE "M" TO MM-STATUS.
           PERFORM REWRITE-MERGE-MASTER.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING "MEMBMAST: SURVIVOR UPDATED, RETIRED " DELIMITED
                     BY SIZE
                  WS-RETIRED-ID DELIMITED BY SIZE
                  " CLOSED (JOURNALED)" DELIMITED BY SIZE
              INTO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
      *
       READ-MERGE-MASTER.
           MOVE "N" TO MASTER-FOUND-SWITCH.
           READ MEMBER-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO MASTER-FOUND-SWITCH
                 MOVE SPACES TO WS-JOURNAL-BEFORE
                 MOVE MEMBER-MASTER-RECORD TO WS-JOURNAL-BEFORE
           END-READ.
      *
       REWRITE-MERGE-MASTER.
           REWRITE MEMBER-MASTER-RECORD
              INVALID KEY
                 DISPLAY "MERGE: rewrite failed for member "
                    MM-MEMBER-ID
              NOT INVALID KEY
                 MOVE SPACES TO WS-JOURNAL-AFTER
                 MOVE MEMBER-MASTER-RECORD TO WS-JOURNAL-AFTER
                 CALL "MASTER-JOURNAL" USING WS-JOURNAL-FILE-NAME
                    WS-JOURNAL-OPERATION WS-JOURNAL-BEFORE
                    WS-JOURNAL-AFTER
           END-REWRITE.
      *
      *    Each history file is pulled into the line table, the
      *    retired ID is overwritten in place wherever it appears,
      *    and the file is written back; record counts never change.
       REPOINT-ONE-FILE.
           MOVE WS-REPOINT-NAME(WS-REPOINT-SCAN)
              TO WS-REPOINT-FILE-NAME.
           MOVE WS-REPOINT-FILE-NAME TO WS-CURRENT-FILE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT REPOINT-FILE.
           PERFORM UNTIL FILE-EOF
              READ REPOINT-FILE
                 AT END
                    MOVE "Y" TO FILE-EOF-SWITCH
                 NOT AT END
                    PERFORM CHECK-LINE-TABLE-ROOM
                    ADD 1 TO WS-LINE-COUNT
                    MOVE REPOINT-LINE TO WS-LINE(WS-LINE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE REPOINT-FILE.
           PERFORM REPOINT-LINE-TABLE.
           IF (WS-CHANGED-COUNT > 0)
              OPEN OUTPUT REPOINT-FILE
              PERFORM VARYING WS-LINE-SCAN FROM 1 BY 1
                 UNTIL WS-LINE-SCAN > WS-LINE-COUNT
                   MOVE WS-LINE(WS-LINE-SCAN) TO REPOINT-LINE
                   WRITE REPOINT-LINE
              END-PERFORM
              CLOSE REPOINT-FILE
           END-IF.
           PERFORM WRITE-FILE-CERTIFICATE.
      *
       CHECK-LINE-TABLE-ROOM.
           IF (WS-LINE-COUNT = 5000)
              DISPLAY "ABORTED: " WS-CURRENT-FILE " exceeds the "
                 "5000-line work table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       REPOINT-LINE-TABLE.
           MOVE 0 TO WS-CHANGED-COUNT.
           PERFORM VARYING WS-LINE-SCAN FROM 1 BY 1
              UNTIL WS-LINE-SCAN > WS-LINE-COUNT
                MOVE 0 TO WS-MATCH-TALLY
                INSPECT WS-LINE(WS-LINE-SCAN)
                   TALLYING WS-MATCH-TALLY
                   FOR ALL WS-RETIRED-ID
                IF (WS-MATCH-TALLY > 0)
                   ADD 1 TO WS-CHANGED-COUNT
                   INSPECT WS-LINE(WS-LINE-SCAN)
                      REPLACING ALL WS-RETIRED-ID
                      BY WS-SURVIVOR-ID
                END-IF
           END-PERFORM.
      *
      *    Standings rows: value 1/2/3 hold wins/losses/ties. The
      *    retired row's results are added onto the survivor's row
      *    (the retired row is renamed if the survivor has none) and
      *    the retired row is dropped.
       COMBINE-STANDINGS-ROWS.
           MOVE "YACHTSTD" TO WS-CURRENT-FILE.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT STANDINGS-FILE.
           PERFORM UNTIL FILE-EOF
              READ STANDINGS-FILE
                 AT END
                    MOVE "Y" TO FILE-EOF-SWITCH
                 NOT AT END
                    PERFORM CHECK-ROW-TABLE-ROOM
                    ADD 1 TO WS-ROW-COUNT
                    MOVE ST-PLAYER-ID
                       TO WS-ROW-PLAYER-ID(WS-ROW-COUNT)
                    MOVE ST-WINS TO WS-ROW-VALUE-1(WS-ROW-COUNT)
                    MOVE ST-LOSSES TO WS-ROW-VALUE-2(WS-ROW-COUNT)
                    MOVE ST-TIES TO WS-ROW-VALUE-3(WS-ROW-COUNT)
              END-READ
           END-PERFORM.
           CLOSE STANDINGS-FILE.
           PERFORM FIND-MERGE-ROWS.
           IF (RETIRED-ROW-FOUND)
              ADD 1 TO WS-CHANGED-COUNT
              IF (SURVIVOR-ROW-FOUND)
                 ADD WS-ROW-VALUE-1(WS-RETIRED-ROW)
                    TO WS-ROW-VALUE-1(WS-SURVIVOR-ROW)
                 ADD WS-ROW-VALUE-2(WS-RETIRED-ROW)
                    TO WS-ROW-VALUE-2(WS-SURVIVOR-ROW)
                 ADD WS-ROW-VALUE-3(WS-RETIRED-ROW)
                    TO WS-ROW-VALUE-3(WS-SURVIVOR-ROW)
                 MOVE SPACES TO WS-ROW-PLAYER-ID(WS-RETIRED-ROW)
              ELSE
                 MOVE WS-SURVIVOR-ID
                    TO WS-ROW-PLAYER-ID(WS-RETIRED-ROW)
              END-IF
              OPEN OUTPUT STANDINGS-FILE
              PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                 UNTIL WS-ROW-SCAN > WS-ROW-COUNT
                   IF (WS-ROW-PLAYER-ID(WS-ROW-SCAN) NOT = SPACES)
                      MOVE WS-ROW-PLAYER-ID(WS-ROW-SCAN)
                         TO ST-PLAYER-ID
                      MOVE WS-ROW-VALUE-1(WS-ROW-SCAN) TO ST-WINS
                      MOVE WS-ROW-VALUE-2(WS-ROW-SCAN) TO ST-LOSSES
                      MOVE WS-ROW-VALUE-3(WS-ROW-SCAN) TO ST-TIES
                      WRITE STANDINGS-RECORD
                   END-IF
              END-PERFORM
              CLOSE STANDINGS-FILE
           END-IF.
           MOVE WS-ROW-COUNT TO WS-LINE-COUNT.
           PERFORM WRITE-FILE-CERTIFICATE.
      *
      *    Darts standings rows carry forfeits as value 4 beside
      *    wins/losses/ties; otherwise combined as the yacht rows.
       COMBINE-DARTS-STANDINGS-ROWS.
           MOVE "DARTSSTD" TO WS-CURRENT-FILE.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT DARTS-STANDINGS-FILE.
           PERFORM UNTIL FILE-EOF
              READ DARTS-STANDINGS-FILE
                 AT END
                    MOVE "Y" TO FILE-EOF-SWITCH
                 NOT AT END
                    PERFORM CHECK-ROW-TABLE-ROOM
                    ADD 1 TO WS-ROW-COUNT
                    MOVE DS-PLAYER-ID
                       TO WS-ROW-PLAYER-ID(WS-ROW-COUNT)
                    MOVE DS-WINS TO WS-ROW-VALUE-1(WS-ROW-COUNT)
                    MOVE DS-LOSSES TO WS-ROW-VALUE-2(WS-ROW-COUNT)
                    MOVE DS-TIES TO WS-ROW-VALUE-3(WS-ROW-COUNT)
                    MOVE DS-FORFEITS TO WS-ROW-VALUE-4(WS-ROW-COUNT)
              END-READ
           END-PERFORM.
           CLOSE DARTS-STANDINGS-FILE.
           PERFORM FIND-MERGE-ROWS.
           IF (RETIRED-ROW-FOUND)
              ADD 1 TO WS-CHANGED-COUNT
              IF (SURVIVOR-ROW-FOUND)
                 ADD WS-ROW-VALUE-1(WS-RETIRED-ROW)
                    TO WS-ROW-VALUE-1(WS-SURVIVOR-ROW)
                 ADD WS-ROW-VALUE-2(WS-RETIRED-ROW)
                    TO WS-ROW-VALUE-2(WS-SURVIVOR-ROW)
                 ADD WS-ROW-VALUE-3(WS-RETIRED-ROW)
                    TO WS-ROW-VALUE-3(WS-SURVIVOR-ROW)
                 ADD WS-ROW-VALUE-4(WS-RETIRED-ROW)
                    TO WS-ROW-VALUE-4(WS-SURVIVOR-ROW)
                 MOVE SPACES TO WS-ROW-PLAYER-ID(WS-RETIRED-ROW)
              ELSE
                 MOVE WS-SURVIVOR-ID
                    TO WS-ROW-PLAYER-ID(WS-RETIRED-ROW)
              END-IF
              OPEN OUTPUT DARTS-STANDINGS-FILE
              PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                 UNTIL WS-ROW-SCAN > WS-ROW-COUNT
                   IF (WS-ROW-PLAYER-ID(WS-ROW-SCAN) NOT = SPACES)
                      MOVE WS-ROW-PLAYER-ID(WS-ROW-SCAN)
                         TO DS-PLAYER-ID
                      MOVE WS-ROW-VALUE-1(WS-ROW-SCAN) TO DS-WINS
                      MOVE WS-ROW-VALUE-2(WS-ROW-SCAN) TO DS-LOSSES
                      MOVE WS-ROW-VALUE-3(WS-ROW-SCAN) TO DS-TIES
                      MOVE WS-ROW-VALUE-4(WS-ROW-SCAN) TO DS-FORFEITS
                      WRITE DARTS-STANDINGS-RECORD
                   END-IF
              END-PERFORM
              CLOSE DARTS-STANDINGS-FILE
           END-IF.
           MOVE WS-ROW-COUNT TO WS-LINE-COUNT.
           PERFORM WRITE-FILE-CERTIFICATE.
      *
      *    Rating rows: value 1 is the rating, value 2 the games
      *    rated. The combined rating is weighted by games played,
      *    so a handful of games under the retired ID barely moves
      *    an established rating.
       COMBINE-RATING-ROWS.
           MOVE "YACHTRTG" TO WS-CURRENT-FILE.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT RATINGS-FILE.
           PERFORM UNTIL FILE-EOF
              READ RATINGS-FILE
                 AT END
                    MOVE "Y" TO FILE-EOF-SWITCH
                 NOT AT END
                    PERFORM CHECK-ROW-TABLE-ROOM
                    ADD 1 TO WS-ROW-COUNT
                    MOVE RT-PLAYER-ID
                       TO WS-ROW-PLAYER-ID(WS-ROW-COUNT)
                    MOVE RT-RATING TO WS-ROW-VALUE-1(WS-ROW-COUNT)
                    MOVE RT-GAMES-RATED
                       TO WS-ROW-VALUE-2(WS-ROW-COUNT)
                    MOVE 0 TO WS-ROW-VALUE-3(WS-ROW-COUNT)
              END-READ
           END-PERFORM.
           CLOSE RATINGS-FILE.
           PERFORM FIND-MERGE-ROWS.
           IF (RETIRED-ROW-FOUND)
              ADD 1 TO WS-CHANGED-COUNT
              IF (SURVIVOR-ROW-FOUND)
                 PERFORM WEIGH-COMBINED-RATING
                 MOVE SPACES TO WS-ROW-PLAYER-ID(WS-RETIRED-ROW)
              ELSE
                 MOVE WS-SURVIVOR-ID
                    TO WS-ROW-PLAYER-ID(WS-RETIRED-ROW)
              END-IF
              OPEN OUTPUT RATINGS-FILE
              PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                 UNTIL WS-ROW-SCAN > WS-ROW-COUNT
                   IF (WS-ROW-PLAYER-ID(WS-ROW-SCAN) NOT = SPACES)
                      MOVE WS-ROW-PLAYER-ID(WS-ROW-SCAN)
                         TO RT-PLAYER-ID
                      MOVE WS-ROW-VALUE-1(WS-ROW-SCAN) TO RT-RATING
                      MOVE WS-ROW-VALUE-2(WS-ROW-SCAN)
                         TO RT-GAMES-RATED
                      WRITE RATING-RECORD
                   END-IF
              END-PERFORM
              CLOSE RATINGS-FILE
           END-IF.
           MOVE WS-ROW-COUNT TO WS-LINE-COUNT.
           PERFORM WRITE-FILE-CERTIFICATE.
      *
       WEIGH-COMBINED-RATING.
           COMPUTE WS-GAMES-TOTAL =
              WS-ROW-VALUE-2(WS-SURVIVOR-ROW)
              + WS-ROW-VALUE-2(WS-RETIRED-ROW).
           IF (WS-GAMES-TOTAL > 0)
              COMPUTE WS-WEIGHTED-RATING ROUNDED =
                 (WS-ROW-VALUE-1(WS-SURVIVOR-ROW)
                    * WS-ROW-VALUE-2(WS-SURVIVOR-ROW)
                 + WS-ROW-VALUE-1(WS-RETIRED-ROW)
                    * WS-ROW-VALUE-2(WS-RETIRED-ROW))
                 / WS-GAMES-TOTAL
              MOVE WS-WEIGHTED-RATING
                 TO WS-ROW-VALUE-1(WS-SURVIVOR-ROW)
           END-IF.
           IF (WS-GAMES-TOTAL > 9999)
              MOVE 9999 TO WS-ROW-VALUE-2(WS-SURVIVOR-ROW)
           ELSE
              MOVE WS-GAMES-TOTAL TO WS-ROW-VALUE-2(WS-SURVIVOR-ROW)
           END-IF.
      *
       FIND-MERGE-ROWS.
           MOVE "N" TO SURVIVOR-ROW-SWITCH.
           MOVE "N" TO RETIRED-ROW-SWITCH.
           PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
              UNTIL WS-ROW-SCAN > WS-ROW-COUNT
                IF (WS-ROW-PLAYER-ID(WS-ROW-SCAN) = WS-SURVIVOR-ID
                   AND NOT SURVIVOR-ROW-FOUND)
                   MOVE "Y" TO SURVIVOR-ROW-SWITCH
                   MOVE WS-ROW-SCAN TO WS-SURVIVOR-ROW
                END-IF
                IF (WS-ROW-PLAYER-ID(WS-ROW-SCAN) = WS-RETIRED-ID
                   AND NOT RETIRED-ROW-FOUND)
                   MOVE "Y" TO RETIRED-ROW-SWITCH
                   MOVE WS-ROW-SCAN TO WS-RETIRED-ROW
                END-IF
           END-PERFORM.
      *
       CHECK-ROW-TABLE-ROOM.
           IF (WS-ROW-COUNT = 2000)
              DISPLAY "ABORTED: " WS-CURRENT-FILE " exceeds the "
                 "2000-row work table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       DROP-NAME-INDEX-ENTRY.
           MOVE "NAMENDX " TO WS-CURRENT-FILE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT NAME-INDEX-FILE.
           PERFORM UNTIL FILE-EOF
              READ NAME-INDEX-FILE
                 AT END
                    MOVE "Y" TO FILE-EOF-SWITCH
                 NOT AT END
                    PERFORM STORE-ONE-INDEX-ENTRY
              END-READ
           END-PERFORM.
           CLOSE NAME-INDEX-FILE.
           OPEN OUTPUT NAME-INDEX-FILE.
           PERFORM VARYING WS-LINE-SCAN FROM 1 BY 1
              UNTIL WS-LINE-SCAN > WS-LINE-COUNT
                MOVE WS-LINE(WS-LINE-SCAN)(1:52)
                   TO NAME-INDEX-RECORD
                WRITE NAME-INDEX-RECORD
           END-PERFORM.
           CLOSE NAME-INDEX-FILE.
           PERFORM WRITE-FILE-CERTIFICATE.
      *
       STORE-ONE-INDEX-ENTRY.
           IF (NX-MEMBER-ID = WS-RETIRED-ID)
              ADD 1 TO WS-CHANGED-COUNT
           ELSE
              PERFORM CHECK-LINE-TABLE-ROOM
              ADD 1 TO WS-LINE-COUNT
              MOVE SPACES TO WS-LINE(WS-LINE-COUNT)
              MOVE NAME-INDEX-RECORD
                 TO WS-LINE(WS-LINE-COUNT)(1:52)
           END-IF.
      *
      *    The register is only read here; nothing on it changes.
       LIST-RETIRED-OPEN-DUES.
           MOVE "DUESREG " TO WS-CURRENT-FILE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-OPEN-DUES-COUNT.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT DUES-REGISTER-FILE.
           PERFORM UNTIL FILE-EOF
              READ DUES-REGISTER-FILE
                 AT END
                    MOVE "Y" TO FILE-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-LINE-COUNT
                    IF (DU-MEMBER-ID = WS-RETIRED-ID
                       AND DU-INVOICE-OPEN)
                       PERFORM WRITE-OPEN-DUES-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DUES-REGISTER-FILE.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING WS-CURRENT-FILE DELIMITED BY SIZE
                  ": LINES=" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  " OPEN ON RETIRED ID=" DELIMITED BY SIZE
                  WS-OPEN-DUES-COUNT DELIMITED BY SIZE
                  " (NOT MOVED)" DELIMITED BY SIZE
              INTO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
           IF (WS-OPEN-DUES-COUNT > 0)
              MOVE "  OPEN DUES ABOVE ARE LEFT ON THE RETIRED ID - "
                 & "SETTLE BY HAND" TO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       WRITE-OPEN-DUES-LINE.
           ADD 1 TO WS-OPEN-DUES-COUNT.
           MOVE DU-AMOUNT-BILLED TO WS-BILLED-EDITED.
           MOVE DU-AMOUNT-PAID TO WS-PAID-EDITED.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING "  OPEN DUES YEAR=" DELIMITED BY SIZE
                  DU-BILL-YEAR DELIMITED BY SIZE
                  " ISSUED=" DELIMITED BY SIZE
                  DU-ISSUE-DATE DELIMITED BY SIZE
                  " BILLED=" DELIMITED BY SIZE
                  WS-BILLED-EDITED DELIMITED BY SIZE
                  " PAID=" DELIMITED BY SIZE
                  WS-PAID-EDITED DELIMITED BY SIZE
              INTO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
      *
       WRITE-FILE-CERTIFICATE.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING WS-CURRENT-FILE DELIMITED BY SIZE
                  ": LINES=" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  " CHANGED=" DELIMITED BY SIZE
                  WS-CHANGED-COUNT DELIMITED BY SIZE
              INTO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
      *
