              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DARTS-HISTORY-FILE ASSIGN TO "DARTSHST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SQUAD-FILE ASSIGN TO "DISTSQD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO "DISTEXP"
              ORGANIZATION LINE SEQUENTIAL.
      *
           05 DH-COUNT-5             PIC 9(3).
           05 DH-COUNT-1             PIC 9(3).
           05 DH-COUNT-0             PIC 9(3).
      *
       FD  SQUAD-FILE.
       01  SQUAD-RECORD.
           05 SQ-FIXTURE-DATE        PIC 9(8).
           05 SQ-GAME                PIC X.
              88 SQ-YACHT-GAME            VALUE "Y".
           05 SQ-POSITION            PIC 99.
           05 SQ-MEMBER-ID           PIC X(10).
           05 SQ-ROLE                PIC X.
              88 SQ-RESERVE               VALUE "R".
           05 SQ-SCORE               PIC 9(7).
           05 SQ-STATUS              PIC X.
              88 SQ-CONFIRMED             VALUE "C".
           05 SQ-STATUS-DATE         PIC 9(8).
      *
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
             88 STANDINGS-EOF                 VALUE "Y".
          05 DARTS-EOF-SWITCH        PIC X    VALUE "N".
             88 DARTS-EOF                     VALUE "Y".
          05 SQUAD-EOF-SWITCH        PIC X    VALUE "N".
             88 SQUAD-EOF                     VALUE "Y".
          05 PLAYER-FOUND-SWITCH     PIC X    VALUE "N".
             88 PLAYER-FOUND                  VALUE "Y".
      *
           OPEN OUTPUT EXPORT-FILE.
           PERFORM EXPORT-YACHT-STANDINGS.
           PERFORM EXPORT-DARTS-RECORDS.
           PERFORM EXPORT-TEAM-SHEETS.
           PERFORM WRITE-EXPORT-TRAILER.
           CLOSE EXPORT-FILE.
           DISPLAY "Interchange records exported: "
                WRITE EXPORT-RECORD
                ADD 1 TO WS-EXPORT-COUNT
           END-PERFORM.
      *
       EXPORT-TEAM-SHEETS.
           OPEN INPUT SQUAD-FILE.
           PERFORM UNTIL SQUAD-EOF
              READ SQUAD-FILE
                 AT END
                    MOVE "Y" TO SQUAD-EOF-SWITCH
                 NOT AT END
                    IF (SQ-CONFIRMED
                       AND SQ-FIXTURE-DATE >= WS-RUN-DATE)
                       PERFORM EXPORT-ONE-TEAM-SHEET-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SQUAD-FILE.
      *
       EXPORT-ONE-TEAM-SHEET-LINE.
           MOVE WS-CLUB-CODE TO DX-CLUB-CODE.
           MOVE "TS" TO DX-RECORD-TYPE.
           MOVE SQ-MEMBER-ID TO DX-PLAYER-ID.
           MOVE SQ-FIXTURE-DATE TO DX-EVENT-DATE.
           MOVE SQ-POSITION TO DX-VALUE-1.
           IF (SQ-YACHT-GAME)
              MOVE 1 TO DX-VALUE-2
           ELSE
              MOVE 2 TO DX-VALUE-2
           END-IF.
           IF (SQ-RESERVE)
              MOVE 1 TO DX-VALUE-3
           ELSE
              MOVE 0 TO DX-VALUE-3
           END-IF.
           WRITE EXPORT-RECORD.
           ADD 1 TO WS-EXPORT-COUNT.
      *
       WRITE-EXPORT-TRAILER.
           MOVE WS-CLUB-CODE TO DX-CLUB-CODE.
