       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-ID-INTEGRITY.
      *
      *    Weekly referential integrity sweep for member IDs. Every
      *    file that carries a member ID copied off the master is
      *    read through and each ID checked back against MEMBMAST:
      *    the yacht and darts season histories, the attendance
      *    ledger, the table bookings, the fixture list (both
      *    players), the head-to-head standings, the ratings, the
      *    handicaps, the isogram history, the notification queue
      *    (member and opponent) and the waitlist. The sweep list
      *    below gives each file with where its IDs and its date sit
      *    in the record, and one FD walks the list the way
      *    FILE-GROWTH-CENSUS does.
      *
      *    An ID is good when it is on the master in any status
      *    (merged members stay on it as "M"), when it is one of the
      *    anonymous tokens MEMBER-PURGE writes ("ANON" and six
      *    digits), or when it is a guest pass on the GUESTPAS
      *    register - for a dated record only a pass issued for that
      *    night counts, the way the intakes honour them. A blank ID
      *    (an open fixture seat, no opponent) is not checked.
      *
      *    The report (MBRINTRP) gives each file's records read, IDs
      *    checked and orphans found, with the first three orphaned
      *    records as samples. Each file with orphans puts one line
      *    on the integrity exceptions file (MBRINTEX), which
      *    EXCEPTION-COLLECTOR raises as an item on the unified
      *    exception queue. The run ends with return code 4 when
      *    anything is orphaned.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL PASS-REGISTER-FILE ASSIGN TO "GUESTPAS"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SWEEP-FILE
              ASSIGN TO WS-SWEEP-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "MBRINTRP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT INTEGRITY-EXC-FILE ASSIGN TO "MBRINTEX"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  PASS-REGISTER-FILE.
       01  PASS-REGISTER-RECORD.
           05 GP-PASS-ID             PIC X(10).
           05 GP-GUEST-NAME          PIC X(40).
           05 GP-NIGHT-DATE          PIC 9(8).
           05 GP-GUEST-CONTACT       PIC X(40).
      *
       FD  SWEEP-FILE.
       01  SWEEP-RECORD              PIC X(200).
      *
       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD   PIC X(120).
      *
       FD  INTEGRITY-EXC-FILE.
       01  INTEGRITY-EXC-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 PASS-EOF-SWITCH         PIC X    VALUE "N".
             88 PASS-EOF                      VALUE "Y".
          05 SWEEP-EOF-SWITCH        PIC X    VALUE "N".
             88 SWEEP-EOF                     VALUE "Y".
          05 ID-GOOD-SWITCH          PIC X    VALUE "N".
             88 ID-GOOD                       VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
      *
      *    The sweep list: file name, the positions of up to two
      *    member IDs in the record (0 when there is no second),
      *    and the position and width of the record's date (0 when
      *    the file is undated). The yacht history's run date is
      *    free-form, ten characters wide.
       01 WS-SWEEP-LIST-VALUES.
          05 FILLER                  PIC X(8) VALUE "YACHTHST".
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 9(3) VALUE 11.
          05 FILLER                  PIC 99   VALUE 10.
          05 FILLER                  PIC X(8) VALUE "DARTSHST".
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 9(3) VALUE 11.
          05 FILLER                  PIC 99   VALUE 8.
          05 FILLER                  PIC X(8) VALUE "CLUBATTD".
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 9(3) VALUE 11.
          05 FILLER                  PIC 99   VALUE 8.
          05 FILLER                  PIC X(8) VALUE "CLUBBOOK".
          05 FILLER                  PIC 9(3) VALUE 17.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 99   VALUE 8.
          05 FILLER                  PIC X(8) VALUE "CLUBFIXT".
          05 FILLER                  PIC 9(3) VALUE 11.
          05 FILLER                  PIC 9(3) VALUE 21.
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 99   VALUE 8.
          05 FILLER                  PIC X(8) VALUE "YACHTSTD".
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 99   VALUE 0.
          05 FILLER                  PIC X(8) VALUE "YACHTRTG".
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 99   VALUE 0.
          05 FILLER                  PIC X(8) VALUE "YACHTHCP".
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 99   VALUE 0.
          05 FILLER                  PIC X(8) VALUE "ISOHST  ".
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 9(3) VALUE 11.
          05 FILLER                  PIC 99   VALUE 8.
          05 FILLER                  PIC X(8) VALUE "NOTIFQUE".
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 9(3) VALUE 21.
          05 FILLER                  PIC 9(3) VALUE 11.
          05 FILLER                  PIC 99   VALUE 8.
          05 FILLER                  PIC X(8) VALUE "CLUBWAIT".
          05 FILLER                  PIC 9(3) VALUE 1.
          05 FILLER                  PIC 9(3) VALUE 0.
          05 FILLER                  PIC 9(3) VALUE 11.
          05 FILLER                  PIC 99   VALUE 8.
       01 WS-SWEEP-LIST REDEFINES WS-SWEEP-LIST-VALUES.
          05 WS-SWEEP-ENTRY OCCURS 11 TIMES.
             10 WS-SWEEP-NAME        PIC X(8).
             10 WS-SWEEP-ID-POS-1    PIC 9(3).
             10 WS-SWEEP-ID-POS-2    PIC 9(3).
             10 WS-SWEEP-DATE-POS    PIC 9(3).
             10 WS-SWEEP-DATE-WIDTH  PIC 99.
       01 WS-SWEEP-SCAN              PIC 99   VALUE 0.
       01 WS-SWEEP-FILE-NAME         PIC X(8) VALUE SPACES.
      *
       01 WS-MEMBER-COUNT            PIC 9(4) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(4) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ID OCCURS 2000 TIMES PIC X(10).
      *
       01 WS-PASS-COUNT              PIC 9(4) VALUE 0.
       01 WS-PASS-SCAN               PIC 9(4) VALUE 0.
       01 WS-PASS-TABLE.
          05 WS-PASS OCCURS 2000 TIMES.
             10 WS-PASS-ID           PIC X(10).
             10 WS-PASS-NIGHT        PIC 9(8).
      *
      *    The record in hand: the ID being checked and the record's
      *    date compacted to YYYYMMDD (0 when undated or unreadable).
       01 WS-CHECK-ID                PIC X(10) VALUE SPACES.
       01 WS-CHECK-ID-PARTS REDEFINES WS-CHECK-ID.
          05 WS-CHECK-ID-PREFIX      PIC X(4).
          05 WS-CHECK-ID-DIGITS      PIC X(6).
       01 WS-ID-POSITION             PIC 9(3) VALUE 0.
       01 WS-ORPHAN-REASON           PIC X(20) VALUE SPACES.
       01 WS-RECORD-DATE             PIC 9(8) VALUE 0.
       01 WS-DATE-TEXT               PIC X(10) VALUE SPACES.
       01 WS-DATE-DIGITS             PIC X(8) VALUE SPACES.
       01 WS-DATE-FILL               PIC 99   VALUE 0.
       01 WS-DATE-SCAN               PIC 99   VALUE 0.
      *
       01 WS-FILE-RECORDS            PIC 9(7) VALUE 0.
       01 WS-FILE-CHECKED            PIC 9(7) VALUE 0.
       01 WS-FILE-ORPHANS            PIC 9(7) VALUE 0.
       01 WS-FILE-SAMPLES            PIC 9    VALUE 0.
       01 WS-FIRST-ORPHAN-ID         PIC X(10) VALUE SPACES.
       01 WS-TOTAL-RECORDS           PIC 9(7) VALUE 0.
       01 WS-TOTAL-ORPHANS           PIC 9(7) VALUE 0.
       01 WS-FILES-WITH-ORPHANS      PIC 99   VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "MEMBER-ID-INTEGRITY".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MEMBER-ID-INTEGRITY.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-MEMBER-MASTER.
           PERFORM LOAD-GUEST-PASSES.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           OPEN OUTPUT INTEGRITY-EXC-FILE.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "MEMBER ID INTEGRITY SWEEP RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " MASTER IDS=" DELIMITED BY SIZE
                  WS-MEMBER-COUNT DELIMITED BY SIZE
                  " GUEST PASSES=" DELIMITED BY SIZE
                  WS-PASS-COUNT DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           PERFORM VARYING WS-SWEEP-SCAN FROM 1 BY 1
              UNTIL WS-SWEEP-SCAN > 11
                PERFORM SWEEP-ONE-FILE
           END-PERFORM.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "TOTALS RECORDS=" DELIMITED BY SIZE
                  WS-TOTAL-RECORDS DELIMITED BY SIZE
                  " ORPHANS=" DELIMITED BY SIZE
                  WS-TOTAL-ORPHANS DELIMITED BY SIZE
                  " FILES WITH ORPHANS=" DELIMITED BY SIZE
                  WS-FILES-WITH-ORPHANS DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           CLOSE INTEGRITY-REPORT-FILE.
           CLOSE INTEGRITY-EXC-FILE.
           MOVE WS-TOTAL-RECORDS TO WS-AUDIT-READ.
           MOVE WS-FILES-WITH-ORPHANS TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Records swept: " WS-TOTAL-RECORDS.
           DISPLAY "Orphaned member IDs: " WS-TOTAL-ORPHANS.
           DISPLAY "Files with orphans: " WS-FILES-WITH-ORPHANS.
           IF (WS-TOTAL-ORPHANS > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       LOAD-MEMBER-MASTER.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    IF (WS-MEMBER-COUNT = 2000)
                       DISPLAY "ABORTED: member master exceeds "
                          "the 2000-entry member table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-MEMBER-COUNT
                    MOVE MM-MEMBER-ID
                       TO WS-MEMBER-ID(WS-MEMBER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       LOAD-GUEST-PASSES.
           OPEN INPUT PASS-REGISTER-FILE.
           PERFORM UNTIL PASS-EOF
              READ PASS-REGISTER-FILE
                 AT END
                    MOVE "Y" TO PASS-EOF-SWITCH
                 NOT AT END
                    IF (WS-PASS-COUNT = 2000)
                       DISPLAY "ABORTED: guest pass register "
                          "exceeds the 2000-entry pass table"
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
      *    A file not there at all is reported with no records, not
      *    treated as a failure - not every file exists every week.
       SWEEP-ONE-FILE.
           MOVE WS-SWEEP-NAME(WS-SWEEP-SCAN) TO WS-SWEEP-FILE-NAME.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE 0 TO WS-FILE-CHECKED.
           MOVE 0 TO WS-FILE-ORPHANS.
           MOVE 0 TO WS-FILE-SAMPLES.
           MOVE SPACES TO WS-FIRST-ORPHAN-ID.
           MOVE "N" TO SWEEP-EOF-SWITCH.
           OPEN INPUT SWEEP-FILE.
           PERFORM UNTIL SWEEP-EOF
              READ SWEEP-FILE
                 AT END
                    MOVE "Y" TO SWEEP-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-FILE-RECORDS
                    PERFORM CHECK-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE SWEEP-FILE.
           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS.
           ADD WS-FILE-ORPHANS TO WS-TOTAL-ORPHANS.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "FILE=" DELIMITED BY SIZE
                  WS-SWEEP-FILE-NAME DELIMITED BY SIZE
                  " RECORDS=" DELIMITED BY SIZE
                  WS-FILE-RECORDS DELIMITED BY SIZE
                  " IDS CHECKED=" DELIMITED BY SIZE
                  WS-FILE-CHECKED DELIMITED BY SIZE
                  " ORPHANS=" DELIMITED BY SIZE
                  WS-FILE-ORPHANS DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           IF (WS-FILE-ORPHANS > 0)
              ADD 1 TO WS-FILES-WITH-ORPHANS
              MOVE SPACES TO INTEGRITY-EXC-RECORD
              STRING "ORPHANED MEMBER IDS FILE=" DELIMITED BY SIZE
                     WS-SWEEP-FILE-NAME DELIMITED BY SIZE
                     " COUNT=" DELIMITED BY SIZE
                     WS-FILE-ORPHANS DELIMITED BY SIZE
                     " FIRST=" DELIMITED BY SIZE
                     WS-FIRST-ORPHAN-ID DELIMITED BY SIZE
                     " SEE MBRINTRP" DELIMITED BY SIZE
                 INTO INTEGRITY-EXC-RECORD
              WRITE INTEGRITY-EXC-RECORD
           END-IF.
      *
       CHECK-ONE-RECORD.
           PERFORM FIND-RECORD-DATE.
           MOVE WS-SWEEP-ID-POS-1(WS-SWEEP-SCAN) TO WS-ID-POSITION.
           PERFORM CHECK-ONE-ID.
           IF (WS-SWEEP-ID-POS-2(WS-SWEEP-SCAN) > 0)
              MOVE WS-SWEEP-ID-POS-2(WS-SWEEP-SCAN)
                 TO WS-ID-POSITION
              PERFORM CHECK-ONE-ID
           END-IF.
      *
      *    Dates are compacted to their first eight digits, so the
      *    free-form run dates on the yacht history read the same as
      *    the plain YYYYMMDD fields elsewhere.
       FIND-RECORD-DATE.
           MOVE 0 TO WS-RECORD-DATE.
           IF (WS-SWEEP-DATE-POS(WS-SWEEP-SCAN) > 0)
              MOVE SPACES TO WS-DATE-TEXT
              MOVE SWEEP-RECORD(WS-SWEEP-DATE-POS(WS-SWEEP-SCAN):
                 WS-SWEEP-DATE-WIDTH(WS-SWEEP-SCAN))
                 TO WS-DATE-TEXT
              MOVE SPACES TO WS-DATE-DIGITS
              MOVE 0 TO WS-DATE-FILL
              PERFORM VARYING WS-DATE-SCAN FROM 1 BY 1
                 UNTIL WS-DATE-SCAN > 10
                 OR WS-DATE-FILL >= 8
                   IF (WS-DATE-TEXT(WS-DATE-SCAN:1) IS NUMERIC)
                      ADD 1 TO WS-DATE-FILL
                      MOVE WS-DATE-TEXT(WS-DATE-SCAN:1)
                         TO WS-DATE-DIGITS(WS-DATE-FILL:1)
                   END-IF
              END-PERFORM
              IF (WS-DATE-FILL = 8)
                 MOVE WS-DATE-DIGITS TO WS-RECORD-DATE
              END-IF
           END-IF.
      *
       CHECK-ONE-ID.
           MOVE SWEEP-RECORD(WS-ID-POSITION:10) TO WS-CHECK-ID.
           IF (WS-CHECK-ID NOT = SPACES)
              ADD 1 TO WS-FILE-CHECKED
              PERFORM VALIDATE-CHECK-ID
              IF (NOT ID-GOOD)
                 PERFORM REPORT-ORPHAN
              END-IF
           END-IF.
      *
       VALIDATE-CHECK-ID.
           MOVE "N" TO ID-GOOD-SWITCH.
           MOVE "NOT ON MASTER" TO WS-ORPHAN-REASON.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR ID-GOOD
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = WS-CHECK-ID)
                   MOVE "Y" TO ID-GOOD-SWITCH
                END-IF
           END-PERFORM.
           IF (NOT ID-GOOD AND WS-CHECK-ID-PREFIX = "ANON"
              AND WS-CHECK-ID-DIGITS IS NUMERIC)
              MOVE "Y" TO ID-GOOD-SWITCH
           END-IF.
           IF (NOT ID-GOOD)
              PERFORM VARYING WS-PASS-SCAN FROM 1 BY 1
                 UNTIL WS-PASS-SCAN > WS-PASS-COUNT
                 OR ID-GOOD
                   IF (WS-PASS-ID(WS-PASS-SCAN) = WS-CHECK-ID)
                      IF (WS-SWEEP-DATE-POS(WS-SWEEP-SCAN) = 0
                         OR WS-PASS-NIGHT(WS-PASS-SCAN) =
                            WS-RECORD-DATE)
                         MOVE "Y" TO ID-GOOD-SWITCH
                      ELSE
                         MOVE "PASS NOT FOR NIGHT"
                            TO WS-ORPHAN-REASON
                      END-IF
                   END-IF
              END-PERFORM
           END-IF.
      *
       REPORT-ORPHAN.
           ADD 1 TO WS-FILE-ORPHANS.
           IF (WS-FILE-ORPHANS = 1)
              MOVE WS-CHECK-ID TO WS-FIRST-ORPHAN-ID
           END-IF.
           IF (WS-FILE-SAMPLES < 3)
              ADD 1 TO WS-FILE-SAMPLES
              MOVE SPACES TO INTEGRITY-REPORT-RECORD
              STRING "  SAMPLE " DELIMITED BY SIZE
                     WS-SWEEP-FILE-NAME DELIMITED BY SIZE
                     " RECORD " DELIMITED BY SIZE
                     WS-FILE-RECORDS DELIMITED BY SIZE
                     " ID=" DELIMITED BY SIZE
                     WS-CHECK-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ORPHAN-REASON DELIMITED BY SIZE
                     " : " DELIMITED BY SIZE
                     SWEEP-RECORD(1:50) DELIMITED BY SIZE
                 INTO INTEGRITY-REPORT-RECORD
              WRITE INTEGRITY-REPORT-RECORD
           END-IF.
      *
