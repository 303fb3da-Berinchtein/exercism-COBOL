       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-FILE-BACKUP.
      *
      *    Nightly backup of the sequential data files, which
      *    MASTER-JOURNAL does not cover. The backup list (BKUPLIST)
      *    names the files the way GROWLIST does for the growth
      *    census - YACHTHST, DARTSHST, CLUBATTD, TWOFEREG, DUESREG,
      *    RAINTKT, HAMMCHST and the rest - and one FD walks the
      *    list. Each file is copied into tonight's backup set, one
      *    set file per night named BK and the run date as YYMMDD,
      *    every line prefixed with the name of the file it came
      *    from (records up to 200 bytes). The backup catalog
      *    (BKUPCATL) gets a line per file per set with the record
      *    count and a hash total: each character's code times its
      *    position in the record, summed over the file, so a
      *    shifted or altered byte shows where a plain count would
      *    not. A rerun on the same night replaces that night's
      *    catalog lines.
      *
      *    Generations are kept under the rule REPORT-RETENTION-SWEEP
      *    applies to RPTCATLG: the last N sets stay on the catalog
      *    (N from SWEEPCTL, five when absent) and older sets are
      *    listed for purge and dropped from it. Removing the purged
      *    set files is an outside-COBOL step, as it is for reports.
      *
      *    Drill mode ("D" on the BKUPCTL card, run monthly) restores
      *    a chosen set (the card's set date, the latest set when
      *    zero) to scratch names RSTR0001 onwards, one per file,
      *    then reads each scratch copy back and proves its count
      *    and hash total against the catalog. The drill date and a
      *    P or F result are stamped on the catalog lines, and any
      *    failure ends the run with return code 4, so a backup is
      *    known usable before the night it is needed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BACKUP-CONTROL-FILE ASSIGN TO "BKUPCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SWEEP-CONTROL-FILE ASSIGN TO "SWEEPCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BACKUP-LIST-FILE ASSIGN TO "BKUPLIST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DATA-FILE
              ASSIGN TO WS-DATA-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BACKUP-SET-FILE
              ASSIGN TO WS-SET-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SCRATCH-FILE
              ASSIGN TO WS-SCRATCH-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BACKUP-CATALOG-FILE ASSIGN TO "BKUPCATL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BACKUP-REPORT-FILE ASSIGN TO "BKUPRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-CONTROL-FILE.
       01  BACKUP-CONTROL-RECORD.
           05 CT-MODE                PIC X.
              88 CT-DRILL-MODE              VALUE "D".
           05 CT-DRILL-SET-DATE      PIC 9(8).
      *
       FD  SWEEP-CONTROL-FILE.
       01  SWEEP-CONTROL-RECORD.
           05 SW-KEEP-COUNT          PIC 9(2).
      *
       FD  BACKUP-LIST-FILE.
       01  BACKUP-LIST-RECORD.
           05 BL-FILE-NAME           PIC X(8).
      *
       FD  DATA-FILE.
       01  DATA-RECORD               PIC X(200).
      *
       FD  BACKUP-SET-FILE.
       01  BACKUP-SET-RECORD.
           05 BS-FILE-NAME           PIC X(8).
           05 BS-RECORD-DATA         PIC X(200).
      *
       FD  SCRATCH-FILE.
       01  SCRATCH-RECORD            PIC X(200).
      *
       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05 BK-SET-DATE            PIC 9(8).
           05 BK-SET-NAME            PIC X(8).
           05 BK-FILE-NAME           PIC X(8).
           05 BK-RECORD-COUNT        PIC 9(9).
           05 BK-HASH-TOTAL          PIC 9(15).
           05 BK-DRILL-DATE          PIC 9(8).
           05 BK-DRILL-RESULT        PIC X.
      *
       FD  BACKUP-REPORT-FILE.
       01  BACKUP-REPORT-RECORD      PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 LIST-EOF-SWITCH         PIC X    VALUE "N".
             88 LIST-EOF                      VALUE "Y".
          05 DATA-EOF-SWITCH         PIC X    VALUE "N".
             88 DATA-EOF                      VALUE "Y".
          05 SET-EOF-SWITCH          PIC X    VALUE "N".
             88 SET-EOF                       VALUE "Y".
          05 CATALOG-EOF-SWITCH      PIC X    VALUE "N".
             88 CATALOG-EOF                   VALUE "Y".
          05 SCRATCH-OPEN-SWITCH     PIC X    VALUE "N".
             88 SCRATCH-OPEN                  VALUE "Y".
          05 DRILL-MODE-SWITCH       PIC X    VALUE "N".
             88 DRILL-MODE                    VALUE "Y".
      *
       01 WS-DATA-FILE-NAME          PIC X(8) VALUE SPACES.
       01 WS-SET-FILE-NAME           PIC X(8) VALUE SPACES.
       01 WS-SCRATCH-FILE-NAME       PIC X(8) VALUE SPACES.
       01 WS-SCRATCH-SEQ             PIC 9(4) VALUE 0.
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-KEEP-COUNT              PIC 9(2) VALUE 5.
       01 WS-DRILL-SET-DATE          PIC 9(8) VALUE 0.
      *
       01 WS-LIST-COUNT              PIC 99   VALUE 0.
       01 WS-LIST-SCAN               PIC 99   VALUE 0.
       01 WS-LIST-TABLE.
          05 WS-LIST-NAME OCCURS 50 TIMES PIC X(8).
      *
       01 WS-CAT-COUNT               PIC 9(3) VALUE 0.
       01 WS-CAT-SCAN                PIC 9(3) VALUE 0.
       01 WS-CAT-HIT                 PIC 9(3) VALUE 0.
       01 WS-CATALOG-TABLE.
          05 WS-CAT-ENTRY OCCURS 500 TIMES.
             10 WS-CAT-SET-DATE      PIC 9(8).
             10 WS-CAT-SET-NAME      PIC X(8).
             10 WS-CAT-FILE-NAME     PIC X(8).
             10 WS-CAT-RECORD-COUNT  PIC 9(9).
             10 WS-CAT-HASH-TOTAL    PIC 9(15).
             10 WS-CAT-DRILL-DATE    PIC 9(8).
             10 WS-CAT-DRILL-RESULT  PIC X.
             10 WS-CAT-SCRATCH-NAME  PIC X(8).
             10 WS-CAT-DROP-SWITCH   PIC X.
                88 WS-CAT-DROPPED         VALUE "Y".
      *
      *    Distinct set dates on the catalog, for the retention rule.
       01 WS-GEN-COUNT               PIC 9(3) VALUE 0.
       01 WS-GEN-SCAN                PIC 9(3) VALUE 0.
       01 WS-NEWER-SCAN              PIC 9(3) VALUE 0.
       01 WS-NEWER-COUNT             PIC 9(3) VALUE 0.
       01 WS-GEN-FOUND-SWITCH        PIC X    VALUE "N".
          88 WS-GEN-FOUND                     VALUE "Y".
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 500 TIMES.
             10 WS-GEN-SET-DATE      PIC 9(8).
             10 WS-GEN-SET-NAME      PIC X(8).
             10 WS-GEN-PURGE-SWITCH  PIC X.
                88 WS-GEN-PURGED          VALUE "Y".
      *
       01 WS-HASH-RECORD             PIC X(200) VALUE SPACES.
       01 WS-HASH-POS                PIC 9(3) VALUE 0.
       01 WS-RECORD-HASH             PIC 9(9) VALUE 0.
       01 WS-FILE-HASH               PIC 9(15) VALUE 0.
       01 WS-FILE-COUNT              PIC 9(9) VALUE 0.
      *
       01 WS-FILES-BACKED-UP         PIC 9(3) VALUE 0.
       01 WS-SETS-PURGED             PIC 9(3) VALUE 0.
       01 WS-DRILL-PASSED            PIC 9(3) VALUE 0.
       01 WS-DRILL-FAILED            PIC 9(3) VALUE 0.
       01 WS-DRILL-RESULT            PIC X    VALUE SPACE.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "DATA-FILE-BACKUP".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       DATA-FILE-BACKUP.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM READ-BACKUP-CONTROL.
           PERFORM LOAD-BACKUP-CATALOG.
           OPEN OUTPUT BACKUP-REPORT-FILE.
           IF (DRILL-MODE)
              PERFORM RUN-RESTORE-DRILL
           ELSE
              PERFORM READ-SWEEP-CONTROL
              PERFORM LOAD-BACKUP-LIST
              PERFORM TAKE-TONIGHTS-BACKUP
              PERFORM APPLY-RETENTION
           END-IF.
           CLOSE BACKUP-REPORT-FILE.
           PERFORM REWRITE-BACKUP-CATALOG.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           IF (DRILL-MODE)
              DISPLAY "Files restored and proved: " WS-DRILL-PASSED
              DISPLAY "Files failing the drill: " WS-DRILL-FAILED
              IF (WS-DRILL-FAILED > 0)
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "Files backed up: " WS-FILES-BACKED-UP
              DISPLAY "Backup sets purged: " WS-SETS-PURGED
           END-IF.
           STOP RUN.
      *
       READ-BACKUP-CONTROL.
           OPEN INPUT BACKUP-CONTROL-FILE.
           READ BACKUP-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF (CT-DRILL-MODE)
                    MOVE "Y" TO DRILL-MODE-SWITCH
                    IF (CT-DRILL-SET-DATE IS NUMERIC)
                       MOVE CT-DRILL-SET-DATE TO WS-DRILL-SET-DATE
                    END-IF
                 END-IF
           END-READ.
           CLOSE BACKUP-CONTROL-FILE.
      *
       READ-SWEEP-CONTROL.
           OPEN INPUT SWEEP-CONTROL-FILE.
           READ SWEEP-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF (SW-KEEP-COUNT > 0)
                    MOVE SW-KEEP-COUNT TO WS-KEEP-COUNT
                 END-IF
           END-READ.
           CLOSE SWEEP-CONTROL-FILE.
      *
       LOAD-BACKUP-LIST.
           OPEN INPUT BACKUP-LIST-FILE.
           PERFORM UNTIL LIST-EOF
              READ BACKUP-LIST-FILE
                 AT END
                    MOVE "Y" TO LIST-EOF-SWITCH
                 NOT AT END
                    IF (BL-FILE-NAME NOT = SPACES)
                       IF (WS-LIST-COUNT = 50)
                          DISPLAY "ABORTED: backup list exceeds "
                             "the 50-entry table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-LIST-COUNT
                       MOVE BL-FILE-NAME
                          TO WS-LIST-NAME(WS-LIST-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BACKUP-LIST-FILE.
           IF (WS-LIST-COUNT = 0)
              DISPLAY "ABORTED: backup list is empty"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       LOAD-BACKUP-CATALOG.
           OPEN INPUT BACKUP-CATALOG-FILE.
           PERFORM UNTIL CATALOG-EOF
              READ BACKUP-CATALOG-FILE
                 AT END
                    MOVE "Y" TO CATALOG-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-CATALOG-ENTRY
                    MOVE BK-SET-DATE TO WS-CAT-SET-DATE(WS-CAT-HIT)
                    MOVE BK-SET-NAME TO WS-CAT-SET-NAME(WS-CAT-HIT)
                    MOVE BK-FILE-NAME
                       TO WS-CAT-FILE-NAME(WS-CAT-HIT)
                    MOVE BK-RECORD-COUNT
                       TO WS-CAT-RECORD-COUNT(WS-CAT-HIT)
                    MOVE BK-HASH-TOTAL
                       TO WS-CAT-HASH-TOTAL(WS-CAT-HIT)
                    MOVE BK-DRILL-DATE
                       TO WS-CAT-DRILL-DATE(WS-CAT-HIT)
                    MOVE BK-DRILL-RESULT
                       TO WS-CAT-DRILL-RESULT(WS-CAT-HIT)
              END-READ
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.
      *
       ADD-CATALOG-ENTRY.
           IF (WS-CAT-COUNT = 500)
              DISPLAY "ABORTED: backup catalog exceeds the "
                 "500-entry table - lower the generations kept"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE WS-CAT-COUNT TO WS-CAT-HIT.
           MOVE SPACES TO WS-CAT-ENTRY(WS-CAT-HIT).
           MOVE 0 TO WS-CAT-RECORD-COUNT(WS-CAT-HIT).
           MOVE 0 TO WS-CAT-HASH-TOTAL(WS-CAT-HIT).
           MOVE 0 TO WS-CAT-DRILL-DATE(WS-CAT-HIT).
           MOVE "N" TO WS-CAT-DROP-SWITCH(WS-CAT-HIT).
      *
      *    Tonight's set replaces any earlier run of the same night:
      *    those catalog lines are dropped before the copy starts.
       TAKE-TONIGHTS-BACKUP.
           MOVE SPACES TO WS-SET-FILE-NAME.
           STRING "BK" DELIMITED BY SIZE
                  WS-RUN-DATE(3:6) DELIMITED BY SIZE
              INTO WS-SET-FILE-NAME.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
              UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                IF (WS-CAT-SET-DATE(WS-CAT-SCAN) = WS-RUN-DATE)
                   MOVE "Y" TO WS-CAT-DROP-SWITCH(WS-CAT-SCAN)
                END-IF
           END-PERFORM.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "BACKUP SET " DELIMITED BY SIZE
                  WS-SET-FILE-NAME DELIMITED BY SIZE
                  " RUN-DATE=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           OPEN OUTPUT BACKUP-SET-FILE.
           PERFORM BACK-UP-ONE-FILE
              VARYING WS-LIST-SCAN FROM 1 BY 1
              UNTIL WS-LIST-SCAN > WS-LIST-COUNT.
           CLOSE BACKUP-SET-FILE.
      *
       BACK-UP-ONE-FILE.
           MOVE WS-LIST-NAME(WS-LIST-SCAN) TO WS-DATA-FILE-NAME.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-HASH.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT DATA-FILE.
           PERFORM UNTIL DATA-EOF
              READ DATA-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-FILE-COUNT
                    ADD 1 TO WS-AUDIT-READ
                    MOVE DATA-RECORD TO WS-HASH-RECORD
                    PERFORM HASH-ONE-RECORD
                    MOVE WS-DATA-FILE-NAME TO BS-FILE-NAME
                    MOVE DATA-RECORD TO BS-RECORD-DATA
                    WRITE BACKUP-SET-RECORD
                    ADD 1 TO WS-AUDIT-WRITTEN
              END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
           PERFORM ADD-CATALOG-ENTRY.
           MOVE WS-RUN-DATE TO WS-CAT-SET-DATE(WS-CAT-HIT).
           MOVE WS-SET-FILE-NAME TO WS-CAT-SET-NAME(WS-CAT-HIT).
           MOVE WS-DATA-FILE-NAME TO WS-CAT-FILE-NAME(WS-CAT-HIT).
           MOVE WS-FILE-COUNT TO WS-CAT-RECORD-COUNT(WS-CAT-HIT).
           MOVE WS-FILE-HASH TO WS-CAT-HASH-TOTAL(WS-CAT-HIT).
           ADD 1 TO WS-FILES-BACKED-UP.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "  FILE=" DELIMITED BY SIZE
                  WS-DATA-FILE-NAME DELIMITED BY SIZE
                  " RECORDS=" DELIMITED BY SIZE
                  WS-FILE-COUNT DELIMITED BY SIZE
                  " HASH=" DELIMITED BY SIZE
                  WS-FILE-HASH DELIMITED BY SIZE
              INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
      *
      *    Each character's code times its position, summed for the
      *    record and then for the file; the full 200 bytes are
      *    taken, the padding included, so a copy read back through
      *    the same FD hashes the same.
       HASH-ONE-RECORD.
           MOVE 0 TO WS-RECORD-HASH.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
              UNTIL WS-HASH-POS > 200
                COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + (FUNCTION ORD(WS-HASH-RECORD(WS-HASH-POS:1))
                   * WS-HASH-POS)
           END-PERFORM.
           ADD WS-RECORD-HASH TO WS-FILE-HASH.
      *
      *    A set is purged when at least N strictly newer sets are
      *    on the catalog - the REPORT-RETENTION-SWEEP rule, with
      *    the set date as the generation.
       APPLY-RETENTION.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
              UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                IF (NOT WS-CAT-DROPPED(WS-CAT-SCAN))
                   PERFORM NOTE-GENERATION
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-GEN-SCAN FROM 1 BY 1
              UNTIL WS-GEN-SCAN > WS-GEN-COUNT
                MOVE 0 TO WS-NEWER-COUNT
                PERFORM VARYING WS-NEWER-SCAN FROM 1 BY 1
                   UNTIL WS-NEWER-SCAN > WS-GEN-COUNT
                     IF (WS-GEN-SET-DATE(WS-NEWER-SCAN) >
                        WS-GEN-SET-DATE(WS-GEN-SCAN))
                        ADD 1 TO WS-NEWER-COUNT
                     END-IF
                END-PERFORM
                IF (WS-NEWER-COUNT >= WS-KEEP-COUNT)
                   MOVE "Y" TO WS-GEN-PURGE-SWITCH(WS-GEN-SCAN)
                   PERFORM PURGE-ONE-GENERATION
                END-IF
           END-PERFORM.
      *
       NOTE-GENERATION.
           MOVE "N" TO WS-GEN-FOUND-SWITCH.
           PERFORM VARYING WS-GEN-SCAN FROM 1 BY 1
              UNTIL WS-GEN-SCAN > WS-GEN-COUNT
              OR WS-GEN-FOUND
                IF (WS-GEN-SET-DATE(WS-GEN-SCAN) =
                   WS-CAT-SET-DATE(WS-CAT-SCAN))
                   MOVE "Y" TO WS-GEN-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF (NOT WS-GEN-FOUND)
              ADD 1 TO WS-GEN-COUNT
              MOVE WS-CAT-SET-DATE(WS-CAT-SCAN)
                 TO WS-GEN-SET-DATE(WS-GEN-COUNT)
              MOVE WS-CAT-SET-NAME(WS-CAT-SCAN)
                 TO WS-GEN-SET-NAME(WS-GEN-COUNT)
              MOVE "N" TO WS-GEN-PURGE-SWITCH(WS-GEN-COUNT)
           END-IF.
      *
       PURGE-ONE-GENERATION.
           ADD 1 TO WS-SETS-PURGED.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
              UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                IF (WS-CAT-SET-DATE(WS-CAT-SCAN) =
                   WS-GEN-SET-DATE(WS-GEN-SCAN))
                   MOVE "Y" TO WS-CAT-DROP-SWITCH(WS-CAT-SCAN)
                END-IF
           END-PERFORM.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "PURGE SET " DELIMITED BY SIZE
                  WS-GEN-SET-NAME(WS-GEN-SCAN) DELIMITED BY SIZE
                  " GENERATION=" DELIMITED BY SIZE
                  WS-GEN-SET-DATE(WS-GEN-SCAN) DELIMITED BY SIZE
              INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
      *
      *    The drill restores every file of the chosen set to its own
      *    scratch name in one pass over the set, then proves each
      *    scratch copy against the catalog.
       RUN-RESTORE-DRILL.
           IF (WS-DRILL-SET-DATE = 0)
              PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
                 UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                   IF (WS-CAT-SET-DATE(WS-CAT-SCAN) >
                      WS-DRILL-SET-DATE)
                      MOVE WS-CAT-SET-DATE(WS-CAT-SCAN)
                         TO WS-DRILL-SET-DATE
                   END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES TO WS-SET-FILE-NAME.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
              UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                IF (WS-CAT-SET-DATE(WS-CAT-SCAN) = WS-DRILL-SET-DATE)
                   MOVE WS-CAT-SET-NAME(WS-CAT-SCAN)
                      TO WS-SET-FILE-NAME
                   ADD 1 TO WS-SCRATCH-SEQ
                   MOVE SPACES TO WS-CAT-SCRATCH-NAME(WS-CAT-SCAN)
                   STRING "RSTR" DELIMITED BY SIZE
                          WS-SCRATCH-SEQ DELIMITED BY SIZE
                      INTO WS-CAT-SCRATCH-NAME(WS-CAT-SCAN)
                END-IF
           END-PERFORM.
           IF (WS-SET-FILE-NAME = SPACES)
              DISPLAY "ABORTED: no backup set dated "
                 WS-DRILL-SET-DATE " on the catalog"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           STRING "RESTORE DRILL SET " DELIMITED BY SIZE
                  WS-SET-FILE-NAME DELIMITED BY SIZE
                  " GENERATION=" DELIMITED BY SIZE
                  WS-DRILL-SET-DATE DELIMITED BY SIZE
                  " RUN-DATE=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           PERFORM RESTORE-SET-TO-SCRATCH.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
              UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                IF (WS-CAT-SET-DATE(WS-CAT-SCAN) = WS-DRILL-SET-DATE)
                   PERFORM PROVE-ONE-SCRATCH
                END-IF
           END-PERFORM.
      *
      *    Every scratch file is opened fresh first, so a file that
      *    was empty when backed up restores as an empty file.
       RESTORE-SET-TO-SCRATCH.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
              UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                IF (WS-CAT-SET-DATE(WS-CAT-SCAN) = WS-DRILL-SET-DATE)
                   MOVE WS-CAT-SCRATCH-NAME(WS-CAT-SCAN)
                      TO WS-SCRATCH-FILE-NAME
                   OPEN OUTPUT SCRATCH-FILE
                   CLOSE SCRATCH-FILE
                END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           OPEN INPUT BACKUP-SET-FILE.
           PERFORM UNTIL SET-EOF
              READ BACKUP-SET-FILE
                 AT END
                    MOVE "Y" TO SET-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (BS-FILE-NAME NOT = WS-DATA-FILE-NAME)
                       PERFORM SWITCH-SCRATCH-FILE
                    END-IF
                    IF (SCRATCH-OPEN)
                       MOVE BS-RECORD-DATA TO SCRATCH-RECORD
                       WRITE SCRATCH-RECORD
                       ADD 1 TO WS-AUDIT-WRITTEN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BACKUP-SET-FILE.
           IF (SCRATCH-OPEN)
              CLOSE SCRATCH-FILE
              MOVE "N" TO SCRATCH-OPEN-SWITCH
           END-IF.
      *
       SWITCH-SCRATCH-FILE.
           IF (SCRATCH-OPEN)
              CLOSE SCRATCH-FILE
              MOVE "N" TO SCRATCH-OPEN-SWITCH
           END-IF.
           MOVE BS-FILE-NAME TO WS-DATA-FILE-NAME.
           MOVE 0 TO WS-CAT-HIT.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
              UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                IF (WS-CAT-SET-DATE(WS-CAT-SCAN) = WS-DRILL-SET-DATE
                   AND WS-CAT-FILE-NAME(WS-CAT-SCAN) = BS-FILE-NAME)
                   MOVE WS-CAT-SCAN TO WS-CAT-HIT
                END-IF
           END-PERFORM.
           IF (WS-CAT-HIT > 0)
              MOVE WS-CAT-SCRATCH-NAME(WS-CAT-HIT)
                 TO WS-SCRATCH-FILE-NAME
              OPEN EXTEND SCRATCH-FILE
              MOVE "Y" TO SCRATCH-OPEN-SWITCH
           END-IF.
      *
       PROVE-ONE-SCRATCH.
           MOVE WS-CAT-SCRATCH-NAME(WS-CAT-SCAN)
              TO WS-SCRATCH-FILE-NAME.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-HASH.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT SCRATCH-FILE.
           PERFORM UNTIL DATA-EOF
              READ SCRATCH-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-FILE-COUNT
                    MOVE SCRATCH-RECORD TO WS-HASH-RECORD
                    PERFORM HASH-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE SCRATCH-FILE.
           IF (WS-FILE-COUNT = WS-CAT-RECORD-COUNT(WS-CAT-SCAN)
              AND WS-FILE-HASH = WS-CAT-HASH-TOTAL(WS-CAT-SCAN))
              MOVE "P" TO WS-DRILL-RESULT
              ADD 1 TO WS-DRILL-PASSED
           ELSE
              MOVE "F" TO WS-DRILL-RESULT
              ADD 1 TO WS-DRILL-FAILED
           END-IF.
           MOVE WS-RUN-DATE TO WS-CAT-DRILL-DATE(WS-CAT-SCAN).
           MOVE WS-DRILL-RESULT TO WS-CAT-DRILL-RESULT(WS-CAT-SCAN).
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           IF (WS-DRILL-RESULT = "P")
              STRING "  PROVED " DELIMITED BY SIZE
                     WS-CAT-FILE-NAME(WS-CAT-SCAN) DELIMITED BY SIZE
                     " AS " DELIMITED BY SIZE
                     WS-SCRATCH-FILE-NAME DELIMITED BY SIZE
                     " RECORDS=" DELIMITED BY SIZE
                     WS-FILE-COUNT DELIMITED BY SIZE
                     " HASH=" DELIMITED BY SIZE
                     WS-FILE-HASH DELIMITED BY SIZE
                 INTO BACKUP-REPORT-RECORD
           ELSE
              STRING "  FAILED " DELIMITED BY SIZE
                     WS-CAT-FILE-NAME(WS-CAT-SCAN) DELIMITED BY SIZE
                     " AS " DELIMITED BY SIZE
                     WS-SCRATCH-FILE-NAME DELIMITED BY SIZE
                     " RECORDS=" DELIMITED BY SIZE
                     WS-FILE-COUNT DELIMITED BY SIZE
                     " CATALOG=" DELIMITED BY SIZE
                     WS-CAT-RECORD-COUNT(WS-CAT-SCAN)
                        DELIMITED BY SIZE
                     " HASH=" DELIMITED BY SIZE
                     WS-FILE-HASH DELIMITED BY SIZE
                     " CATALOG=" DELIMITED BY SIZE
                     WS-CAT-HASH-TOTAL(WS-CAT-SCAN)
                        DELIMITED BY SIZE
                 INTO BACKUP-REPORT-RECORD
           END-IF.
           WRITE BACKUP-REPORT-RECORD.
      *
       REWRITE-BACKUP-CATALOG.
           OPEN OUTPUT BACKUP-CATALOG-FILE.
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
              UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                IF (NOT WS-CAT-DROPPED(WS-CAT-SCAN))
                   MOVE WS-CAT-SET-DATE(WS-CAT-SCAN) TO BK-SET-DATE
                   MOVE WS-CAT-SET-NAME(WS-CAT-SCAN) TO BK-SET-NAME
                   MOVE WS-CAT-FILE-NAME(WS-CAT-SCAN)
                      TO BK-FILE-NAME
                   MOVE WS-CAT-RECORD-COUNT(WS-CAT-SCAN)
                      TO BK-RECORD-COUNT
                   MOVE WS-CAT-HASH-TOTAL(WS-CAT-SCAN)
                      TO BK-HASH-TOTAL
                   MOVE WS-CAT-DRILL-DATE(WS-CAT-SCAN)
                      TO BK-DRILL-DATE
                   MOVE WS-CAT-DRILL-RESULT(WS-CAT-SCAN)
                      TO BK-DRILL-RESULT
                   WRITE BACKUP-CATALOG-RECORD
                END-IF
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.
      *
