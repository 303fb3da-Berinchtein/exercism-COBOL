       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFETY-WAIVER-MAINT.
      *
      *    Safety waiver register, so the insurer's paperwork stops
      *    living in the ring binder behind the bar. The desk keys
      *    waiver transactions (WAIVTRAN): "D" a member has signed
      *    the darts waiver, "G" a guest has signed the day waiver
      *    for their pass, and "C" a parent or guardian has given
      *    consent on a junior's darts waiver already signed. The
      *    register (CLUBWAIV) is what ATTENDANCE-LEDGER and
      *    DARTS-THROW-VALIDATE check players against through
      *    SAFETY-WAIVER-SERVICE, and what SAFETY-WAIVER-RENEWAL
      *    works the renewal notices from.
      *
      *    A darts waiver runs two years: its expiry date is the
      *    signed date plus the term by DATE-SERVICE. Signing again
      *    before or after expiry adds a new waiver rather than
      *    altering the old one, so the binder's history is kept.
      *    Waivers go only to members on the master who are active
      *    or reinstated; a member under eighteen on the signed date
      *    (by the master's birth date) must name the consenting
      *    guardian, or the waiver is refused. A consent names the
      *    guardian on the junior's waiver in force on its date.
      *
      *    A day waiver is for a pass on the guest pass register
      *    (GUESTPAS) and is dated for the pass night whatever the
      *    transaction says; GUEST-PASS records it directly when the
      *    guest signs at issue. A transaction with no date is taken
      *    as signed on the run date, and none may be dated ahead of
      *    it. The listing (WAIVRPT) gives every waiver recorded and
      *    every refusal with its reason.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-TRANSACTION-FILE ASSIGN TO "WAIVTRAN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL PASS-REGISTER-FILE ASSIGN TO "GUESTPAS"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WAIVER-REGISTER-FILE ASSIGN TO "CLUBWAIV"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT WAIVER-REPORT-FILE ASSIGN TO "WAIVRPT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-TRANSACTION-FILE.
       01  WAIVER-TRANSACTION-RECORD.
           05 WT-TRAN-TYPE           PIC X.
              88 WT-DARTS-WAIVER          VALUE "D".
              88 WT-DAY-WAIVER            VALUE "G".
              88 WT-GUARDIAN-CONSENT      VALUE "C".
           05 WT-HOLDER-ID           PIC X(10).
           05 WT-SIGNED-DATE         PIC X(8).
           05 WT-GUARDIAN-NAME       PIC X(40).
      *
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
       FD  WAIVER-REGISTER-FILE.
       01  WAIVER-REGISTER-RECORD.
           COPY "safety-waiver.cpy".
      *
       FD  WAIVER-REPORT-FILE.
       01  WAIVER-REPORT-RECORD      PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 DATA-EOF-SWITCH         PIC X    VALUE "N".
             88 DATA-EOF                      VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 MEMBER-FOUND-SWITCH     PIC X    VALUE "N".
             88 MEMBER-FOUND                  VALUE "Y".
          05 PASS-FOUND-SWITCH       PIC X    VALUE "N".
             88 PASS-FOUND                    VALUE "Y".
          05 JUNIOR-SWITCH           PIC X    VALUE "N".
             88 HOLDER-IS-JUNIOR              VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-SIGNED-DATE             PIC 9(8) VALUE 0.
       01 WS-EXPIRY-DATE             PIC 9(8) VALUE 0.
       01 WS-WAIVER-TERM-DAYS        PIC 9(3) VALUE 730.
       01 WS-JUNIOR-AGE              PIC 99   VALUE 18.
       01 WS-AGE-DATE                PIC 9(8) VALUE 0.
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-HIT              PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-STATUS     PIC X.
             10 WS-MEMBER-BIRTH-DATE PIC 9(8).
      *
       01 WS-PASS-COUNT              PIC 9(4) VALUE 0.
       01 WS-PASS-SCAN               PIC 9(4) VALUE 0.
       01 WS-PASS-HIT                PIC 9(4) VALUE 0.
       01 WS-PASS-TABLE.
          05 WS-PASS OCCURS 5000 TIMES.
             10 WS-PASS-ID           PIC X(10).
             10 WS-PASS-NIGHT        PIC 9(8).
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
             10 WS-WAIVER-RECORDED   PIC 9(8).
      *
       01 WS-DARTS-COUNT             PIC 9(5) VALUE 0.
       01 WS-DAY-COUNT               PIC 9(5) VALUE 0.
       01 WS-CONSENT-COUNT           PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REFUSE-REASON           PIC X(20) VALUE SPACES.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "V".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAY-COUNT            PIC S9(7) VALUE 0.
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "SAFETY-WAIVER-MAINT".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       SAFETY-WAIVER-MAINT.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-MEMBER-MASTER.
           PERFORM LOAD-GUEST-PASSES.
           PERFORM LOAD-WAIVER-REGISTER.
           OPEN OUTPUT WAIVER-REPORT-FILE.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "SAFETY WAIVER REGISTER RUN=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
              INTO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
           OPEN INPUT WAIVER-TRANSACTION-FILE.
           MOVE "N" TO DATA-EOF-SWITCH.
           PERFORM UNTIL DATA-EOF
              READ WAIVER-TRANSACTION-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM PROCESS-ONE-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE WAIVER-TRANSACTION-FILE.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "TOTALS DARTS=" DELIMITED BY SIZE
                  WS-DARTS-COUNT DELIMITED BY SIZE
                  " DAY=" DELIMITED BY SIZE
                  WS-DAY-COUNT DELIMITED BY SIZE
                  " CONSENT=" DELIMITED BY SIZE
                  WS-CONSENT-COUNT DELIMITED BY SIZE
                  " REFUSED=" DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
              INTO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
           CLOSE WAIVER-REPORT-FILE.
           IF (WS-DARTS-COUNT > 0 OR WS-DAY-COUNT > 0
              OR WS-CONSENT-COUNT > 0)
              PERFORM REWRITE-WAIVER-REGISTER
           END-IF.
           COMPUTE WS-AUDIT-WRITTEN =
              WS-DARTS-COUNT + WS-DAY-COUNT + WS-CONSENT-COUNT.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Darts waivers recorded: " WS-DARTS-COUNT.
           DISPLAY "Day waivers recorded: " WS-DAY-COUNT.
           DISPLAY "Guardian consents recorded: " WS-CONSENT-COUNT.
           DISPLAY "Transactions refused: " WS-REFUSED-COUNT.
           IF (WS-REFUSED-COUNT > 0)
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
                    IF (WS-MEMBER-COUNT = 500)
                       DISPLAY "ABORTED: member master exceeds "
                          "the 500-entry member table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-MEMBER-COUNT
                    MOVE MM-MEMBER-ID
                       TO WS-MEMBER-ID(WS-MEMBER-COUNT)
                    MOVE MM-STATUS
                       TO WS-MEMBER-STATUS(WS-MEMBER-COUNT)
                    MOVE MM-BIRTH-DATE
                       TO WS-MEMBER-BIRTH-DATE(WS-MEMBER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
       LOAD-GUEST-PASSES.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT PASS-REGISTER-FILE.
           PERFORM UNTIL DATA-EOF
              READ PASS-REGISTER-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-PASS-COUNT = 5000)
                       DISPLAY "ABORTED: guest pass register exceeds "
                          "the 5000-entry pass table"
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
       LOAD-WAIVER-REGISTER.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT WAIVER-REGISTER-FILE.
           PERFORM UNTIL DATA-EOF
              READ WAIVER-REGISTER-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    PERFORM ADD-WAIVER-ENTRY
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
                    MOVE SW-RECORDED-DATE
                       TO WS-WAIVER-RECORDED(WS-WAIVER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE WAIVER-REGISTER-FILE.
      *
       ADD-WAIVER-ENTRY.
           IF (WS-WAIVER-COUNT = 2000)
              DISPLAY "ABORTED: waiver register exceeds the "
                 "2000-entry table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-WAIVER-COUNT.
      *
      *    A transaction without a date takes the run date; one
      *    that DATE-SERVICE will not accept is refused below.
       PROCESS-ONE-TRANSACTION.
           MOVE "0" TO WS-DS-STATUS.
           IF (WT-SIGNED-DATE = SPACES)
              MOVE WS-RUN-DATE TO WS-SIGNED-DATE
           ELSE
              MOVE "1" TO WS-DS-STATUS
              IF (WT-SIGNED-DATE IS NUMERIC)
                 MOVE WT-SIGNED-DATE TO WS-SIGNED-DATE
                 MOVE "V" TO WS-DS-FUNCTION
                 CALL "DATE-SERVICE" USING WS-DS-FUNCTION
                    WS-SIGNED-DATE WS-DS-DATE-2 WS-DS-DAY-COUNT
                    WS-DS-RESULT-DATE WS-DS-STATUS
              END-IF
           END-IF.
           IF (WT-DAY-WAIVER)
              PERFORM FIND-GUEST-PASS
           ELSE
              PERFORM FIND-MEMBER
              PERFORM CHECK-JUNIOR
           END-IF.
           EVALUATE TRUE
           WHEN NOT (WT-DARTS-WAIVER OR WT-DAY-WAIVER
                     OR WT-GUARDIAN-CONSENT)
                MOVE "UNKNOWN TRANSACTION" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN WS-DS-STATUS NOT = "0"
                MOVE "BAD SIGNED DATE" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN WS-SIGNED-DATE > WS-RUN-DATE
                MOVE "DATED AHEAD OF RUN" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN WT-DAY-WAIVER
                PERFORM APPLY-DAY-WAIVER
           WHEN NOT MEMBER-FOUND
                MOVE "NOT ON MASTER" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN WS-MEMBER-STATUS(WS-MEMBER-HIT) NOT = "A"
                AND WS-MEMBER-STATUS(WS-MEMBER-HIT) NOT = "R"
                MOVE "MEMBER NOT ACTIVE" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN WT-GUARDIAN-CONSENT
                PERFORM APPLY-GUARDIAN-CONSENT
           WHEN HOLDER-IS-JUNIOR AND WT-GUARDIAN-NAME = SPACES
                MOVE "GUARDIAN REQUIRED" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN OTHER
                PERFORM APPLY-DARTS-WAIVER
           END-EVALUATE.
      *
       FIND-MEMBER.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = WT-HOLDER-ID)
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
           END-PERFORM.
      *
      *    Same age test as AGM-ELIGIBILITY-ROLL, on the signed
      *    date; a member with no birth date is taken as an adult.
       CHECK-JUNIOR.
           MOVE "N" TO JUNIOR-SWITCH.
           IF (MEMBER-FOUND)
              IF (WS-MEMBER-BIRTH-DATE(WS-MEMBER-HIT) > 0)
                 COMPUTE WS-AGE-DATE =
                    WS-MEMBER-BIRTH-DATE(WS-MEMBER-HIT)
                    + WS-JUNIOR-AGE * 10000
                 IF (WS-AGE-DATE > WS-SIGNED-DATE)
                    MOVE "Y" TO JUNIOR-SWITCH
                 END-IF
              END-IF
           END-IF.
      *
       FIND-GUEST-PASS.
           MOVE "N" TO PASS-FOUND-SWITCH.
           PERFORM VARYING WS-PASS-SCAN FROM 1 BY 1
              UNTIL WS-PASS-SCAN > WS-PASS-COUNT
              OR PASS-FOUND
                IF (WS-PASS-ID(WS-PASS-SCAN) = WT-HOLDER-ID)
                   MOVE "Y" TO PASS-FOUND-SWITCH
                   MOVE WS-PASS-SCAN TO WS-PASS-HIT
                END-IF
           END-PERFORM.
      *
      *    Signing the same waiver twice on one date adds nothing.
       FIND-SAME-WAIVER.
           MOVE 0 TO WS-WAIVER-HIT.
           PERFORM VARYING WS-WAIVER-SCAN FROM 1 BY 1
              UNTIL WS-WAIVER-SCAN > WS-WAIVER-COUNT
              OR WS-WAIVER-HIT > 0
                IF (WS-WAIVER-HOLDER(WS-WAIVER-SCAN) = WT-HOLDER-ID
                   AND WS-WAIVER-TYPE(WS-WAIVER-SCAN) = WT-TRAN-TYPE
                   AND WS-WAIVER-SIGNED(WS-WAIVER-SCAN) =
                      WS-SIGNED-DATE)
                   MOVE WS-WAIVER-SCAN TO WS-WAIVER-HIT
                END-IF
           END-PERFORM.
      *
       APPLY-DARTS-WAIVER.
           PERFORM FIND-SAME-WAIVER.
           MOVE "P" TO WS-DS-FUNCTION.
           MOVE WS-WAIVER-TERM-DAYS TO WS-DS-DAY-COUNT.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION WS-SIGNED-DATE
              WS-DS-DATE-2 WS-DS-DAY-COUNT WS-EXPIRY-DATE
              WS-DS-STATUS.
           EVALUATE TRUE
           WHEN WS-WAIVER-HIT > 0
                MOVE "ALREADY ON REGISTER" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN WS-DS-STATUS NOT = "0"
                MOVE "BAD SIGNED DATE" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN OTHER
                ADD 1 TO WS-DARTS-COUNT
                PERFORM ADD-NEW-WAIVER
           END-EVALUATE.
      *
       APPLY-DAY-WAIVER.
           IF (NOT PASS-FOUND)
              MOVE "NOT A GUEST PASS" TO WS-REFUSE-REASON
              PERFORM WRITE-REFUSAL-LINE
           ELSE
              MOVE WS-PASS-NIGHT(WS-PASS-HIT) TO WS-SIGNED-DATE
              MOVE WS-PASS-NIGHT(WS-PASS-HIT) TO WS-EXPIRY-DATE
              PERFORM FIND-SAME-WAIVER
              IF (WS-WAIVER-HIT > 0)
                 MOVE "ALREADY ON REGISTER" TO WS-REFUSE-REASON
                 PERFORM WRITE-REFUSAL-LINE
              ELSE
                 ADD 1 TO WS-DAY-COUNT
                 PERFORM ADD-NEW-WAIVER
              END-IF
           END-IF.
      *
      *    The consent goes on the darts waiver in force on its
      *    date - the latest signed by then and not yet expired.
       APPLY-GUARDIAN-CONSENT.
           MOVE 0 TO WS-WAIVER-HIT.
           PERFORM VARYING WS-WAIVER-SCAN FROM 1 BY 1
              UNTIL WS-WAIVER-SCAN > WS-WAIVER-COUNT
                IF (WS-WAIVER-HOLDER(WS-WAIVER-SCAN) = WT-HOLDER-ID
                   AND WS-WAIVER-TYPE(WS-WAIVER-SCAN) = "D"
                   AND WS-WAIVER-SIGNED(WS-WAIVER-SCAN)
                      NOT > WS-SIGNED-DATE)
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
           IF (WS-WAIVER-HIT > 0)
              IF (WS-WAIVER-EXPIRY(WS-WAIVER-HIT) < WS-SIGNED-DATE)
                 MOVE 0 TO WS-WAIVER-HIT
              END-IF
           END-IF.
           EVALUATE TRUE
           WHEN WS-WAIVER-HIT = 0
                MOVE "NO WAIVER IN FORCE" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN WT-GUARDIAN-NAME = SPACES
                MOVE "GUARDIAN REQUIRED" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSAL-LINE
           WHEN OTHER
                ADD 1 TO WS-CONSENT-COUNT
                MOVE WT-GUARDIAN-NAME
                   TO WS-WAIVER-GUARDIAN(WS-WAIVER-HIT)
                MOVE SPACES TO WAIVER-REPORT-RECORD
                STRING "CONSENT MEMBER=" DELIMITED BY SIZE
                       WT-HOLDER-ID DELIMITED BY SIZE
                       " SIGNED=" DELIMITED BY SIZE
                       WS-WAIVER-SIGNED(WS-WAIVER-HIT)
                          DELIMITED BY SIZE
                       " GUARDIAN=" DELIMITED BY SIZE
                       FUNCTION TRIM(WT-GUARDIAN-NAME)
                          DELIMITED BY SIZE
                   INTO WAIVER-REPORT-RECORD
                WRITE WAIVER-REPORT-RECORD
           END-EVALUATE.
      *
       ADD-NEW-WAIVER.
           PERFORM ADD-WAIVER-ENTRY.
           MOVE WT-HOLDER-ID TO WS-WAIVER-HOLDER(WS-WAIVER-COUNT).
           MOVE WT-TRAN-TYPE TO WS-WAIVER-TYPE(WS-WAIVER-COUNT).
           MOVE WS-SIGNED-DATE TO WS-WAIVER-SIGNED(WS-WAIVER-COUNT).
           MOVE WS-EXPIRY-DATE TO WS-WAIVER-EXPIRY(WS-WAIVER-COUNT).
           MOVE WT-GUARDIAN-NAME
              TO WS-WAIVER-GUARDIAN(WS-WAIVER-COUNT).
           MOVE WS-RUN-DATE TO WS-WAIVER-RECORDED(WS-WAIVER-COUNT).
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "RECORDED TYPE=" DELIMITED BY SIZE
                  WT-TRAN-TYPE DELIMITED BY SIZE
                  " HOLDER=" DELIMITED BY SIZE
                  WT-HOLDER-ID DELIMITED BY SIZE
                  " SIGNED=" DELIMITED BY SIZE
                  WS-SIGNED-DATE DELIMITED BY SIZE
                  " EXPIRES=" DELIMITED BY SIZE
                  WS-EXPIRY-DATE DELIMITED BY SIZE
                  " GUARDIAN=" DELIMITED BY SIZE
                  FUNCTION TRIM(WT-GUARDIAN-NAME) DELIMITED BY SIZE
              INTO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
      *
       WRITE-REFUSAL-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "REFUSED TYPE=" DELIMITED BY SIZE
                  WT-TRAN-TYPE DELIMITED BY SIZE
                  " HOLDER=" DELIMITED BY SIZE
                  WT-HOLDER-ID DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-REFUSE-REASON DELIMITED BY SIZE
              INTO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
      *
       REWRITE-WAIVER-REGISTER.
           OPEN OUTPUT WAIVER-REGISTER-FILE.
           PERFORM VARYING WS-WAIVER-SCAN FROM 1 BY 1
              UNTIL WS-WAIVER-SCAN > WS-WAIVER-COUNT
                MOVE WS-WAIVER-HOLDER(WS-WAIVER-SCAN) TO SW-HOLDER-ID
                MOVE WS-WAIVER-TYPE(WS-WAIVER-SCAN)
                   TO SW-WAIVER-TYPE
                MOVE WS-WAIVER-SIGNED(WS-WAIVER-SCAN)
                   TO SW-SIGNED-DATE
                MOVE WS-WAIVER-EXPIRY(WS-WAIVER-SCAN)
                   TO SW-EXPIRY-DATE
                MOVE WS-WAIVER-GUARDIAN(WS-WAIVER-SCAN)
                   TO SW-GUARDIAN-NAME
                MOVE WS-WAIVER-RECORDED(WS-WAIVER-SCAN)
                   TO SW-RECORDED-DATE
                WRITE WAIVER-REGISTER-RECORD
           END-PERFORM.
           CLOSE WAIVER-REGISTER-FILE.
      *
