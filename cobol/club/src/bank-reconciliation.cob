       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILIATION.
      *
      *    Monthly bank reconciliation: proves that the money the
      *    club systems say came in actually reached the bank. The
      *    treasurer keys the month's bank statement lines (date,
      *    amount, paying-in reference) and this run matches them
      *    to the deposits the systems expect for the month on the
      *    control card:
      *
      *      DOOR     night-fee cash taken per night (AT-FEE-PAID on
      *               the attendance ledger CLUBATTD - the same cash
      *               the CLUBLEDG night totals show as collected),
      *      DUES     each member's dues payments on DUESPAY, leaving
      *               out payments made from door credit,
      *      RAFFLE   raffle cash per night - tickets on the raffle
      *               register times the ticket price, the figure
      *               RAFFLE-TICKET-SALES reconciles the tin to,
      *      SPONSOR  per TWOFRCMP campaign, the two-fer vouchers
      *               redeemed in the month at the campaign voucher
      *               value - what CAMPAIGN-RECON invoices.
      *
      *    Each expected deposit carries a reference ("DOOR
      *    20261002", "DUES M000000123", "RAFFLE 20261002",
      *    "SPONSOR CMP00001"). A bank line keyed with that
      *    reference and the same amount is matched first; a bank
      *    line that only agrees on amount is matched to the oldest
      *    expected deposit of that amount dated no more than the
      *    window days (7 unless the control card says otherwise)
      *    before the bank date.
      *
      *    The report lists matched items, bank lines nothing
      *    explains, and expected deposits never banked, with
      *    amounts. Everything unmatched is written to the
      *    carry-forward file and is offered again next month, so
      *    a deposit banked late still finds its takings. Items
      *    raised in the month being reconciled are not reloaded
      *    from the carry-forward file, so a rerun of the same
      *    month does not double them. A carried item matched in
      *    the month stays on the file marked with the month it was
      *    matched in, and is offered again when that month is
      *    rerun, so the rerun finds the same matches; it drops off
      *    once a later month is reconciled.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECON-CONTROL-FILE ASSIGN TO "BANKCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CARRY-FORWARD-FILE ASSIGN TO "BANKOPEN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO "CLUBATTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENTS-FILE ASSIGN TO "DUESPAY"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TICKET-FILE ASSIGN TO "RAINTKT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PRICE-CONTROL-FILE ASSIGN TO "RAFTCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CAMPAIGN-FILE ASSIGN TO "TWOFRCMP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VOUCHER-REGISTER-FILE ASSIGN TO "TWOFEREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RECON-REPORT-FILE ASSIGN TO "BANKRECN"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-RECORD.
           05 RC-RECON-MONTH         PIC 9(6).
           05 RC-WINDOW-DAYS         PIC 9(2).
      *
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05 BK-DATE                PIC 9(8).
           05 BK-AMOUNT              PIC 9(7)V99.
           05 BK-REFERENCE           PIC X(20).
      *
       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           05 BO-SIDE                PIC X.
              88 BO-BANK-LINE             VALUE "B".
              88 BO-EXPECTED              VALUE "E".
           05 BO-TYPE                PIC X(7).
           05 BO-DATE                PIC 9(8).
           05 BO-REFERENCE           PIC X(20).
           05 BO-AMOUNT              PIC 9(7)V99.
           05 BO-RAISED-MONTH        PIC 9(6).
           05 BO-MATCHED-MONTH       PIC 9(6).
      *
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 AT-MEMBER-ID           PIC X(10).
           05 AT-NIGHT-DATE          PIC 9(8).
           05 AT-ARRIVAL-TIME        PIC 9(4).
           05 AT-FEE-OWED            PIC 9(3)V99.
           05 AT-FEE-PAID            PIC 9(3)V99.
      *
       FD  PAYMENTS-FILE.
       01  PAYMENT-RECORD.
           05 PY-MEMBER-ID           PIC X(10).
           05 PY-PAY-DATE            PIC 9(8).
           05 PY-AMOUNT              PIC 9(5)V99.
           05 PY-SOURCE              PIC X.
              88 PY-FROM-CREDIT           VALUE "C".
           05 PY-PERIOD-CHECK        PIC X.
           05 PY-ORIGINAL-DATE       PIC 9(8).
      *
       FD  TICKET-FILE.
       01  TICKET-RECORD.
           05 TK-SERIAL              PIC 9(4).
           05 TK-MEMBER-ID           PIC X(10).
           05 TK-NIGHT-DATE          PIC 9(8).
      *
       FD  PRICE-CONTROL-FILE.
       01  PRICE-CONTROL-RECORD.
           05 PC-TICKET-PRICE        PIC 9(3)V99.
      *
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CM-CAMPAIGN-ID         PIC X(8).
           05 CM-SPONSOR             PIC X(30).
           05 CM-BUDGET              PIC 9(7)V99.
           05 CM-VOUCHER-VALUE       PIC 9(3)V99.
           05 CM-START-DATE          PIC 9(8).
           05 CM-END-DATE            PIC 9(8).
           05 CM-STATUS              PIC X.
      *
       FD  VOUCHER-REGISTER-FILE.
       01  VOUCHER-REGISTER-RECORD.
           05 RG-SERIAL              PIC X(13).
           05 RG-MEMBER-NAME         PIC X(40).
           05 RG-STATUS              PIC X.
              88 RG-ISSUED                VALUE "I".
              88 RG-REDEEMED              VALUE "R".
           05 RG-REDEEM-DATE         PIC 9(8).
           05 RG-TIER                PIC X.
           05 RG-EXPIRY-DATE         PIC 9(8).
           05 RG-CAMPAIGN-ID         PIC X(8).
           05 RG-MEMBER-ID           PIC X(10).
      *
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD       PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 STATEMENT-EOF-SWITCH    PIC X    VALUE "N".
             88 STATEMENT-EOF                 VALUE "Y".
          05 CARRY-EOF-SWITCH        PIC X    VALUE "N".
             88 CARRY-EOF                     VALUE "Y".
          05 ATTENDANCE-EOF-SWITCH   PIC X    VALUE "N".
             88 ATTENDANCE-EOF                VALUE "Y".
          05 PAYMENTS-EOF-SWITCH     PIC X    VALUE "N".
             88 PAYMENTS-EOF                  VALUE "Y".
          05 TICKET-EOF-SWITCH       PIC X    VALUE "N".
             88 TICKET-EOF                    VALUE "Y".
          05 PRICE-EOF-SWITCH        PIC X    VALUE "N".
             88 PRICE-EOF                     VALUE "Y".
          05 CAMPAIGN-EOF-SWITCH     PIC X    VALUE "N".
             88 CAMPAIGN-EOF                  VALUE "Y".
          05 REGISTER-EOF-SWITCH     PIC X    VALUE "N".
             88 REGISTER-EOF                  VALUE "Y".
          05 EXPECT-FOUND-SWITCH     PIC X    VALUE "N".
             88 EXPECT-FOUND                  VALUE "Y".
      *
       01 WS-RECON-MONTH             PIC 9(6) VALUE 0.
       01 WS-WINDOW-DAYS             PIC 9(2) VALUE 7.
       01 WS-TICKET-PRICE            PIC 9(3)V99 VALUE 2.00.
      *
       01 WS-EXPECT-COUNT            PIC 9(4) VALUE 0.
       01 WS-EXPECT-SCAN             PIC 9(4) VALUE 0.
       01 WS-EXPECT-HIT              PIC 9(4) VALUE 0.
       01 WS-EXPECT-TABLE.
          05 WS-EXPECT OCCURS 1000 TIMES.
             10 WS-EXPECT-TYPE       PIC X(7).
             10 WS-EXPECT-DATE       PIC 9(8).
             10 WS-EXPECT-REFERENCE  PIC X(20).
             10 WS-EXPECT-AMOUNT     PIC 9(7)V99.
             10 WS-EXPECT-RAISED     PIC 9(6).
             10 WS-EXPECT-MATCHED    PIC X.
      *
       01 WS-BANK-COUNT              PIC 9(4) VALUE 0.
       01 WS-BANK-SCAN               PIC 9(4) VALUE 0.
       01 WS-BANK-TABLE.
          05 WS-BANK OCCURS 1000 TIMES.
             10 WS-BANK-DATE         PIC 9(8).
             10 WS-BANK-REFERENCE    PIC X(20).
             10 WS-BANK-AMOUNT       PIC 9(7)V99.
             10 WS-BANK-RAISED       PIC 9(6).
             10 WS-BANK-MATCHED      PIC X.
             10 WS-BANK-MATCH-HOW    PIC X(9).
             10 WS-BANK-MATCH-ITEM   PIC 9(4).
      *
       01 WS-CAMPAIGN-COUNT          PIC 9(2) VALUE 0.
       01 WS-CAMPAIGN-SCAN           PIC 9(2) VALUE 0.
       01 WS-CAMPAIGN-TABLE.
          05 WS-CAMPAIGN OCCURS 20 TIMES.
             10 WS-CAMPAIGN-ID       PIC X(8).
             10 WS-CAMPAIGN-VALUE    PIC 9(3)V99.
      *
       01 WS-LOOKUP-TYPE             PIC X(7) VALUE SPACES.
       01 WS-LOOKUP-REFERENCE        PIC X(20) VALUE SPACES.
       01 WS-LOOKUP-DATE             PIC 9(8) VALUE 0.
       01 WS-LOOKUP-AMOUNT           PIC 9(7)V99 VALUE 0.
       01 WS-DAYS-APART              PIC S9(7) VALUE 0.
      *
       01 WS-MATCHED-COUNT           PIC 9(5) VALUE 0.
       01 WS-MATCHED-TOTAL           PIC 9(9)V99 VALUE 0.
       01 WS-OPEN-BANK-COUNT         PIC 9(5) VALUE 0.
       01 WS-OPEN-BANK-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-OPEN-EXPECT-COUNT       PIC 9(5) VALUE 0.
       01 WS-OPEN-EXPECT-TOTAL       PIC 9(9)V99 VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "D".
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "BANK-RECONCILIATION".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       BANK-RECONCILIATION.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-RECON-CONTROL.
           PERFORM LOAD-CARRY-FORWARD.
           PERFORM LOAD-BANK-STATEMENT.
           PERFORM EXPECT-DOOR-TAKINGS.
           PERFORM EXPECT-DUES-PAYMENTS.
           PERFORM EXPECT-RAFFLE-CASH.
           PERFORM EXPECT-SPONSOR-PAYMENTS.
           PERFORM MATCH-BY-REFERENCE
              VARYING WS-BANK-SCAN FROM 1 BY 1
              UNTIL WS-BANK-SCAN > WS-BANK-COUNT.
           PERFORM MATCH-BY-AMOUNT
              VARYING WS-BANK-SCAN FROM 1 BY 1
              UNTIL WS-BANK-SCAN > WS-BANK-COUNT.
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM WRITE-MATCHED-SECTION.
           PERFORM WRITE-UNMATCHED-BANK-SECTION.
           PERFORM WRITE-UNMATCHED-EXPECTED-SECTION.
           PERFORM WRITE-RECON-SUMMARY.
           CLOSE RECON-REPORT-FILE.
           PERFORM REWRITE-CARRY-FORWARD.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Reconciliation month: " WS-RECON-MONTH.
           DISPLAY "Items matched: " WS-MATCHED-COUNT.
           DISPLAY "Bank lines unmatched: " WS-OPEN-BANK-COUNT.
           DISPLAY "Expected deposits unmatched: "
              WS-OPEN-EXPECT-COUNT.
           STOP RUN.
      *
      *    A missing control card reconciles the current calendar
      *    month, which is what the scheduled month-end run wants.
       LOAD-RECON-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RECON-MONTH.
           OPEN INPUT RECON-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ RECON-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    MOVE RC-RECON-MONTH TO WS-RECON-MONTH
                    IF (RC-WINDOW-DAYS > 0)
                       MOVE RC-WINDOW-DAYS TO WS-WINDOW-DAYS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECON-CONTROL-FILE.
      *
       LOAD-CARRY-FORWARD.
           OPEN INPUT CARRY-FORWARD-FILE.
           PERFORM UNTIL CARRY-EOF
              READ CARRY-FORWARD-FILE
                 AT END
                    MOVE "Y" TO CARRY-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (BO-MATCHED-MONTH NOT NUMERIC)
                       MOVE 0 TO BO-MATCHED-MONTH
                    END-IF
                    IF (BO-RAISED-MONTH NOT = WS-RECON-MONTH
                       AND (BO-MATCHED-MONTH = 0
                          OR BO-MATCHED-MONTH = WS-RECON-MONTH))
                       IF (BO-BANK-LINE)
                          PERFORM ADD-BANK-LINE
                          MOVE BO-DATE TO WS-BANK-DATE(WS-BANK-COUNT)
                          MOVE BO-REFERENCE
                             TO WS-BANK-REFERENCE(WS-BANK-COUNT)
                          MOVE BO-AMOUNT
                             TO WS-BANK-AMOUNT(WS-BANK-COUNT)
                          MOVE BO-RAISED-MONTH
                             TO WS-BANK-RAISED(WS-BANK-COUNT)
                       ELSE
                          PERFORM ADD-EXPECTED-ITEM
                          MOVE BO-TYPE
                             TO WS-EXPECT-TYPE(WS-EXPECT-HIT)
                          MOVE BO-DATE
                             TO WS-EXPECT-DATE(WS-EXPECT-HIT)
                          MOVE BO-REFERENCE
                             TO WS-EXPECT-REFERENCE(WS-EXPECT-HIT)
                          MOVE BO-AMOUNT
                             TO WS-EXPECT-AMOUNT(WS-EXPECT-HIT)
                          MOVE BO-RAISED-MONTH
                             TO WS-EXPECT-RAISED(WS-EXPECT-HIT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARRY-FORWARD-FILE.
      *
       LOAD-BANK-STATEMENT.
           OPEN INPUT BANK-STATEMENT-FILE.
           PERFORM UNTIL STATEMENT-EOF
              READ BANK-STATEMENT-FILE
                 AT END
                    MOVE "Y" TO STATEMENT-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM ADD-BANK-LINE
                    MOVE BK-DATE TO WS-BANK-DATE(WS-BANK-COUNT)
                    MOVE BK-REFERENCE
                       TO WS-BANK-REFERENCE(WS-BANK-COUNT)
                    MOVE BK-AMOUNT TO WS-BANK-AMOUNT(WS-BANK-COUNT)
                    MOVE WS-RECON-MONTH
                       TO WS-BANK-RAISED(WS-BANK-COUNT)
              END-READ
           END-PERFORM.
           CLOSE BANK-STATEMENT-FILE.
      *
       ADD-BANK-LINE.
           IF (WS-BANK-COUNT = 1000)
              DISPLAY "ABORTED: bank lines exceed the 1000-entry "
                 "bank table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-BANK-COUNT.
           MOVE "N" TO WS-BANK-MATCHED(WS-BANK-COUNT).
           MOVE SPACES TO WS-BANK-MATCH-HOW(WS-BANK-COUNT).
           MOVE 0 TO WS-BANK-MATCH-ITEM(WS-BANK-COUNT).
      *
       ADD-EXPECTED-ITEM.
           IF (WS-EXPECT-COUNT = 1000)
              DISPLAY "ABORTED: expected deposits exceed the "
                 "1000-entry deposit table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-EXPECT-COUNT.
           MOVE WS-EXPECT-COUNT TO WS-EXPECT-HIT.
           MOVE 0 TO WS-EXPECT-AMOUNT(WS-EXPECT-HIT).
           MOVE "N" TO WS-EXPECT-MATCHED(WS-EXPECT-HIT).
      *
      *    Deposits raised this month are one per type and
      *    reference; the date kept is the latest one feeding it.
       POST-EXPECTED-AMOUNT.
           MOVE "N" TO EXPECT-FOUND-SWITCH.
           PERFORM VARYING WS-EXPECT-SCAN FROM 1 BY 1
              UNTIL WS-EXPECT-SCAN > WS-EXPECT-COUNT
              OR EXPECT-FOUND
                IF (WS-EXPECT-RAISED(WS-EXPECT-SCAN) = WS-RECON-MONTH
                   AND WS-EXPECT-REFERENCE(WS-EXPECT-SCAN) =
                      WS-LOOKUP-REFERENCE)
                   MOVE "Y" TO EXPECT-FOUND-SWITCH
                   MOVE WS-EXPECT-SCAN TO WS-EXPECT-HIT
                END-IF
           END-PERFORM.
           IF (NOT EXPECT-FOUND)
              PERFORM ADD-EXPECTED-ITEM
              MOVE WS-LOOKUP-TYPE TO WS-EXPECT-TYPE(WS-EXPECT-HIT)
              MOVE WS-LOOKUP-REFERENCE
                 TO WS-EXPECT-REFERENCE(WS-EXPECT-HIT)
              MOVE WS-LOOKUP-DATE TO WS-EXPECT-DATE(WS-EXPECT-HIT)
              MOVE WS-RECON-MONTH TO WS-EXPECT-RAISED(WS-EXPECT-HIT)
           END-IF.
           ADD WS-LOOKUP-AMOUNT TO WS-EXPECT-AMOUNT(WS-EXPECT-HIT).
           IF (WS-LOOKUP-DATE > WS-EXPECT-DATE(WS-EXPECT-HIT))
              MOVE WS-LOOKUP-DATE TO WS-EXPECT-DATE(WS-EXPECT-HIT)
           END-IF.
      *
       EXPECT-DOOR-TAKINGS.
           MOVE "DOOR" TO WS-LOOKUP-TYPE.
           OPEN INPUT ATTENDANCE-FILE.
           PERFORM UNTIL ATTENDANCE-EOF
              READ ATTENDANCE-FILE
                 AT END
                    MOVE "Y" TO ATTENDANCE-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (AT-NIGHT-DATE(1:6) = WS-RECON-MONTH
                       AND AT-FEE-PAID > 0)
                       MOVE SPACES TO WS-LOOKUP-REFERENCE
                       STRING "DOOR " DELIMITED BY SIZE
                              AT-NIGHT-DATE DELIMITED BY SIZE
                          INTO WS-LOOKUP-REFERENCE
                       MOVE AT-NIGHT-DATE TO WS-LOOKUP-DATE
                       MOVE AT-FEE-PAID TO WS-LOOKUP-AMOUNT
                       PERFORM POST-EXPECTED-AMOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
      *
      *    Dues settled from door credit never passed through the
      *    bank, so only cash payments are expected.
       EXPECT-DUES-PAYMENTS.
           MOVE "DUES" TO WS-LOOKUP-TYPE.
           OPEN INPUT PAYMENTS-FILE.
           PERFORM UNTIL PAYMENTS-EOF
              READ PAYMENTS-FILE
                 AT END
                    MOVE "Y" TO PAYMENTS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (PY-PAY-DATE(1:6) = WS-RECON-MONTH
                       AND NOT PY-FROM-CREDIT
                       AND PY-AMOUNT > 0)
                       MOVE SPACES TO WS-LOOKUP-REFERENCE
                       STRING "DUES " DELIMITED BY SIZE
                              PY-MEMBER-ID DELIMITED BY SIZE
                          INTO WS-LOOKUP-REFERENCE
                       MOVE PY-PAY-DATE TO WS-LOOKUP-DATE
                       MOVE PY-AMOUNT TO WS-LOOKUP-AMOUNT
                       PERFORM POST-EXPECTED-AMOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYMENTS-FILE.
      *
       EXPECT-RAFFLE-CASH.
           OPEN INPUT PRICE-CONTROL-FILE.
           PERFORM UNTIL PRICE-EOF
              READ PRICE-CONTROL-FILE
                 AT END
                    MOVE "Y" TO PRICE-EOF-SWITCH
                 NOT AT END
                    IF (PC-TICKET-PRICE > 0)
                       MOVE PC-TICKET-PRICE TO WS-TICKET-PRICE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRICE-CONTROL-FILE.
           MOVE "RAFFLE" TO WS-LOOKUP-TYPE.
           OPEN INPUT TICKET-FILE.
           PERFORM UNTIL TICKET-EOF
              READ TICKET-FILE
                 AT END
                    MOVE "Y" TO TICKET-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (TK-NIGHT-DATE(1:6) = WS-RECON-MONTH)
                       MOVE SPACES TO WS-LOOKUP-REFERENCE
                       STRING "RAFFLE " DELIMITED BY SIZE
                              TK-NIGHT-DATE DELIMITED BY SIZE
                          INTO WS-LOOKUP-REFERENCE
                       MOVE TK-NIGHT-DATE TO WS-LOOKUP-DATE
                       MOVE WS-TICKET-PRICE TO WS-LOOKUP-AMOUNT
                       PERFORM POST-EXPECTED-AMOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
      *
       EXPECT-SPONSOR-PAYMENTS.
           OPEN INPUT CAMPAIGN-FILE.
           PERFORM UNTIL CAMPAIGN-EOF
              READ CAMPAIGN-FILE
                 AT END
                    MOVE "Y" TO CAMPAIGN-EOF-SWITCH
                 NOT AT END
                    IF (WS-CAMPAIGN-COUNT < 20)
                       ADD 1 TO WS-CAMPAIGN-COUNT
                       MOVE CM-CAMPAIGN-ID
                          TO WS-CAMPAIGN-ID(WS-CAMPAIGN-COUNT)
                       MOVE CM-VOUCHER-VALUE
                          TO WS-CAMPAIGN-VALUE(WS-CAMPAIGN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-FILE.
           MOVE "SPONSOR" TO WS-LOOKUP-TYPE.
           OPEN INPUT VOUCHER-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF
              READ VOUCHER-REGISTER-FILE
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (RG-REDEEMED
                       AND RG-CAMPAIGN-ID NOT = SPACES
                       AND RG-REDEEM-DATE(1:6) = WS-RECON-MONTH)
                       PERFORM POST-SPONSOR-VOUCHER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VOUCHER-REGISTER-FILE.
      *
       POST-SPONSOR-VOUCHER.
           PERFORM VARYING WS-CAMPAIGN-SCAN FROM 1 BY 1
              UNTIL WS-CAMPAIGN-SCAN > WS-CAMPAIGN-COUNT
                IF (WS-CAMPAIGN-ID(WS-CAMPAIGN-SCAN) =
                   RG-CAMPAIGN-ID)
                   MOVE SPACES TO WS-LOOKUP-REFERENCE
                   STRING "SPONSOR " DELIMITED BY SIZE
                          RG-CAMPAIGN-ID DELIMITED BY SIZE
                      INTO WS-LOOKUP-REFERENCE
                   MOVE RG-REDEEM-DATE TO WS-LOOKUP-DATE
                   MOVE WS-CAMPAIGN-VALUE(WS-CAMPAIGN-SCAN)
                      TO WS-LOOKUP-AMOUNT
                   PERFORM POST-EXPECTED-AMOUNT
                END-IF
           END-PERFORM.
      *
      *    First pass: the paying-in reference and the amount both
      *    agree.
       MATCH-BY-REFERENCE.
           PERFORM VARYING WS-EXPECT-SCAN FROM 1 BY 1
              UNTIL WS-EXPECT-SCAN > WS-EXPECT-COUNT
              OR WS-BANK-MATCHED(WS-BANK-SCAN) = "Y"
                IF (WS-EXPECT-MATCHED(WS-EXPECT-SCAN) = "N"
                   AND WS-EXPECT-REFERENCE(WS-EXPECT-SCAN) =
                      WS-BANK-REFERENCE(WS-BANK-SCAN)
                   AND WS-EXPECT-AMOUNT(WS-EXPECT-SCAN) =
                      WS-BANK-AMOUNT(WS-BANK-SCAN))
                   MOVE "REFERENCE" TO WS-BANK-MATCH-HOW(WS-BANK-SCAN)
                   PERFORM RECORD-MATCH
                END-IF
           END-PERFORM.
      *
      *    Second pass: amount only, taking the earliest expected
      *    deposit on or before the bank date and inside the
      *    window.
       MATCH-BY-AMOUNT.
           PERFORM VARYING WS-EXPECT-SCAN FROM 1 BY 1
              UNTIL WS-EXPECT-SCAN > WS-EXPECT-COUNT
              OR WS-BANK-MATCHED(WS-BANK-SCAN) = "Y"
                IF (WS-EXPECT-MATCHED(WS-EXPECT-SCAN) = "N"
                   AND WS-EXPECT-AMOUNT(WS-EXPECT-SCAN) =
                      WS-BANK-AMOUNT(WS-BANK-SCAN)
                   AND WS-EXPECT-AMOUNT(WS-EXPECT-SCAN) > 0)
                   PERFORM CHECK-MATCH-WINDOW
                END-IF
           END-PERFORM.
      *
       CHECK-MATCH-WINDOW.
           MOVE "D" TO WS-DS-FUNCTION.
           MOVE 0 TO WS-DAYS-APART.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION
              WS-EXPECT-DATE(WS-EXPECT-SCAN)
              WS-BANK-DATE(WS-BANK-SCAN) WS-DAYS-APART
              WS-DS-RESULT-DATE WS-DS-STATUS.
           IF (WS-DS-STATUS = "0"
              AND WS-DAYS-APART >= 0
              AND WS-DAYS-APART <= WS-WINDOW-DAYS)
              MOVE "AMOUNT" TO WS-BANK-MATCH-HOW(WS-BANK-SCAN)
              PERFORM RECORD-MATCH
           END-IF.
      *
       RECORD-MATCH.
           MOVE "Y" TO WS-BANK-MATCHED(WS-BANK-SCAN).
           MOVE "Y" TO WS-EXPECT-MATCHED(WS-EXPECT-SCAN).
           MOVE WS-EXPECT-SCAN TO WS-BANK-MATCH-ITEM(WS-BANK-SCAN).
           ADD 1 TO WS-MATCHED-COUNT.
           ADD WS-BANK-AMOUNT(WS-BANK-SCAN) TO WS-MATCHED-TOTAL.
      *
       WRITE-MATCHED-SECTION.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "BANK RECONCILIATION MONTH=" DELIMITED BY SIZE
                  WS-RECON-MONTH DELIMITED BY SIZE
                  " WINDOW-DAYS=" DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
              INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           MOVE "MATCHED" TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           PERFORM VARYING WS-BANK-SCAN FROM 1 BY 1
              UNTIL WS-BANK-SCAN > WS-BANK-COUNT
                IF (WS-BANK-MATCHED(WS-BANK-SCAN) = "Y")
                   MOVE WS-BANK-MATCH-ITEM(WS-BANK-SCAN)
                      TO WS-EXPECT-HIT
                   MOVE SPACES TO RECON-REPORT-RECORD
                   STRING "  " DELIMITED BY SIZE
                          WS-EXPECT-TYPE(WS-EXPECT-HIT)
                             DELIMITED BY SIZE
                          " REF=" DELIMITED BY SIZE
                          WS-EXPECT-REFERENCE(WS-EXPECT-HIT)
                             DELIMITED BY SIZE
                          " DUE=" DELIMITED BY SIZE
                          WS-EXPECT-DATE(WS-EXPECT-HIT)
                             DELIMITED BY SIZE
                          " BANKED=" DELIMITED BY SIZE
                          WS-BANK-DATE(WS-BANK-SCAN) DELIMITED BY SIZE
                          " AMOUNT=" DELIMITED BY SIZE
                          WS-BANK-AMOUNT(WS-BANK-SCAN)
                             DELIMITED BY SIZE
                          " BY=" DELIMITED BY SIZE
                          WS-BANK-MATCH-HOW(WS-BANK-SCAN)
                             DELIMITED BY SIZE
                      INTO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
                END-IF
           END-PERFORM.
      *
       WRITE-UNMATCHED-BANK-SECTION.
           MOVE "UNMATCHED BANK LINES" TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           PERFORM VARYING WS-BANK-SCAN FROM 1 BY 1
              UNTIL WS-BANK-SCAN > WS-BANK-COUNT
                IF (WS-BANK-MATCHED(WS-BANK-SCAN) = "N")
                   ADD 1 TO WS-OPEN-BANK-COUNT
                   ADD WS-BANK-AMOUNT(WS-BANK-SCAN)
                      TO WS-OPEN-BANK-TOTAL
                   MOVE SPACES TO RECON-REPORT-RECORD
                   STRING "  BANKED=" DELIMITED BY SIZE
                          WS-BANK-DATE(WS-BANK-SCAN) DELIMITED BY SIZE
                          " REF=" DELIMITED BY SIZE
                          WS-BANK-REFERENCE(WS-BANK-SCAN)
                             DELIMITED BY SIZE
                          " AMOUNT=" DELIMITED BY SIZE
                          WS-BANK-AMOUNT(WS-BANK-SCAN)
                             DELIMITED BY SIZE
                          " SINCE=" DELIMITED BY SIZE
                          WS-BANK-RAISED(WS-BANK-SCAN)
                             DELIMITED BY SIZE
                      INTO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
                END-IF
           END-PERFORM.
      *
       WRITE-UNMATCHED-EXPECTED-SECTION.
           MOVE "UNMATCHED EXPECTED DEPOSITS" TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           PERFORM VARYING WS-EXPECT-SCAN FROM 1 BY 1
              UNTIL WS-EXPECT-SCAN > WS-EXPECT-COUNT
                IF (WS-EXPECT-MATCHED(WS-EXPECT-SCAN) = "N"
                   AND WS-EXPECT-AMOUNT(WS-EXPECT-SCAN) > 0)
                   ADD 1 TO WS-OPEN-EXPECT-COUNT
                   ADD WS-EXPECT-AMOUNT(WS-EXPECT-SCAN)
                      TO WS-OPEN-EXPECT-TOTAL
                   MOVE SPACES TO RECON-REPORT-RECORD
                   STRING "  " DELIMITED BY SIZE
                          WS-EXPECT-TYPE(WS-EXPECT-SCAN)
                             DELIMITED BY SIZE
                          " REF=" DELIMITED BY SIZE
                          WS-EXPECT-REFERENCE(WS-EXPECT-SCAN)
                             DELIMITED BY SIZE
                          " DUE=" DELIMITED BY SIZE
                          WS-EXPECT-DATE(WS-EXPECT-SCAN)
                             DELIMITED BY SIZE
                          " AMOUNT=" DELIMITED BY SIZE
                          WS-EXPECT-AMOUNT(WS-EXPECT-SCAN)
                             DELIMITED BY SIZE
                          " SINCE=" DELIMITED BY SIZE
                          WS-EXPECT-RAISED(WS-EXPECT-SCAN)
                             DELIMITED BY SIZE
                      INTO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
                END-IF
           END-PERFORM.
      *
       WRITE-RECON-SUMMARY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "MATCHED=" DELIMITED BY SIZE
                  WS-MATCHED-COUNT DELIMITED BY SIZE
                  " AMOUNT=" DELIMITED BY SIZE
                  WS-MATCHED-TOTAL DELIMITED BY SIZE
                  " UNMATCHED-BANK=" DELIMITED BY SIZE
                  WS-OPEN-BANK-COUNT DELIMITED BY SIZE
                  " AMOUNT=" DELIMITED BY SIZE
                  WS-OPEN-BANK-TOTAL DELIMITED BY SIZE
                  " UNMATCHED-EXPECTED=" DELIMITED BY SIZE
                  WS-OPEN-EXPECT-COUNT DELIMITED BY SIZE
                  " AMOUNT=" DELIMITED BY SIZE
                  WS-OPEN-EXPECT-TOTAL DELIMITED BY SIZE
              INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
      *
      *    Everything still open goes forward with the month it
      *    was first raised, so the report can show how long it has
      *    been waiting. A carried item matched this month goes
      *    forward too, marked with this month, for a rerun of it;
      *    an item raised and matched this month is rebuilt by a
      *    rerun from the month's own takings.
       REWRITE-CARRY-FORWARD.
           OPEN OUTPUT CARRY-FORWARD-FILE.
           PERFORM VARYING WS-BANK-SCAN FROM 1 BY 1
              UNTIL WS-BANK-SCAN > WS-BANK-COUNT
                IF (WS-BANK-MATCHED(WS-BANK-SCAN) = "N"
                   OR WS-BANK-RAISED(WS-BANK-SCAN)
                      NOT = WS-RECON-MONTH)
                   MOVE 0 TO BO-MATCHED-MONTH
                   IF (WS-BANK-MATCHED(WS-BANK-SCAN) = "Y")
                      MOVE WS-RECON-MONTH TO BO-MATCHED-MONTH
                   END-IF
                   MOVE "B" TO BO-SIDE
                   MOVE SPACES TO BO-TYPE
                   MOVE WS-BANK-DATE(WS-BANK-SCAN) TO BO-DATE
                   MOVE WS-BANK-REFERENCE(WS-BANK-SCAN)
                      TO BO-REFERENCE
                   MOVE WS-BANK-AMOUNT(WS-BANK-SCAN) TO BO-AMOUNT
                   MOVE WS-BANK-RAISED(WS-BANK-SCAN)
                      TO BO-RAISED-MONTH
                   WRITE CARRY-FORWARD-RECORD
                   ADD 1 TO WS-AUDIT-WRITTEN
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-EXPECT-SCAN FROM 1 BY 1
              UNTIL WS-EXPECT-SCAN > WS-EXPECT-COUNT
                IF (WS-EXPECT-AMOUNT(WS-EXPECT-SCAN) > 0
                   AND (WS-EXPECT-MATCHED(WS-EXPECT-SCAN) = "N"
                      OR WS-EXPECT-RAISED(WS-EXPECT-SCAN)
                         NOT = WS-RECON-MONTH))
                   MOVE 0 TO BO-MATCHED-MONTH
                   IF (WS-EXPECT-MATCHED(WS-EXPECT-SCAN) = "Y")
                      MOVE WS-RECON-MONTH TO BO-MATCHED-MONTH
                   END-IF
                   MOVE "E" TO BO-SIDE
                   MOVE WS-EXPECT-TYPE(WS-EXPECT-SCAN) TO BO-TYPE
                   MOVE WS-EXPECT-DATE(WS-EXPECT-SCAN) TO BO-DATE
                   MOVE WS-EXPECT-REFERENCE(WS-EXPECT-SCAN)
                      TO BO-REFERENCE
                   MOVE WS-EXPECT-AMOUNT(WS-EXPECT-SCAN) TO BO-AMOUNT
                   MOVE WS-EXPECT-RAISED(WS-EXPECT-SCAN)
                      TO BO-RAISED-MONTH
                   WRITE CARRY-FORWARD-RECORD
                   ADD 1 TO WS-AUDIT-WRITTEN
                END-IF
           END-PERFORM.
           CLOSE CARRY-FORWARD-FILE.
      *
