       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING.
      *
      *    Posts the club's money movements to the general ledger
      *    (GENLEDGR) as balanced double-entry journal lines, so
      *    the year-end accounts come off GL-MONTH-END instead of
      *    a spreadsheet. Each source file is summed per source and
      *    date into one journal; every line carries the source tag,
      *    the source date, the account, the side (D or C), the
      *    amount and the date it was posted:
      *
      *      DUESREG   invoices issued:  Dr dues receivable
      *                                  Cr dues income
      *      DUESPAY   dues received:    Dr bank (or member credit,
      *                                  for dues paid from credit)
      *                                  Cr dues receivable
      *      CLUBATTD  night fees:       Dr bank for the cash taken
      *                                  Dr door fees owed for any
      *                                  shortfall, Cr door income
      *                                  for the fee owed and Cr
      *                                  member credit for any
      *                                  overpayment
      *      CLUBCRMV  credit used at    Dr member credit
      *                the door:         Cr door income
      *      RAINTKT   raffle tickets:   Dr bank, Cr raffle income
      *      TWOFRCMP  vouchers redeemed Dr sponsor receivable
      *                at the campaign   Cr sponsor income
      *                voucher value:
      *      CLUBCOST  night costs:      Dr hall hire, prizes and
      *                                  voucher costs (redemptions
      *                                  that night at the per-
      *                                  voucher cost) and raffle
      *                                  costs, Cr bank
      *      EQUIPCST  equipment bought: Dr equipment, Cr bank - the
      *                                  replacement costs on
      *                                  CLUBCOST, journaled apart
      *                                  from the night's own costs
      *                                  so a purchase received
      *                                  after the night was posted
      *                                  still reaches the ledger
      *
      *    The accounts are found on the chart of accounts (GLCHART)
      *    by the posting role each one is marked with - BANK,
      *    DUESREC, DUESINC, DOORREC, DOORINC, CREDLIAB, RAFFLE,
      *    SPONSREC, SPONSINC, HALLHIRE, PRIZES, VOUCHERS, RAFFLCST
      *    (needed only once a night carries raffle costs), EQUIPMNT
      *    (needed only once equipment has been bought) - so the
      *    treasurer can renumber the chart without touching this
      *    program. A journal whose role is not on the chart, or
      *    whose debits and credits differ, is listed as rejected
      *    and left for the next run.
      *
      *    Posting is once per source and date: the source/date
      *    pairs already on the ledger are loaded first and any
      *    record for one of them is passed over, so a rerun night
      *    does not double-post. Only dates up to the posting date
      *    on the control card (yesterday when there is no card)
      *    are posted, so tonight's half-finished night waits for
      *    tomorrow's run.
      *
      *    Nothing is posted into a closed fiscal period. A journal
      *    whose date FISCAL-PERIOD-SERVICE finds in a closed period
      *    is listed as refused and left off the ledger; it is
      *    offered again every run, so a period reopened to take it
      *    gets it posted, and the refusal keeps showing until then.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSTING-CONTROL-FILE ASSIGN TO "GLCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CHART-FILE ASSIGN TO "GLCHART"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "GENLEDGR"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DUES-REGISTER-FILE ASSIGN TO "DUESREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENTS-FILE ASSIGN TO "DUESPAY"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO "CLUBATTD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-MOVEMENT-FILE ASSIGN TO "CLUBCRMV"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TICKET-FILE ASSIGN TO "RAINTKT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PRICE-CONTROL-FILE ASSIGN TO "RAFTCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CAMPAIGN-FILE ASSIGN TO "TWOFRCMP"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VOUCHER-REGISTER-FILE ASSIGN TO "TWOFEREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL COSTS-FILE ASSIGN TO "CLUBCOST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT POSTING-REPORT-FILE ASSIGN TO "GLPOSTRP"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-RECORD.
           05 GC-POST-THROUGH        PIC 9(8).
      *
       FD  CHART-FILE.
       01  CHART-RECORD.
           05 AC-ACCOUNT             PIC X(4).
           05 AC-NAME                PIC X(30).
           05 AC-TYPE                PIC X.
              88 AC-ASSET                 VALUE "A".
              88 AC-LIABILITY             VALUE "L".
              88 AC-FUNDS                 VALUE "F".
              88 AC-INCOME                VALUE "I".
              88 AC-EXPENDITURE           VALUE "E".
           05 AC-ROLE                PIC X(8).
      *
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 GL-SOURCE              PIC X(8).
           05 GL-SOURCE-DATE         PIC 9(8).
           05 GL-LINE                PIC 9(3).
           05 GL-ACCOUNT             PIC X(4).
           05 GL-SIDE                PIC X.
              88 GL-DEBIT                 VALUE "D".
              88 GL-CREDIT                VALUE "C".
           05 GL-AMOUNT              PIC 9(7)V99.
           05 GL-POSTED-ON           PIC 9(8).
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
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 AT-MEMBER-ID           PIC X(10).
           05 AT-NIGHT-DATE          PIC 9(8).
           05 AT-ARRIVAL-TIME        PIC 9(4).
           05 AT-FEE-OWED            PIC 9(3)V99.
           05 AT-FEE-PAID            PIC 9(3)V99.
      *
       FD  CREDIT-MOVEMENT-FILE.
       01  CREDIT-MOVEMENT-RECORD.
           05 MV-MEMBER-ID           PIC X(10).
           05 MV-DATE                PIC 9(8).
           05 MV-TYPE                PIC X.
              88 MV-CREDIT-RAISED         VALUE "R".
              88 MV-CREDIT-USED           VALUE "U".
              88 MV-CREDIT-TO-DUES        VALUE "D".
           05 MV-AMOUNT              PIC 9(5)V99.
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
       FD  COSTS-FILE.
       01  COSTS-RECORD.
           05 CO-NIGHT-DATE          PIC 9(8).
           05 CO-HALL-HIRE           PIC 9(5)V99.
           05 CO-PRIZES              PIC 9(5)V99.
           05 CO-VOUCHER-COST        PIC 9(3)V99.
           05 CO-RAFFLE-COST         PIC 9(5)V99.
           05 CO-EQUIPMENT-COST      PIC 9(5)V99.
      *
       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-RECORD     PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 CHART-EOF-SWITCH        PIC X    VALUE "N".
             88 CHART-EOF                     VALUE "Y".
          05 LEDGER-EOF-SWITCH       PIC X    VALUE "N".
             88 LEDGER-EOF                    VALUE "Y".
          05 REGISTER-EOF-SWITCH     PIC X    VALUE "N".
             88 REGISTER-EOF                  VALUE "Y".
          05 PAYMENTS-EOF-SWITCH     PIC X    VALUE "N".
             88 PAYMENTS-EOF                  VALUE "Y".
          05 ATTENDANCE-EOF-SWITCH   PIC X    VALUE "N".
             88 ATTENDANCE-EOF                VALUE "Y".
          05 MOVEMENT-EOF-SWITCH     PIC X    VALUE "N".
             88 MOVEMENT-EOF                  VALUE "Y".
          05 TICKET-EOF-SWITCH       PIC X    VALUE "N".
             88 TICKET-EOF                    VALUE "Y".
          05 PRICE-EOF-SWITCH        PIC X    VALUE "N".
             88 PRICE-EOF                     VALUE "Y".
          05 CAMPAIGN-EOF-SWITCH     PIC X    VALUE "N".
             88 CAMPAIGN-EOF                  VALUE "Y".
          05 VOUCHER-EOF-SWITCH      PIC X    VALUE "N".
             88 VOUCHER-EOF                   VALUE "Y".
          05 COSTS-EOF-SWITCH        PIC X    VALUE "N".
             88 COSTS-EOF                     VALUE "Y".
          05 POSTABLE-SWITCH         PIC X    VALUE "N".
             88 POSTABLE                      VALUE "Y".
          05 KEY-FOUND-SWITCH        PIC X    VALUE "N".
             88 KEY-FOUND                     VALUE "Y".
          05 GROUP-FOUND-SWITCH      PIC X    VALUE "N".
             88 GROUP-FOUND                   VALUE "Y".
          05 LINE-FOUND-SWITCH       PIC X    VALUE "N".
             88 LINE-FOUND                    VALUE "Y".
          05 GROUP-OK-SWITCH         PIC X    VALUE "Y".
             88 GROUP-OK                      VALUE "Y".
      *
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-POST-THROUGH            PIC 9(8) VALUE 0.
       01 WS-TICKET-PRICE            PIC 9(3)V99 VALUE 2.00.
      *
       01 WS-ACCOUNT-COUNT           PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-SCAN            PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-HIT             PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCOUNT OCCURS 100 TIMES.
             10 WS-ACCOUNT-CODE      PIC X(4).
             10 WS-ACCOUNT-ROLE      PIC X(8).
      *
       01 WS-KEY-COUNT               PIC 9(4) VALUE 0.
       01 WS-KEY-SCAN                PIC 9(4) VALUE 0.
       01 WS-KEY-TABLE.
          05 WS-KEY OCCURS 5000 TIMES.
             10 WS-KEY-SOURCE        PIC X(8).
             10 WS-KEY-DATE          PIC 9(8).
      *
       01 WS-GROUP-COUNT             PIC 9(4) VALUE 0.
       01 WS-GROUP-SCAN              PIC 9(4) VALUE 0.
       01 WS-GROUP-HIT               PIC 9(4) VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP OCCURS 1000 TIMES.
             10 WS-GROUP-SOURCE      PIC X(8).
             10 WS-GROUP-DATE        PIC 9(8).
             10 WS-GROUP-DEBITS      PIC 9(9)V99.
             10 WS-GROUP-CREDITS     PIC 9(9)V99.
      *
       01 WS-ENTRY-COUNT             PIC 9(4) VALUE 0.
       01 WS-ENTRY-SCAN              PIC 9(4) VALUE 0.
       01 WS-ENTRY-HIT               PIC 9(4) VALUE 0.
       01 WS-ENTRY-TABLE.
          05 WS-ENTRY OCCURS 5000 TIMES.
             10 WS-ENTRY-GROUP       PIC 9(4).
             10 WS-ENTRY-ROLE        PIC X(8).
             10 WS-ENTRY-SIDE        PIC X.
             10 WS-ENTRY-AMOUNT      PIC 9(7)V99.
             10 WS-ENTRY-ACCOUNT     PIC X(4).
      *
       01 WS-CAMPAIGN-COUNT          PIC 9(2) VALUE 0.
       01 WS-CAMPAIGN-SCAN           PIC 9(2) VALUE 0.
       01 WS-CAMPAIGN-TABLE.
          05 WS-CAMPAIGN OCCURS 20 TIMES.
             10 WS-CAMPAIGN-ID       PIC X(8).
             10 WS-CAMPAIGN-VALUE    PIC 9(3)V99.
      *
       01 WS-REDEEM-COUNT            PIC 9(3) VALUE 0.
       01 WS-REDEEM-SCAN             PIC 9(3) VALUE 0.
       01 WS-REDEEM-HIT              PIC 9(3) VALUE 0.
       01 WS-REDEEM-TABLE.
          05 WS-REDEEM OCCURS 500 TIMES.
             10 WS-REDEEM-DATE       PIC 9(8).
             10 WS-REDEEM-VOUCHERS   PIC 9(5).
      *
       01 WS-LOOKUP-SOURCE           PIC X(8) VALUE SPACES.
       01 WS-LOOKUP-DATE             PIC 9(8) VALUE 0.
       01 WS-LOOKUP-ROLE             PIC X(8) VALUE SPACES.
       01 WS-LOOKUP-SIDE             PIC X    VALUE SPACES.
       01 WS-LOOKUP-AMOUNT           PIC 9(7)V99 VALUE 0.
       01 WS-CHECKED-SOURCE          PIC X(8) VALUE SPACES.
       01 WS-CHECKED-DATE            PIC 9(8) VALUE 0.
       01 WS-COST-TOTAL              PIC 9(7)V99 VALUE 0.
       01 WS-VOUCHER-COST-TOTAL      PIC 9(7)V99 VALUE 0.
       01 WS-MISSING-ROLE            PIC X(8) VALUE SPACES.
       01 WS-LINE-NUMBER             PIC 9(3) VALUE 0.
      *
       01 WS-SKIPPED-COUNT           PIC 9(7) VALUE 0.
       01 WS-POSTED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
       01 WS-LINES-WRITTEN           PIC 9(7) VALUE 0.
       01 WS-POSTED-TOTAL            PIC 9(9)V99 VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "P".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAY-COUNT            PIC S9(7) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-FP-FUNCTION             PIC X    VALUE "P".
       01 WS-FP-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01 WS-FP-PERIOD               PIC 99   VALUE 0.
       01 WS-FP-START-DATE           PIC 9(8) VALUE 0.
       01 WS-FP-END-DATE             PIC 9(8) VALUE 0.
       01 WS-FP-PERIOD-STATUS        PIC X    VALUE SPACE.
       01 WS-FP-STATUS               PIC X    VALUE "0".
      *
       01 WS-AUDIT-PROGRAM           PIC X(30) VALUE "GL-POSTING".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       GL-POSTING.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-POSTING-CONTROL.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           PERFORM LOAD-POSTED-KEYS.
           PERFORM GATHER-DUES-INVOICES.
           PERFORM GATHER-DUES-RECEIPTS.
           PERFORM GATHER-DOOR-FEES.
           PERFORM GATHER-CREDIT-USED.
           PERFORM GATHER-RAFFLE-SALES.
           PERFORM GATHER-SPONSOR-VOUCHERS.
           PERFORM GATHER-NIGHT-COSTS.
           OPEN EXTEND LEDGER-FILE.
           OPEN OUTPUT POSTING-REPORT-FILE.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           STRING "GENERAL LEDGER POSTING THROUGH " DELIMITED BY SIZE
                  WS-POST-THROUGH DELIMITED BY SIZE
              INTO POSTING-REPORT-RECORD.
           WRITE POSTING-REPORT-RECORD.
           PERFORM POST-ONE-GROUP
              VARYING WS-GROUP-SCAN FROM 1 BY 1
              UNTIL WS-GROUP-SCAN > WS-GROUP-COUNT.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           STRING "JOURNALS POSTED=" DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  " REFUSED=" DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  " LINES=" DELIMITED BY SIZE
                  WS-LINES-WRITTEN DELIMITED BY SIZE
                  " AMOUNT=" DELIMITED BY SIZE
                  WS-POSTED-TOTAL DELIMITED BY SIZE
                  " ALREADY-POSTED-RECORDS=" DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
              INTO POSTING-REPORT-RECORD.
           WRITE POSTING-REPORT-RECORD.
           CLOSE POSTING-REPORT-FILE.
           CLOSE LEDGER-FILE.
           MOVE WS-LINES-WRITTEN TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Posted through: " WS-POST-THROUGH.
           DISPLAY "Journals posted: " WS-POSTED-COUNT.
           DISPLAY "Journals rejected: " WS-REJECTED-COUNT.
           DISPLAY "Journals refused, period closed: "
              WS-REFUSED-COUNT.
           DISPLAY "Ledger lines written: " WS-LINES-WRITTEN.
           DISPLAY "Records already posted: " WS-SKIPPED-COUNT.
           STOP RUN.
      *
       LOAD-POSTING-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE -1 TO WS-DS-DAY-COUNT.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION
              WS-RUN-DATE WS-DS-DATE-2 WS-DS-DAY-COUNT
              WS-POST-THROUGH WS-DS-STATUS.
           IF (WS-DS-STATUS NOT = "0")
              MOVE WS-RUN-DATE TO WS-POST-THROUGH
           END-IF.
           OPEN INPUT POSTING-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ POSTING-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (GC-POST-THROUGH > 0)
                       MOVE GC-POST-THROUGH TO WS-POST-THROUGH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE POSTING-CONTROL-FILE.
      *
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-FILE.
           PERFORM UNTIL CHART-EOF
              READ CHART-FILE
                 AT END
                    MOVE "Y" TO CHART-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (WS-ACCOUNT-COUNT = 100)
                       DISPLAY "ABORTED: chart of accounts exceeds "
                          "the 100-entry account table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-ACCOUNT-COUNT
                    MOVE AC-ACCOUNT
                       TO WS-ACCOUNT-CODE(WS-ACCOUNT-COUNT)
                    MOVE AC-ROLE TO WS-ACCOUNT-ROLE(WS-ACCOUNT-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CHART-FILE.
      *
      *    One key per source and date already journaled.
       LOAD-POSTED-KEYS.
           OPEN INPUT LEDGER-FILE.
           PERFORM UNTIL LEDGER-EOF
              READ LEDGER-FILE
                 AT END
                    MOVE "Y" TO LEDGER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (GL-SOURCE NOT = WS-CHECKED-SOURCE
                       OR GL-SOURCE-DATE NOT = WS-CHECKED-DATE)
                       MOVE GL-SOURCE TO WS-LOOKUP-SOURCE
                       MOVE GL-SOURCE-DATE TO WS-LOOKUP-DATE
                       PERFORM FIND-POSTED-KEY
                       IF (NOT KEY-FOUND)
                          PERFORM ADD-POSTED-KEY
                       END-IF
                       MOVE GL-SOURCE TO WS-CHECKED-SOURCE
                       MOVE GL-SOURCE-DATE TO WS-CHECKED-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           MOVE SPACES TO WS-CHECKED-SOURCE.
           MOVE 0 TO WS-CHECKED-DATE.
      *
       FIND-POSTED-KEY.
           MOVE "N" TO KEY-FOUND-SWITCH.
           PERFORM VARYING WS-KEY-SCAN FROM 1 BY 1
              UNTIL WS-KEY-SCAN > WS-KEY-COUNT
              OR KEY-FOUND
                IF (WS-KEY-SOURCE(WS-KEY-SCAN) = WS-LOOKUP-SOURCE
                   AND WS-KEY-DATE(WS-KEY-SCAN) = WS-LOOKUP-DATE)
                   MOVE "Y" TO KEY-FOUND-SWITCH
                END-IF
           END-PERFORM.
      *
       ADD-POSTED-KEY.
           IF (WS-KEY-COUNT = 5000)
              DISPLAY "ABORTED: general ledger exceeds the "
                 "5000-entry posted-journal table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           MOVE WS-LOOKUP-SOURCE TO WS-KEY-SOURCE(WS-KEY-COUNT).
           MOVE WS-LOOKUP-DATE TO WS-KEY-DATE(WS-KEY-COUNT).
      *
      *    Sets POSTABLE for WS-LOOKUP-SOURCE/DATE: dated, not past
      *    the posting date, and not already on the ledger. The last
      *    answer is kept because source files run in date order.
       CHECK-POSTABLE.
           IF (WS-LOOKUP-SOURCE NOT = WS-CHECKED-SOURCE
              OR WS-LOOKUP-DATE NOT = WS-CHECKED-DATE)
              MOVE WS-LOOKUP-SOURCE TO WS-CHECKED-SOURCE
              MOVE WS-LOOKUP-DATE TO WS-CHECKED-DATE
              MOVE "N" TO POSTABLE-SWITCH
              IF (WS-LOOKUP-DATE > 0
                 AND WS-LOOKUP-DATE <= WS-POST-THROUGH)
                 PERFORM FIND-POSTED-KEY
                 IF (NOT KEY-FOUND)
                    MOVE "Y" TO POSTABLE-SWITCH
                 END-IF
              END-IF
           END-IF.
           IF (NOT POSTABLE AND WS-LOOKUP-DATE > 0
              AND WS-LOOKUP-DATE <= WS-POST-THROUGH)
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
      *
      *    Adds WS-LOOKUP-AMOUNT to the journal line for the lookup
      *    role and side under the lookup source and date.
       ADD-JOURNAL-AMOUNT.
           IF (WS-LOOKUP-AMOUNT > 0)
              PERFORM FIND-OR-ADD-GROUP
              PERFORM FIND-OR-ADD-ENTRY
              ADD WS-LOOKUP-AMOUNT TO WS-ENTRY-AMOUNT(WS-ENTRY-HIT)
              IF (WS-LOOKUP-SIDE = "D")
                 ADD WS-LOOKUP-AMOUNT
                    TO WS-GROUP-DEBITS(WS-GROUP-HIT)
              ELSE
                 ADD WS-LOOKUP-AMOUNT
                    TO WS-GROUP-CREDITS(WS-GROUP-HIT)
              END-IF
           END-IF.
      *
       FIND-OR-ADD-GROUP.
           MOVE "N" TO GROUP-FOUND-SWITCH.
           PERFORM VARYING WS-GROUP-SCAN FROM WS-GROUP-COUNT BY -1
              UNTIL WS-GROUP-SCAN < 1
              OR GROUP-FOUND
                IF (WS-GROUP-SOURCE(WS-GROUP-SCAN) = WS-LOOKUP-SOURCE
                   AND WS-GROUP-DATE(WS-GROUP-SCAN) = WS-LOOKUP-DATE)
                   MOVE "Y" TO GROUP-FOUND-SWITCH
                   MOVE WS-GROUP-SCAN TO WS-GROUP-HIT
                END-IF
           END-PERFORM.
           IF (NOT GROUP-FOUND)
              IF (WS-GROUP-COUNT = 1000)
                 DISPLAY "ABORTED: unposted journals exceed the "
                    "1000-entry journal table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-GROUP-COUNT
              MOVE WS-GROUP-COUNT TO WS-GROUP-HIT
              MOVE WS-LOOKUP-SOURCE TO WS-GROUP-SOURCE(WS-GROUP-HIT)
              MOVE WS-LOOKUP-DATE TO WS-GROUP-DATE(WS-GROUP-HIT)
              MOVE 0 TO WS-GROUP-DEBITS(WS-GROUP-HIT)
              MOVE 0 TO WS-GROUP-CREDITS(WS-GROUP-HIT)
           END-IF.
      *
       FIND-OR-ADD-ENTRY.
           MOVE "N" TO LINE-FOUND-SWITCH.
           PERFORM VARYING WS-ENTRY-SCAN FROM WS-ENTRY-COUNT BY -1
              UNTIL WS-ENTRY-SCAN < 1
              OR LINE-FOUND
                IF (WS-ENTRY-GROUP(WS-ENTRY-SCAN) = WS-GROUP-HIT
                   AND WS-ENTRY-ROLE(WS-ENTRY-SCAN) = WS-LOOKUP-ROLE
                   AND WS-ENTRY-SIDE(WS-ENTRY-SCAN) = WS-LOOKUP-SIDE)
                   MOVE "Y" TO LINE-FOUND-SWITCH
                   MOVE WS-ENTRY-SCAN TO WS-ENTRY-HIT
                END-IF
           END-PERFORM.
           IF (NOT LINE-FOUND)
              IF (WS-ENTRY-COUNT = 5000)
                 DISPLAY "ABORTED: unposted journal lines exceed "
                    "the 5000-entry line table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ENTRY-COUNT
              MOVE WS-ENTRY-COUNT TO WS-ENTRY-HIT
              MOVE WS-GROUP-HIT TO WS-ENTRY-GROUP(WS-ENTRY-HIT)
              MOVE WS-LOOKUP-ROLE TO WS-ENTRY-ROLE(WS-ENTRY-HIT)
              MOVE WS-LOOKUP-SIDE TO WS-ENTRY-SIDE(WS-ENTRY-HIT)
              MOVE 0 TO WS-ENTRY-AMOUNT(WS-ENTRY-HIT)
              MOVE SPACES TO WS-ENTRY-ACCOUNT(WS-ENTRY-HIT)
           END-IF.
      *
       GATHER-DUES-INVOICES.
           MOVE "DUESREG" TO WS-LOOKUP-SOURCE.
           OPEN INPUT DUES-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF
              READ DUES-REGISTER-FILE
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    MOVE DU-ISSUE-DATE TO WS-LOOKUP-DATE
                    PERFORM CHECK-POSTABLE
                    IF (POSTABLE)
                       MOVE DU-AMOUNT-BILLED TO WS-LOOKUP-AMOUNT
                       MOVE "DUESREC" TO WS-LOOKUP-ROLE
                       MOVE "D" TO WS-LOOKUP-SIDE
                       PERFORM ADD-JOURNAL-AMOUNT
                       MOVE "DUESINC" TO WS-LOOKUP-ROLE
                       MOVE "C" TO WS-LOOKUP-SIDE
                       PERFORM ADD-JOURNAL-AMOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DUES-REGISTER-FILE.
      *
      *    Dues paid from door credit come out of the member credit
      *    liability, not the bank.
       GATHER-DUES-RECEIPTS.
           MOVE "DUESPAY" TO WS-LOOKUP-SOURCE.
           OPEN INPUT PAYMENTS-FILE.
           PERFORM UNTIL PAYMENTS-EOF
              READ PAYMENTS-FILE
                 AT END
                    MOVE "Y" TO PAYMENTS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    MOVE PY-PAY-DATE TO WS-LOOKUP-DATE
                    PERFORM CHECK-POSTABLE
                    IF (POSTABLE)
                       MOVE PY-AMOUNT TO WS-LOOKUP-AMOUNT
                       IF (PY-FROM-CREDIT)
                          MOVE "CREDLIAB" TO WS-LOOKUP-ROLE
                       ELSE
                          MOVE "BANK" TO WS-LOOKUP-ROLE
                       END-IF
                       MOVE "D" TO WS-LOOKUP-SIDE
                       PERFORM ADD-JOURNAL-AMOUNT
                       MOVE "DUESREC" TO WS-LOOKUP-ROLE
                       MOVE "C" TO WS-LOOKUP-SIDE
                       PERFORM ADD-JOURNAL-AMOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYMENTS-FILE.
      *
      *    AT-FEE-OWED is the fee left after any door credit drawn
      *    (that part is posted from CLUBCRMV) and AT-FEE-PAID the
      *    cash taken; the difference either way is a shortfall owed
      *    or an overpayment held as credit.
       GATHER-DOOR-FEES.
           MOVE "CLUBATTD" TO WS-LOOKUP-SOURCE.
           OPEN INPUT ATTENDANCE-FILE.
           PERFORM UNTIL ATTENDANCE-EOF
              READ ATTENDANCE-FILE
                 AT END
                    MOVE "Y" TO ATTENDANCE-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    MOVE AT-NIGHT-DATE TO WS-LOOKUP-DATE
                    PERFORM CHECK-POSTABLE
                    IF (POSTABLE)
                       PERFORM JOURNAL-DOOR-FEE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.
      *
       JOURNAL-DOOR-FEE.
           MOVE AT-FEE-PAID TO WS-LOOKUP-AMOUNT.
           MOVE "BANK" TO WS-LOOKUP-ROLE.
           MOVE "D" TO WS-LOOKUP-SIDE.
           PERFORM ADD-JOURNAL-AMOUNT.
           MOVE AT-FEE-OWED TO WS-LOOKUP-AMOUNT.
           MOVE "DOORINC" TO WS-LOOKUP-ROLE.
           MOVE "C" TO WS-LOOKUP-SIDE.
           PERFORM ADD-JOURNAL-AMOUNT.
           IF (AT-FEE-PAID > AT-FEE-OWED)
              COMPUTE WS-LOOKUP-AMOUNT = AT-FEE-PAID - AT-FEE-OWED
              MOVE "CREDLIAB" TO WS-LOOKUP-ROLE
              MOVE "C" TO WS-LOOKUP-SIDE
              PERFORM ADD-JOURNAL-AMOUNT
           ELSE
              COMPUTE WS-LOOKUP-AMOUNT = AT-FEE-OWED - AT-FEE-PAID
              MOVE "DOORREC" TO WS-LOOKUP-ROLE
              MOVE "D" TO WS-LOOKUP-SIDE
              PERFORM ADD-JOURNAL-AMOUNT
           END-IF.
      *
      *    Credit raised is already in the CLUBATTD journal and
      *    credit put to dues in the DUESPAY journal; only credit
      *    drawn at the door is posted from the movements file.
       GATHER-CREDIT-USED.
           MOVE "CLUBCRMV" TO WS-LOOKUP-SOURCE.
           OPEN INPUT CREDIT-MOVEMENT-FILE.
           PERFORM UNTIL MOVEMENT-EOF
              READ CREDIT-MOVEMENT-FILE
                 AT END
                    MOVE "Y" TO MOVEMENT-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (MV-CREDIT-USED)
                       MOVE MV-DATE TO WS-LOOKUP-DATE
                       PERFORM CHECK-POSTABLE
                       IF (POSTABLE)
                          MOVE MV-AMOUNT TO WS-LOOKUP-AMOUNT
                          MOVE "CREDLIAB" TO WS-LOOKUP-ROLE
                          MOVE "D" TO WS-LOOKUP-SIDE
                          PERFORM ADD-JOURNAL-AMOUNT
                          MOVE "DOORINC" TO WS-LOOKUP-ROLE
                          MOVE "C" TO WS-LOOKUP-SIDE
                          PERFORM ADD-JOURNAL-AMOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CREDIT-MOVEMENT-FILE.
      *
       GATHER-RAFFLE-SALES.
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
           MOVE "RAINTKT" TO WS-LOOKUP-SOURCE.
           OPEN INPUT TICKET-FILE.
           PERFORM UNTIL TICKET-EOF
              READ TICKET-FILE
                 AT END
                    MOVE "Y" TO TICKET-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    MOVE TK-NIGHT-DATE TO WS-LOOKUP-DATE
                    PERFORM CHECK-POSTABLE
                    IF (POSTABLE)
                       MOVE WS-TICKET-PRICE TO WS-LOOKUP-AMOUNT
                       MOVE "BANK" TO WS-LOOKUP-ROLE
                       MOVE "D" TO WS-LOOKUP-SIDE
                       PERFORM ADD-JOURNAL-AMOUNT
                       MOVE "RAFFLE" TO WS-LOOKUP-ROLE
                       MOVE "C" TO WS-LOOKUP-SIDE
                       PERFORM ADD-JOURNAL-AMOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
      *
      *    Every redemption is counted per night for the voucher
      *    cost line, whether or not a sponsor stands behind it;
      *    sponsored ones are also journaled at the campaign value.
       GATHER-SPONSOR-VOUCHERS.
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
           MOVE "TWOFRCMP" TO WS-LOOKUP-SOURCE.
           OPEN INPUT VOUCHER-REGISTER-FILE.
           PERFORM UNTIL VOUCHER-EOF
              READ VOUCHER-REGISTER-FILE
                 AT END
                    MOVE "Y" TO VOUCHER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (RG-REDEEMED AND RG-REDEEM-DATE > 0)
                       PERFORM COUNT-NIGHT-REDEMPTION
                       IF (RG-CAMPAIGN-ID NOT = SPACES)
                          MOVE RG-REDEEM-DATE TO WS-LOOKUP-DATE
                          PERFORM CHECK-POSTABLE
                          IF (POSTABLE)
                             PERFORM JOURNAL-SPONSOR-VOUCHER
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VOUCHER-REGISTER-FILE.
      *
       COUNT-NIGHT-REDEMPTION.
           MOVE 0 TO WS-REDEEM-HIT.
           PERFORM VARYING WS-REDEEM-SCAN FROM 1 BY 1
              UNTIL WS-REDEEM-SCAN > WS-REDEEM-COUNT
              OR WS-REDEEM-HIT > 0
                IF (WS-REDEEM-DATE(WS-REDEEM-SCAN) = RG-REDEEM-DATE)
                   MOVE WS-REDEEM-SCAN TO WS-REDEEM-HIT
                END-IF
           END-PERFORM.
           IF (WS-REDEEM-HIT = 0)
              IF (WS-REDEEM-COUNT = 500)
                 DISPLAY "ABORTED: redemption nights exceed the "
                    "500-entry night table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-REDEEM-COUNT
              MOVE WS-REDEEM-COUNT TO WS-REDEEM-HIT
              MOVE RG-REDEEM-DATE TO WS-REDEEM-DATE(WS-REDEEM-HIT)
              MOVE 0 TO WS-REDEEM-VOUCHERS(WS-REDEEM-HIT)
           END-IF.
           ADD 1 TO WS-REDEEM-VOUCHERS(WS-REDEEM-HIT).
      *
       JOURNAL-SPONSOR-VOUCHER.
           PERFORM VARYING WS-CAMPAIGN-SCAN FROM 1 BY 1
              UNTIL WS-CAMPAIGN-SCAN > WS-CAMPAIGN-COUNT
                IF (WS-CAMPAIGN-ID(WS-CAMPAIGN-SCAN) =
                   RG-CAMPAIGN-ID)
                   MOVE WS-CAMPAIGN-VALUE(WS-CAMPAIGN-SCAN)
                      TO WS-LOOKUP-AMOUNT
                   MOVE "SPONSREC" TO WS-LOOKUP-ROLE
                   MOVE "D" TO WS-LOOKUP-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
                   MOVE "SPONSINC" TO WS-LOOKUP-ROLE
                   MOVE "C" TO WS-LOOKUP-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
                END-IF
           END-PERFORM.
      *
       GATHER-NIGHT-COSTS.
           MOVE "CLUBCOST" TO WS-LOOKUP-SOURCE.
           OPEN INPUT COSTS-FILE.
           PERFORM UNTIL COSTS-EOF
              READ COSTS-FILE
                 AT END
                    MOVE "Y" TO COSTS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    MOVE CO-NIGHT-DATE TO WS-LOOKUP-DATE
                    MOVE "CLUBCOST" TO WS-LOOKUP-SOURCE
                    PERFORM CHECK-POSTABLE
                    IF (POSTABLE)
                       PERFORM JOURNAL-NIGHT-COSTS
                    END-IF
                    IF (CO-EQUIPMENT-COST IS NUMERIC
                       AND CO-EQUIPMENT-COST > 0)
                       MOVE "EQUIPCST" TO WS-LOOKUP-SOURCE
                       PERFORM CHECK-POSTABLE
                       IF (POSTABLE)
                          PERFORM JOURNAL-EQUIPMENT-COSTS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COSTS-FILE.
      *
       JOURNAL-NIGHT-COSTS.
           MOVE 0 TO WS-VOUCHER-COST-TOTAL.
           IF (CO-RAFFLE-COST IS NOT NUMERIC)
              MOVE 0 TO CO-RAFFLE-COST
           END-IF.
           PERFORM VARYING WS-REDEEM-SCAN FROM 1 BY 1
              UNTIL WS-REDEEM-SCAN > WS-REDEEM-COUNT
                IF (WS-REDEEM-DATE(WS-REDEEM-SCAN) = CO-NIGHT-DATE)
                   COMPUTE WS-VOUCHER-COST-TOTAL =
                      WS-REDEEM-VOUCHERS(WS-REDEEM-SCAN)
                      * CO-VOUCHER-COST
                END-IF
           END-PERFORM.
           MOVE "D" TO WS-LOOKUP-SIDE.
           MOVE CO-HALL-HIRE TO WS-LOOKUP-AMOUNT.
           MOVE "HALLHIRE" TO WS-LOOKUP-ROLE.
           PERFORM ADD-JOURNAL-AMOUNT.
           MOVE CO-PRIZES TO WS-LOOKUP-AMOUNT.
           MOVE "PRIZES" TO WS-LOOKUP-ROLE.
           PERFORM ADD-JOURNAL-AMOUNT.
           MOVE WS-VOUCHER-COST-TOTAL TO WS-LOOKUP-AMOUNT.
           MOVE "VOUCHERS" TO WS-LOOKUP-ROLE.
           PERFORM ADD-JOURNAL-AMOUNT.
           MOVE CO-RAFFLE-COST TO WS-LOOKUP-AMOUNT.
           MOVE "RAFFLCST" TO WS-LOOKUP-ROLE.
           PERFORM ADD-JOURNAL-AMOUNT.
           COMPUTE WS-COST-TOTAL = CO-HALL-HIRE + CO-PRIZES
              + WS-VOUCHER-COST-TOTAL + CO-RAFFLE-COST.
           MOVE WS-COST-TOTAL TO WS-LOOKUP-AMOUNT.
           MOVE "BANK" TO WS-LOOKUP-ROLE.
           MOVE "C" TO WS-LOOKUP-SIDE.
           PERFORM ADD-JOURNAL-AMOUNT.
      *
       JOURNAL-EQUIPMENT-COSTS.
           MOVE CO-EQUIPMENT-COST TO WS-LOOKUP-AMOUNT.
           MOVE "EQUIPMNT" TO WS-LOOKUP-ROLE.
           MOVE "D" TO WS-LOOKUP-SIDE.
           PERFORM ADD-JOURNAL-AMOUNT.
           MOVE "BANK" TO WS-LOOKUP-ROLE.
           MOVE "C" TO WS-LOOKUP-SIDE.
           PERFORM ADD-JOURNAL-AMOUNT.
      *
      *    A journal is written whole or not at all: its period must
      *    be open, every role must be on the chart and the two
      *    sides must agree.
       POST-ONE-GROUP.
           MOVE "Y" TO GROUP-OK-SWITCH.
           MOVE SPACES TO WS-MISSING-ROLE.
           PERFORM VARYING WS-ENTRY-SCAN FROM 1 BY 1
              UNTIL WS-ENTRY-SCAN > WS-ENTRY-COUNT
                IF (WS-ENTRY-GROUP(WS-ENTRY-SCAN) = WS-GROUP-SCAN)
                   PERFORM RESOLVE-ENTRY-ACCOUNT
                END-IF
           END-PERFORM.
           MOVE "P" TO WS-FP-FUNCTION.
           CALL "FISCAL-PERIOD-SERVICE" USING WS-FP-FUNCTION
              WS-GROUP-DATE(WS-GROUP-SCAN)
              WS-FP-FISCAL-YEAR WS-FP-PERIOD
              WS-FP-START-DATE WS-FP-END-DATE
              WS-FP-PERIOD-STATUS WS-FP-STATUS.
           MOVE SPACES TO POSTING-REPORT-RECORD.
           EVALUATE TRUE
           WHEN WS-FP-STATUS = "0" AND WS-FP-PERIOD-STATUS = "C"
                ADD 1 TO WS-REFUSED-COUNT
                STRING "REFUSED  SOURCE=" DELIMITED BY SIZE
                       WS-GROUP-SOURCE(WS-GROUP-SCAN)
                          DELIMITED BY SIZE
                       " DATE=" DELIMITED BY SIZE
                       WS-GROUP-DATE(WS-GROUP-SCAN) DELIMITED BY SIZE
                       " FISCAL PERIOD " DELIMITED BY SIZE
                       WS-FP-FISCAL-YEAR DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-FP-PERIOD DELIMITED BY SIZE
                       " IS CLOSED" DELIMITED BY SIZE
                   INTO POSTING-REPORT-RECORD
           WHEN NOT GROUP-OK
                ADD 1 TO WS-REJECTED-COUNT
                STRING "REJECTED SOURCE=" DELIMITED BY SIZE
                       WS-GROUP-SOURCE(WS-GROUP-SCAN)
                          DELIMITED BY SIZE
                       " DATE=" DELIMITED BY SIZE
                       WS-GROUP-DATE(WS-GROUP-SCAN) DELIMITED BY SIZE
                       " NO ACCOUNT ON THE CHART FOR ROLE "
                          DELIMITED BY SIZE
                       WS-MISSING-ROLE DELIMITED BY SIZE
                   INTO POSTING-REPORT-RECORD
           WHEN WS-GROUP-DEBITS(WS-GROUP-SCAN) NOT =
                WS-GROUP-CREDITS(WS-GROUP-SCAN)
                ADD 1 TO WS-REJECTED-COUNT
                STRING "REJECTED SOURCE=" DELIMITED BY SIZE
                       WS-GROUP-SOURCE(WS-GROUP-SCAN)
                          DELIMITED BY SIZE
                       " DATE=" DELIMITED BY SIZE
                       WS-GROUP-DATE(WS-GROUP-SCAN) DELIMITED BY SIZE
                       " OUT OF BALANCE DR=" DELIMITED BY SIZE
                       WS-GROUP-DEBITS(WS-GROUP-SCAN)
                          DELIMITED BY SIZE
                       " CR=" DELIMITED BY SIZE
                       WS-GROUP-CREDITS(WS-GROUP-SCAN)
                          DELIMITED BY SIZE
                   INTO POSTING-REPORT-RECORD
           WHEN OTHER
                PERFORM WRITE-GROUP-LINES
                STRING "POSTED   SOURCE=" DELIMITED BY SIZE
                       WS-GROUP-SOURCE(WS-GROUP-SCAN)
                          DELIMITED BY SIZE
                       " DATE=" DELIMITED BY SIZE
                       WS-GROUP-DATE(WS-GROUP-SCAN) DELIMITED BY SIZE
                       " LINES=" DELIMITED BY SIZE
                       WS-LINE-NUMBER DELIMITED BY SIZE
                       " AMOUNT=" DELIMITED BY SIZE
                       WS-GROUP-DEBITS(WS-GROUP-SCAN)
                          DELIMITED BY SIZE
                   INTO POSTING-REPORT-RECORD
           END-EVALUATE.
           WRITE POSTING-REPORT-RECORD.
      *
       RESOLVE-ENTRY-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-HIT.
           PERFORM VARYING WS-ACCOUNT-SCAN FROM 1 BY 1
              UNTIL WS-ACCOUNT-SCAN > WS-ACCOUNT-COUNT
              OR WS-ACCOUNT-HIT > 0
                IF (WS-ACCOUNT-ROLE(WS-ACCOUNT-SCAN) =
                   WS-ENTRY-ROLE(WS-ENTRY-SCAN))
                   MOVE WS-ACCOUNT-SCAN TO WS-ACCOUNT-HIT
                END-IF
           END-PERFORM.
           IF (WS-ACCOUNT-HIT = 0)
              MOVE "N" TO GROUP-OK-SWITCH
              MOVE WS-ENTRY-ROLE(WS-ENTRY-SCAN) TO WS-MISSING-ROLE
           ELSE
              MOVE WS-ACCOUNT-CODE(WS-ACCOUNT-HIT)
                 TO WS-ENTRY-ACCOUNT(WS-ENTRY-SCAN)
           END-IF.
      *
       WRITE-GROUP-LINES.
           MOVE 0 TO WS-LINE-NUMBER.
           PERFORM VARYING WS-ENTRY-SCAN FROM 1 BY 1
              UNTIL WS-ENTRY-SCAN > WS-ENTRY-COUNT
                IF (WS-ENTRY-GROUP(WS-ENTRY-SCAN) = WS-GROUP-SCAN)
                   ADD 1 TO WS-LINE-NUMBER
                   MOVE WS-GROUP-SOURCE(WS-GROUP-SCAN) TO GL-SOURCE
                   MOVE WS-GROUP-DATE(WS-GROUP-SCAN)
                      TO GL-SOURCE-DATE
                   MOVE WS-LINE-NUMBER TO GL-LINE
                   MOVE WS-ENTRY-ACCOUNT(WS-ENTRY-SCAN) TO GL-ACCOUNT
                   MOVE WS-ENTRY-SIDE(WS-ENTRY-SCAN) TO GL-SIDE
                   MOVE WS-ENTRY-AMOUNT(WS-ENTRY-SCAN) TO GL-AMOUNT
                   MOVE WS-RUN-DATE TO GL-POSTED-ON
                   WRITE LEDGER-RECORD
                   ADD 1 TO WS-LINES-WRITTEN
                END-IF
           END-PERFORM.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-GROUP-DEBITS(WS-GROUP-SCAN) TO WS-POSTED-TOTAL.
