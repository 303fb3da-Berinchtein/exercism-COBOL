       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-MONTH-END.
      *
      *    Month-end accounts off the general ledger GL-POSTING
      *    builds. For the month on the control card (the current
      *    month when there is none) it prints:
      *
      *      the trial balance - every account on the chart with
      *      its balance at the end of the month, debit balances
      *      in the debit column and credit balances in the credit
      *      column, and whether the two columns agree; and
      *
      *      the income and expenditure statement - each income
      *      and each expenditure account for the month and for
      *      the year to date, with the surplus or deficit.
      *
      *    Ledger lines for an account that is not on the chart are
      *    still counted, under a NOT ON CHART line, so the trial
      *    balance still proves the ledger and the treasurer can see
      *    what needs adding.
      *
      *    The year to date is the club's financial year, not the
      *    calendar year: FISCAL-PERIOD-SERVICE gives the period
      *    the month falls in, and the year runs from the month that
      *    was period 1. Without a fiscal calendar for the month the
      *    year to date falls back to January.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MONTH-END-CONTROL-FILE ASSIGN TO "GLMECTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CHART-FILE ASSIGN TO "GLCHART"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "GENLEDGR"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MONTH-END-REPORT-FILE ASSIGN TO "GLTRIAL"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-END-CONTROL-FILE.
       01  MONTH-END-CONTROL-RECORD.
           05 ME-PERIOD              PIC 9(6).
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
       FD  MONTH-END-REPORT-FILE.
       01  MONTH-END-REPORT-RECORD   PIC X(100).
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
      *
       01 WS-PERIOD                  PIC 9(6) VALUE 0.
       01 WS-PERIOD-FIRST-DATE       PIC 9(8) VALUE 0.
       01 WS-YEAR-START              PIC 9(6) VALUE 0.
       01 WS-PERIOD-YEAR             PIC 9(4) VALUE 0.
       01 WS-PERIOD-MONTH            PIC 99   VALUE 0.
       01 WS-MONTH-INDEX             PIC 9(6) VALUE 0.
       01 WS-MONTH-REMAINDER         PIC 99   VALUE 0.
      *
       01 WS-FP-FUNCTION             PIC X    VALUE "P".
       01 WS-FP-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01 WS-FP-PERIOD               PIC 99   VALUE 0.
       01 WS-FP-START-DATE           PIC 9(8) VALUE 0.
       01 WS-FP-END-DATE             PIC 9(8) VALUE 0.
       01 WS-FP-PERIOD-STATUS        PIC X    VALUE SPACE.
       01 WS-FP-STATUS               PIC X    VALUE "0".
      *
       01 WS-ACCOUNT-COUNT           PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-SCAN            PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-HIT             PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCOUNT OCCURS 100 TIMES.
             10 WS-ACCOUNT-CODE      PIC X(4).
             10 WS-ACCOUNT-NAME      PIC X(30).
             10 WS-ACCOUNT-TYPE      PIC X.
             10 WS-ACCOUNT-BALANCE   PIC S9(9)V99.
             10 WS-ACCOUNT-MONTH     PIC S9(9)V99.
             10 WS-ACCOUNT-YEAR      PIC S9(9)V99.
      *
       01 WS-SIGNED-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-DEBIT-TOTAL             PIC S9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-DIFFERENCE              PIC S9(9)V99 VALUE 0.
       01 WS-SECTION-TYPE            PIC X    VALUE SPACES.
       01 WS-SECTION-MONTH           PIC S9(9)V99 VALUE 0.
       01 WS-SECTION-YEAR            PIC S9(9)V99 VALUE 0.
       01 WS-INCOME-MONTH            PIC S9(9)V99 VALUE 0.
       01 WS-INCOME-YEAR             PIC S9(9)V99 VALUE 0.
       01 WS-SURPLUS-MONTH           PIC S9(9)V99 VALUE 0.
       01 WS-SURPLUS-YEAR            PIC S9(9)V99 VALUE 0.
      *
       01 WS-DEBIT-EDITED            PIC 9(9).99.
       01 WS-CREDIT-EDITED           PIC 9(9).99.
       01 WS-MONTH-EDITED            PIC +9(9).99.
       01 WS-YEAR-EDITED             PIC +9(9).99.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30) VALUE "GL-MONTH-END".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       GL-MONTH-END.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-MONTH-END-CONTROL.
           PERFORM FIND-YEAR-START.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           PERFORM ACCUMULATE-LEDGER.
           OPEN OUTPUT MONTH-END-REPORT-FILE.
           PERFORM WRITE-TRIAL-BALANCE.
           PERFORM WRITE-INCOME-EXPENDITURE.
           CLOSE MONTH-END-REPORT-FILE.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Month-end period: " WS-PERIOD.
           DISPLAY "Year to date from: " WS-YEAR-START.
           DISPLAY "Accounts: " WS-ACCOUNT-COUNT.
           DISPLAY "Trial balance difference: " WS-DIFFERENCE.
           STOP RUN.
      *
       LOAD-MONTH-END-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT MONTH-END-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ MONTH-END-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (ME-PERIOD > 0)
                       MOVE ME-PERIOD TO WS-PERIOD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MONTH-END-CONTROL-FILE.
      *
      *    Each fiscal period is a calendar month, so period 1 of
      *    the year is the month (period - 1) months back.
       FIND-YEAR-START.
           COMPUTE WS-PERIOD-FIRST-DATE = WS-PERIOD * 100 + 1.
           DIVIDE WS-PERIOD BY 100
              GIVING WS-PERIOD-YEAR REMAINDER WS-PERIOD-MONTH.
           CALL "FISCAL-PERIOD-SERVICE" USING WS-FP-FUNCTION
              WS-PERIOD-FIRST-DATE
              WS-FP-FISCAL-YEAR WS-FP-PERIOD
              WS-FP-START-DATE WS-FP-END-DATE
              WS-FP-PERIOD-STATUS WS-FP-STATUS.
           IF (WS-FP-STATUS = "0")
              COMPUTE WS-MONTH-INDEX = WS-PERIOD-YEAR * 12
                 + WS-PERIOD-MONTH - WS-FP-PERIOD
              DIVIDE WS-MONTH-INDEX BY 12
                 GIVING WS-YEAR-START REMAINDER WS-MONTH-REMAINDER
              COMPUTE WS-YEAR-START =
                 WS-YEAR-START * 100 + WS-MONTH-REMAINDER + 1
           ELSE
              COMPUTE WS-YEAR-START = WS-PERIOD-YEAR * 100 + 1
           END-IF.
      *
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-FILE.
           PERFORM UNTIL CHART-EOF
              READ CHART-FILE
                 AT END
                    MOVE "Y" TO CHART-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM ADD-ACCOUNT
                    MOVE AC-ACCOUNT TO WS-ACCOUNT-CODE(WS-ACCOUNT-HIT)
                    MOVE AC-NAME TO WS-ACCOUNT-NAME(WS-ACCOUNT-HIT)
                    MOVE AC-TYPE TO WS-ACCOUNT-TYPE(WS-ACCOUNT-HIT)
              END-READ
           END-PERFORM.
           CLOSE CHART-FILE.
      *
       ADD-ACCOUNT.
           IF (WS-ACCOUNT-COUNT = 100)
              DISPLAY "ABORTED: chart of accounts exceeds the "
                 "100-entry account table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-HIT.
           MOVE 0 TO WS-ACCOUNT-BALANCE(WS-ACCOUNT-HIT).
           MOVE 0 TO WS-ACCOUNT-MONTH(WS-ACCOUNT-HIT).
           MOVE 0 TO WS-ACCOUNT-YEAR(WS-ACCOUNT-HIT).
      *
      *    Balances are kept debit-positive; lines dated after the
      *    month are left out.
       ACCUMULATE-LEDGER.
           OPEN INPUT LEDGER-FILE.
           PERFORM UNTIL LEDGER-EOF
              READ LEDGER-FILE
                 AT END
                    MOVE "Y" TO LEDGER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    IF (GL-SOURCE-DATE(1:6) <= WS-PERIOD)
                       PERFORM POST-LEDGER-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
      *
       POST-LEDGER-LINE.
           MOVE 0 TO WS-ACCOUNT-HIT.
           PERFORM VARYING WS-ACCOUNT-SCAN FROM 1 BY 1
              UNTIL WS-ACCOUNT-SCAN > WS-ACCOUNT-COUNT
              OR WS-ACCOUNT-HIT > 0
                IF (WS-ACCOUNT-CODE(WS-ACCOUNT-SCAN) = GL-ACCOUNT)
                   MOVE WS-ACCOUNT-SCAN TO WS-ACCOUNT-HIT
                END-IF
           END-PERFORM.
           IF (WS-ACCOUNT-HIT = 0)
              PERFORM ADD-ACCOUNT
              MOVE GL-ACCOUNT TO WS-ACCOUNT-CODE(WS-ACCOUNT-HIT)
              MOVE "*** NOT ON CHART ***"
                 TO WS-ACCOUNT-NAME(WS-ACCOUNT-HIT)
              MOVE "?" TO WS-ACCOUNT-TYPE(WS-ACCOUNT-HIT)
           END-IF.
           IF (GL-DEBIT)
              MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
              COMPUTE WS-SIGNED-AMOUNT = 0 - GL-AMOUNT
           END-IF.
           ADD WS-SIGNED-AMOUNT TO WS-ACCOUNT-BALANCE(WS-ACCOUNT-HIT).
           IF (GL-SOURCE-DATE(1:6) = WS-PERIOD)
              ADD WS-SIGNED-AMOUNT TO WS-ACCOUNT-MONTH(WS-ACCOUNT-HIT)
           END-IF.
           IF (GL-SOURCE-DATE(1:6) >= WS-YEAR-START)
              ADD WS-SIGNED-AMOUNT TO WS-ACCOUNT-YEAR(WS-ACCOUNT-HIT)
           END-IF.
      *
       WRITE-TRIAL-BALANCE.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           STRING "TRIAL BALANCE AT THE END OF " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
              INTO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           STRING "ACCT NAME                           T"
                     DELIMITED BY SIZE
                  "         DEBIT        CREDIT" DELIMITED BY SIZE
              INTO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           PERFORM VARYING WS-ACCOUNT-SCAN FROM 1 BY 1
              UNTIL WS-ACCOUNT-SCAN > WS-ACCOUNT-COUNT
                PERFORM WRITE-TRIAL-BALANCE-LINE
           END-PERFORM.
           COMPUTE WS-DIFFERENCE = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-EDITED.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-EDITED.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           STRING "     TOTALS                           "
                     DELIMITED BY SIZE
                  WS-DEBIT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CREDIT-EDITED DELIMITED BY SIZE
              INTO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           IF (WS-DIFFERENCE = 0)
              MOVE "TRIAL BALANCE AGREES" TO MONTH-END-REPORT-RECORD
           ELSE
              MOVE WS-DIFFERENCE TO WS-MONTH-EDITED
              STRING "TRIAL BALANCE DOES NOT AGREE - DIFFERENCE "
                        DELIMITED BY SIZE
                     WS-MONTH-EDITED DELIMITED BY SIZE
                 INTO MONTH-END-REPORT-RECORD
           END-IF.
           WRITE MONTH-END-REPORT-RECORD.
      *
       WRITE-TRIAL-BALANCE-LINE.
           MOVE 0 TO WS-DEBIT-EDITED.
           MOVE 0 TO WS-CREDIT-EDITED.
           IF (WS-ACCOUNT-BALANCE(WS-ACCOUNT-SCAN) >= 0)
              MOVE WS-ACCOUNT-BALANCE(WS-ACCOUNT-SCAN)
                 TO WS-DEBIT-EDITED
              ADD WS-ACCOUNT-BALANCE(WS-ACCOUNT-SCAN)
                 TO WS-DEBIT-TOTAL
           ELSE
              COMPUTE WS-SIGNED-AMOUNT =
                 0 - WS-ACCOUNT-BALANCE(WS-ACCOUNT-SCAN)
              MOVE WS-SIGNED-AMOUNT TO WS-CREDIT-EDITED
              ADD WS-SIGNED-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           STRING WS-ACCOUNT-CODE(WS-ACCOUNT-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACCOUNT-NAME(WS-ACCOUNT-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACCOUNT-TYPE(WS-ACCOUNT-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEBIT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CREDIT-EDITED DELIMITED BY SIZE
              INTO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
      *
      *    Income is shown credit-positive and expenditure
      *    debit-positive, so both sections read as plain amounts.
       WRITE-INCOME-EXPENDITURE.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           STRING "INCOME AND EXPENDITURE FOR " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " AND THE YEAR TO DATE FROM " DELIMITED BY SIZE
                  WS-YEAR-START DELIMITED BY SIZE
              INTO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
           MOVE "I" TO WS-SECTION-TYPE.
           MOVE "INCOME" TO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
           PERFORM WRITE-STATEMENT-SECTION.
           MOVE WS-SECTION-MONTH TO WS-INCOME-MONTH.
           MOVE WS-SECTION-YEAR TO WS-INCOME-YEAR.
           MOVE "E" TO WS-SECTION-TYPE.
           MOVE "EXPENDITURE" TO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
           PERFORM WRITE-STATEMENT-SECTION.
           COMPUTE WS-SURPLUS-MONTH =
              WS-INCOME-MONTH - WS-SECTION-MONTH.
           COMPUTE WS-SURPLUS-YEAR =
              WS-INCOME-YEAR - WS-SECTION-YEAR.
           MOVE WS-SURPLUS-MONTH TO WS-MONTH-EDITED.
           MOVE WS-SURPLUS-YEAR TO WS-YEAR-EDITED.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           STRING "SURPLUS (DEFICIT)                  "
                     DELIMITED BY SIZE
                  " MONTH=" DELIMITED BY SIZE
                  WS-MONTH-EDITED DELIMITED BY SIZE
                  " YEAR=" DELIMITED BY SIZE
                  WS-YEAR-EDITED DELIMITED BY SIZE
              INTO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
      *
       WRITE-STATEMENT-SECTION.
           MOVE 0 TO WS-SECTION-MONTH.
           MOVE 0 TO WS-SECTION-YEAR.
           PERFORM VARYING WS-ACCOUNT-SCAN FROM 1 BY 1
              UNTIL WS-ACCOUNT-SCAN > WS-ACCOUNT-COUNT
                IF (WS-ACCOUNT-TYPE(WS-ACCOUNT-SCAN) =
                   WS-SECTION-TYPE)
                   PERFORM WRITE-STATEMENT-LINE
                END-IF
           END-PERFORM.
           MOVE WS-SECTION-MONTH TO WS-MONTH-EDITED.
           MOVE WS-SECTION-YEAR TO WS-YEAR-EDITED.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           STRING "     TOTAL                         "
                     DELIMITED BY SIZE
                  " MONTH=" DELIMITED BY SIZE
                  WS-MONTH-EDITED DELIMITED BY SIZE
                  " YEAR=" DELIMITED BY SIZE
                  WS-YEAR-EDITED DELIMITED BY SIZE
              INTO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
      *
       WRITE-STATEMENT-LINE.
           IF (WS-SECTION-TYPE = "I")
              COMPUTE WS-SIGNED-AMOUNT =
                 0 - WS-ACCOUNT-MONTH(WS-ACCOUNT-SCAN)
              MOVE WS-SIGNED-AMOUNT TO WS-MONTH-EDITED
              ADD WS-SIGNED-AMOUNT TO WS-SECTION-MONTH
              COMPUTE WS-SIGNED-AMOUNT =
                 0 - WS-ACCOUNT-YEAR(WS-ACCOUNT-SCAN)
              MOVE WS-SIGNED-AMOUNT TO WS-YEAR-EDITED
              ADD WS-SIGNED-AMOUNT TO WS-SECTION-YEAR
           ELSE
              MOVE WS-ACCOUNT-MONTH(WS-ACCOUNT-SCAN)
                 TO WS-MONTH-EDITED
              ADD WS-ACCOUNT-MONTH(WS-ACCOUNT-SCAN)
                 TO WS-SECTION-MONTH
              MOVE WS-ACCOUNT-YEAR(WS-ACCOUNT-SCAN)
                 TO WS-YEAR-EDITED
              ADD WS-ACCOUNT-YEAR(WS-ACCOUNT-SCAN)
                 TO WS-SECTION-YEAR
           END-IF.
           MOVE SPACES TO MONTH-END-REPORT-RECORD.
           STRING WS-ACCOUNT-CODE(WS-ACCOUNT-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACCOUNT-NAME(WS-ACCOUNT-SCAN) DELIMITED BY SIZE
                  " MONTH=" DELIMITED BY SIZE
                  WS-MONTH-EDITED DELIMITED BY SIZE
                  " YEAR=" DELIMITED BY SIZE
                  WS-YEAR-EDITED DELIMITED BY SIZE
              INTO MONTH-END-REPORT-RECORD.
           WRITE MONTH-END-REPORT-RECORD.
