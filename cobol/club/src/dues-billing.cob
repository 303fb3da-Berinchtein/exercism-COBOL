      *    statuses on the tier's grace/lapse schedule, rewritten
      *    straight onto the member master so the standings programs
      *    validate against the roster of who has actually paid.
      *
      *    Families can be billed as a household: the household file
      *    links member IDs to a household ID, flags one of them as
      *    the primary payer and names the household tier whose
      *    dues-terms price and grace/lapse schedule apply. The run
      *    raises one invoice per household, to the payer; payments
      *    keyed against any linked member count toward it, so one
      *    payment settles everyone, and because every linked member
      *    is judged against that one invoice the whole household
      *    moves through grace, lapse and reinstatement together.
      *    Members outside a household bill exactly as before.
      *
      *    Members on an agreed installment plan are judged against
      *    the plan schedule instead of the lump sum: the plan file
      *    gives the member (the payer, for a household), the bill
      *    year, the number of installments, the first due date and
      *    the days between installments, and each due date is
      *    built through DATE-SERVICE. Payments are applied to the
      *    installments in order, and the grace/lapse clock runs
      *    from the due date of the oldest installment still unpaid
      *    rather than from the invoice date - so a member keeping
      *    to the arrangement never drifts into grace, and one who
      *    catches up comes back out of it. Plan members are listed
      *    in their own section of the billing report with
      *    installments paid, next due date and the amount still to
      *    come.
      *
      *    Payments are also held to the fiscal calendar through
      *    FISCAL-PERIOD-SERVICE. Each payment is checked once, the
      *    first run after it is keyed, and PY-PERIOD-CHECK is
      *    stamped on DUESPAY so it is never looked at again. A
      *    payment dated into a period that is already closed is not
      *    refused - the member has paid - but is redirected: its
      *    pay date moves to the start of the next open period, the
      *    date it was keyed with is kept in PY-ORIGINAL-DATE, and it
      *    is listed as REDIRECTED on the billing report. The
      *    original date still decides which year's invoice the
      *    payment settles; the redirected date is what the ledger
      *    and the bank reconciliation see.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DUES-REGISTER-FILE ASSIGN TO "DUESREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INSTALLMENT-PLAN-FILE ASSIGN TO "INSTPLAN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
           05 PY-MEMBER-ID           PIC X(10).
           05 PY-PAY-DATE            PIC 9(8).
           05 PY-AMOUNT              PIC 9(5)V99.
           05 PY-SOURCE              PIC X.
              88 PY-FROM-CREDIT           VALUE "C".
           05 PY-PERIOD-CHECK        PIC X.
              88 PY-PERIOD-UNCHECKED      VALUE SPACE.
              88 PY-PERIOD-REDIRECTED     VALUE "R".
           05 PY-ORIGINAL-DATE       PIC 9(8).
      *
       FD  DUES-REGISTER-FILE.
       01  DUES-REGISTER-RECORD.
           05 DU-STATUS              PIC X.
              88 DU-INVOICE-OPEN          VALUE "O".
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
       FD  INSTALLMENT-PLAN-FILE.
       01  INSTALLMENT-PLAN-RECORD.
           05 IP-MEMBER-ID           PIC X(10).
           05 IP-BILL-YEAR           PIC 9(4).
           05 IP-INSTALLMENTS        PIC 9(2).
           05 IP-FIRST-DUE-DATE      PIC 9(8).
           05 IP-INTERVAL-DAYS       PIC 9(3).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
             88 TERMS-FOUND                   VALUE "Y".
          05 INVOICE-FOUND-SWITCH    PIC X    VALUE "N".
             88 INVOICE-FOUND                 VALUE "Y".
          05 HOUSEHOLD-EOF-SWITCH    PIC X    VALUE "N".
             88 HOUSEHOLD-EOF                 VALUE "Y".
          05 HOUSEHOLD-LINK-SWITCH   PIC X    VALUE "N".
             88 IN-HOUSEHOLD                  VALUE "Y".
          05 PLAN-EOF-SWITCH         PIC X    VALUE "N".
             88 PLAN-EOF                      VALUE "Y".
          05 PLAN-FOUND-SWITCH       PIC X    VALUE "N".
             88 ON-INSTALLMENT-PLAN           VALUE "Y".
      *
       01 WS-BILL-YEAR               PIC 9(4) VALUE 0.
       01 WS-AS-OF-DATE              PIC 9(8) VALUE 0.
             10 WS-PAYMENT-MEMBER    PIC X(10).
             10 WS-PAYMENT-DATE      PIC 9(8).
             10 WS-PAYMENT-AMOUNT    PIC 9(5)V99.
             10 WS-PAYMENT-POSTED    PIC 9(8).
             10 WS-PAYMENT-SOURCE    PIC X.
             10 WS-PAYMENT-CHECK     PIC X.
             10 WS-PAYMENT-ORIGINAL  PIC 9(8).
      *
       01 WS-REDIRECTED-COUNT        PIC 9(4) VALUE 0.
       01 WS-UNCHECKED-COUNT         PIC 9(4) VALUE 0.
      *
       01 WS-INVOICE-COUNT           PIC 9(4) VALUE 0.
       01 WS-INVOICE-SCAN            PIC 9(4) VALUE 0.
             10 WS-INVOICE-BILLED    PIC 9(5)V99.
             10 WS-INVOICE-PAID      PIC 9(5)V99.
             10 WS-INVOICE-STATUS    PIC X.
      *
       01 WS-LINK-COUNT              PIC 9(3) VALUE 0.
       01 WS-LINK-SCAN               PIC 9(3) VALUE 0.
       01 WS-LINK-SCAN-2             PIC 9(3) VALUE 0.
       01 WS-LINK-HIT                PIC 9(3) VALUE 0.
       01 WS-LINK-TABLE.
          05 WS-LINK OCCURS 500 TIMES.
             10 WS-LINK-HOUSEHOLD    PIC X(10).
             10 WS-LINK-MEMBER       PIC X(10).
             10 WS-LINK-PAYER-FLAG   PIC X.
             10 WS-LINK-TIER         PIC X.
             10 WS-LINK-PAYER-ID     PIC X(10).
      *
       01 WS-BILLING-ID              PIC X(10) VALUE SPACES.
       01 WS-BILLING-TIER            PIC X    VALUE SPACE.
       01 WS-HOUSEHOLD-COUNT         PIC 9(5) VALUE 0.
      *
       01 WS-PLAN-COUNT              PIC 9(3) VALUE 0.
       01 WS-PLAN-SCAN               PIC 9(3) VALUE 0.
       01 WS-PLAN-HIT                PIC 9(3) VALUE 0.
       01 WS-PLAN-TABLE.
          05 WS-PLAN OCCURS 500 TIMES.
             10 WS-PLAN-MEMBER       PIC X(10).
             10 WS-PLAN-INSTALLMENTS PIC 9(2).
             10 WS-PLAN-FIRST-DUE    PIC 9(8).
             10 WS-PLAN-INTERVAL     PIC 9(3).
             10 WS-PLAN-BILLED       PIC 9(5)V99.
             10 WS-PLAN-PAID-COUNT   PIC 9(2).
             10 WS-PLAN-NEXT-DUE     PIC 9(8).
             10 WS-PLAN-NEXT-AMOUNT  PIC 9(5)V99.
             10 WS-PLAN-TO-COME      PIC 9(5)V99.
             10 WS-PLAN-ASSESSED     PIC X.
      *
       01 WS-INSTALLMENT-NUMBER      PIC 9(2) VALUE 0.
       01 WS-INSTALLMENT-AMOUNT      PIC 9(5)V99 VALUE 0.
       01 WS-INSTALLMENT-DUE         PIC 9(8) VALUE 0.
       01 WS-INSTALLMENT-OFFSET      PIC S9(7) VALUE 0.
       01 WS-SCHEDULE-CUMULATIVE     PIC 9(6)V99 VALUE 0.
       01 WS-CLOCK-START-DATE        PIC 9(8) VALUE 0.
       01 WS-PLAN-MEMBER-COUNT       PIC 9(5) VALUE 0.
      *
       01 WS-DAYS-OUTSTANDING        PIC S9(7) VALUE 0.
       01 WS-NEW-STATUS              PIC X    VALUE SPACE.
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-FP-FUNCTION             PIC X    VALUE "P".
       01 WS-FP-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01 WS-FP-PERIOD               PIC 99   VALUE 0.
       01 WS-FP-START-DATE           PIC 9(8) VALUE 0.
       01 WS-FP-END-DATE             PIC 9(8) VALUE 0.
       01 WS-FP-PERIOD-STATUS        PIC X    VALUE SPACE.
       01 WS-FP-STATUS               PIC X    VALUE "0".
       01 WS-CLOSED-FISCAL-YEAR      PIC 9(4) VALUE 0.
       01 WS-CLOSED-PERIOD           PIC 99   VALUE 0.
      *
       01 WS-MEMBMAST-STATUS         PIC X(2)  VALUE "00".
       01 WS-IO-FILE-NAME            PIC X(8)  VALUE "MEMBMAST".
           PERFORM LOAD-PAYMENTS.
           PERFORM LOAD-DUES-REGISTER.
           OPEN OUTPUT BILLING-REPORT-FILE.
           PERFORM CHECK-PAYMENT-PERIODS.
           PERFORM LOAD-HOUSEHOLDS.
           PERFORM LOAD-INSTALLMENT-PLANS.
           PERFORM PROCESS-MEMBERS.
           PERFORM WRITE-PLAN-SECTION.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE BILLING-REPORT-FILE.
           PERFORM REWRITE-DUES-REGISTER.
           PERFORM REWRITE-PAYMENTS.
           MOVE WS-INVOICE-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Members billed: " WS-BILLED-COUNT.
           DISPLAY "Household invoices: " WS-HOUSEHOLD-COUNT.
           DISPLAY "Installment plans: " WS-PLAN-MEMBER-COUNT.
           DISPLAY "Invoices paid in full: " WS-PAID-COUNT.
           DISPLAY "Members in grace: " WS-GRACE-COUNT.
           DISPLAY "Members lapsed: " WS-LAPSED-COUNT.
           DISPLAY "Members reinstated: " WS-REINSTATED-COUNT.
           DISPLAY "Payments redirected, period closed: "
              WS-REDIRECTED-COUNT.
           STOP RUN.
      *
      *    A missing control card bills the current calendar year as
                       TO WS-PAYMENT-DATE(WS-PAYMENT-COUNT)
                    MOVE PY-AMOUNT
                       TO WS-PAYMENT-AMOUNT(WS-PAYMENT-COUNT)
                    MOVE PY-PAY-DATE
                       TO WS-PAYMENT-POSTED(WS-PAYMENT-COUNT)
                    MOVE PY-SOURCE
                       TO WS-PAYMENT-SOURCE(WS-PAYMENT-COUNT)
                    MOVE PY-PERIOD-CHECK
                       TO WS-PAYMENT-CHECK(WS-PAYMENT-COUNT)
                    IF (PY-PERIOD-REDIRECTED
                       AND PY-ORIGINAL-DATE IS NUMERIC)
                       MOVE PY-ORIGINAL-DATE
                          TO WS-PAYMENT-ORIGINAL(WS-PAYMENT-COUNT)
                       MOVE PY-ORIGINAL-DATE
                          TO WS-PAYMENT-DATE(WS-PAYMENT-COUNT)
                    ELSE
                       MOVE 0
                          TO WS-PAYMENT-ORIGINAL(WS-PAYMENT-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYMENTS-FILE.
      *
      *    Only payments not yet checked are looked up. A payment
      *    whose period is closed goes to the first open period after
      *    it; when no later period is open yet it is left unchecked
      *    and listed, to be redirected once the next year's calendar
      *    is built.
       CHECK-PAYMENT-PERIODS.
           PERFORM VARYING WS-PAYMENT-SCAN FROM 1 BY 1
              UNTIL WS-PAYMENT-SCAN > WS-PAYMENT-COUNT
                IF (WS-PAYMENT-CHECK(WS-PAYMENT-SCAN) = SPACE)
                   MOVE "Y" TO WS-PAYMENT-CHECK(WS-PAYMENT-SCAN)
                   MOVE "P" TO WS-FP-FUNCTION
                   CALL "FISCAL-PERIOD-SERVICE" USING WS-FP-FUNCTION
                      WS-PAYMENT-POSTED(WS-PAYMENT-SCAN)
                      WS-FP-FISCAL-YEAR WS-FP-PERIOD
                      WS-FP-START-DATE WS-FP-END-DATE
                      WS-FP-PERIOD-STATUS WS-FP-STATUS
                   IF (WS-FP-STATUS = "0"
                      AND WS-FP-PERIOD-STATUS = "C")
                      PERFORM REDIRECT-PAYMENT
                   END-IF
                END-IF
           END-PERFORM.
      *
       REDIRECT-PAYMENT.
           MOVE WS-FP-FISCAL-YEAR TO WS-CLOSED-FISCAL-YEAR.
           MOVE WS-FP-PERIOD TO WS-CLOSED-PERIOD.
           MOVE "N" TO WS-FP-FUNCTION.
           CALL "FISCAL-PERIOD-SERVICE" USING WS-FP-FUNCTION
              WS-PAYMENT-POSTED(WS-PAYMENT-SCAN)
              WS-FP-FISCAL-YEAR WS-FP-PERIOD
              WS-FP-START-DATE WS-FP-END-DATE
              WS-FP-PERIOD-STATUS WS-FP-STATUS.
           MOVE SPACES TO BILLING-REPORT-RECORD.
           IF (WS-FP-STATUS = "0")
              MOVE WS-PAYMENT-POSTED(WS-PAYMENT-SCAN)
                 TO WS-PAYMENT-ORIGINAL(WS-PAYMENT-SCAN)
              MOVE WS-FP-START-DATE
                 TO WS-PAYMENT-POSTED(WS-PAYMENT-SCAN)
              MOVE "R" TO WS-PAYMENT-CHECK(WS-PAYMENT-SCAN)
              ADD 1 TO WS-REDIRECTED-COUNT
              STRING "REDIRECTED PAYMENT MEMBER=" DELIMITED BY SIZE
                     WS-PAYMENT-MEMBER(WS-PAYMENT-SCAN)
                        DELIMITED BY SIZE
                     " AMOUNT=" DELIMITED BY SIZE
                     WS-PAYMENT-AMOUNT(WS-PAYMENT-SCAN)
                        DELIMITED BY SIZE
                     " FROM=" DELIMITED BY SIZE
                     WS-PAYMENT-ORIGINAL(WS-PAYMENT-SCAN)
                        DELIMITED BY SIZE
                     " TO=" DELIMITED BY SIZE
                     WS-PAYMENT-POSTED(WS-PAYMENT-SCAN)
                        DELIMITED BY SIZE
                     " PERIOD " DELIMITED BY SIZE
                     WS-CLOSED-FISCAL-YEAR DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WS-CLOSED-PERIOD DELIMITED BY SIZE
                     " CLOSED" DELIMITED BY SIZE
                 INTO BILLING-REPORT-RECORD
           ELSE
              MOVE SPACE TO WS-PAYMENT-CHECK(WS-PAYMENT-SCAN)
              ADD 1 TO WS-UNCHECKED-COUNT
              STRING "HELD PAYMENT MEMBER=" DELIMITED BY SIZE
                     WS-PAYMENT-MEMBER(WS-PAYMENT-SCAN)
                        DELIMITED BY SIZE
                     " AMOUNT=" DELIMITED BY SIZE
                     WS-PAYMENT-AMOUNT(WS-PAYMENT-SCAN)
                        DELIMITED BY SIZE
                     " DATE=" DELIMITED BY SIZE
                     WS-PAYMENT-POSTED(WS-PAYMENT-SCAN)
                        DELIMITED BY SIZE
                     " PERIOD " DELIMITED BY SIZE
                     WS-CLOSED-FISCAL-YEAR DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WS-CLOSED-PERIOD DELIMITED BY SIZE
                     " CLOSED, NO OPEN PERIOD AFTER IT"
                        DELIMITED BY SIZE
                 INTO BILLING-REPORT-RECORD
           END-IF.
           WRITE BILLING-REPORT-RECORD.
      *
       LOAD-DUES-REGISTER.
           OPEN INPUT DUES-REGISTER-FILE.
           END-PERFORM.
           CLOSE DUES-REGISTER-FILE.
      *
      *    Each link row learns its household's payer; a household
      *    with no payer flagged cannot be invoiced as one, so its
      *    members fall back to individual billing and the report
      *    says why.
       LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE.
           PERFORM UNTIL HOUSEHOLD-EOF
              READ HOUSEHOLD-FILE
                 AT END
                    MOVE "Y" TO HOUSEHOLD-EOF-SWITCH
                 NOT AT END
                    IF (WS-LINK-COUNT = 500)
                       DISPLAY "ABORTED: household file exceeds the "
                          "500-entry link table"
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
                    MOVE HH-TIER TO WS-LINK-TIER(WS-LINK-COUNT)
                    MOVE SPACES TO WS-LINK-PAYER-ID(WS-LINK-COUNT)
              END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.
           PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
              UNTIL WS-LINK-SCAN > WS-LINK-COUNT
                IF (WS-LINK-PAYER-FLAG(WS-LINK-SCAN) = "Y")
                   PERFORM VARYING WS-LINK-SCAN-2 FROM 1 BY 1
                      UNTIL WS-LINK-SCAN-2 > WS-LINK-COUNT
                        IF (WS-LINK-HOUSEHOLD(WS-LINK-SCAN-2) =
                           WS-LINK-HOUSEHOLD(WS-LINK-SCAN))
                           MOVE WS-LINK-MEMBER(WS-LINK-SCAN)
                              TO WS-LINK-PAYER-ID(WS-LINK-SCAN-2)
                           MOVE WS-LINK-TIER(WS-LINK-SCAN)
                              TO WS-LINK-TIER(WS-LINK-SCAN-2)
                        END-IF
                   END-PERFORM
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
              UNTIL WS-LINK-SCAN > WS-LINK-COUNT
                IF (WS-LINK-PAYER-ID(WS-LINK-SCAN) = SPACES)
                   MOVE SPACES TO BILLING-REPORT-RECORD
                   STRING "NO PRIMARY PAYER FOR HOUSEHOLD "
                             DELIMITED BY SIZE
                          WS-LINK-HOUSEHOLD(WS-LINK-SCAN)
                             DELIMITED BY SIZE
                          " MEMBER " DELIMITED BY SIZE
                          WS-LINK-MEMBER(WS-LINK-SCAN)
                             DELIMITED BY SIZE
                          " BILLED ALONE" DELIMITED BY SIZE
                      INTO BILLING-REPORT-RECORD
                   WRITE BILLING-REPORT-RECORD
                END-IF
           END-PERFORM.
      *
      *    Only plans for the bill year on the control card matter;
      *    a plan with no interval keyed runs monthly-ish at thirty
      *    days.
       LOAD-INSTALLMENT-PLANS.
           OPEN INPUT INSTALLMENT-PLAN-FILE.
           PERFORM UNTIL PLAN-EOF
              READ INSTALLMENT-PLAN-FILE
                 AT END
                    MOVE "Y" TO PLAN-EOF-SWITCH
                 NOT AT END
                    IF (IP-BILL-YEAR = WS-BILL-YEAR
                       AND IP-INSTALLMENTS > 0)
                       IF (WS-PLAN-COUNT = 500)
                          DISPLAY "ABORTED: installment plans exceed "
                             "the 500-entry plan table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE IP-MEMBER-ID
                          TO WS-PLAN-MEMBER(WS-PLAN-COUNT)
                       MOVE IP-INSTALLMENTS
                          TO WS-PLAN-INSTALLMENTS(WS-PLAN-COUNT)
                       MOVE IP-FIRST-DUE-DATE
                          TO WS-PLAN-FIRST-DUE(WS-PLAN-COUNT)
                       MOVE IP-INTERVAL-DAYS
                          TO WS-PLAN-INTERVAL(WS-PLAN-COUNT)
                       IF (IP-INTERVAL-DAYS = 0)
                          MOVE 30 TO WS-PLAN-INTERVAL(WS-PLAN-COUNT)
                       END-IF
                       MOVE 0 TO WS-PLAN-BILLED(WS-PLAN-COUNT)
                       MOVE 0 TO WS-PLAN-PAID-COUNT(WS-PLAN-COUNT)
                       MOVE 0 TO WS-PLAN-NEXT-DUE(WS-PLAN-COUNT)
                       MOVE 0 TO WS-PLAN-NEXT-AMOUNT(WS-PLAN-COUNT)
                       MOVE 0 TO WS-PLAN-TO-COME(WS-PLAN-COUNT)
                       MOVE "N" TO WS-PLAN-ASSESSED(WS-PLAN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INSTALLMENT-PLAN-FILE.
      *
      *    The update open goes through the shared handler: a busy
      *    master is retried, anything worse ends the run with a
      *    clean fail code for the sequencer.
              AND MM-STATUS NOT = "L" AND MM-STATUS NOT = "R")
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              PERFORM FIND-HOUSEHOLD-LINK
              PERFORM FIND-DUES-TERMS
              IF (NOT TERMS-FOUND)
                 MOVE SPACES TO BILLING-REPORT-RECORD
                 STRING "NO DUES TERMS FOR TIER " DELIMITED BY SIZE
                        WS-BILLING-TIER DELIMITED BY SIZE
                        " MEMBER " DELIMITED BY SIZE
                        MM-MEMBER-ID DELIMITED BY SIZE
                    INTO BILLING-REPORT-RECORD
                 PERFORM SET-LIFECYCLE-STATUS
              END-IF
           END-IF.
      *
      *    A household member is billed under the payer's ID at the
      *    household tier; anyone else under their own ID and tier.
       FIND-HOUSEHOLD-LINK.
           MOVE "N" TO HOUSEHOLD-LINK-SWITCH.
           MOVE MM-MEMBER-ID TO WS-BILLING-ID.
           MOVE MM-TIER TO WS-BILLING-TIER.
           PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
              UNTIL WS-LINK-SCAN > WS-LINK-COUNT
              OR IN-HOUSEHOLD
                IF (WS-LINK-MEMBER(WS-LINK-SCAN) = MM-MEMBER-ID
                   AND WS-LINK-PAYER-ID(WS-LINK-SCAN) NOT = SPACES)
                   MOVE "Y" TO HOUSEHOLD-LINK-SWITCH
                   MOVE WS-LINK-SCAN TO WS-LINK-HIT
                   MOVE WS-LINK-PAYER-ID(WS-LINK-SCAN)
                      TO WS-BILLING-ID
                   MOVE WS-LINK-TIER(WS-LINK-SCAN)
                      TO WS-BILLING-TIER
                END-IF
           END-PERFORM.
      *
       FIND-DUES-TERMS.
           MOVE "N" TO TERMS-FOUND-SWITCH.
           PERFORM VARYING WS-TERMS-SCAN FROM 1 BY 1
              UNTIL WS-TERMS-SCAN > WS-TERMS-COUNT
              OR TERMS-FOUND
                IF (WS-TERMS-TIER(WS-TERMS-SCAN) = WS-BILLING-TIER)
                   MOVE "Y" TO TERMS-FOUND-SWITCH
                   MOVE WS-TERMS-SCAN TO WS-TERMS-HIT
                END-IF
           PERFORM VARYING WS-INVOICE-SCAN FROM 1 BY 1
              UNTIL WS-INVOICE-SCAN > WS-INVOICE-COUNT
              OR INVOICE-FOUND
                IF (WS-INVOICE-MEMBER(WS-INVOICE-SCAN) =
                      WS-BILLING-ID
                   AND WS-INVOICE-YEAR(WS-INVOICE-SCAN) =
                      WS-BILL-YEAR)
                   MOVE "Y" TO INVOICE-FOUND-SWITCH
              END-IF
              ADD 1 TO WS-INVOICE-COUNT
              MOVE WS-INVOICE-COUNT TO WS-INVOICE-HIT
              MOVE WS-BILLING-ID
                 TO WS-INVOICE-MEMBER(WS-INVOICE-HIT)
              MOVE WS-BILL-YEAR TO WS-INVOICE-YEAR(WS-INVOICE-HIT)
              MOVE WS-BILLING-TIER
                 TO WS-INVOICE-TIER(WS-INVOICE-HIT)
              MOVE WS-AS-OF-DATE
                 TO WS-INVOICE-ISSUED(WS-INVOICE-HIT)
              MOVE WS-TERMS-DUES(WS-TERMS-HIT)
              MOVE "O" TO WS-INVOICE-STATUS(WS-INVOICE-HIT)
              ADD 1 TO WS-BILLED-COUNT
              MOVE SPACES TO BILLING-REPORT-RECORD
              IF (IN-HOUSEHOLD)
                 ADD 1 TO WS-HOUSEHOLD-COUNT
                 STRING "INVOICE HOUSEHOLD=" DELIMITED BY SIZE
                        WS-LINK-HOUSEHOLD(WS-LINK-HIT)
                           DELIMITED BY SIZE
                        " PAYER=" DELIMITED BY SIZE
                        WS-BILLING-ID DELIMITED BY SIZE
                        " YEAR=" DELIMITED BY SIZE
                        WS-BILL-YEAR DELIMITED BY SIZE
                        " TIER=" DELIMITED BY SIZE
                        WS-BILLING-TIER DELIMITED BY SIZE
                        " DUES=" DELIMITED BY SIZE
                        WS-TERMS-DUES(WS-TERMS-HIT) DELIMITED BY SIZE
                    INTO BILLING-REPORT-RECORD
              ELSE
                 STRING "INVOICE MEMBER=" DELIMITED BY SIZE
                        MM-MEMBER-ID DELIMITED BY SIZE
                        " YEAR=" DELIMITED BY SIZE
                        WS-BILL-YEAR DELIMITED BY SIZE
                        " TIER=" DELIMITED BY SIZE
                        MM-TIER DELIMITED BY SIZE
                        " DUES=" DELIMITED BY SIZE
                        WS-TERMS-DUES(WS-TERMS-HIT) DELIMITED BY SIZE
                    INTO BILLING-REPORT-RECORD
              END-IF
              WRITE BILLING-REPORT-RECORD
           END-IF.
      *
      *    Payments dated in the billing year (by the date keyed,
      *    for a payment redirected out of a closed period) are
      *    applied to the
      *    billing-year invoice; the paid total is recomputed from
      *    scratch each run so a rerun cannot double-apply. A
      *    household invoice takes payments keyed against any of its
      *    linked members.
       APPLY-PAYMENTS.
           MOVE 0 TO WS-INVOICE-PAID(WS-INVOICE-HIT).
           PERFORM VARYING WS-PAYMENT-SCAN FROM 1 BY 1
              UNTIL WS-PAYMENT-SCAN > WS-PAYMENT-COUNT
                IF (WS-PAYMENT-DATE(WS-PAYMENT-SCAN)(1:4) =
                   WS-BILL-YEAR)
                   IF (IN-HOUSEHOLD)
                      PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
                         UNTIL WS-LINK-SCAN > WS-LINK-COUNT
                           IF (WS-LINK-HOUSEHOLD(WS-LINK-SCAN) =
                              WS-LINK-HOUSEHOLD(WS-LINK-HIT)
                              AND WS-LINK-MEMBER(WS-LINK-SCAN) =
                                 WS-PAYMENT-MEMBER(WS-PAYMENT-SCAN))
                              ADD WS-PAYMENT-AMOUNT(WS-PAYMENT-SCAN)
                                 TO WS-INVOICE-PAID(WS-INVOICE-HIT)
                           END-IF
                      END-PERFORM
                   ELSE
                      IF (WS-PAYMENT-MEMBER(WS-PAYMENT-SCAN) =
                         MM-MEMBER-ID)
                         ADD WS-PAYMENT-AMOUNT(WS-PAYMENT-SCAN)
                            TO WS-INVOICE-PAID(WS-INVOICE-HIT)
                      END-IF
                   END-IF
                END-IF
           END-PERFORM.
           IF (WS-INVOICE-PAID(WS-INVOICE-HIT) >=
      *    Paid in full: lapsed members come back as reinstated, the
      *    rest are plain active. Unpaid: inside grace days nothing
      *    moves, past grace is "G", past the lapse point is "L".
      *    The clock starts at the invoice date, or for a plan member
      *    at the oldest unpaid installment's due date - a plan
      *    member with nothing overdue who was in grace or lapsed is
      *    brought back as if paid.
       SET-LIFECYCLE-STATUS.
           MOVE MM-STATUS TO WS-NEW-STATUS.
           PERFORM FIND-INSTALLMENT-PLAN.
           MOVE WS-INVOICE-ISSUED(WS-INVOICE-HIT)
              TO WS-CLOCK-START-DATE.
           IF (ON-INSTALLMENT-PLAN)
              PERFORM ASSESS-PLAN-SCHEDULE
              MOVE WS-PLAN-NEXT-DUE(WS-PLAN-HIT)
                 TO WS-CLOCK-START-DATE
           END-IF.
           IF (WS-INVOICE-STATUS(WS-INVOICE-HIT) = "P")
              ADD 1 TO WS-PAID-COUNT
              IF (MM-STATUS = "L")
              MOVE WS-AS-OF-DATE TO WS-DS-DATE-2
              MOVE 0 TO WS-DAYS-OUTSTANDING
              CALL "DATE-SERVICE" USING WS-DS-FUNCTION
                 WS-CLOCK-START-DATE WS-DS-DATE-2
                 WS-DAYS-OUTSTANDING WS-DS-RESULT-DATE WS-DS-STATUS
              IF (ON-INSTALLMENT-PLAN
                 AND WS-DS-STATUS = "0"
                 AND WS-DAYS-OUTSTANDING <=
                    WS-TERMS-GRACE(WS-TERMS-HIT))
                 IF (MM-STATUS = "L")
                    MOVE "R" TO WS-NEW-STATUS
                 ELSE
                    IF (MM-STATUS = "G")
                       MOVE "A" TO WS-NEW-STATUS
                    END-IF
                 END-IF
              END-IF
              IF (WS-DS-STATUS = "0")
                 IF (WS-DAYS-OUTSTANDING >
                    WS-TERMS-LAPSE(WS-TERMS-HIT))
                 WS-JOURNAL-OPERATION WS-JOURNAL-BEFORE
                 WS-JOURNAL-AFTER
           END-IF.
      *
       FIND-INSTALLMENT-PLAN.
           MOVE "N" TO PLAN-FOUND-SWITCH.
           PERFORM VARYING WS-PLAN-SCAN FROM 1 BY 1
              UNTIL WS-PLAN-SCAN > WS-PLAN-COUNT
              OR ON-INSTALLMENT-PLAN
                IF (WS-PLAN-MEMBER(WS-PLAN-SCAN) = WS-BILLING-ID)
                   MOVE "Y" TO PLAN-FOUND-SWITCH
                   MOVE WS-PLAN-SCAN TO WS-PLAN-HIT
                END-IF
           END-PERFORM.
      *
      *    Installments are equal shares of the invoice, the last
      *    one taking the odd cents. Walking the schedule against
      *    the paid total counts the installments covered and finds
      *    the first one that is not; its due date is the next due
      *    date and the start of the grace clock.
       ASSESS-PLAN-SCHEDULE.
           MOVE WS-INVOICE-BILLED(WS-INVOICE-HIT)
              TO WS-PLAN-BILLED(WS-PLAN-HIT).
           MOVE 0 TO WS-PLAN-PAID-COUNT(WS-PLAN-HIT).
           MOVE 0 TO WS-PLAN-NEXT-DUE(WS-PLAN-HIT).
           MOVE 0 TO WS-PLAN-NEXT-AMOUNT(WS-PLAN-HIT).
           MOVE 0 TO WS-SCHEDULE-CUMULATIVE.
           IF (WS-PLAN-ASSESSED(WS-PLAN-HIT) = "N")
              ADD 1 TO WS-PLAN-MEMBER-COUNT
           END-IF.
           MOVE "Y" TO WS-PLAN-ASSESSED(WS-PLAN-HIT).
           PERFORM VARYING WS-INSTALLMENT-NUMBER FROM 1 BY 1
              UNTIL WS-INSTALLMENT-NUMBER >
                 WS-PLAN-INSTALLMENTS(WS-PLAN-HIT)
                COMPUTE WS-INSTALLMENT-AMOUNT =
                   WS-INVOICE-BILLED(WS-INVOICE-HIT)
                   / WS-PLAN-INSTALLMENTS(WS-PLAN-HIT)
                IF (WS-INSTALLMENT-NUMBER =
                   WS-PLAN-INSTALLMENTS(WS-PLAN-HIT))
                   COMPUTE WS-INSTALLMENT-AMOUNT =
                      WS-INVOICE-BILLED(WS-INVOICE-HIT)
                      - WS-SCHEDULE-CUMULATIVE
                END-IF
                ADD WS-INSTALLMENT-AMOUNT TO WS-SCHEDULE-CUMULATIVE
                IF (WS-SCHEDULE-CUMULATIVE <=
                   WS-INVOICE-PAID(WS-INVOICE-HIT))
                   ADD 1 TO WS-PLAN-PAID-COUNT(WS-PLAN-HIT)
                ELSE
                   IF (WS-PLAN-NEXT-DUE(WS-PLAN-HIT) = 0)
                      PERFORM BUILD-INSTALLMENT-DUE-DATE
                      MOVE WS-INSTALLMENT-DUE
                         TO WS-PLAN-NEXT-DUE(WS-PLAN-HIT)
                      COMPUTE WS-PLAN-NEXT-AMOUNT(WS-PLAN-HIT) =
                         WS-SCHEDULE-CUMULATIVE
                         - WS-INVOICE-PAID(WS-INVOICE-HIT)
                   END-IF
                END-IF
           END-PERFORM.
           IF (WS-INVOICE-PAID(WS-INVOICE-HIT) >=
              WS-INVOICE-BILLED(WS-INVOICE-HIT))
              MOVE 0 TO WS-PLAN-TO-COME(WS-PLAN-HIT)
              MOVE WS-INVOICE-ISSUED(WS-INVOICE-HIT)
                 TO WS-PLAN-NEXT-DUE(WS-PLAN-HIT)
           ELSE
              COMPUTE WS-PLAN-TO-COME(WS-PLAN-HIT) =
                 WS-INVOICE-BILLED(WS-INVOICE-HIT)
                 - WS-INVOICE-PAID(WS-INVOICE-HIT)
           END-IF.
      *
       BUILD-INSTALLMENT-DUE-DATE.
           COMPUTE WS-INSTALLMENT-OFFSET =
              (WS-INSTALLMENT-NUMBER - 1)
              * WS-PLAN-INTERVAL(WS-PLAN-HIT).
           MOVE "P" TO WS-DS-FUNCTION.
           MOVE 0 TO WS-DS-DATE-2.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION
              WS-PLAN-FIRST-DUE(WS-PLAN-HIT) WS-DS-DATE-2
              WS-INSTALLMENT-OFFSET WS-INSTALLMENT-DUE WS-DS-STATUS.
           IF (WS-DS-STATUS NOT = "0")
              MOVE WS-PLAN-FIRST-DUE(WS-PLAN-HIT)
                 TO WS-INSTALLMENT-DUE
           END-IF.
      *
       WRITE-PLAN-SECTION.
           IF (WS-PLAN-MEMBER-COUNT > 0)
              MOVE "INSTALLMENT PLAN MEMBERS"
                 TO BILLING-REPORT-RECORD
              WRITE BILLING-REPORT-RECORD
           END-IF.
           PERFORM VARYING WS-PLAN-SCAN FROM 1 BY 1
              UNTIL WS-PLAN-SCAN > WS-PLAN-COUNT
                IF (WS-PLAN-ASSESSED(WS-PLAN-SCAN) = "Y")
                   MOVE SPACES TO BILLING-REPORT-RECORD
                   STRING "PLAN MEMBER=" DELIMITED BY SIZE
                          WS-PLAN-MEMBER(WS-PLAN-SCAN)
                             DELIMITED BY SIZE
                          " PAID=" DELIMITED BY SIZE
                          WS-PLAN-PAID-COUNT(WS-PLAN-SCAN)
                             DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-PLAN-INSTALLMENTS(WS-PLAN-SCAN)
                             DELIMITED BY SIZE
                          " NEXT-DUE=" DELIMITED BY SIZE
                          WS-PLAN-NEXT-DUE(WS-PLAN-SCAN)
                             DELIMITED BY SIZE
                          " NEXT-AMOUNT=" DELIMITED BY SIZE
                          WS-PLAN-NEXT-AMOUNT(WS-PLAN-SCAN)
                             DELIMITED BY SIZE
                          " TO-COME=" DELIMITED BY SIZE
                          WS-PLAN-TO-COME(WS-PLAN-SCAN)
                             DELIMITED BY SIZE
                      INTO BILLING-REPORT-RECORD
                   WRITE BILLING-REPORT-RECORD
                END-IF
           END-PERFORM.
      *
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO BILLING-REPORT-RECORD.
           END-PERFORM.
           CLOSE DUES-REGISTER-FILE.
      *
       REWRITE-PAYMENTS.
           OPEN OUTPUT PAYMENTS-FILE.
           PERFORM VARYING WS-PAYMENT-SCAN FROM 1 BY 1
              UNTIL WS-PAYMENT-SCAN > WS-PAYMENT-COUNT
                MOVE WS-PAYMENT-MEMBER(WS-PAYMENT-SCAN)
                   TO PY-MEMBER-ID
                MOVE WS-PAYMENT-POSTED(WS-PAYMENT-SCAN)
                   TO PY-PAY-DATE
                MOVE WS-PAYMENT-AMOUNT(WS-PAYMENT-SCAN) TO PY-AMOUNT
                MOVE WS-PAYMENT-SOURCE(WS-PAYMENT-SCAN) TO PY-SOURCE
                MOVE WS-PAYMENT-CHECK(WS-PAYMENT-SCAN)
                   TO PY-PERIOD-CHECK
                MOVE WS-PAYMENT-ORIGINAL(WS-PAYMENT-SCAN)
                   TO PY-ORIGINAL-DATE
                WRITE PAYMENT-RECORD
           END-PERFORM.
           CLOSE PAYMENTS-FILE.
      *
