       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-CREDIT-LEDGER.
      *
      *    Treasurer's step for the member credit file (CLUBCRED)
      *    that ATTENDANCE-LEDGER and STANDBY-PROMOTE build from door
      *    overpayments. A member can ask for leftover credit to go
      *    against their dues: each request card names the member,
      *    the date and the amount (zero means all of it). The
      *    credit is put against the member's open invoice on the
      *    dues register - the household payer's invoice, for a
      *    member billed as part of a household - limited to what
      *    the credit holds and what the invoice still owes, and is
      *    posted as an ordinary payment on the dues payments file
      *    (marked as coming from credit, so the bank reconciliation
      *    does not look for it in the bank) and the next
      *    DUES-BILLING run settles the invoice the same way it
      *    settles cash. The amount applied is also appended to the
      *    credit movements file (CLUBCRMV). Requests that cannot
      *    be met are listed with the reason.
      *
      *    The run ends with the credit-balance listing: every
      *    member still holding credit, the balance and the date it
      *    last moved, and the total the club is holding.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CLUBCRED"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-REQUEST-FILE ASSIGN TO "CREDAPPL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DUES-REGISTER-FILE ASSIGN TO "DUESREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENTS-FILE ASSIGN TO "DUESPAY"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CREDIT-LISTING-FILE ASSIGN TO "CREDLIST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-MOVEMENT-FILE ASSIGN TO "CLUBCRMV"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           05 CR-MEMBER-ID           PIC X(10).
           05 CR-BALANCE             PIC 9(5)V99.
           05 CR-LAST-ACTIVITY       PIC 9(8).
      *
       FD  CREDIT-REQUEST-FILE.
       01  CREDIT-REQUEST-RECORD.
           05 CA-MEMBER-ID           PIC X(10).
           05 CA-REQUEST-DATE        PIC 9(8).
           05 CA-AMOUNT              PIC 9(5)V99.
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
       FD  CREDIT-LISTING-FILE.
       01  CREDIT-LISTING-RECORD     PIC X(100).
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
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CREDIT-EOF-SWITCH       PIC X    VALUE "N".
             88 CREDIT-EOF                    VALUE "Y".
          05 REQUEST-EOF-SWITCH      PIC X    VALUE "N".
             88 REQUEST-EOF                   VALUE "Y".
          05 REGISTER-EOF-SWITCH     PIC X    VALUE "N".
             88 REGISTER-EOF                  VALUE "Y".
          05 HOUSEHOLD-EOF-SWITCH    PIC X    VALUE "N".
             88 HOUSEHOLD-EOF                 VALUE "Y".
          05 CREDIT-FOUND-SWITCH     PIC X    VALUE "N".
             88 CREDIT-FOUND                  VALUE "Y".
          05 LINK-FOUND-SWITCH       PIC X    VALUE "N".
             88 LINK-FOUND                    VALUE "Y".
      *
       01 WS-CREDIT-COUNT            PIC 9(3) VALUE 0.
       01 WS-CREDIT-SCAN             PIC 9(3) VALUE 0.
       01 WS-CREDIT-HIT              PIC 9(3) VALUE 0.
       01 WS-CREDIT-TABLE.
          05 WS-CREDIT OCCURS 500 TIMES.
             10 WS-CREDIT-MEMBER     PIC X(10).
             10 WS-CREDIT-BALANCE    PIC 9(5)V99.
             10 WS-CREDIT-LAST       PIC 9(8).
      *
       01 WS-INVOICE-COUNT           PIC 9(4) VALUE 0.
       01 WS-INVOICE-SCAN            PIC 9(4) VALUE 0.
       01 WS-INVOICE-HIT             PIC 9(4) VALUE 0.
       01 WS-INVOICE-TABLE.
          05 WS-INVOICE OCCURS 2000 TIMES.
             10 WS-INVOICE-MEMBER    PIC X(10).
             10 WS-INVOICE-YEAR      PIC 9(4).
             10 WS-INVOICE-BILLED    PIC 9(5)V99.
             10 WS-INVOICE-PAID      PIC 9(5)V99.
             10 WS-INVOICE-STATUS    PIC X.
      *
       01 WS-LINK-COUNT              PIC 9(3) VALUE 0.
       01 WS-LINK-SCAN               PIC 9(3) VALUE 0.
       01 WS-LINK-HIT                PIC 9(3) VALUE 0.
       01 WS-LINK-TABLE.
          05 WS-LINK OCCURS 500 TIMES.
             10 WS-LINK-HOUSEHOLD    PIC X(10).
             10 WS-LINK-MEMBER       PIC X(10).
             10 WS-LINK-PAYER-FLAG   PIC X.
      *
       01 WS-CREDIT-LOOKUP           PIC X(10) VALUE SPACES.
       01 WS-BILLING-ID              PIC X(10) VALUE SPACES.
       01 WS-APPLY-AMOUNT            PIC 9(5)V99 VALUE 0.
       01 WS-INVOICE-OWING           PIC 9(5)V99 VALUE 0.
       01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01 WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01 WS-APPLIED-TOTAL           PIC 9(7)V99 VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-HOLDING-COUNT           PIC 9(5) VALUE 0.
       01 WS-HOLDING-TOTAL           PIC 9(7)V99 VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                     VALUE "MEMBER-CREDIT-LEDGER".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MEMBER-CREDIT-LEDGER.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-CREDIT-BALANCES.
           PERFORM LOAD-DUES-REGISTER.
           PERFORM LOAD-HOUSEHOLDS.
           OPEN OUTPUT CREDIT-LISTING-FILE.
           PERFORM APPLY-CREDIT-REQUESTS.
           PERFORM WRITE-CREDIT-LISTING.
           CLOSE CREDIT-LISTING-FILE.
           PERFORM REWRITE-CREDIT-BALANCES.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Credit applied to dues: " WS-APPLIED-COUNT.
           DISPLAY "Credit requests rejected: " WS-REJECTED-COUNT.
           DISPLAY "Members holding credit: " WS-HOLDING-COUNT.
           STOP RUN.
      *
      *    A member with two credit rows (a merge can leave one
      *    behind) simply has them added together.
       LOAD-CREDIT-BALANCES.
           OPEN INPUT CREDIT-FILE.
           PERFORM UNTIL CREDIT-EOF
              READ CREDIT-FILE
                 AT END
                    MOVE "Y" TO CREDIT-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    MOVE CR-MEMBER-ID TO WS-CREDIT-LOOKUP
                    PERFORM FIND-OR-ADD-CREDIT
                    ADD CR-BALANCE
                       TO WS-CREDIT-BALANCE(WS-CREDIT-HIT)
                    IF (CR-LAST-ACTIVITY >
                       WS-CREDIT-LAST(WS-CREDIT-HIT))
                       MOVE CR-LAST-ACTIVITY
                          TO WS-CREDIT-LAST(WS-CREDIT-HIT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CREDIT-FILE.
      *
       LOAD-DUES-REGISTER.
           OPEN INPUT DUES-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF
              READ DUES-REGISTER-FILE
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    IF (WS-INVOICE-COUNT = 2000)
                       DISPLAY "ABORTED: dues register exceeds the "
                          "2000-entry invoice table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-INVOICE-COUNT
                    MOVE DU-MEMBER-ID
                       TO WS-INVOICE-MEMBER(WS-INVOICE-COUNT)
                    MOVE DU-BILL-YEAR
                       TO WS-INVOICE-YEAR(WS-INVOICE-COUNT)
                    MOVE DU-AMOUNT-BILLED
                       TO WS-INVOICE-BILLED(WS-INVOICE-COUNT)
                    MOVE DU-AMOUNT-PAID
                       TO WS-INVOICE-PAID(WS-INVOICE-COUNT)
                    MOVE DU-STATUS
                       TO WS-INVOICE-STATUS(WS-INVOICE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE DUES-REGISTER-FILE.
      *
       LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE.
           PERFORM UNTIL HOUSEHOLD-EOF
              READ HOUSEHOLD-FILE
                 AT END
                    MOVE "Y" TO HOUSEHOLD-EOF-SWITCH
                 NOT AT END
                    IF (WS-LINK-COUNT = 500)
                       DISPLAY "ABORTED: household links exceed the "
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
              END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.
      *
       APPLY-CREDIT-REQUESTS.
           MOVE "CREDIT APPLIED TO DUES" TO CREDIT-LISTING-RECORD.
           WRITE CREDIT-LISTING-RECORD.
           OPEN INPUT CREDIT-REQUEST-FILE.
           OPEN EXTEND PAYMENTS-FILE.
           OPEN EXTEND CREDIT-MOVEMENT-FILE.
           PERFORM UNTIL REQUEST-EOF
              READ CREDIT-REQUEST-FILE
                 AT END
                    MOVE "Y" TO REQUEST-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM APPLY-ONE-REQUEST
              END-READ
           END-PERFORM.
           CLOSE CREDIT-REQUEST-FILE.
           CLOSE PAYMENTS-FILE.
           CLOSE CREDIT-MOVEMENT-FILE.
      *
      *    The amount moved is the smallest of what was asked for
      *    (all of it, when the card says zero), what the member's
      *    credit holds, and what the invoice still owes.
       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE CA-MEMBER-ID TO WS-CREDIT-LOOKUP.
           PERFORM FIND-CREDIT.
           IF (NOT CREDIT-FOUND)
              MOVE "NO CREDIT ON FILE" TO WS-REJECT-REASON
           ELSE
              IF (WS-CREDIT-BALANCE(WS-CREDIT-HIT) = 0)
                 MOVE "NO CREDIT ON FILE" TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF (WS-REJECT-REASON = SPACES)
              PERFORM FIND-BILLING-ID
              PERFORM FIND-OPEN-INVOICE
              IF (WS-INVOICE-HIT = 0)
                 MOVE "NO OPEN DUES INVOICE" TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF (WS-REJECT-REASON NOT = SPACES)
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO CREDIT-LISTING-RECORD
              STRING "REJECTED MEMBER=" DELIMITED BY SIZE
                     CA-MEMBER-ID DELIMITED BY SIZE
                     " AMOUNT=" DELIMITED BY SIZE
                     CA-AMOUNT DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                 INTO CREDIT-LISTING-RECORD
              WRITE CREDIT-LISTING-RECORD
           ELSE
              PERFORM POST-CREDIT-PAYMENT
           END-IF.
      *
       POST-CREDIT-PAYMENT.
           COMPUTE WS-INVOICE-OWING = WS-INVOICE-BILLED(WS-INVOICE-HIT)
              - WS-INVOICE-PAID(WS-INVOICE-HIT).
           MOVE WS-CREDIT-BALANCE(WS-CREDIT-HIT) TO WS-APPLY-AMOUNT.
           IF (CA-AMOUNT > 0 AND CA-AMOUNT < WS-APPLY-AMOUNT)
              MOVE CA-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.
           IF (WS-INVOICE-OWING < WS-APPLY-AMOUNT)
              MOVE WS-INVOICE-OWING TO WS-APPLY-AMOUNT
           END-IF.
           SUBTRACT WS-APPLY-AMOUNT
              FROM WS-CREDIT-BALANCE(WS-CREDIT-HIT).
           MOVE CA-REQUEST-DATE TO WS-CREDIT-LAST(WS-CREDIT-HIT).
           ADD WS-APPLY-AMOUNT TO WS-INVOICE-PAID(WS-INVOICE-HIT).
           MOVE CA-MEMBER-ID TO PY-MEMBER-ID.
           MOVE CA-REQUEST-DATE TO PY-PAY-DATE.
      *    DUES-BILLING only takes payments dated in the bill year.
           IF (CA-REQUEST-DATE(1:4) NOT =
              WS-INVOICE-YEAR(WS-INVOICE-HIT))
              MOVE WS-INVOICE-YEAR(WS-INVOICE-HIT) TO PY-PAY-DATE(1:4)
              MOVE "1231" TO PY-PAY-DATE(5:4)
           END-IF.
           MOVE WS-APPLY-AMOUNT TO PY-AMOUNT.
           MOVE "C" TO PY-SOURCE.
           MOVE SPACE TO PY-PERIOD-CHECK.
           MOVE 0 TO PY-ORIGINAL-DATE.
           WRITE PAYMENT-RECORD.
           MOVE CA-MEMBER-ID TO MV-MEMBER-ID.
           MOVE PY-PAY-DATE TO MV-DATE.
           MOVE "D" TO MV-TYPE.
           MOVE WS-APPLY-AMOUNT TO MV-AMOUNT.
           WRITE CREDIT-MOVEMENT-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL.
           MOVE SPACES TO CREDIT-LISTING-RECORD.
           STRING "APPLIED MEMBER=" DELIMITED BY SIZE
                  CA-MEMBER-ID DELIMITED BY SIZE
                  " INVOICE=" DELIMITED BY SIZE
                  WS-BILLING-ID DELIMITED BY SIZE
                  " YEAR=" DELIMITED BY SIZE
                  WS-INVOICE-YEAR(WS-INVOICE-HIT) DELIMITED BY SIZE
                  " AMOUNT=" DELIMITED BY SIZE
                  WS-APPLY-AMOUNT DELIMITED BY SIZE
                  " CREDIT-LEFT=" DELIMITED BY SIZE
                  WS-CREDIT-BALANCE(WS-CREDIT-HIT) DELIMITED BY SIZE
              INTO CREDIT-LISTING-RECORD.
           WRITE CREDIT-LISTING-RECORD.
      *
      *    A household member's dues are on the payer's invoice.
       FIND-BILLING-ID.
           MOVE CA-MEMBER-ID TO WS-BILLING-ID.
           MOVE "N" TO LINK-FOUND-SWITCH.
           PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
              UNTIL WS-LINK-SCAN > WS-LINK-COUNT
              OR LINK-FOUND
                IF (WS-LINK-MEMBER(WS-LINK-SCAN) = CA-MEMBER-ID)
                   MOVE "Y" TO LINK-FOUND-SWITCH
                   MOVE WS-LINK-SCAN TO WS-LINK-HIT
                END-IF
           END-PERFORM.
           IF (LINK-FOUND)
              PERFORM VARYING WS-LINK-SCAN FROM 1 BY 1
                 UNTIL WS-LINK-SCAN > WS-LINK-COUNT
                   IF (WS-LINK-HOUSEHOLD(WS-LINK-SCAN) =
                      WS-LINK-HOUSEHOLD(WS-LINK-HIT)
                      AND WS-LINK-PAYER-FLAG(WS-LINK-SCAN) = "Y")
                      MOVE WS-LINK-MEMBER(WS-LINK-SCAN)
                         TO WS-BILLING-ID
                   END-IF
              END-PERFORM
           END-IF.
      *
      *    The latest open invoice still owing is the one credited.
       FIND-OPEN-INVOICE.
           MOVE 0 TO WS-INVOICE-HIT.
           PERFORM VARYING WS-INVOICE-SCAN FROM 1 BY 1
              UNTIL WS-INVOICE-SCAN > WS-INVOICE-COUNT
                IF (WS-INVOICE-MEMBER(WS-INVOICE-SCAN) = WS-BILLING-ID
                   AND WS-INVOICE-STATUS(WS-INVOICE-SCAN) = "O"
                   AND WS-INVOICE-PAID(WS-INVOICE-SCAN) <
                      WS-INVOICE-BILLED(WS-INVOICE-SCAN))
                   IF (WS-INVOICE-HIT = 0)
                      MOVE WS-INVOICE-SCAN TO WS-INVOICE-HIT
                   ELSE
                      IF (WS-INVOICE-YEAR(WS-INVOICE-SCAN) >
                         WS-INVOICE-YEAR(WS-INVOICE-HIT))
                         MOVE WS-INVOICE-SCAN TO WS-INVOICE-HIT
                      END-IF
                   END-IF
                END-IF
           END-PERFORM.
      *
       FIND-CREDIT.
           MOVE "N" TO CREDIT-FOUND-SWITCH.
           PERFORM VARYING WS-CREDIT-SCAN FROM 1 BY 1
              UNTIL WS-CREDIT-SCAN > WS-CREDIT-COUNT
              OR CREDIT-FOUND
                IF (WS-CREDIT-MEMBER(WS-CREDIT-SCAN) =
                   WS-CREDIT-LOOKUP)
                   MOVE "Y" TO CREDIT-FOUND-SWITCH
                   MOVE WS-CREDIT-SCAN TO WS-CREDIT-HIT
                END-IF
           END-PERFORM.
      *
       FIND-OR-ADD-CREDIT.
           PERFORM FIND-CREDIT.
           IF (NOT CREDIT-FOUND)
              IF (WS-CREDIT-COUNT = 500)
                 DISPLAY "ABORTED: credit balances exceed the "
                    "500-entry credit table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CREDIT-COUNT
              MOVE WS-CREDIT-COUNT TO WS-CREDIT-HIT
              MOVE WS-CREDIT-LOOKUP TO WS-CREDIT-MEMBER(WS-CREDIT-HIT)
              MOVE 0 TO WS-CREDIT-BALANCE(WS-CREDIT-HIT)
              MOVE 0 TO WS-CREDIT-LAST(WS-CREDIT-HIT)
           END-IF.
      *
       WRITE-CREDIT-LISTING.
           MOVE "MEMBER CREDIT BALANCES" TO CREDIT-LISTING-RECORD.
           WRITE CREDIT-LISTING-RECORD.
           PERFORM VARYING WS-CREDIT-SCAN FROM 1 BY 1
              UNTIL WS-CREDIT-SCAN > WS-CREDIT-COUNT
                IF (WS-CREDIT-BALANCE(WS-CREDIT-SCAN) > 0)
                   ADD 1 TO WS-HOLDING-COUNT
                   ADD WS-CREDIT-BALANCE(WS-CREDIT-SCAN)
                      TO WS-HOLDING-TOTAL
                   MOVE SPACES TO CREDIT-LISTING-RECORD
                   STRING "MEMBER=" DELIMITED BY SIZE
                          WS-CREDIT-MEMBER(WS-CREDIT-SCAN)
                             DELIMITED BY SIZE
                          " CREDIT=" DELIMITED BY SIZE
                          WS-CREDIT-BALANCE(WS-CREDIT-SCAN)
                             DELIMITED BY SIZE
                          " LAST-ACTIVITY=" DELIMITED BY SIZE
                          WS-CREDIT-LAST(WS-CREDIT-SCAN)
                             DELIMITED BY SIZE
                      INTO CREDIT-LISTING-RECORD
                   WRITE CREDIT-LISTING-RECORD
                END-IF
           END-PERFORM.
           MOVE SPACES TO CREDIT-LISTING-RECORD.
           STRING "CREDIT-MEMBERS=" DELIMITED BY SIZE
                  WS-HOLDING-COUNT DELIMITED BY SIZE
                  " CREDIT-HELD=" DELIMITED BY SIZE
                  WS-HOLDING-TOTAL DELIMITED BY SIZE
                  " APPLIED-TO-DUES=" DELIMITED BY SIZE
                  WS-APPLIED-TOTAL DELIMITED BY SIZE
              INTO CREDIT-LISTING-RECORD.
           WRITE CREDIT-LISTING-RECORD.
      *
       REWRITE-CREDIT-BALANCES.
           OPEN OUTPUT CREDIT-FILE.
           PERFORM VARYING WS-CREDIT-SCAN FROM 1 BY 1
              UNTIL WS-CREDIT-SCAN > WS-CREDIT-COUNT
                IF (WS-CREDIT-BALANCE(WS-CREDIT-SCAN) > 0)
                   MOVE WS-CREDIT-MEMBER(WS-CREDIT-SCAN)
                      TO CR-MEMBER-ID
                   MOVE WS-CREDIT-BALANCE(WS-CREDIT-SCAN)
                      TO CR-BALANCE
                   MOVE WS-CREDIT-LAST(WS-CREDIT-SCAN)
                      TO CR-LAST-ACTIVITY
                   WRITE CREDIT-RECORD
                END-IF
           END-PERFORM.
           CLOSE CREDIT-FILE.
      *
