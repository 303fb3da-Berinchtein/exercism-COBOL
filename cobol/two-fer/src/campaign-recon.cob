      *    issue run refuses it. One line per campaign on the
      *    reconciliation report, with a register line count so the
      *    treasurer can tie it out.
      *
      *    Vouchers VOUCHER-EXPIRY-SWEEP has expired are never
      *    invoiced; they are reported apart after the campaign
      *    lines, one line per campaign holding any, with the
      *    voucher value the sponsor is not billed for. They still
      *    count as issued against the budget.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 RG-STATUS               PIC X.
              88 RG-ISSUED                 VALUE "I".
              88 RG-REDEEMED               VALUE "R".
              88 RG-EXPIRED                VALUE "E".
           05 RG-REDEEM-DATE          PIC 9(8).
           05 RG-TIER                 PIC X.
           05 RG-EXPIRY-DATE          PIC 9(8).
           05 RG-CAMPAIGN-ID          PIC X(8).
           05 RG-MEMBER-ID            PIC X(10).
      *
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD        PIC X(130).
             10 WS-CAMPAIGN-STATUS   PIC X.
             10 WS-CAMPAIGN-ISSUED   PIC 9(5).
             10 WS-CAMPAIGN-REDEEMED PIC 9(5).
             10 WS-CAMPAIGN-EXPIRED  PIC 9(5).
      *
       01 WS-REGISTER-LINES          PIC 9(6) VALUE 0.
       01 WS-ISSUE-VALUE             PIC 9(7)V99 VALUE 0.
       01 WS-INVOICE-VALUE           PIC 9(7)V99 VALUE 0.
       01 WS-BUDGET-LEFT             PIC S9(7)V99 VALUE 0.
       01 WS-EXPIRED-VALUE           PIC 9(7)V99 VALUE 0.
       01 WS-EXPIRED-TOTAL           PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
                          TO WS-CAMPAIGN-ISSUED(WS-CAMPAIGN-COUNT)
                       MOVE 0 TO
                          WS-CAMPAIGN-REDEEMED(WS-CAMPAIGN-COUNT)
                       MOVE 0 TO
                          WS-CAMPAIGN-EXPIRED(WS-CAMPAIGN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
                      ADD 1
                         TO WS-CAMPAIGN-REDEEMED(WS-CAMPAIGN-SCAN)
                   END-IF
                   IF (RG-EXPIRED)
                      ADD 1
                         TO WS-CAMPAIGN-EXPIRED(WS-CAMPAIGN-SCAN)
                      ADD 1 TO WS-EXPIRED-TOTAL
                   END-IF
                END-IF
           END-PERFORM.
      *
           PERFORM WRITE-ONE-CAMPAIGN
              VARYING WS-CAMPAIGN-SCAN FROM 1 BY 1
              UNTIL WS-CAMPAIGN-SCAN > WS-CAMPAIGN-COUNT.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "EXPIRED VOUCHERS - NOT INVOICED TOTAL="
                     DELIMITED BY SIZE
                  WS-EXPIRED-TOTAL DELIMITED BY SIZE
              INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           PERFORM VARYING WS-CAMPAIGN-SCAN FROM 1 BY 1
              UNTIL WS-CAMPAIGN-SCAN > WS-CAMPAIGN-COUNT
                IF (WS-CAMPAIGN-EXPIRED(WS-CAMPAIGN-SCAN) > 0)
                   PERFORM WRITE-ONE-EXPIRED
                END-IF
           END-PERFORM.
      *
       WRITE-ONE-CAMPAIGN.
           COMPUTE WS-ISSUE-VALUE =
                     DELIMITED BY SIZE
              INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
      *
       WRITE-ONE-EXPIRED.
           COMPUTE WS-EXPIRED-VALUE =
              WS-CAMPAIGN-EXPIRED(WS-CAMPAIGN-SCAN)
              * WS-CAMPAIGN-VALUE(WS-CAMPAIGN-SCAN).
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "EXPIRED CAMPAIGN=" DELIMITED BY SIZE
                  WS-CAMPAIGN-ID(WS-CAMPAIGN-SCAN)
                     DELIMITED BY SIZE
                  " SPONSOR=" DELIMITED BY SIZE
                  FUNCTION TRIM(
                     WS-CAMPAIGN-SPONSOR(WS-CAMPAIGN-SCAN))
                     DELIMITED BY SIZE
                  " VOUCHERS=" DELIMITED BY SIZE
                  WS-CAMPAIGN-EXPIRED(WS-CAMPAIGN-SCAN)
                     DELIMITED BY SIZE
                  " NOT-INVOICED=" DELIMITED BY SIZE
                  WS-EXPIRED-VALUE DELIMITED BY SIZE
              INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
      *
       REWRITE-CAMPAIGN-FILE.
           OPEN OUTPUT CAMPAIGN-FILE.
