      *    double redemptions and unknown serials - the proof the
      *    club did not have when last month's open-house promo was
      *    abused.
      *
      *    A voucher presented after its expiry date - whether or
      *    not VOUCHER-EXPIRY-SWEEP has yet moved it to expired - is
      *    refused with a reason of its own and stays unredeemed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 RG-STATUS              PIC X.
              88 RG-ISSUED                 VALUE "I".
              88 RG-REDEEMED               VALUE "R".
              88 RG-EXPIRED                VALUE "E".
           05 RG-REDEEM-DATE         PIC 9(8).
           05 RG-TIER                PIC X.
           05 RG-EXPIRY-DATE         PIC 9(8).
           05 RG-CAMPAIGN-ID         PIC X(8).
           05 RG-MEMBER-ID           PIC X(10).
      *
       FD  REDEMPTION-REPORT-FILE.
       01  REDEMPTION-REPORT-RECORD  PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
             10 WS-REGISTER-NAME     PIC X(40).
             10 WS-REGISTER-STATUS   PIC X.
                88 WS-ENTRY-REDEEMED      VALUE "R".
                88 WS-ENTRY-EXPIRED       VALUE "E".
             10 WS-REGISTER-REDEEM-DATE
                                      PIC 9(8).
             10 WS-REGISTER-TIER     PIC X.
             10 WS-REGISTER-EXPIRY   PIC 9(8).
             10 WS-REGISTER-CAMPAIGN PIC X(8).
             10 WS-REGISTER-MEMBER-ID
                                      PIC X(10).
      *
       01 WS-REDEEMED-COUNT          PIC 9(5) VALUE 0.
       01 WS-MISKEYED-COUNT          PIC 9(5) VALUE 0.
       01 WS-CD-STATUS               PIC X VALUE "0".
       01 WS-DOUBLE-COUNT            PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-COUNT           PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT           PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY "Vouchers redeemed: " WS-REDEEMED-COUNT.
           DISPLAY "Double redemptions: " WS-DOUBLE-COUNT.
           DISPLAY "Unknown serials: " WS-UNKNOWN-COUNT.
           DISPLAY "Expired vouchers refused: " WS-EXPIRED-COUNT.
           DISPLAY "Check-digit failures: " WS-MISKEYED-COUNT.
           STOP RUN.
      *
                       TO WS-REGISTER-EXPIRY(WS-REGISTER-COUNT)
                    MOVE RG-CAMPAIGN-ID
                       TO WS-REGISTER-CAMPAIGN(WS-REGISTER-COUNT)
                    MOVE RG-MEMBER-ID
                       TO WS-REGISTER-MEMBER-ID(WS-REGISTER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE VOUCHER-REGISTER-FILE.
           WHEN WS-ENTRY-REDEEMED(WS-REGISTER-HIT)
                ADD 1 TO WS-DOUBLE-COUNT
                PERFORM WRITE-DOUBLE-LINE
           WHEN WS-ENTRY-EXPIRED(WS-REGISTER-HIT)
              OR (WS-REGISTER-EXPIRY(WS-REGISTER-HIT) > 0
              AND RD-REDEEM-DATE > WS-REGISTER-EXPIRY(WS-REGISTER-HIT))
                ADD 1 TO WS-EXPIRED-COUNT
                PERFORM WRITE-EXPIRED-LINE
           WHEN OTHER
                ADD 1 TO WS-REDEEMED-COUNT
                MOVE "R" TO WS-REGISTER-STATUS(WS-REGISTER-HIT)
                     DELIMITED BY SIZE
              INTO REDEMPTION-REPORT-RECORD.
           WRITE REDEMPTION-REPORT-RECORD.
      *
       WRITE-EXPIRED-LINE.
           MOVE SPACES TO REDEMPTION-REPORT-RECORD.
           STRING "EXPIRED VOUCHER SERIAL=" DELIMITED BY SIZE
                  RD-SERIAL DELIMITED BY SIZE
                  " EXPIRED=" DELIMITED BY SIZE
                  WS-REGISTER-EXPIRY(WS-REGISTER-HIT)
                     DELIMITED BY SIZE
                  " PRESENTED=" DELIMITED BY SIZE
                  RD-REDEEM-DATE DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  WS-REGISTER-NAME(WS-REGISTER-HIT)
                     DELIMITED BY SIZE
              INTO REDEMPTION-REPORT-RECORD.
           WRITE REDEMPTION-REPORT-RECORD.
      *
       REWRITE-REGISTER.
           OPEN OUTPUT VOUCHER-REGISTER-FILE.
                   TO RG-EXPIRY-DATE
                MOVE WS-REGISTER-CAMPAIGN(WS-REGISTER-SCAN)
                   TO RG-CAMPAIGN-ID
                MOVE WS-REGISTER-MEMBER-ID(WS-REGISTER-SCAN)
                   TO RG-MEMBER-ID
                WRITE VOUCHER-REGISTER-RECORD
           END-PERFORM.
           CLOSE VOUCHER-REGISTER-FILE.
