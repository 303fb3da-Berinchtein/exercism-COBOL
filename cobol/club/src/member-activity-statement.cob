      *    attendance nights and fees paid, vouchers redeemed - so
      *    the renewal letter ships with proof of value instead of
      *    five reports stapled together. Voucher redemptions are
      *    matched on the member ID the register carries; a
      *    register record from before the ID was kept that the
      *    conversion run could not resolve is still matched on the
      *    member's name.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 RG-REDEEM-DATE         PIC 9(8).
           05 RG-TIER                PIC X.
           05 RG-EXPIRY-DATE         PIC 9(8).
           05 RG-CAMPAIGN-ID         PIC X(8).
           05 RG-MEMBER-ID           PIC X(10).
      *
       FD  MEMBER-STATEMENT-FILE.
       01  MEMBER-STATEMENT-RECORD   PIC X(100).
       POST-REDEMPTION-LINE.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
                IF (RG-MEMBER-ID NOT = SPACES)
                   IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = RG-MEMBER-ID)
                      ADD 1 TO WS-VOUCHERS-REDEEMED(WS-MEMBER-SCAN)
                   END-IF
                ELSE
                   IF (WS-MEMBER-NAME(WS-MEMBER-SCAN) =
                      RG-MEMBER-NAME)
                      ADD 1 TO WS-VOUCHERS-REDEEMED(WS-MEMBER-SCAN)
                   END-IF
                END-IF
           END-PERFORM.
      *
