      *    actual redemptions, refuses to issue outside the window,
      *    and closes the campaign on the file the moment its budget
      *    is spent.
      *
      *    Each register record also carries the member ID of the
      *    master record the name was validated against, so later
      *    jobs follow the member rather than the name.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 RG-TIER                 PIC X.
           05 RG-EXPIRY-DATE          PIC 9(8).
           05 RG-CAMPAIGN-ID          PIC X(8).
           05 RG-MEMBER-ID            PIC X(10).
      *
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
       01 WS-EXCEPTION-REASON PIC X(8) VALUE SPACES.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID           PIC X(10).
             10 WS-MEMBER-NAME         PIC X(40).
             10 WS-MEMBER-STATUS       PIC X.
                88 WS-MEMBER-ACTIVE         VALUE "A".
       01 WS-CD-DIGIT    PIC 9 VALUE 0.
       01 WS-CD-STATUS   PIC X VALUE "0".
       01 WS-NAME    PIC X(40) VALUE SPACES.
       01 WS-NAME-MEMBER-ID PIC X(10) VALUE SPACES.
       01 WS-RESULT  PIC X(64) VALUE SPACES.
       01 WS-VOUCHER-COUNT PIC 9(5) VALUE 0.
       01 WS-TICKET-BORDER PIC X(30) VALUE ALL "*".
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-MEMBER-COUNT
                    MOVE MM-MEMBER-ID
                       TO WS-MEMBER-ID(WS-MEMBER-COUNT)
                    MOVE MM-NAME
                       TO WS-MEMBER-NAME(WS-MEMBER-COUNT)
                    MOVE MM-STATUS
                IF (WS-MEMBER-NAME(WS-MEMBER-SCAN) = MF-NAME)
                   IF (WS-MEMBER-ACTIVE(WS-MEMBER-SCAN))
                      MOVE "Y" TO MEMBER-VALID-SWITCH
                      MOVE WS-MEMBER-ID(WS-MEMBER-SCAN)
                         TO WS-NAME-MEMBER-ID
                   ELSE
                      MOVE "INACTIVE" TO WS-EXCEPTION-REASON
                   END-IF
           MOVE MF-TIER TO RG-TIER.
           MOVE WS-EXPIRY-DATE TO RG-EXPIRY-DATE.
           MOVE WS-RUN-CAMPAIGN-ID TO RG-CAMPAIGN-ID.
           MOVE WS-NAME-MEMBER-ID TO RG-MEMBER-ID.
           WRITE VOUCHER-REGISTER-RECORD.
      *
      *    The wording comes from the member's tier terms; a blank
