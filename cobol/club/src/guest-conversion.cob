      *    night and outcome and closes with the conversion rate, so
      *    the committee knows whether league night actually turns
      *    visitors into members.
      *
      *    Guests GUEST-PASS put on the invitation list (matched by
      *    name and contact) are marked INVITED on their lines, and
      *    the rate is given separately for passes to invited and
      *    to never-invited guests, so the committee can see
      *    whether the invitation letters earn their postage.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS MM-MEMBER-ID.
           SELECT CONVERSION-REPORT-FILE ASSIGN TO "GUESTCNV"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INVITATION-FILE ASSIGN TO "GUESTINV"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05 GP-PASS-ID             PIC X(10).
           05 GP-GUEST-NAME          PIC X(40).
           05 GP-NIGHT-DATE          PIC 9(8).
           05 GP-GUEST-CONTACT       PIC X(40).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
      *
       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-RECORD  PIC X(100).
      *
       FD  INVITATION-FILE.
       01  INVITATION-RECORD.
           05 GI-PASS-ID             PIC X(10).
           05 GI-GUEST-NAME          PIC X(40).
           05 GI-GUEST-CONTACT       PIC X(40).
           05 GI-INVITE-DATE         PIC 9(8).
           05 GI-VISIT-COUNT         PIC 99.
           05 GI-VISIT-DATE          PIC 9(8) OCCURS 12 TIMES.
      *
       WORKING-STORAGE SECTION.
      *
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 CONVERTED-SWITCH        PIC X    VALUE "N".
             88 GUEST-CONVERTED               VALUE "Y".
          05 INVITATION-EOF-SWITCH   PIC X    VALUE "N".
             88 INVITATION-EOF                VALUE "Y".
          05 INVITED-SWITCH          PIC X    VALUE "N".
             88 GUEST-INVITED                 VALUE "Y".
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-PASS-COUNT              PIC 9(5) VALUE 0.
       01 WS-CONVERTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-CONVERT-PERCENT         PIC 9(3) VALUE 0.
      *
       01 WS-INVITE-COUNT            PIC 9(4) VALUE 0.
       01 WS-INVITE-SCAN             PIC 9(4) VALUE 0.
       01 WS-INVITE-TABLE.
          05 WS-INVITE OCCURS 1000 TIMES.
             10 WS-INVITE-NAME       PIC X(40).
             10 WS-INVITE-CONTACT    PIC X(40).
      *
       01 WS-GUEST-KEY-NAME          PIC X(40) VALUE SPACES.
       01 WS-GUEST-KEY-CONTACT       PIC X(40) VALUE SPACES.
       01 WS-OUTCOME-TAG             PIC X(10) VALUE SPACES.
       01 WS-INVITED-PASSES          PIC 9(5) VALUE 0.
       01 WS-INVITED-CONVERTED       PIC 9(5) VALUE 0.
       01 WS-INVITED-PERCENT         PIC 9(3) VALUE 0.
       01 WS-OTHER-PASSES            PIC 9(5) VALUE 0.
       01 WS-OTHER-CONVERTED         PIC 9(5) VALUE 0.
       01 WS-OTHER-PERCENT           PIC 9(3) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       GUEST-CONVERSION.
           PERFORM LOAD-MEMBER-MASTER.
           PERFORM LOAD-INVITATIONS.
           OPEN INPUT PASS-REGISTER-FILE.
           OPEN OUTPUT CONVERSION-REPORT-FILE.
           MOVE "GUEST CONVERSION REPORT"
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
      *    The invitation list is kept folded to upper case, the way
      *    GUEST-PASS counts a guest's visits.
       LOAD-INVITATIONS.
           OPEN INPUT INVITATION-FILE.
           PERFORM UNTIL INVITATION-EOF
              READ INVITATION-FILE
                 AT END
                    MOVE "Y" TO INVITATION-EOF-SWITCH
                 NOT AT END
                    IF (WS-INVITE-COUNT = 1000)
                       DISPLAY "ABORTED: invitation list exceeds "
                          "the 1000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-INVITE-COUNT
                    MOVE FUNCTION UPPER-CASE(GI-GUEST-NAME)
                       TO WS-INVITE-NAME(WS-INVITE-COUNT)
                    MOVE FUNCTION UPPER-CASE(GI-GUEST-CONTACT)
                       TO WS-INVITE-CONTACT(WS-INVITE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE INVITATION-FILE.
      *
       FIND-INVITATION.
           MOVE "N" TO INVITED-SWITCH.
           MOVE FUNCTION UPPER-CASE(GP-GUEST-NAME)
              TO WS-GUEST-KEY-NAME.
           MOVE FUNCTION UPPER-CASE(GP-GUEST-CONTACT)
              TO WS-GUEST-KEY-CONTACT.
           PERFORM VARYING WS-INVITE-SCAN FROM 1 BY 1
              UNTIL WS-INVITE-SCAN > WS-INVITE-COUNT
              OR GUEST-INVITED
                IF (WS-INVITE-NAME(WS-INVITE-SCAN) = WS-GUEST-KEY-NAME
                   AND WS-INVITE-CONTACT(WS-INVITE-SCAN) =
                      WS-GUEST-KEY-CONTACT)
                   MOVE "Y" TO INVITED-SWITCH
                END-IF
           END-PERFORM.
      *
       REPORT-ONE-GUEST.
           ADD 1 TO WS-PASS-COUNT.
           PERFORM FIND-INVITATION.
           IF (GUEST-INVITED)
              ADD 1 TO WS-INVITED-PASSES
              MOVE " INVITED" TO WS-OUTCOME-TAG
           ELSE
              ADD 1 TO WS-OTHER-PASSES
              MOVE SPACES TO WS-OUTCOME-TAG
           END-IF.
           MOVE "N" TO CONVERTED-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
           MOVE SPACES TO CONVERSION-REPORT-RECORD.
           IF (GUEST-CONVERTED)
              ADD 1 TO WS-CONVERTED-COUNT
              IF (GUEST-INVITED)
                 ADD 1 TO WS-INVITED-CONVERTED
              ELSE
                 ADD 1 TO WS-OTHER-CONVERTED
              END-IF
              STRING "GUEST " DELIMITED BY SIZE
                     FUNCTION TRIM(GP-GUEST-NAME)
                        DELIMITED BY SIZE
                     GP-NIGHT-DATE DELIMITED BY SIZE
                     " - JOINED AS " DELIMITED BY SIZE
                     WS-MEMBER-ID(WS-MEMBER-HIT)
                        DELIMITED BY SPACE
                     WS-OUTCOME-TAG DELIMITED BY SIZE
                 INTO CONVERSION-REPORT-RECORD
           ELSE
              STRING "GUEST " DELIMITED BY SIZE
                     " NIGHT " DELIMITED BY SIZE
                     GP-NIGHT-DATE DELIMITED BY SIZE
                     " - NOT YET A MEMBER" DELIMITED BY SIZE
                     WS-OUTCOME-TAG DELIMITED BY SIZE
                 INTO CONVERSION-REPORT-RECORD
           END-IF.
           WRITE CONVERSION-REPORT-RECORD.
                  WS-CONVERT-PERCENT DELIMITED BY SIZE
              INTO CONVERSION-REPORT-RECORD.
           WRITE CONVERSION-REPORT-RECORD.
           IF (WS-INVITED-PASSES > 0)
              COMPUTE WS-INVITED-PERCENT =
                 (WS-INVITED-CONVERTED * 100) / WS-INVITED-PASSES
           END-IF.
           IF (WS-OTHER-PASSES > 0)
              COMPUTE WS-OTHER-PERCENT =
                 (WS-OTHER-CONVERTED * 100) / WS-OTHER-PASSES
           END-IF.
           MOVE SPACES TO CONVERSION-REPORT-RECORD.
           STRING "INVITED GUESTS=" DELIMITED BY SIZE
                  WS-INVITED-PASSES DELIMITED BY SIZE
                  " CONVERTED=" DELIMITED BY SIZE
                  WS-INVITED-CONVERTED DELIMITED BY SIZE
                  " RATE%=" DELIMITED BY SIZE
                  WS-INVITED-PERCENT DELIMITED BY SIZE
              INTO CONVERSION-REPORT-RECORD.
           WRITE CONVERSION-REPORT-RECORD.
           MOVE SPACES TO CONVERSION-REPORT-RECORD.
           STRING "NOT-INVITED GUESTS=" DELIMITED BY SIZE
                  WS-OTHER-PASSES DELIMITED BY SIZE
                  " CONVERTED=" DELIMITED BY SIZE
                  WS-OTHER-CONVERTED DELIMITED BY SIZE
                  " RATE%=" DELIMITED BY SIZE
                  WS-OTHER-PERCENT DELIMITED BY SIZE
              INTO CONVERSION-REPORT-RECORD.
           WRITE CONVERSION-REPORT-RECORD.
      *
