      *    30/60/90-day buckets so the members whose AT-FEE-OWED
      *    keeps outrunning AT-FEE-PAID are chased while the debt is
      *    still collectable.
      *
      *    Door overpayments are carried on the member credit file
      *    rather than in the attendance shortfalls, so the arrears
      *    build takes only the nights a member fell short and then
      *    nets each member's credit balance against the debt,
      *    oldest bucket first. A member whose credit covers the
      *    debt is not in arrears; the statement line shows the
      *    credit that was netted.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "TRSMSTMT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CLUBCRED"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05 CI-NIGHT-DATE          PIC 9(8).
           05 CI-ARRIVAL-TIME        PIC 9(4).
           05 CI-AMOUNT-PAID         PIC 9(3)V99.
           05 CI-CARD-SERIAL         PIC X(13).
           05 CI-CARD-CHECK-DIGIT    PIC X.
           05 CI-GAME                PIC X.
      *
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
      *
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD          PIC X(110).
      *
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           05 CR-MEMBER-ID           PIC X(10).
           05 CR-BALANCE             PIC 9(5)V99.
           05 CR-LAST-ACTIVITY       PIC 9(8).
      *
       WORKING-STORAGE SECTION.
      *
             88 NIGHT-FOUND                   VALUE "Y".
          05 MEMBER-FOUND-SWITCH     PIC X    VALUE "N".
             88 MEMBER-FOUND                  VALUE "Y".
          05 CREDIT-EOF-SWITCH       PIC X    VALUE "N".
             88 CREDIT-EOF                    VALUE "Y".
      *
       01 WS-STATEMENT-MONTH         PIC 9(6) VALUE 0.
       01 WS-AS-OF-DATE              PIC 9(8) VALUE 0.
             10 WS-MEMBER-AGE-60     PIC 9(5)V99.
             10 WS-MEMBER-AGE-90     PIC 9(5)V99.
             10 WS-MEMBER-AGE-OVER   PIC 9(5)V99.
             10 WS-MEMBER-CREDIT     PIC 9(5)V99.
      *
       01 WS-LOOKUP-MEMBER           PIC X(10) VALUE SPACES.
       01 WS-CREDIT-LEFT             PIC 9(5)V99 VALUE 0.
       01 WS-SHORTFALL               PIC S9(5)V99 VALUE 0.
       01 WS-AGE-DAYS                PIC S9(7) VALUE 0.
       01 WS-ARREARS-TOTAL           PIC 9(7)V99 VALUE 0.
              WS-AUDIT-STATUS.
           PERFORM LOAD-STATEMENT-CONTROL.
           PERFORM ROLL-UP-ATTENDANCE.
           PERFORM NET-MEMBER-CREDITS.
           PERFORM ROLL-UP-CHECK-INS.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM WRITE-NIGHT-SECTION.
              MOVE 0 TO WS-NIGHT-CHECKINS(WS-NIGHT-HIT)
           END-IF.
      *
      *    An overpaid night was raised as credit at the door and
      *    is netted from the credit file, not from here.
       POST-MEMBER-ARREARS.
           COMPUTE WS-SHORTFALL = AT-FEE-OWED - AT-FEE-PAID.
           IF (WS-SHORTFALL > 0)
              MOVE AT-MEMBER-ID TO WS-LOOKUP-MEMBER
              PERFORM FIND-MEMBER
              ADD WS-SHORTFALL
                 TO WS-MEMBER-BALANCE(WS-MEMBER-HIT)
              PERFORM AGE-THE-SHORTFALL
           END-IF.
      *
       FIND-MEMBER.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = WS-LOOKUP-MEMBER)
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
              END-IF
              ADD 1 TO WS-MEMBER-COUNT
              MOVE WS-MEMBER-COUNT TO WS-MEMBER-HIT
              MOVE WS-LOOKUP-MEMBER TO WS-MEMBER-ID(WS-MEMBER-HIT)
              MOVE 0 TO WS-MEMBER-BALANCE(WS-MEMBER-HIT)
              MOVE 0 TO WS-MEMBER-AGE-30(WS-MEMBER-HIT)
              MOVE 0 TO WS-MEMBER-AGE-60(WS-MEMBER-HIT)
              MOVE 0 TO WS-MEMBER-AGE-90(WS-MEMBER-HIT)
              MOVE 0 TO WS-MEMBER-AGE-OVER(WS-MEMBER-HIT)
              MOVE 0 TO WS-MEMBER-CREDIT(WS-MEMBER-HIT)
           END-IF.
      *
       AGE-THE-SHORTFALL.
                 END-IF
              END-IF
           END-IF.
      *
      *    Credit comes off the balance and then out of the aging
      *    buckets from the oldest down, so what is left showing is
      *    the most recent debt.
       NET-MEMBER-CREDITS.
           OPEN INPUT CREDIT-FILE.
           PERFORM UNTIL CREDIT-EOF
              READ CREDIT-FILE
                 AT END
                    MOVE "Y" TO CREDIT-EOF-SWITCH
                 NOT AT END
                    IF (CR-BALANCE > 0)
                       MOVE CR-MEMBER-ID TO WS-LOOKUP-MEMBER
                       PERFORM FIND-MEMBER
                       ADD CR-BALANCE
                          TO WS-MEMBER-CREDIT(WS-MEMBER-HIT)
                       SUBTRACT CR-BALANCE
                          FROM WS-MEMBER-BALANCE(WS-MEMBER-HIT)
                       MOVE CR-BALANCE TO WS-CREDIT-LEFT
                       PERFORM NET-CREDIT-AGAINST-AGING
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CREDIT-FILE.
      *
       NET-CREDIT-AGAINST-AGING.
           IF (WS-CREDIT-LEFT > WS-MEMBER-AGE-OVER(WS-MEMBER-HIT))
              SUBTRACT WS-MEMBER-AGE-OVER(WS-MEMBER-HIT)
                 FROM WS-CREDIT-LEFT
              MOVE 0 TO WS-MEMBER-AGE-OVER(WS-MEMBER-HIT)
           ELSE
              SUBTRACT WS-CREDIT-LEFT
                 FROM WS-MEMBER-AGE-OVER(WS-MEMBER-HIT)
              MOVE 0 TO WS-CREDIT-LEFT
           END-IF.
           IF (WS-CREDIT-LEFT > WS-MEMBER-AGE-90(WS-MEMBER-HIT))
              SUBTRACT WS-MEMBER-AGE-90(WS-MEMBER-HIT)
                 FROM WS-CREDIT-LEFT
              MOVE 0 TO WS-MEMBER-AGE-90(WS-MEMBER-HIT)
           ELSE
              SUBTRACT WS-CREDIT-LEFT
                 FROM WS-MEMBER-AGE-90(WS-MEMBER-HIT)
              MOVE 0 TO WS-CREDIT-LEFT
           END-IF.
           IF (WS-CREDIT-LEFT > WS-MEMBER-AGE-60(WS-MEMBER-HIT))
              SUBTRACT WS-MEMBER-AGE-60(WS-MEMBER-HIT)
                 FROM WS-CREDIT-LEFT
              MOVE 0 TO WS-MEMBER-AGE-60(WS-MEMBER-HIT)
           ELSE
              SUBTRACT WS-CREDIT-LEFT
                 FROM WS-MEMBER-AGE-60(WS-MEMBER-HIT)
              MOVE 0 TO WS-CREDIT-LEFT
           END-IF.
           IF (WS-CREDIT-LEFT > WS-MEMBER-AGE-30(WS-MEMBER-HIT))
              MOVE 0 TO WS-MEMBER-AGE-30(WS-MEMBER-HIT)
           ELSE
              SUBTRACT WS-CREDIT-LEFT
                 FROM WS-MEMBER-AGE-30(WS-MEMBER-HIT)
           END-IF.
      *
       ROLL-UP-CHECK-INS.
           OPEN INPUT CHECK-IN-FILE.
                          " OVER=" DELIMITED BY SIZE
                          WS-MEMBER-AGE-OVER(WS-MEMBER-SCAN)
                             DELIMITED BY SIZE
                          " CREDIT=" DELIMITED BY SIZE
                          WS-MEMBER-CREDIT(WS-MEMBER-SCAN)
                             DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                END-IF
