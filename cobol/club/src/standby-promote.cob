      *    waitlist file, the rest keep their place in line, and the
      *    promotion sheet tells the desk who to wave in - current
      *    headcount against the cap included.
      *
      *    A promoted member's door money goes through the same
      *    credit rule as an ordinary check-in: cash over the fee is
      *    raised on the member credit file, cash short of it is
      *    made up from credit already held, and the attendance
      *    record carries only what the credit could not cover.
      *    Each credit movement is appended to CLUBCRMV as well.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PROMOTION-SHEET-FILE ASSIGN TO "STNDBRPT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-FILE ASSIGN TO "CLUBCRED"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-MOVEMENT-FILE ASSIGN TO "CLUBCRMV"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PROMOTION-SHEET-FILE.
       01  PROMOTION-SHEET-RECORD    PIC X(80).
      *
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           05 CR-MEMBER-ID           PIC X(10).
           05 CR-BALANCE             PIC 9(5)V99.
           05 CR-LAST-ACTIVITY       PIC 9(8).
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
             88 WAITLIST-EOF                  VALUE "Y".
          05 NIGHT-FOUND-SWITCH      PIC X    VALUE "N".
             88 NIGHT-FOUND                   VALUE "Y".
          05 CREDIT-EOF-SWITCH       PIC X    VALUE "N".
             88 CREDIT-EOF                    VALUE "Y".
          05 CREDIT-FOUND-SWITCH     PIC X    VALUE "N".
             88 CREDIT-FOUND                  VALUE "Y".
      *
       01 WS-NIGHT-CAPACITY          PIC 9(3) VALUE 60.
      *
             10 WS-WAIT-OWED         PIC 9(3)V99.
             10 WS-WAIT-PAID         PIC 9(3)V99.
             10 WS-WAIT-PROMOTED     PIC X.
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
       01 WS-CREDIT-LOOKUP           PIC X(10) VALUE SPACES.
       01 WS-CREDIT-AMOUNT           PIC 9(3)V99 VALUE 0.
       01 WS-CREDIT-DRAW             PIC 9(3)V99 VALUE 0.
      *
       01 WS-LOOKUP-DATE             PIC 9(8) VALUE 0.
       01 WS-PROMOTED-COUNT          PIC 9(3) VALUE 0.
           PERFORM COUNT-ATTENDANCE.
           PERFORM SUBTRACT-DEPARTURES.
           PERFORM LOAD-WAITLIST.
           PERFORM LOAD-CREDIT-BALANCES.
           OPEN EXTEND ATTENDANCE-FILE.
           OPEN OUTPUT PROMOTION-SHEET-FILE.
           OPEN EXTEND CREDIT-MOVEMENT-FILE.
           PERFORM PROMOTE-WHILE-UNDER-CAP.
           PERFORM WRITE-HEADCOUNT-LINES.
           CLOSE ATTENDANCE-FILE.
           CLOSE PROMOTION-SHEET-FILE.
           CLOSE CREDIT-MOVEMENT-FILE.
           PERFORM REWRITE-WAITLIST.
           PERFORM REWRITE-CREDIT-BALANCES.
           DISPLAY "Members promoted from standby: "
              WS-PROMOTED-COUNT.
           STOP RUN.
           ADD 1 TO WS-NIGHT-HEADS(WS-NIGHT-HIT).
           ADD 1 TO WS-PROMOTED-COUNT.
           MOVE "Y" TO WS-WAIT-PROMOTED(WS-WAIT-SCAN).
           PERFORM APPLY-MEMBER-CREDIT.
           MOVE WS-WAIT-MEMBER(WS-WAIT-SCAN) TO AT-MEMBER-ID.
           MOVE WS-WAIT-DATE(WS-WAIT-SCAN) TO AT-NIGHT-DATE.
           MOVE WS-WAIT-TIME(WS-WAIT-SCAN) TO AT-ARRIVAL-TIME.
                  WS-WAIT-DATE(WS-WAIT-SCAN) DELIMITED BY SIZE
              INTO PROMOTION-SHEET-RECORD.
           WRITE PROMOTION-SHEET-RECORD.
      *
      *    Cash over the fee becomes credit; cash short of the fee
      *    is made up from any credit on file.
       APPLY-MEMBER-CREDIT.
           MOVE WS-WAIT-MEMBER(WS-WAIT-SCAN) TO WS-CREDIT-LOOKUP.
           IF (WS-WAIT-PAID(WS-WAIT-SCAN) >
              WS-WAIT-OWED(WS-WAIT-SCAN))
              COMPUTE WS-CREDIT-AMOUNT = WS-WAIT-PAID(WS-WAIT-SCAN)
                 - WS-WAIT-OWED(WS-WAIT-SCAN)
              PERFORM FIND-OR-ADD-CREDIT
              ADD WS-CREDIT-AMOUNT TO WS-CREDIT-BALANCE(WS-CREDIT-HIT)
              MOVE WS-WAIT-DATE(WS-WAIT-SCAN)
                 TO WS-CREDIT-LAST(WS-CREDIT-HIT)
              MOVE WS-CREDIT-LOOKUP TO MV-MEMBER-ID
              MOVE WS-WAIT-DATE(WS-WAIT-SCAN) TO MV-DATE
              MOVE "R" TO MV-TYPE
              MOVE WS-CREDIT-AMOUNT TO MV-AMOUNT
              WRITE CREDIT-MOVEMENT-RECORD
              MOVE SPACES TO PROMOTION-SHEET-RECORD
              STRING "CREDIT RAISED MEMBER=" DELIMITED BY SIZE
                     WS-CREDIT-LOOKUP DELIMITED BY SIZE
                     " AMOUNT=" DELIMITED BY SIZE
                     WS-CREDIT-AMOUNT DELIMITED BY SIZE
                     " BALANCE=" DELIMITED BY SIZE
                     WS-CREDIT-BALANCE(WS-CREDIT-HIT)
                        DELIMITED BY SIZE
                 INTO PROMOTION-SHEET-RECORD
              WRITE PROMOTION-SHEET-RECORD
           ELSE
              PERFORM FIND-CREDIT
              IF (CREDIT-FOUND AND WS-WAIT-PAID(WS-WAIT-SCAN) <
                 WS-WAIT-OWED(WS-WAIT-SCAN))
                 IF (WS-CREDIT-BALANCE(WS-CREDIT-HIT) > 0)
                    PERFORM DRAW-MEMBER-CREDIT
                 END-IF
              END-IF
           END-IF.
      *
       DRAW-MEMBER-CREDIT.
           COMPUTE WS-CREDIT-DRAW = WS-WAIT-OWED(WS-WAIT-SCAN)
              - WS-WAIT-PAID(WS-WAIT-SCAN).
           IF (WS-CREDIT-DRAW > WS-CREDIT-BALANCE(WS-CREDIT-HIT))
              MOVE WS-CREDIT-BALANCE(WS-CREDIT-HIT) TO WS-CREDIT-DRAW
           END-IF.
           SUBTRACT WS-CREDIT-DRAW
              FROM WS-CREDIT-BALANCE(WS-CREDIT-HIT).
           SUBTRACT WS-CREDIT-DRAW FROM WS-WAIT-OWED(WS-WAIT-SCAN).
           MOVE WS-WAIT-DATE(WS-WAIT-SCAN)
              TO WS-CREDIT-LAST(WS-CREDIT-HIT).
           MOVE WS-CREDIT-LOOKUP TO MV-MEMBER-ID.
           MOVE WS-WAIT-DATE(WS-WAIT-SCAN) TO MV-DATE.
           MOVE "U" TO MV-TYPE.
           MOVE WS-CREDIT-DRAW TO MV-AMOUNT.
           WRITE CREDIT-MOVEMENT-RECORD.
           MOVE SPACES TO PROMOTION-SHEET-RECORD.
           STRING "CREDIT USED MEMBER=" DELIMITED BY SIZE
                  WS-CREDIT-LOOKUP DELIMITED BY SIZE
                  " AMOUNT=" DELIMITED BY SIZE
                  WS-CREDIT-DRAW DELIMITED BY SIZE
                  " BALANCE=" DELIMITED BY SIZE
                  WS-CREDIT-BALANCE(WS-CREDIT-HIT) DELIMITED BY SIZE
              INTO PROMOTION-SHEET-RECORD.
           WRITE PROMOTION-SHEET-RECORD.
      *
       WRITE-HEADCOUNT-LINES.
           PERFORM VARYING WS-NIGHT-SCAN FROM 1 BY 1
           END-PERFORM.
           CLOSE WAITLIST-FILE.
      *
       LOAD-CREDIT-BALANCES.
           OPEN INPUT CREDIT-FILE.
           PERFORM UNTIL CREDIT-EOF
              READ CREDIT-FILE
                 AT END
                    MOVE "Y" TO CREDIT-EOF-SWITCH
                 NOT AT END
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
