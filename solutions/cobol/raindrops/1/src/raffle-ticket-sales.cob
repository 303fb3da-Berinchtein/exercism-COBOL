      *    tin should hold at the ticket price off the control card
      *    (2.00 when absent). RAINDROPS-DRAW-NIGHT verifies every
      *    drawn number against this register before declaring a
      *    winner. A sale dated into a fiscal period the treasurer
      *    has closed (FISCAL-PERIOD-SERVICE) is refused and listed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-LOOKUP-DATE             PIC 9(8) VALUE 0.
       01 WS-SOLD-COUNT              PIC 9(4) VALUE 0.
       01 WS-TIN-EXPECTED            PIC 9(6)V99 VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(4) VALUE 0.
      *
       01 WS-FP-FUNCTION             PIC X    VALUE "P".
       01 WS-FP-FISCAL-YEAR          PIC 9(4) VALUE 0.
       01 WS-FP-PERIOD               PIC 99   VALUE 0.
       01 WS-FP-START-DATE           PIC 9(8) VALUE 0.
       01 WS-FP-END-DATE             PIC 9(8) VALUE 0.
       01 WS-FP-PERIOD-STATUS        PIC X    VALUE SPACES.
       01 WS-FP-STATUS               PIC X    VALUE "0".
      *
       PROCEDURE DIVISION.
      *
           CLOSE TICKET-FILE.
           PERFORM WRITE-RECON-REPORT.
           DISPLAY "Tickets sold this run: " WS-SOLD-COUNT.
           DISPLAY "Sales refused, period closed: " WS-REFUSED-COUNT.
           STOP RUN.
      *
       LOAD-TICKET-PRICE.
              MOVE 0 TO WS-NIGHT-HIGH-SERIAL(WS-NIGHT-HIT)
           END-IF.
      *
      *    A night in a fiscal period the treasurer has closed has
      *    been reported and reconciled; a late sale for it is
      *    refused, not registered.
       REGISTER-ONE-SALE.
           MOVE "P" TO WS-FP-FUNCTION.
           CALL "FISCAL-PERIOD-SERVICE" USING WS-FP-FUNCTION
              SA-NIGHT-DATE WS-FP-FISCAL-YEAR WS-FP-PERIOD
              WS-FP-START-DATE WS-FP-END-DATE WS-FP-PERIOD-STATUS
              WS-FP-STATUS.
           EVALUATE TRUE
           WHEN SA-MEMBER-ID = SPACES
                DISPLAY "REJECTED: sale with no buying member"
           WHEN WS-FP-STATUS = "0" AND WS-FP-PERIOD-STATUS = "C"
                DISPLAY "REFUSED: sale to " SA-MEMBER-ID
                   " for night " SA-NIGHT-DATE " - fiscal period "
                   WS-FP-FISCAL-YEAR "/" WS-FP-PERIOD " is closed"
                ADD 1 TO WS-REFUSED-COUNT
           WHEN OTHER
                MOVE SA-NIGHT-DATE TO WS-LOOKUP-DATE
                PERFORM FIND-OR-ADD-NIGHT
                ADD 1 TO WS-NIGHT-SOLD(WS-NIGHT-HIT)
                COMPUTE TK-SERIAL =
                   WS-NIGHT-HIGH-SERIAL(WS-NIGHT-HIT) + 1
                MOVE TK-SERIAL
                   TO WS-NIGHT-HIGH-SERIAL(WS-NIGHT-HIT)
                IF (WS-NIGHT-LOW-SERIAL(WS-NIGHT-HIT) = 0)
                   MOVE TK-SERIAL
                      TO WS-NIGHT-LOW-SERIAL(WS-NIGHT-HIT)
                END-IF
                MOVE SA-MEMBER-ID TO TK-MEMBER-ID
                MOVE SA-NIGHT-DATE TO TK-NIGHT-DATE
                WRITE TICKET-RECORD
                ADD 1 TO WS-SOLD-COUNT
           END-EVALUATE.
      *
       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE.
