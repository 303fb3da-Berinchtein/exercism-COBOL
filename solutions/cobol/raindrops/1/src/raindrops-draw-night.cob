      *    bought tonight triggers a redraw line instead of a
      *    dispute, and a real winner's line names the buying
      *    member.
      *
      *    The winners report opens with the draw night so that
      *    RAFFLE-PRIZE-CLAIMS can register each prize against the
      *    right night; that program also keeps the on-hand count
      *    and the prize value at the end of each prize table
      *    record.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 PZ-WORD-COMBO      PIC X(30).
           05 PZ-TIER            PIC X(2).
           05 PZ-DESCRIPTION     PIC X(30).
           05 PZ-ON-HAND         PIC 9(4).
           05 PZ-PRIZE-VALUE     PIC 9(5)V99.
      *
       FD  WINNERS-REPORT-FILE.
       01  WINNERS-REPORT-RECORD PIC X(100).
           PERFORM LOAD-PRIZE-TABLE.
           OPEN INPUT DRAW-FILE.
           OPEN OUTPUT WINNERS-REPORT-FILE.
           MOVE SPACES TO WINNERS-REPORT-RECORD.
           STRING "DRAW NIGHT=" DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
              INTO WINNERS-REPORT-RECORD.
           WRITE WINNERS-REPORT-RECORD.
           PERFORM UNTIL DRAW-EOF
              READ DRAW-FILE
                 AT END
