      *    nights, so the front-desk volunteers stop eyeballing the
      *    raw log to judge whether visitors are mostly asking
      *    questions or mostly shouting.
      *
      *    Lines carrying a TYPE= code are tallied by it, so
      *    questions answered from club data (A) and questions no
      *    topic keyword recognised (U) get columns of their own,
      *    and answers in other languages land on the right type;
      *    older lines without one are still tallied by the reply
      *    text. The answered questions are broken down by topic,
      *    and the unanswered ones are listed most-asked first - the
      *    candidates for the next topics on the keyword file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD           PIC X(400).
      *
       FD  MIX-REPORT-FILE.
       01  MIX-REPORT-RECORD          PIC X(300).
      *
       WORKING-STORAGE SECTION.
      *
             88 AUDIT-EOF                      VALUE "Y".
          05 NIGHT-OPEN-SWITCH        PIC X    VALUE "N".
             88 NIGHT-OPEN                     VALUE "Y".
          05 ENTRY-FOUND-SWITCH       PIC X    VALUE "N".
             88 ENTRY-FOUND                    VALUE "Y".
      *
       01 WS-RESPONSE-TYPE-TABLE-VALUES.
          05 FILLER PIC X(40) VALUE "Sure.".
       01 WS-RESPONSE-TYPE-TABLE REDEFINES
             WS-RESPONSE-TYPE-TABLE-VALUES.
          05 WS-RESPONSE-TYPE        PIC X(40) OCCURS 5 TIMES.
      *
       01 WS-TYPE-CODE-VALUES         PIC X(7) VALUE "QSBFWAU".
       01 WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODE-VALUES.
          05 WS-TYPE-CODE             PIC X    OCCURS 7 TIMES.
      *
       01 WS-NIGHT-TALLY-TABLE.
          05 WS-NIGHT-TALLY OCCURS 7 TIMES PIC 9(5).
       01 WS-TOTAL-TALLY-TABLE.
          05 WS-TOTAL-TALLY OCCURS 7 TIMES PIC 9(5).
      *
       01 WS-TYPE-SCAN                PIC 9    VALUE 0.
       01 WS-LINE-TYPE                PIC X    VALUE SPACE.
       01 WS-LINE-TOPIC               PIC X(8) VALUE SPACES.
       01 WS-LANG-PART                PIC X(30) VALUE SPACES.
      *
       01 WS-TOPIC-COUNT              PIC 99   VALUE 0.
       01 WS-TOPIC-SCAN               PIC 99   VALUE 0.
       01 WS-TOPIC-TABLE.
          05 WS-TOPIC-ENTRY OCCURS 20 TIMES.
             10 WS-TOPIC-NAME         PIC X(8).
             10 WS-TOPIC-TALLY        PIC 9(5).
      *
       01 WS-QUESTION-COUNT           PIC 9(3) VALUE 0.
       01 WS-QUESTION-SCAN            PIC 9(3) VALUE 0.
       01 WS-QUESTION-HIT             PIC 9(3) VALUE 0.
       01 WS-QUESTION-TABLE.
          05 WS-QUESTION-ENTRY OCCURS 200 TIMES.
             10 WS-QUESTION-TEXT      PIC X(240).
             10 WS-QUESTION-TALLY     PIC 9(5).
       01 WS-QUESTION-SWAP.
          05 WS-SWAP-TEXT             PIC X(240).
          05 WS-SWAP-TALLY            PIC 9(5).
       01 WS-QUESTION-LIMIT           PIC 9(3) VALUE 0.
       01 WS-UNLISTED-QUESTIONS       PIC 9(5) VALUE 0.
       01 WS-CURRENT-NIGHT            PIC X(8) VALUE SPACES.
       01 WS-NIGHT-REMARKS            PIC 9(5) VALUE 0.
       01 WS-NIGHT-COUNT              PIC 9(4) VALUE 0.
       01 WS-REMARK-PART              PIC X(250) VALUE SPACES.
       01 WS-RESPONSE-PART            PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
              PERFORM WRITE-NIGHT-MIX
           END-IF.
           PERFORM WRITE-TREND-SUMMARY.
           PERFORM WRITE-TOPIC-SUMMARY.
           PERFORM WRITE-UNANSWERED-QUESTIONS.
           CLOSE AUDIT-LOG-FILE.
           CLOSE MIX-REPORT-FILE.
           DISPLAY "Nights analyzed: " WS-NIGHT-COUNT.
                CONTINUE
           END-EVALUATE.
      *
      *    LANG= then TYPE= and TOPIC= sit between the remark and
      *    the reply, so the part after LANG= gives the type code.
       TALLY-ONE-RESPONSE.
           ADD 1 TO WS-NIGHT-REMARKS.
           MOVE SPACES TO WS-REMARK-PART.
           MOVE SPACES TO WS-LANG-PART.
           MOVE SPACES TO WS-RESPONSE-PART.
           UNSTRING AUDIT-LOG-RECORD
              DELIMITED BY " LANG=" OR " RESPONSE="
              INTO WS-REMARK-PART WS-LANG-PART WS-RESPONSE-PART.
           MOVE SPACE TO WS-LINE-TYPE.
           MOVE SPACES TO WS-LINE-TOPIC.
           IF (WS-LANG-PART(4:5) = "TYPE=")
              MOVE WS-LANG-PART(9:1) TO WS-LINE-TYPE
              IF (WS-LANG-PART(10:7) = " TOPIC=")
                 MOVE WS-LANG-PART(17:8) TO WS-LINE-TOPIC
              END-IF
           END-IF.
           IF (WS-LINE-TYPE = SPACE)
              PERFORM VARYING WS-TYPE-SCAN FROM 1 BY 1
                 UNTIL WS-TYPE-SCAN > 5
                   IF (WS-RESPONSE-PART =
                         WS-RESPONSE-TYPE(WS-TYPE-SCAN))
                      ADD 1 TO WS-NIGHT-TALLY(WS-TYPE-SCAN)
                      ADD 1 TO WS-TOTAL-TALLY(WS-TYPE-SCAN)
                   END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING WS-TYPE-SCAN FROM 1 BY 1
                 UNTIL WS-TYPE-SCAN > 7
                   IF (WS-LINE-TYPE = WS-TYPE-CODE(WS-TYPE-SCAN))
                      ADD 1 TO WS-NIGHT-TALLY(WS-TYPE-SCAN)
                      ADD 1 TO WS-TOTAL-TALLY(WS-TYPE-SCAN)
                   END-IF
              END-PERFORM
           END-IF.
           IF (WS-LINE-TOPIC NOT = SPACES)
              PERFORM TALLY-ONE-TOPIC
           END-IF.
           IF (WS-LINE-TYPE = "U")
              PERFORM TALLY-ONE-UNANSWERED
           END-IF.
      *
       TALLY-ONE-TOPIC.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           PERFORM VARYING WS-TOPIC-SCAN FROM 1 BY 1
              UNTIL WS-TOPIC-SCAN > WS-TOPIC-COUNT
              OR ENTRY-FOUND
                IF (WS-TOPIC-NAME(WS-TOPIC-SCAN) = WS-LINE-TOPIC)
                   MOVE "Y" TO ENTRY-FOUND-SWITCH
                   ADD 1 TO WS-TOPIC-TALLY(WS-TOPIC-SCAN)
                END-IF
           END-PERFORM.
           IF (NOT ENTRY-FOUND AND WS-TOPIC-COUNT < 20)
              ADD 1 TO WS-TOPIC-COUNT
              MOVE WS-LINE-TOPIC TO WS-TOPIC-NAME(WS-TOPIC-COUNT)
              MOVE 1 TO WS-TOPIC-TALLY(WS-TOPIC-COUNT)
           END-IF.
      *
      *    The same question asked in another case is the same
      *    question; one that no longer fits the table is counted
      *    but not listed.
       TALLY-ONE-UNANSWERED.
           MOVE FUNCTION UPPER-CASE(WS-REMARK-PART(8:240))
              TO WS-SWAP-TEXT.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           PERFORM VARYING WS-QUESTION-SCAN FROM 1 BY 1
              UNTIL WS-QUESTION-SCAN > WS-QUESTION-COUNT
              OR ENTRY-FOUND
                IF (WS-QUESTION-TEXT(WS-QUESTION-SCAN) =
                   WS-SWAP-TEXT)
                   MOVE "Y" TO ENTRY-FOUND-SWITCH
                   ADD 1 TO WS-QUESTION-TALLY(WS-QUESTION-SCAN)
                END-IF
           END-PERFORM.
           IF (NOT ENTRY-FOUND)
              IF (WS-QUESTION-COUNT < 200)
                 ADD 1 TO WS-QUESTION-COUNT
                 MOVE WS-SWAP-TEXT
                    TO WS-QUESTION-TEXT(WS-QUESTION-COUNT)
                 MOVE 1 TO WS-QUESTION-TALLY(WS-QUESTION-COUNT)
              ELSE
                 ADD 1 TO WS-UNLISTED-QUESTIONS
              END-IF
           END-IF.
      *
       WRITE-NIGHT-MIX.
           MOVE SPACES TO MIX-REPORT-RECORD.
                  WS-NIGHT-TALLY(4) DELIMITED BY SIZE
                  " WHATEVER=" DELIMITED BY SIZE
                  WS-NIGHT-TALLY(5) DELIMITED BY SIZE
                  " ANSWERED=" DELIMITED BY SIZE
                  WS-NIGHT-TALLY(6) DELIMITED BY SIZE
                  " UNANSWERED=" DELIMITED BY SIZE
                  WS-NIGHT-TALLY(7) DELIMITED BY SIZE
              INTO MIX-REPORT-RECORD.
           WRITE MIX-REPORT-RECORD.
      *
                  WS-TOTAL-TALLY(4) DELIMITED BY SIZE
                  " WHATEVER=" DELIMITED BY SIZE
                  WS-TOTAL-TALLY(5) DELIMITED BY SIZE
                  " ANSWERED=" DELIMITED BY SIZE
                  WS-TOTAL-TALLY(6) DELIMITED BY SIZE
                  " UNANSWERED=" DELIMITED BY SIZE
                  WS-TOTAL-TALLY(7) DELIMITED BY SIZE
                  " NIGHTS=" DELIMITED BY SIZE
                  WS-NIGHT-COUNT DELIMITED BY SIZE
              INTO MIX-REPORT-RECORD.
           WRITE MIX-REPORT-RECORD.
      *
       WRITE-TOPIC-SUMMARY.
           PERFORM VARYING WS-TOPIC-SCAN FROM 1 BY 1
              UNTIL WS-TOPIC-SCAN > WS-TOPIC-COUNT
                MOVE SPACES TO MIX-REPORT-RECORD
                STRING "ANSWERED TOPIC=" DELIMITED BY SIZE
                       WS-TOPIC-NAME(WS-TOPIC-SCAN) DELIMITED BY SIZE
                       " QUESTIONS=" DELIMITED BY SIZE
                       WS-TOPIC-TALLY(WS-TOPIC-SCAN) DELIMITED BY SIZE
                   INTO MIX-REPORT-RECORD
                WRITE MIX-REPORT-RECORD
           END-PERFORM.
      *
      *    Most-asked first; equal counts keep the order they were
      *    first asked in.
       WRITE-UNANSWERED-QUESTIONS.
           PERFORM VARYING WS-QUESTION-LIMIT FROM WS-QUESTION-COUNT
              BY -1 UNTIL WS-QUESTION-LIMIT < 2
                PERFORM VARYING WS-QUESTION-SCAN FROM 1 BY 1
                   UNTIL WS-QUESTION-SCAN = WS-QUESTION-LIMIT
                     COMPUTE WS-QUESTION-HIT = WS-QUESTION-SCAN + 1
                     IF (WS-QUESTION-TALLY(WS-QUESTION-SCAN) <
                        WS-QUESTION-TALLY(WS-QUESTION-HIT))
                        MOVE WS-QUESTION-ENTRY(WS-QUESTION-SCAN)
                           TO WS-QUESTION-SWAP
                        MOVE WS-QUESTION-ENTRY(WS-QUESTION-HIT)
                           TO WS-QUESTION-ENTRY(WS-QUESTION-SCAN)
                        MOVE WS-QUESTION-SWAP
                           TO WS-QUESTION-ENTRY(WS-QUESTION-HIT)
                     END-IF
                END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-QUESTION-SCAN FROM 1 BY 1
              UNTIL WS-QUESTION-SCAN > WS-QUESTION-COUNT
                MOVE SPACES TO MIX-REPORT-RECORD
                STRING "UNANSWERED ASKED=" DELIMITED BY SIZE
                       WS-QUESTION-TALLY(WS-QUESTION-SCAN)
                          DELIMITED BY SIZE
                       " QUESTION=" DELIMITED BY SIZE
                       FUNCTION TRIM(
                          WS-QUESTION-TEXT(WS-QUESTION-SCAN))
                          DELIMITED BY SIZE
                   INTO MIX-REPORT-RECORD
                WRITE MIX-REPORT-RECORD
           END-PERFORM.
           IF (WS-UNLISTED-QUESTIONS > 0)
              MOVE SPACES TO MIX-REPORT-RECORD
              STRING "UNANSWERED NOT LISTED=" DELIMITED BY SIZE
                     WS-UNLISTED-QUESTIONS DELIMITED BY SIZE
                     " (QUESTION TABLE FULL)" DELIMITED BY SIZE
                 INTO MIX-REPORT-RECORD
              WRITE MIX-REPORT-RECORD
           END-IF.
      *
