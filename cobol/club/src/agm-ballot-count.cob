       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGM-BALLOT-COUNT.
      *
      *    Counts the ballots for a general meeting against the roll
      *    AGM-ELIGIBILITY-ROLL built, and prints the certified
      *    result of every motion and election on the meeting's
      *    question file (AGMQUEST). A question record ("Q") gives
      *    the question ID, whether it is a motion ("M") or an
      *    election ("E"), the seats to fill and the wording; each
      *    candidate in an election has its own "C" record under the
      *    question ID. A motion's choices are fixed - FOR, AGST and
      *    ABST.
      *
      *    The vote comes in as two files that share nothing but the
      *    question ID, so no row of one can be put beside a row of
      *    the other. The voter markings (AGMMARKS) hold a member ID
      *    and a question for every member the tellers marked off as
      *    having voted on it; they give the turnout and catch a
      *    member voting twice. The voting papers (AGMVOTES) hold a
      *    question and up to five choices and nothing else; they
      *    are all that reaches the tally. The tellers keep the
      *    papers in the ballot box order, not the marking order.
      *
      *    A marking is rejected, and listed with its reason, when
      *    the question is not on the question file, the member is
      *    not on the roll or not eligible, or the member is already
      *    marked on that question (the first marking stands). A
      *    paper for a question not on the question file is rejected
      *    and listed by question only. A paper with no choice, an
      *    unknown or repeated choice, or more choices than seats
      *    (one, for a motion) is spoiled: it is counted as a paper
      *    but not for anyone.
      *
      *    Quorum is the percentage on the meeting control card
      *    (AGMCTL, 10 when left zero) of the eligible roll, rounded
      *    up, and is met by the members marked on at least one
      *    question. A motion is carried when FOR outnumbers AGST. In
      *    an election the candidates with the most votes take the
      *    seats; candidates level on votes for the last seat are
      *    shown as TIED for the meeting to settle. A question's
      *    result is certified only when the quorum is met and the
      *    box holds no more papers for it than voters were marked.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEETING-CONTROL-FILE ASSIGN TO "AGMCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT QUESTION-FILE ASSIGN TO "AGMQUEST"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT VOTING-ROLL-FILE ASSIGN TO "AGMROLL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VOTER-MARKING-FILE ASSIGN TO "AGMMARKS"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VOTING-PAPER-FILE ASSIGN TO "AGMVOTES"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RESULT-REPORT-FILE ASSIGN TO "AGMRESLT"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MEETING-CONTROL-FILE.
       01  MEETING-CONTROL-RECORD.
           05 AG-MEETING-DATE        PIC 9(8).
           05 AG-DUES-YEAR           PIC 9(4).
           05 AG-QUORUM-PERCENT      PIC 9(3).
           05 AG-VOTING-AGE          PIC 99.
      *
       FD  QUESTION-FILE.
       01  QUESTION-RECORD.
           05 AQ-RECORD-TYPE         PIC X.
              88 AQ-QUESTION              VALUE "Q".
              88 AQ-CANDIDATE             VALUE "C".
           05 AQ-QUESTION-ID         PIC X(4).
           05 AQ-OPTION-ID           PIC X(4).
           05 AQ-KIND                PIC X.
              88 AQ-MOTION                VALUE "M".
              88 AQ-ELECTION              VALUE "E".
           05 AQ-SEATS               PIC 9.
           05 AQ-TEXT                PIC X(40).
      *
       FD  VOTING-ROLL-FILE.
       01  VOTING-ROLL-RECORD.
           05 AR-MEMBER-ID           PIC X(10).
           05 AR-ELIGIBLE            PIC X.
              88 AR-CAN-VOTE              VALUE "Y".
           05 AR-REASON              PIC X(14).
      *
       FD  VOTER-MARKING-FILE.
       01  VOTER-MARKING-RECORD.
           05 VM-MEMBER-ID           PIC X(10).
           05 VM-QUESTION-ID         PIC X(4).
      *
       FD  VOTING-PAPER-FILE.
       01  VOTING-PAPER-RECORD.
           05 AV-QUESTION-ID         PIC X(4).
           05 AV-CHOICE              PIC X(4) OCCURS 5 TIMES.
      *
       FD  RESULT-REPORT-FILE.
       01  RESULT-REPORT-RECORD      PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH      PIC X    VALUE "N".
             88 CONTROL-EOF                   VALUE "Y".
          05 QUESTION-EOF-SWITCH     PIC X    VALUE "N".
             88 QUESTION-EOF                  VALUE "Y".
          05 ROLL-EOF-SWITCH         PIC X    VALUE "N".
             88 ROLL-EOF                      VALUE "Y".
          05 MARKING-EOF-SWITCH      PIC X    VALUE "N".
             88 MARKING-EOF                   VALUE "Y".
          05 PAPER-EOF-SWITCH        PIC X    VALUE "N".
             88 PAPER-EOF                     VALUE "Y".
          05 BALLOT-SPOILED-SWITCH   PIC X    VALUE "N".
             88 BALLOT-SPOILED                VALUE "Y".
          05 QUORUM-SWITCH           PIC X    VALUE "N".
             88 QUORUM-MET                    VALUE "Y".
      *
       01 WS-MEETING-DATE            PIC 9(8) VALUE 0.
       01 WS-QUORUM-PERCENT          PIC 9(3) VALUE 10.
       01 WS-QUORUM-NEEDED           PIC 9(5) VALUE 0.
      *
       01 WS-ROLL-COUNT              PIC 9(4) VALUE 0.
       01 WS-ROLL-SCAN               PIC 9(4) VALUE 0.
       01 WS-ROLL-HIT                PIC 9(4) VALUE 0.
       01 WS-ROLL-TABLE.
          05 WS-ROLL OCCURS 2000 TIMES.
             10 WS-ROLL-MEMBER       PIC X(10).
             10 WS-ROLL-ELIGIBLE     PIC X.
             10 WS-ROLL-REASON       PIC X(14).
             10 WS-ROLL-TURNED-OUT   PIC X.
             10 WS-ROLL-VOTED        PIC X OCCURS 20 TIMES.
      *
       01 WS-QUESTION-COUNT          PIC 99   VALUE 0.
       01 WS-QUESTION-SCAN           PIC 99   VALUE 0.
       01 WS-QUESTION-HIT            PIC 99   VALUE 0.
       01 WS-QUESTION-TABLE.
          05 WS-QUESTION OCCURS 20 TIMES.
             10 WS-QUESTION-ID       PIC X(4).
             10 WS-QUESTION-KIND     PIC X.
             10 WS-QUESTION-SEATS    PIC 9.
             10 WS-QUESTION-TEXT     PIC X(40).
             10 WS-QUESTION-MARKED   PIC 9(5).
             10 WS-QUESTION-BALLOTS  PIC 9(5).
             10 WS-QUESTION-SPOILED  PIC 9(5).
      *
       01 WS-OPTION-COUNT            PIC 9(3) VALUE 0.
       01 WS-OPTION-SCAN             PIC 9(3) VALUE 0.
       01 WS-OPTION-SCAN-2           PIC 9(3) VALUE 0.
       01 WS-OPTION-HIT              PIC 9(3) VALUE 0.
       01 WS-OPTION-TABLE.
          05 WS-OPTION OCCURS 200 TIMES.
             10 WS-OPTION-QUESTION   PIC 99.
             10 WS-OPTION-ID         PIC X(4).
             10 WS-OPTION-NAME       PIC X(40).
             10 WS-OPTION-VOTES      PIC 9(5).
      *
       01 WS-CHOICE-SCAN             PIC 9    VALUE 0.
       01 WS-CHOICE-SCAN-2           PIC 9    VALUE 0.
       01 WS-CHOICE-COUNT            PIC 9    VALUE 0.
       01 WS-CHOICE-TABLE.
          05 WS-CHOICE-OPTION        PIC 9(3) OCCURS 5 TIMES.
      *
       01 WS-LOOKUP-QUESTION         PIC X(4) VALUE SPACES.
       01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01 WS-RANK                    PIC 9(3) VALUE 0.
       01 WS-LEVEL-COUNT             PIC 9(3) VALUE 0.
       01 WS-OUTCOME                 PIC X(8) VALUE SPACES.
       01 WS-FOR-VOTES               PIC 9(5) VALUE 0.
       01 WS-AGAINST-VOTES           PIC 9(5) VALUE 0.
       01 WS-TURNOUT-PERCENT         PIC 9(3)V9 VALUE 0.
       01 WS-TURNOUT-EDITED          PIC ZZ9.9.
      *
       01 WS-ELIGIBLE-COUNT          PIC 9(5) VALUE 0.
       01 WS-TURNOUT-COUNT           PIC 9(5) VALUE 0.
       01 WS-MARKING-COUNT           PIC 9(6) VALUE 0.
       01 WS-MARKING-REJECTED        PIC 9(6) VALUE 0.
       01 WS-BALLOT-COUNT            PIC 9(6) VALUE 0.
       01 WS-ACCEPTED-COUNT          PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(6) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30)
                                  VALUE "AGM-BALLOT-COUNT".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       AGM-BALLOT-COUNT.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-MEETING-CONTROL.
           PERFORM LOAD-QUESTIONS.
           PERFORM LOAD-VOTING-ROLL.
           OPEN OUTPUT RESULT-REPORT-FILE.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           STRING "BALLOT COUNT FOR THE MEETING OF " DELIMITED BY SIZE
                  WS-MEETING-DATE DELIMITED BY SIZE
              INTO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           MOVE "REJECTED VOTER MARKINGS" TO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           PERFORM COUNT-MARKINGS.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           MOVE "REJECTED VOTING PAPERS" TO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           PERFORM COUNT-BALLOTS.
           PERFORM CHECK-QUORUM.
           PERFORM WRITE-QUESTION-RESULT
              VARYING WS-QUESTION-SCAN FROM 1 BY 1
              UNTIL WS-QUESTION-SCAN > WS-QUESTION-COUNT.
           CLOSE RESULT-REPORT-FILE.
           MOVE WS-ACCEPTED-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Voter markings read: " WS-MARKING-COUNT.
           DISPLAY "Voter markings rejected: " WS-MARKING-REJECTED.
           DISPLAY "Voting papers read: " WS-BALLOT-COUNT.
           DISPLAY "Voting papers counted: " WS-ACCEPTED-COUNT.
           DISPLAY "Voting papers rejected: " WS-REJECTED-COUNT.
           DISPLAY "Members voting: " WS-TURNOUT-COUNT.
           DISPLAY "Quorum needed: " WS-QUORUM-NEEDED.
           STOP RUN.
      *
       LOAD-MEETING-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MEETING-DATE.
           OPEN INPUT MEETING-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ MEETING-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (AG-MEETING-DATE > 0)
                       MOVE AG-MEETING-DATE TO WS-MEETING-DATE
                    END-IF
                    IF (AG-QUORUM-PERCENT > 0)
                       MOVE AG-QUORUM-PERCENT TO WS-QUORUM-PERCENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MEETING-CONTROL-FILE.
      *
      *    Motions get their three fixed choices as they are loaded;
      *    candidates are attached to their question by ID, so a
      *    candidate record may come before or after its question.
       LOAD-QUESTIONS.
           OPEN INPUT QUESTION-FILE.
           PERFORM UNTIL QUESTION-EOF
              READ QUESTION-FILE
                 AT END
                    MOVE "Y" TO QUESTION-EOF-SWITCH
                 NOT AT END
                    IF (AQ-QUESTION)
                       PERFORM ADD-QUESTION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE QUESTION-FILE.
           MOVE "N" TO QUESTION-EOF-SWITCH.
           OPEN INPUT QUESTION-FILE.
           PERFORM UNTIL QUESTION-EOF
              READ QUESTION-FILE
                 AT END
                    MOVE "Y" TO QUESTION-EOF-SWITCH
                 NOT AT END
                    IF (AQ-CANDIDATE)
                       MOVE AQ-QUESTION-ID TO WS-LOOKUP-QUESTION
                       PERFORM FIND-QUESTION
                       IF (WS-QUESTION-HIT > 0)
                          PERFORM ADD-CANDIDATE
                       ELSE
                          DISPLAY "CANDIDATE " AQ-OPTION-ID
                             " FOR UNKNOWN QUESTION "
                             AQ-QUESTION-ID " IGNORED"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE QUESTION-FILE.
      *
       ADD-QUESTION.
           IF (WS-QUESTION-COUNT = 20)
              DISPLAY "ABORTED: question file exceeds the "
                 "20-entry question table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-QUESTION-COUNT.
           MOVE AQ-QUESTION-ID TO WS-QUESTION-ID(WS-QUESTION-COUNT).
           MOVE AQ-KIND TO WS-QUESTION-KIND(WS-QUESTION-COUNT).
           MOVE AQ-TEXT TO WS-QUESTION-TEXT(WS-QUESTION-COUNT).
           MOVE 0 TO WS-QUESTION-MARKED(WS-QUESTION-COUNT).
           MOVE 0 TO WS-QUESTION-BALLOTS(WS-QUESTION-COUNT).
           MOVE 0 TO WS-QUESTION-SPOILED(WS-QUESTION-COUNT).
           IF (AQ-ELECTION AND AQ-SEATS > 0)
              MOVE AQ-SEATS TO WS-QUESTION-SEATS(WS-QUESTION-COUNT)
           ELSE
              MOVE 1 TO WS-QUESTION-SEATS(WS-QUESTION-COUNT)
           END-IF.
           IF (NOT AQ-ELECTION)
              MOVE "M" TO WS-QUESTION-KIND(WS-QUESTION-COUNT)
              MOVE WS-QUESTION-COUNT TO WS-QUESTION-HIT
              MOVE "FOR " TO AQ-OPTION-ID
              MOVE "FOR THE MOTION" TO AQ-TEXT
              PERFORM ADD-CANDIDATE
              MOVE "AGST" TO AQ-OPTION-ID
              MOVE "AGAINST THE MOTION" TO AQ-TEXT
              PERFORM ADD-CANDIDATE
              MOVE "ABST" TO AQ-OPTION-ID
              MOVE "ABSTAIN" TO AQ-TEXT
              PERFORM ADD-CANDIDATE
           END-IF.
      *
       ADD-CANDIDATE.
           IF (WS-OPTION-COUNT = 200)
              DISPLAY "ABORTED: question file exceeds the "
                 "200-entry candidate table"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-OPTION-COUNT.
           MOVE WS-QUESTION-HIT TO WS-OPTION-QUESTION(WS-OPTION-COUNT).
           MOVE AQ-OPTION-ID TO WS-OPTION-ID(WS-OPTION-COUNT).
           MOVE AQ-TEXT TO WS-OPTION-NAME(WS-OPTION-COUNT).
           MOVE 0 TO WS-OPTION-VOTES(WS-OPTION-COUNT).
      *
       FIND-QUESTION.
           MOVE 0 TO WS-QUESTION-HIT.
           PERFORM VARYING WS-QUESTION-SCAN FROM 1 BY 1
              UNTIL WS-QUESTION-SCAN > WS-QUESTION-COUNT
              OR WS-QUESTION-HIT > 0
                IF (WS-QUESTION-ID(WS-QUESTION-SCAN) =
                   WS-LOOKUP-QUESTION)
                   MOVE WS-QUESTION-SCAN TO WS-QUESTION-HIT
                END-IF
           END-PERFORM.
      *
       LOAD-VOTING-ROLL.
           OPEN INPUT VOTING-ROLL-FILE.
           PERFORM UNTIL ROLL-EOF
              READ VOTING-ROLL-FILE
                 AT END
                    MOVE "Y" TO ROLL-EOF-SWITCH
                 NOT AT END
                    IF (WS-ROLL-COUNT = 2000)
                       DISPLAY "ABORTED: voting roll exceeds the "
                          "2000-entry roll table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-ROLL-COUNT
                    MOVE AR-MEMBER-ID TO WS-ROLL-MEMBER(WS-ROLL-COUNT)
                    MOVE AR-ELIGIBLE
                       TO WS-ROLL-ELIGIBLE(WS-ROLL-COUNT)
                    MOVE AR-REASON TO WS-ROLL-REASON(WS-ROLL-COUNT)
                    MOVE "N" TO WS-ROLL-TURNED-OUT(WS-ROLL-COUNT)
                    PERFORM VARYING WS-QUESTION-SCAN FROM 1 BY 1
                       UNTIL WS-QUESTION-SCAN > 20
                         MOVE "N" TO WS-ROLL-VOTED(WS-ROLL-COUNT,
                            WS-QUESTION-SCAN)
                    END-PERFORM
                    IF (AR-CAN-VOTE)
                       ADD 1 TO WS-ELIGIBLE-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VOTING-ROLL-FILE.
      *
       COUNT-MARKINGS.
           OPEN INPUT VOTER-MARKING-FILE.
           PERFORM UNTIL MARKING-EOF
              READ VOTER-MARKING-FILE
                 AT END
                    MOVE "Y" TO MARKING-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    ADD 1 TO WS-MARKING-COUNT
                    PERFORM CHECK-ONE-VOTER
                    IF (WS-REJECT-REASON NOT = SPACES)
                       PERFORM REJECT-ONE-MARKING
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VOTER-MARKING-FILE.
      *
       CHECK-ONE-VOTER.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE VM-QUESTION-ID TO WS-LOOKUP-QUESTION.
           PERFORM FIND-QUESTION.
           MOVE 0 TO WS-ROLL-HIT.
           PERFORM VARYING WS-ROLL-SCAN FROM 1 BY 1
              UNTIL WS-ROLL-SCAN > WS-ROLL-COUNT
              OR WS-ROLL-HIT > 0
                IF (WS-ROLL-MEMBER(WS-ROLL-SCAN) = VM-MEMBER-ID)
                   MOVE WS-ROLL-SCAN TO WS-ROLL-HIT
                END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN WS-QUESTION-HIT = 0
                MOVE "QUESTION NOT ON THE PAPER"
                   TO WS-REJECT-REASON
           WHEN WS-ROLL-HIT = 0
                MOVE "NOT ON THE VOTING ROLL" TO WS-REJECT-REASON
           WHEN WS-ROLL-ELIGIBLE(WS-ROLL-HIT) NOT = "Y"
                STRING "NOT ELIGIBLE - " DELIMITED BY SIZE
                       WS-ROLL-REASON(WS-ROLL-HIT) DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           WHEN WS-ROLL-VOTED(WS-ROLL-HIT, WS-QUESTION-HIT) = "Y"
                MOVE "ALREADY VOTED ON THIS QUESTION"
                   TO WS-REJECT-REASON
           WHEN OTHER
                MOVE "Y"
                   TO WS-ROLL-VOTED(WS-ROLL-HIT, WS-QUESTION-HIT)
                ADD 1 TO WS-QUESTION-MARKED(WS-QUESTION-HIT)
                IF (WS-ROLL-TURNED-OUT(WS-ROLL-HIT) NOT = "Y")
                   MOVE "Y" TO WS-ROLL-TURNED-OUT(WS-ROLL-HIT)
                   ADD 1 TO WS-TURNOUT-COUNT
                END-IF
           END-EVALUATE.
      *
       REJECT-ONE-MARKING.
           ADD 1 TO WS-MARKING-REJECTED.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           STRING "  MEMBER=" DELIMITED BY SIZE
                  VM-MEMBER-ID DELIMITED BY SIZE
                  " QUESTION=" DELIMITED BY SIZE
                  VM-QUESTION-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
              INTO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
      *
       COUNT-BALLOTS.
           OPEN INPUT VOTING-PAPER-FILE.
           PERFORM UNTIL PAPER-EOF
              READ VOTING-PAPER-FILE
                 AT END
                    MOVE "Y" TO PAPER-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    ADD 1 TO WS-BALLOT-COUNT
                    MOVE AV-QUESTION-ID TO WS-LOOKUP-QUESTION
                    PERFORM FIND-QUESTION
                    IF (WS-QUESTION-HIT > 0)
                       PERFORM TALLY-ONE-VOTE
                    ELSE
                       PERFORM REJECT-ONE-BALLOT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VOTING-PAPER-FILE.
      *
       REJECT-ONE-BALLOT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           STRING "  QUESTION=" DELIMITED BY SIZE
                  AV-QUESTION-ID DELIMITED BY SIZE
                  " QUESTION NOT ON THE PAPER" DELIMITED BY SIZE
              INTO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
      *
      *    Every choice is checked before any is counted, so a
      *    spoiled paper adds nothing.
       TALLY-ONE-VOTE.
           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD 1 TO WS-QUESTION-BALLOTS(WS-QUESTION-HIT).
           MOVE "N" TO BALLOT-SPOILED-SWITCH.
           MOVE 0 TO WS-CHOICE-COUNT.
           PERFORM VARYING WS-CHOICE-SCAN FROM 1 BY 1
              UNTIL WS-CHOICE-SCAN > 5
                IF (AV-CHOICE(WS-CHOICE-SCAN) NOT = SPACES)
                   PERFORM CHECK-ONE-CHOICE
                END-IF
           END-PERFORM.
           IF (WS-CHOICE-COUNT = 0
              OR WS-CHOICE-COUNT > WS-QUESTION-SEATS(WS-QUESTION-HIT))
              MOVE "Y" TO BALLOT-SPOILED-SWITCH
           END-IF.
           IF (BALLOT-SPOILED)
              ADD 1 TO WS-QUESTION-SPOILED(WS-QUESTION-HIT)
           ELSE
              PERFORM VARYING WS-CHOICE-SCAN FROM 1 BY 1
                 UNTIL WS-CHOICE-SCAN > WS-CHOICE-COUNT
                   ADD 1 TO WS-OPTION-VOTES(
                      WS-CHOICE-OPTION(WS-CHOICE-SCAN))
              END-PERFORM
           END-IF.
      *
       CHECK-ONE-CHOICE.
           MOVE 0 TO WS-OPTION-HIT.
           PERFORM VARYING WS-OPTION-SCAN FROM 1 BY 1
              UNTIL WS-OPTION-SCAN > WS-OPTION-COUNT
              OR WS-OPTION-HIT > 0
                IF (WS-OPTION-QUESTION(WS-OPTION-SCAN) =
                   WS-QUESTION-HIT
                   AND WS-OPTION-ID(WS-OPTION-SCAN) =
                      AV-CHOICE(WS-CHOICE-SCAN))
                   MOVE WS-OPTION-SCAN TO WS-OPTION-HIT
                END-IF
           END-PERFORM.
           IF (WS-OPTION-HIT = 0)
              MOVE "Y" TO BALLOT-SPOILED-SWITCH
           ELSE
              PERFORM VARYING WS-CHOICE-SCAN-2 FROM 1 BY 1
                 UNTIL WS-CHOICE-SCAN-2 > WS-CHOICE-COUNT
                   IF (WS-CHOICE-OPTION(WS-CHOICE-SCAN-2) =
                      WS-OPTION-HIT)
                      MOVE "Y" TO BALLOT-SPOILED-SWITCH
                   END-IF
              END-PERFORM
              ADD 1 TO WS-CHOICE-COUNT
              MOVE WS-OPTION-HIT TO WS-CHOICE-OPTION(WS-CHOICE-COUNT)
           END-IF.
      *
      *    The quorum is rounded up: 10 per cent of 45 is 5.
       CHECK-QUORUM.
           COMPUTE WS-QUORUM-NEEDED =
              (WS-ELIGIBLE-COUNT * WS-QUORUM-PERCENT + 99) / 100.
           IF (WS-TURNOUT-COUNT >= WS-QUORUM-NEEDED
              AND WS-TURNOUT-COUNT > 0)
              MOVE "Y" TO QUORUM-SWITCH
           END-IF.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           STRING "MARKINGS=" DELIMITED BY SIZE
                  WS-MARKING-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-MARKING-REJECTED DELIMITED BY SIZE
              INTO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           STRING "PAPERS=" DELIMITED BY SIZE
                  WS-BALLOT-COUNT DELIMITED BY SIZE
                  " COUNTED=" DELIMITED BY SIZE
                  WS-ACCEPTED-COUNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
              INTO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           STRING "ELIGIBLE=" DELIMITED BY SIZE
                  WS-ELIGIBLE-COUNT DELIMITED BY SIZE
                  " VOTING=" DELIMITED BY SIZE
                  WS-TURNOUT-COUNT DELIMITED BY SIZE
                  " QUORUM=" DELIMITED BY SIZE
                  WS-QUORUM-PERCENT DELIMITED BY SIZE
                  "% NEEDED=" DELIMITED BY SIZE
                  WS-QUORUM-NEEDED DELIMITED BY SIZE
              INTO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           IF (QUORUM-MET)
              MOVE "QUORUM MET - RESULTS BELOW CERTIFIED AS SHOWN"
                 TO RESULT-REPORT-RECORD
           ELSE
              MOVE "QUORUM NOT MET - RESULTS BELOW ARE NOT CERTIFIED"
                 TO RESULT-REPORT-RECORD
           END-IF.
           WRITE RESULT-REPORT-RECORD.
      *
       WRITE-QUESTION-RESULT.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           STRING "QUESTION " DELIMITED BY SIZE
                  WS-QUESTION-ID(WS-QUESTION-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QUESTION-TEXT(WS-QUESTION-SCAN)
                     DELIMITED BY SIZE
              INTO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           IF (WS-ELIGIBLE-COUNT > 0)
              COMPUTE WS-TURNOUT-PERCENT ROUNDED =
                 WS-QUESTION-MARKED(WS-QUESTION-SCAN) * 100
                 / WS-ELIGIBLE-COUNT
           ELSE
              MOVE 0 TO WS-TURNOUT-PERCENT
           END-IF.
           MOVE WS-TURNOUT-PERCENT TO WS-TURNOUT-EDITED.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           STRING "  TURNOUT=" DELIMITED BY SIZE
                  WS-QUESTION-MARKED(WS-QUESTION-SCAN)
                     DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-ELIGIBLE-COUNT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TURNOUT-EDITED DELIMITED BY SIZE
                  "%) PAPERS=" DELIMITED BY SIZE
                  WS-QUESTION-BALLOTS(WS-QUESTION-SCAN)
                     DELIMITED BY SIZE
                  " SPOILED=" DELIMITED BY SIZE
                  WS-QUESTION-SPOILED(WS-QUESTION-SCAN)
                     DELIMITED BY SIZE
              INTO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
           MOVE 0 TO WS-FOR-VOTES.
           MOVE 0 TO WS-AGAINST-VOTES.
           PERFORM VARYING WS-OPTION-SCAN FROM 1 BY 1
              UNTIL WS-OPTION-SCAN > WS-OPTION-COUNT
                IF (WS-OPTION-QUESTION(WS-OPTION-SCAN) =
                   WS-QUESTION-SCAN)
                   PERFORM WRITE-OPTION-RESULT
                END-IF
           END-PERFORM.
           IF (WS-QUESTION-KIND(WS-QUESTION-SCAN) = "M")
              MOVE SPACES TO RESULT-REPORT-RECORD
              IF (WS-FOR-VOTES > WS-AGAINST-VOTES)
                 MOVE "  MOTION CARRIED" TO RESULT-REPORT-RECORD
              ELSE
                 MOVE "  MOTION LOST" TO RESULT-REPORT-RECORD
              END-IF
              WRITE RESULT-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           EVALUATE TRUE
           WHEN NOT QUORUM-MET
                MOVE "  NOT CERTIFIED - NO QUORUM"
                   TO RESULT-REPORT-RECORD
           WHEN WS-QUESTION-BALLOTS(WS-QUESTION-SCAN) >
                WS-QUESTION-MARKED(WS-QUESTION-SCAN)
                MOVE "  NOT CERTIFIED - MORE PAPERS THAN VOTERS MARKED"
                   TO RESULT-REPORT-RECORD
           WHEN OTHER
                MOVE "  CERTIFIED" TO RESULT-REPORT-RECORD
           END-EVALUATE.
           WRITE RESULT-REPORT-RECORD.
      *
      *    A candidate's rank is one more than the candidates with
      *    more votes; those level with it share the rank. A rank
      *    whose level group fits inside the seats is elected, one
      *    that straddles the last seat is tied.
       WRITE-OPTION-RESULT.
           MOVE SPACES TO WS-OUTCOME.
           IF (WS-QUESTION-KIND(WS-QUESTION-SCAN) = "M")
              IF (WS-OPTION-ID(WS-OPTION-SCAN) = "FOR ")
                 MOVE WS-OPTION-VOTES(WS-OPTION-SCAN) TO WS-FOR-VOTES
              END-IF
              IF (WS-OPTION-ID(WS-OPTION-SCAN) = "AGST")
                 MOVE WS-OPTION-VOTES(WS-OPTION-SCAN)
                    TO WS-AGAINST-VOTES
              END-IF
           ELSE
              MOVE 1 TO WS-RANK
              MOVE 0 TO WS-LEVEL-COUNT
              PERFORM VARYING WS-OPTION-SCAN-2 FROM 1 BY 1
                 UNTIL WS-OPTION-SCAN-2 > WS-OPTION-COUNT
                   IF (WS-OPTION-QUESTION(WS-OPTION-SCAN-2) =
                      WS-QUESTION-SCAN
                      AND WS-OPTION-SCAN-2 NOT = WS-OPTION-SCAN)
                      IF (WS-OPTION-VOTES(WS-OPTION-SCAN-2) >
                         WS-OPTION-VOTES(WS-OPTION-SCAN))
                         ADD 1 TO WS-RANK
                      END-IF
                      IF (WS-OPTION-VOTES(WS-OPTION-SCAN-2) =
                         WS-OPTION-VOTES(WS-OPTION-SCAN))
                         ADD 1 TO WS-LEVEL-COUNT
                      END-IF
                   END-IF
              END-PERFORM
              EVALUATE TRUE
              WHEN WS-OPTION-VOTES(WS-OPTION-SCAN) = 0
                   CONTINUE
              WHEN WS-RANK + WS-LEVEL-COUNT <=
                   WS-QUESTION-SEATS(WS-QUESTION-SCAN)
                   MOVE "ELECTED" TO WS-OUTCOME
              WHEN WS-RANK <= WS-QUESTION-SEATS(WS-QUESTION-SCAN)
                   MOVE "TIED" TO WS-OUTCOME
              END-EVALUATE
           END-IF.
           MOVE SPACES TO RESULT-REPORT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-OPTION-ID(WS-OPTION-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPTION-NAME(WS-OPTION-SCAN) DELIMITED BY SIZE
                  " VOTES=" DELIMITED BY SIZE
                  WS-OPTION-VOTES(WS-OPTION-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OUTCOME DELIMITED BY SIZE
              INTO RESULT-REPORT-RECORD.
           WRITE RESULT-REPORT-RECORD.
      *
