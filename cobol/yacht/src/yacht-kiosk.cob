      *    KIOSK-COACH can replay the game through the shared
      *    scorer and tell the player where a better pick was
      *    sitting open.
      *
      *    A practice game is played under a ruleset: the night's
      *    ruleset card (YACHTRSL) gives the default, which the
      *    player can change by name at the start of the game. Only
      *    the categories the ruleset plays are offered, the upper-
      *    section bonus is added when the ruleset has one, and
      *    every logged turn carries the ruleset and its version so
      *    the coach replays it under the same rules.
      *
      *    At any hold prompt the player can answer ? for hold
      *    advice: the shared hold advisor values every way of
      *    holding the dice showing against the open categories
      *    and the rerolls left, and the best three are shown with
      *    their expected scores before the prompt comes back. The
      *    dice showing and the hold chosen at each prompt go on
      *    the game log too, so the coach can judge the holds as
      *    well as the pick.
      *
      *    Two to four members can also share the kiosk for a
      *    pass-and-play game: the signed-in member takes the first
      *    seat and each other player signs in by card or member ID
      *    against the member master (their first touch is their
      *    check-in too). Turns rotate seat by seat, each player
      *    keeping their own card under the same holds, rerolls and
      *    refuse-to-total rule as the practice game; a player who
      *    quits drops out and their card is refused. Every turn
      *    goes to the game log under the player who took it, so the
      *    coach reads it like any practice game, and the ranked
      *    result goes to KIOSKRES, one record per game with every
      *    seat on it, for the kiosk head-to-head table.
      *
      *    Sign-in, at the start of the session and at every seat,
      *    takes a membership card serial (keyed as 13 digits and the
      *    check digit, with or without the dash) or a member ID.
      *    The card's check digit is verified by CHECK-DIGIT-SERVICE
      *    and the card looked up on the card register (CLUBCARD):
      *    a lost or replaced card is refused, and a member who has
      *    been issued a card must sign in with it rather than the
      *    bare ID - only members not yet carded can still key their
      *    ID. Every refused attempt goes to the card refusal log
      *    (CARDREFU) for the committee, and the card used is carried
      *    onto the automatic check-in.
      *
      *    The automatic check-in is marked yacht only, the game the
      *    kiosk touch is for. A member who picks the darts throw
      *    must hold a darts safety waiver in force tonight
      *    (SAFETY-WAIVER-SERVICE, with the guardian's consent for a
      *    junior) or is sent to the desk; once cleared, the
      *    member's yacht-only check-in for tonight is turned into a
      *    darts one, so ATTENDANCE-LEDGER charges one fee and sees
      *    a darts player.
      *
      *    Number facts: a member keys any number up to 9,999,999 and
      *    gets back what NUMBER-PROPERTIES-SERVICE knows about it -
      *    prime or composite, factorization, divisors, perfect /
      *    abundant / deficient, Collatz steps, digit sum, square and
      *    triangular - the same answers the quiz pack's key uses.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GAME-LOG-FILE ASSIGN TO "KIOSKGLG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RULESET-CHOICE-FILE ASSIGN TO "YACHTRSL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GAME-RESULT-FILE ASSIGN TO "KIOSKRES"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-REGISTER-FILE ASSIGN TO "CLUBCARD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-REFUSAL-FILE ASSIGN TO "CARDREFU"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05 CI-NIGHT-DATE          PIC 9(8).
           05 CI-ARRIVAL-TIME        PIC 9(4).
           05 CI-AMOUNT-PAID        PIC 9(3)V99.
           05 CI-CARD-SERIAL         PIC X(13).
           05 CI-CARD-CHECK-DIGIT    PIC X.
           05 CI-GAME                PIC X.
              88 CI-YACHT-ONLY            VALUE "Y".
      *
       FD  GAME-LOG-FILE.
       01  GAME-LOG-RECORD.
           05 GL-OPEN-MASK           PIC X(12).
           05 GL-CATEGORY-PICKED     PIC X(15).
           05 GL-SCORE-TAKEN         PIC 99.
           05 GL-RULESET-NAME        PIC X(8).
           05 GL-SCORER-VERSION      PIC X(8).
           05 GL-FIRST-HOLD-DICE     PIC X(5).
           05 GL-FIRST-HOLD-MASK     PIC X(5).
           05 GL-SECOND-HOLD-DICE    PIC X(5).
           05 GL-SECOND-HOLD-MASK    PIC X(5).
      *
       FD  RULESET-CHOICE-FILE.
       01  RULESET-CHOICE-RECORD.
           05 RL-RULESET-NAME        PIC X(8).
      *
      *    One record per multiplayer game. A seat's rank is 0 when
      *    the card was refused; unused seats are left blank.
       FD  GAME-RESULT-FILE.
       01  GAME-RESULT-RECORD.
           05 GR-GAME-DATE           PIC 9(8).
           05 GR-GAME-TIME           PIC 9(4).
           05 GR-RULESET-NAME        PIC X(8).
           05 GR-PLAYER-COUNT        PIC 9.
           05 GR-SEAT OCCURS 4 TIMES.
              10 GR-MEMBER-ID        PIC X(10).
              10 GR-FINAL-TOTAL      PIC 9(5).
              10 GR-FINISH-RANK      PIC 9.
              10 GR-CARD-STATUS      PIC X.
                 88 GR-CARD-COMPLETE           VALUE "C".
                 88 GR-CARD-REFUSED            VALUE "R".
      *
       FD  CARD-REGISTER-FILE.
       01  CARD-REGISTER-RECORD.
           COPY "member-card.cpy".
      *
       FD  CARD-REFUSAL-FILE.
       01  CARD-REFUSAL-RECORD.
           COPY "card-refusal.cpy".
      *
       WORKING-STORAGE SECTION.
      *
             88 PICK-VALID                       VALUE "Y".
          05 WS-MATCH-FOUND-SWITCH     PIC X     VALUE "N".
             88 WS-RULE-MATCHED                  VALUE "Y".
          05 RULESET-CHOICE-EOF-SWITCH PIC X     VALUE "N".
             88 RULESET-CHOICE-EOF               VALUE "Y".
          05 HOLD-CHOSEN-SWITCH        PIC X     VALUE "N".
             88 HOLD-CHOSEN                      VALUE "Y".
          05 CARD-COMPLETE-SWITCH      PIC X     VALUE "N".
             88 CARD-COMPLETE                    VALUE "Y".
          05 SEAT-SIGNED-IN-SWITCH     PIC X     VALUE "N".
             88 SEAT-SIGNED-IN                   VALUE "Y".
          05 SEAT-TAKEN-SWITCH         PIC X     VALUE "N".
             88 SEAT-ALREADY-TAKEN               VALUE "Y".
          05 CARD-ENTRY-SWITCH         PIC X     VALUE "N".
             88 ENTRY-IS-CARD                    VALUE "Y".
          05 CARD-REGISTER-EOF-SWITCH  PIC X     VALUE "N".
             88 CARD-REGISTER-EOF                VALUE "Y".
          05 CARD-FOUND-SWITCH         PIC X     VALUE "N".
             88 CARD-FOUND                       VALUE "Y".
          05 DARTS-CLEARED-SWITCH      PIC X     VALUE "N".
             88 DARTS-CLEARED                    VALUE "Y".
      *
       01 WS-MENU-CHOICE               PIC X     VALUE SPACE.
       01 WS-KIOSK-DATE                PIC 9(8)  VALUE 0.
       01 WS-UNDERAGE-SWITCH           PIC X     VALUE "N".
          88 MEMBER-IS-UNDERAGE                  VALUE "Y".
       01 WS-SESSION-MEMBER-ID         PIC X(10) VALUE SPACES.
       01 WS-TOUCH-MEMBER-ID           PIC X(10) VALUE SPACES.
       01 WS-TURN-MEMBER-ID            PIC X(10) VALUE SPACES.
       01 WS-SIGN-IN-TRIES             PIC 9     VALUE 0.
      *
      *    What was keyed at a sign-in prompt and what it resolved
      *    to; the touch card goes onto the automatic check-in.
       01 WS-SIGN-IN-ENTRY             PIC X(15) VALUE SPACES.
       01 WS-ENTRY-MEMBER-ID           PIC X(10) VALUE SPACES.
       01 WS-ENTRY-CARD-SERIAL         PIC X(13) VALUE SPACES.
       01 WS-ENTRY-CHECK-DIGIT         PIC X     VALUE SPACE.
       01 WS-CARD-MEMBER-ID            PIC X(10) VALUE SPACES.
       01 WS-CARD-STATUS               PIC X     VALUE SPACE.
       01 WS-CARD-REFUSE-REASON        PIC X(20) VALUE SPACES.
       01 WS-SESSION-CARD-SERIAL       PIC X(13) VALUE SPACES.
       01 WS-SESSION-CHECK-DIGIT       PIC X     VALUE SPACE.
       01 WS-TOUCH-CARD-SERIAL         PIC X(13) VALUE SPACES.
       01 WS-TOUCH-CHECK-DIGIT         PIC X     VALUE SPACE.
       01 WS-CD-FUNCTION               PIC X     VALUE "V".
       01 WS-CD-SERIAL                 PIC X(13) VALUE SPACES.
       01 WS-CD-DIGIT                  PIC 9     VALUE 0.
       01 WS-CD-STATUS                 PIC X     VALUE "0".
       01 WS-SESSION-TIME              PIC 9(4)  VALUE 0.
       01 WS-SESSION-BIRTH-DATE        PIC 9(8)  VALUE 0.
      *
      *    Darts waiver check, and tonight's check-ins held while the
      *    member's own is turned from yacht only to darts.
       01 WS-SW-WAIVER-TYPE            PIC X     VALUE "D".
       01 WS-SW-WAIVER-STATUS          PIC X     VALUE SPACE.
       01 WS-SW-REFUSE-REASON          PIC X(20) VALUE SPACES.
       01 WS-CHECK-IN-COUNT            PIC 9(4)  VALUE 0.
       01 WS-CHECK-IN-SCAN             PIC 9(4)  VALUE 0.
       01 WS-CHECK-IN-CHANGED          PIC 9(4)  VALUE 0.
       01 WS-CHECK-IN-TABLE.
          05 WS-CHECK-IN-LINE OCCURS 2000 TIMES PIC X(42).
       01 WS-MEMBER-AGE                PIC S9(3) VALUE 0.
       01 WS-BIRTH-WORK                PIC 9(8)  VALUE 0.
       01 WS-BIRTH-WORK-PARTS REDEFINES WS-BIRTH-WORK.
       01 WS-YACHT-USE-COUNT           PIC 9(4)  VALUE 0.
       01 WS-DARTS-USE-COUNT           PIC 9(4)  VALUE 0.
       01 WS-RAIN-USE-COUNT            PIC 9(4)  VALUE 0.
       01 WS-MULTI-USE-COUNT           PIC 9(4)  VALUE 0.
       01 WS-FACTS-USE-COUNT           PIC 9(4)  VALUE 0.
      *
      *    Practice-game state, reset at the start of every game.
       01 WS-PRACTICE-DICE             PIC 9(5)  VALUE 0.
       01 WS-CATEGORIES-FILLED         PIC 99    VALUE 0.
       01 WS-TURN-REROLLS              PIC 9     VALUE 0.
       01 WS-OPEN-MASK                 PIC X(12) VALUE SPACES.
       01 WS-DEFAULT-RULESET           PIC X(8)  VALUE SPACES.
       01 WS-RULESET-NAME              PIC X(8)  VALUE SPACES.
       01 WS-RULESET-ENTRY             PIC X(8)  VALUE SPACES.
       01 WS-RULESET-VERSION           PIC X(8)  VALUE SPACES.
       01 WS-CATEGORIES-NEEDED         PIC 99    VALUE 12.
       01 WS-UPPER-TOTAL               PIC 9(5)  VALUE 0.
       01 WS-UPPER-BONUS               PIC 99    VALUE 0.
       01 WS-BONUS-CATEGORY            PIC X(15) VALUE 'upper bonus'.
      *
      *    Hold advice and the holds taken this turn, for the log.
       01 WS-HOLD-HISTORY.
          05 WS-HOLD-TAKEN OCCURS 2 TIMES.
             10 WS-HOLD-TAKEN-DICE     PIC X(5).
             10 WS-HOLD-TAKEN-MASK     PIC X(5).
       01 WS-HOLD-PROMPT               PIC 9     VALUE 0.
       01 WS-REROLLS-LEFT              PIC 9     VALUE 0.
       01 WS-ADVICE-DICE               PIC 9(5)  VALUE 0.
       01 WS-HOLD-ASKED                PIC X(5)  VALUE SPACES.
       01 WS-ASKED-EXPECTED            PIC 9(3)V99 VALUE 0.
       01 WS-HOLD-COUNT                PIC 99    VALUE 0.
       01 WS-HOLD-SCAN                 PIC 99    VALUE 0.
       01 WS-HOLD-TABLE.
          05 WS-HOLD OCCURS 32 TIMES.
             10 WS-ADVISED-MASK        PIC X(5).
             10 WS-ADVISED-KEEP        PIC X(5).
             10 WS-ADVISED-EXPECTED    PIC 9(3)V99.
       01 WS-HOLD-STATUS               PIC X     VALUE "0".
       01 WS-EXPECTED-EDIT             PIC ZZ9.99.
      *
       01 CATEGORIES-FILLED-TABLE.
          05 CATEGORY-FILLED-SWITCH OCCURS 12 TIMES
                PIC X VALUE "N".
             88 CATEGORY-WAS-FILLED    VALUE "Y".
      *
      *    Multiplayer seats. The practice-game state above is the
      *    card in play; each seat's card is moved in before its turn
      *    and back out after it.
       01 WS-PLAYER-COUNT-ENTRY        PIC X     VALUE SPACE.
          88 VALID-PLAYER-COUNT                  VALUE "2" "3" "4".
       01 WS-PLAYERS-WANTED            PIC 9     VALUE 0.
       01 WS-SEAT-COUNT                PIC 9     VALUE 0.
       01 WS-SEATS-PLAYING             PIC 9     VALUE 0.
       01 WS-SEAT-INDEX                PIC 9     VALUE 0.
       01 WS-SEAT-SCAN                 PIC 9     VALUE 0.
       01 WS-SEAT-TRIES                PIC 9     VALUE 0.
       01 WS-SEAT-ENTRY                PIC X(10) VALUE SPACES.
       01 WS-SAVED-UNDERAGE            PIC X     VALUE "N".
       01 WS-GAME-TIME                 PIC 9(4)  VALUE 0.
       01 WS-PLACES-TAKEN              PIC 9     VALUE 0.
       01 WS-BEST-SEAT                 PIC 9     VALUE 0.
       01 WS-BEST-TOTAL                PIC 9(5)  VALUE 0.
       01 WS-LAST-RANK                 PIC 9     VALUE 0.
       01 WS-LAST-TOTAL                PIC 9(5)  VALUE 0.
       01 WS-SEAT-TABLE.
          05 WS-SEAT OCCURS 4 TIMES.
             10 SEAT-MEMBER-ID         PIC X(10).
             10 SEAT-FILLED-TABLE      PIC X(12).
             10 SEAT-GRAND-TOTAL       PIC 9(5).
             10 SEAT-UPPER-TOTAL       PIC 9(5).
             10 SEAT-CATEGORIES-FILLED PIC 99.
             10 SEAT-QUIT-SWITCH       PIC X.
                88 SEAT-QUIT                     VALUE "Y".
             10 SEAT-COMPLETE-SWITCH   PIC X.
                88 SEAT-CARD-COMPLETE            VALUE "Y".
             10 SEAT-RANK              PIC 9.
      *
       01 CATEGORY-TABLE-VALUES.
          05 FILLER                    PIC X(15) VALUE 'ones'.
       01 WS-RESULT                    PIC X(60) VALUE SPACES.
       01 WS-POINTER-FIELD             PIC 9(2)  VALUE 1.
       01 WS-RULE-COUNT                PIC 99    VALUE 0.
      *
      *    Number-facts state.
       01 WS-FACTS-TEXT                PIC X(7)  VALUE SPACES.
       01 WS-NP-NUMBER                 PIC 9(7)  VALUE 0.
       01 WS-NUMBER-PROPERTIES.
          COPY "number-properties.cpy".
       01 WS-NP-STATUS                 PIC X     VALUE "0".
       01 WS-FACTS-NUMBER-EDITED       PIC Z(6)9.
       01 WS-FACTS-COUNT-EDITED        PIC Z(8)9.
       01 WS-RULE-TABLE.
          05 WS-RULE               OCCURS 20 TIMES
                                    INDEXED BY WS-RULE-INDEX.
              DISPLAY "SEE THE DESK TO SORT OUT YOUR MEMBERSHIP"
              STOP RUN
           END-IF.
           MOVE WS-SESSION-MEMBER-ID TO WS-TOUCH-MEMBER-ID.
           MOVE WS-SESSION-CARD-SERIAL TO WS-TOUCH-CARD-SERIAL.
           MOVE WS-SESSION-CHECK-DIGIT TO WS-TOUCH-CHECK-DIGIT.
           PERFORM RECORD-FIRST-TOUCH.
           PERFORM LOAD-RAIN-RULES.
           PERFORM LOAD-RULESET-CHOICE.
           PERFORM OFFER-MENU
              WITH TEST BEFORE
              UNTIL KIOSK-DONE.
           DISPLAY "THANKS FOR VISITING".
           STOP RUN.
      *
      *    Three tries at a valid card or, for a member not yet
      *    carded, a valid member ID - either way the member must be
      *    paid up; reinstated ("R") members sign in like plain
      *    actives. A refused card counts as a try.
       SIGN-IN-MEMBER.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-SIGNED-IN
              OR WS-SIGN-IN-TRIES >= 3
              ADD 1 TO WS-SIGN-IN-TRIES
              DISPLAY "CARD OR MEMBER ID: " WITH NO ADVANCING
              MOVE SPACES TO WS-SIGN-IN-ENTRY
              ACCEPT WS-SIGN-IN-ENTRY
              PERFORM CHECK-SIGN-IN-ENTRY
              IF (WS-CARD-REFUSE-REASON = SPACES)
                 MOVE WS-ENTRY-MEMBER-ID TO WS-SESSION-MEMBER-ID
                 MOVE WS-SESSION-MEMBER-ID TO MM-MEMBER-ID
                 READ MEMBER-MASTER-FILE
                    INVALID KEY
                       DISPLAY "NOT ON THE MEMBER MASTER"
                    NOT INVALID KEY
                       IF (MM-STATUS = "A" OR MM-STATUS = "R")
                          MOVE "Y" TO WS-SIGNED-IN-SWITCH
                          MOVE WS-ENTRY-CARD-SERIAL
                             TO WS-SESSION-CARD-SERIAL
                          MOVE WS-ENTRY-CHECK-DIGIT
                             TO WS-SESSION-CHECK-DIGIT
                          MOVE MM-BIRTH-DATE TO WS-SESSION-BIRTH-DATE
                          PERFORM CHECK-MEMBER-AGE
                       ELSE
                          DISPLAY "MEMBERSHIP NOT IN GOOD STANDING"
                       END-IF
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
      *    Thirteen digits and a check digit, with or without the
      *    dash the card is printed with, is a card serial; anything
      *    else is taken as a member ID. Leaves the member the entry
      *    resolved to, or the reason it was refused.
       CHECK-SIGN-IN-ENTRY.
           MOVE "N" TO CARD-ENTRY-SWITCH.
           MOVE SPACES TO WS-CARD-REFUSE-REASON.
           MOVE SPACES TO WS-ENTRY-MEMBER-ID.
           MOVE SPACES TO WS-CARD-MEMBER-ID.
           MOVE SPACES TO WS-ENTRY-CARD-SERIAL.
           MOVE SPACE TO WS-ENTRY-CHECK-DIGIT.
           EVALUATE TRUE
           WHEN WS-SIGN-IN-ENTRY(1:13) IS NUMERIC
              AND WS-SIGN-IN-ENTRY(14:1) = "-"
              AND WS-SIGN-IN-ENTRY(15:1) IS NUMERIC
                MOVE "Y" TO CARD-ENTRY-SWITCH
                MOVE WS-SIGN-IN-ENTRY(1:13) TO WS-ENTRY-CARD-SERIAL
                MOVE WS-SIGN-IN-ENTRY(15:1) TO WS-ENTRY-CHECK-DIGIT
           WHEN WS-SIGN-IN-ENTRY(1:14) IS NUMERIC
              AND WS-SIGN-IN-ENTRY(15:1) = SPACE
                MOVE "Y" TO CARD-ENTRY-SWITCH
                MOVE WS-SIGN-IN-ENTRY(1:13) TO WS-ENTRY-CARD-SERIAL
                MOVE WS-SIGN-IN-ENTRY(14:1) TO WS-ENTRY-CHECK-DIGIT
           WHEN OTHER
                MOVE FUNCTION UPPER-CASE(WS-SIGN-IN-ENTRY(1:10))
                   TO WS-ENTRY-MEMBER-ID
           END-EVALUATE.
           IF (ENTRY-IS-CARD)
              PERFORM VERIFY-KEYED-CARD
           ELSE
              PERFORM CHECK-MEMBER-IS-CARDED
           END-IF.
           IF (WS-CARD-REFUSE-REASON NOT = SPACES)
              DISPLAY "REFUSED - " FUNCTION TRIM(WS-CARD-REFUSE-REASON)
              PERFORM LOG-CARD-REFUSAL
           END-IF.
      *
      *    A digit that fails the check never reaches the register,
      *    so a mis-keyed serial cannot sign in as somebody else.
       VERIFY-KEYED-CARD.
           MOVE "V" TO WS-CD-FUNCTION.
           MOVE WS-ENTRY-CARD-SERIAL TO WS-CD-SERIAL.
           MOVE WS-ENTRY-CHECK-DIGIT TO WS-CD-DIGIT.
           CALL "CHECK-DIGIT-SERVICE" USING WS-CD-FUNCTION
              WS-CD-SERIAL WS-CD-DIGIT WS-CD-STATUS.
           IF (WS-CD-STATUS NOT = "0")
              MOVE "BAD CHECK DIGIT" TO WS-CARD-REFUSE-REASON
           ELSE
              PERFORM FIND-KEYED-CARD
              EVALUATE TRUE
              WHEN NOT CARD-FOUND
                   MOVE "CARD NOT ON REGISTER"
                      TO WS-CARD-REFUSE-REASON
              WHEN WS-CARD-STATUS = "L"
                   MOVE "CARD REPORTED LOST" TO WS-CARD-REFUSE-REASON
              WHEN WS-CARD-STATUS = "R"
                   MOVE "CARD REPLACED" TO WS-CARD-REFUSE-REASON
              WHEN OTHER
                   MOVE WS-CARD-MEMBER-ID TO WS-ENTRY-MEMBER-ID
              END-EVALUATE
           END-IF.
      *
       FIND-KEYED-CARD.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE "N" TO CARD-REGISTER-EOF-SWITCH.
           MOVE SPACES TO WS-CARD-MEMBER-ID.
           MOVE SPACE TO WS-CARD-STATUS.
           OPEN INPUT CARD-REGISTER-FILE.
           PERFORM UNTIL CARD-REGISTER-EOF OR CARD-FOUND
              READ CARD-REGISTER-FILE
                 AT END
                    MOVE "Y" TO CARD-REGISTER-EOF-SWITCH
                 NOT AT END
                    IF (MC-CARD-SERIAL = WS-ENTRY-CARD-SERIAL)
                       MOVE "Y" TO CARD-FOUND-SWITCH
                       MOVE MC-MEMBER-ID TO WS-CARD-MEMBER-ID
                       MOVE MC-STATUS TO WS-CARD-STATUS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARD-REGISTER-FILE.
      *
      *    Once a member has been issued a card the bare ID no
      *    longer signs them in - that is the whole point of the
      *    card.
       CHECK-MEMBER-IS-CARDED.
           MOVE "N" TO CARD-FOUND-SWITCH.
           MOVE "N" TO CARD-REGISTER-EOF-SWITCH.
           OPEN INPUT CARD-REGISTER-FILE.
           PERFORM UNTIL CARD-REGISTER-EOF OR CARD-FOUND
              READ CARD-REGISTER-FILE
                 AT END
                    MOVE "Y" TO CARD-REGISTER-EOF-SWITCH
                 NOT AT END
                    IF (MC-MEMBER-ID = WS-ENTRY-MEMBER-ID)
                       MOVE "Y" TO CARD-FOUND-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARD-REGISTER-FILE.
           IF (CARD-FOUND)
              MOVE "CARD REQUIRED" TO WS-CARD-REFUSE-REASON
           END-IF.
      *
       LOG-CARD-REFUSAL.
           OPEN EXTEND CARD-REFUSAL-FILE.
           MOVE WS-KIOSK-DATE TO CF-ATTEMPT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO CF-ATTEMPT-TIME.
           MOVE "KIOSK" TO CF-SOURCE.
           MOVE WS-SIGN-IN-ENTRY TO CF-ENTRY.
           IF (ENTRY-IS-CARD)
              MOVE WS-CARD-MEMBER-ID TO CF-MEMBER-ID
           ELSE
              MOVE WS-ENTRY-MEMBER-ID TO CF-MEMBER-ID
           END-IF.
           MOVE WS-CARD-REFUSE-REASON TO CF-REASON.
           WRITE CARD-REFUSAL-RECORD.
           CLOSE CARD-REFUSAL-FILE.
      *
       CHECK-MEMBER-AGE.
           MOVE "N" TO WS-UNDERAGE-SWITCH.
      *
      *    The first kiosk touch of the night is the member's
      *    check-in: if the desk has not keyed one already, the
      *    kiosk writes it, yacht only, fee to be settled at the
      *    desk.
       RECORD-FIRST-TOUCH.
           MOVE "N" TO WS-ALREADY-IN-SWITCH.
           MOVE "N" TO WS-CHECK-IN-EOF-SWITCH.
           OPEN INPUT CHECK-IN-FILE.
           PERFORM UNTIL CHECK-IN-EOF
              READ CHECK-IN-FILE
                 AT END
                    MOVE "Y" TO WS-CHECK-IN-EOF-SWITCH
                 NOT AT END
                    IF (CI-MEMBER-ID = WS-TOUCH-MEMBER-ID
                       AND CI-NIGHT-DATE = WS-KIOSK-DATE)
                       MOVE "Y" TO WS-ALREADY-IN-SWITCH
                    END-IF
           CLOSE CHECK-IN-FILE.
           IF (NOT ALREADY-CHECKED-IN)
              OPEN EXTEND CHECK-IN-FILE
              MOVE WS-TOUCH-MEMBER-ID TO CI-MEMBER-ID
              MOVE WS-KIOSK-DATE TO CI-NIGHT-DATE
              MOVE WS-SESSION-TIME TO CI-ARRIVAL-TIME
              MOVE 0 TO CI-AMOUNT-PAID
              MOVE WS-TOUCH-CARD-SERIAL TO CI-CARD-SERIAL
              MOVE WS-TOUCH-CHECK-DIGIT TO CI-CARD-CHECK-DIGIT
              MOVE "Y" TO CI-GAME
              WRITE CHECK-IN-RECORD
              CLOSE CHECK-IN-FILE
              DISPLAY "CHECKED IN FOR TONIGHT - fee due at the desk"
           DISPLAY "  1  YACHT PRACTICE GAME".
           DISPLAY "  2  SINGLE DARTS THROW".
           DISPLAY "  3  RAINDROPS DRAW".
           DISPLAY "  4  MULTIPLAYER YACHT (2-4 PLAYERS)".
           DISPLAY "  5  NUMBER FACTS".
           DISPLAY "  Q  QUIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
                ADD 1 TO WS-YACHT-USE-COUNT
                PERFORM PLAY-PRACTICE-GAME
           WHEN "2"
                PERFORM CLEAR-DARTS-PLAYER
                IF (DARTS-CLEARED)
                   ADD 1 TO WS-DARTS-USE-COUNT
                   PERFORM SCORE-SINGLE-THROW
                END-IF
           WHEN "3"
                ADD 1 TO WS-RAIN-USE-COUNT
                PERFORM PLAY-RAINDROPS-DRAW
           WHEN "4"
                ADD 1 TO WS-MULTI-USE-COUNT
                PERFORM PLAY-MULTIPLAYER-GAME
           WHEN "5"
                ADD 1 TO WS-FACTS-USE-COUNT
                PERFORM SHOW-NUMBER-FACTS
           WHEN "Q"
                MOVE "Y" TO KIOSK-DONE-SWITCH
           WHEN OTHER
           MOVE "RAINDROPS " TO UL-ACTIVITY.
           MOVE WS-RAIN-USE-COUNT TO UL-USE-COUNT.
           WRITE USAGE-LOG-RECORD.
           MOVE "YACHTMULTI" TO UL-ACTIVITY.
           MOVE WS-MULTI-USE-COUNT TO UL-USE-COUNT.
           WRITE USAGE-LOG-RECORD.
           MOVE "NUMFACTS  " TO UL-ACTIVITY.
           MOVE WS-FACTS-USE-COUNT TO UL-USE-COUNT.
           WRITE USAGE-LOG-RECORD.
           IF (MEMBER-IS-UNDERAGE)
              MOVE "UNDERAGE  " TO UL-ACTIVITY
              MOVE 1 TO UL-USE-COUNT
           END-IF.
           CLOSE USAGE-LOG-FILE.
      *
      *    Checked once a session: no darts without a waiver in
      *    force, and no waiver register yet lets everyone through.
       CLEAR-DARTS-PLAYER.
           IF (NOT DARTS-CLEARED)
              MOVE "D" TO WS-SW-WAIVER-TYPE
              CALL "SAFETY-WAIVER-SERVICE" USING WS-SESSION-MEMBER-ID
                 WS-SW-WAIVER-TYPE WS-KIOSK-DATE WS-SESSION-BIRTH-DATE
                 WS-SW-WAIVER-STATUS WS-SW-REFUSE-REASON
              IF (WS-SW-WAIVER-STATUS = "R")
                 DISPLAY "NO DARTS TONIGHT - "
                    FUNCTION TRIM(WS-SW-REFUSE-REASON)
                    ", SEE THE DESK"
              ELSE
                 MOVE "Y" TO DARTS-CLEARED-SWITCH
                 PERFORM MARK-DARTS-CHECK-IN
              END-IF
           END-IF.
      *
      *    The member's yacht-only check-in for tonight becomes a
      *    darts one in place; the file is written back only when
      *    something changed.
       MARK-DARTS-CHECK-IN.
           MOVE 0 TO WS-CHECK-IN-COUNT.
           MOVE 0 TO WS-CHECK-IN-CHANGED.
           MOVE "N" TO WS-CHECK-IN-EOF-SWITCH.
           OPEN INPUT CHECK-IN-FILE.
           PERFORM UNTIL CHECK-IN-EOF
              READ CHECK-IN-FILE
                 AT END
                    MOVE "Y" TO WS-CHECK-IN-EOF-SWITCH
                 NOT AT END
                    IF (WS-CHECK-IN-COUNT = 2000)
                       DISPLAY "ABORTED: check-ins exceed the "
                          "2000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    IF (CI-MEMBER-ID = WS-SESSION-MEMBER-ID
                       AND CI-NIGHT-DATE = WS-KIOSK-DATE
                       AND CI-YACHT-ONLY)
                       MOVE SPACE TO CI-GAME
                       ADD 1 TO WS-CHECK-IN-CHANGED
                    END-IF
                    ADD 1 TO WS-CHECK-IN-COUNT
                    MOVE CHECK-IN-RECORD
                       TO WS-CHECK-IN-LINE(WS-CHECK-IN-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CHECK-IN-FILE.
           IF (WS-CHECK-IN-CHANGED > 0)
              OPEN OUTPUT CHECK-IN-FILE
              PERFORM VARYING WS-CHECK-IN-SCAN FROM 1 BY 1
                 UNTIL WS-CHECK-IN-SCAN > WS-CHECK-IN-COUNT
                   MOVE WS-CHECK-IN-LINE(WS-CHECK-IN-SCAN)
                      TO CHECK-IN-RECORD
                   WRITE CHECK-IN-RECORD
              END-PERFORM
              CLOSE CHECK-IN-FILE
           END-IF.
      *
      *    Activity 1: the full practice game - one turn for each
      *    category the ruleset plays, three rolls per turn with
      *    holds, scored by the shared scorer.
       PLAY-PRACTICE-GAME.
           MOVE "N" TO GAME-QUIT-SWITCH.
           MOVE 0 TO WS-GRAND-TOTAL.
           MOVE 0 TO WS-CATEGORIES-FILLED.
           MOVE 0 TO WS-UPPER-TOTAL.
           MOVE WS-SESSION-MEMBER-ID TO WS-TURN-MEMBER-ID.
           PERFORM CHOOSE-GAME-RULESET.
           DISPLAY "YACHT PRACTICE GAME - " WS-CATEGORIES-NEEDED
              " turns, three rolls per turn, ruleset "
              WS-RULESET-NAME.
           PERFORM PLAY-ONE-TURN
              WITH TEST BEFORE
              VARYING WS-TURN-NUMBER FROM 1 BY 1
              UNTIL WS-TURN-NUMBER > WS-CATEGORIES-NEEDED
              OR GAME-QUIT.
           PERFORM TOTAL-THE-CARD.
      *
      *    The night's ruleset unless the player names another one
      *    on the rules file. A category the ruleset does not play
      *    starts the game already closed, so it is never offered
      *    and the open mask shows it shut.
       CHOOSE-GAME-RULESET.
           MOVE WS-DEFAULT-RULESET TO WS-RULESET-NAME.
           DISPLAY "RULESET (ENTER FOR " WS-DEFAULT-RULESET "): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-RULESET-ENTRY.
           ACCEPT WS-RULESET-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-RULESET-ENTRY)
              TO WS-RULESET-ENTRY.
           IF (WS-RULESET-ENTRY NOT = SPACES)
              MOVE 0 TO WS-CALL-DICE
              CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY
                 WS-CALL-DICE WS-CALL-SCORE WS-RULESET-VERSION
                 WS-RULESET-ENTRY
              IF (WS-RULESET-VERSION = SPACES)
                 DISPLAY "NO SUCH RULESET - PLAYING "
                    WS-DEFAULT-RULESET
              ELSE
                 MOVE WS-RULESET-ENTRY TO WS-RULESET-NAME
              END-IF
           END-IF.
           MOVE 0 TO WS-CALL-DICE.
           CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY WS-CALL-DICE
              WS-CALL-SCORE WS-RULESET-VERSION WS-RULESET-NAME.
           MOVE 0 TO WS-CATEGORIES-NEEDED.
           MOVE 11111 TO WS-CALL-DICE.
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
              UNTIL WS-CATEGORY-INDEX > 12
                MOVE CATEGORY(WS-CATEGORY-INDEX) TO WS-CALL-CATEGORY
                CALL "YACHT-SCORER" USING WS-CALL-CATEGORY
                   WS-CALL-DICE WS-CALL-SCORE WS-SCORER-VERSION
                   WS-RULESET-NAME
                IF (WS-SCORER-VERSION = SPACES)
                   MOVE "Y"
                      TO CATEGORY-FILLED-SWITCH(WS-CATEGORY-INDEX)
                ELSE
                   MOVE "N"
                      TO CATEGORY-FILLED-SWITCH(WS-CATEGORY-INDEX)
                   ADD 1 TO WS-CATEGORIES-NEEDED
                END-IF
           END-PERFORM.
      *
      *    The default comes off the ruleset card; with no card, or
      *    a card naming a ruleset nobody has defined, it is
      *    STANDARD.
       LOAD-RULESET-CHOICE.
           OPEN INPUT RULESET-CHOICE-FILE.
           PERFORM UNTIL RULESET-CHOICE-EOF
              READ RULESET-CHOICE-FILE
                 AT END
                    MOVE "Y" TO RULESET-CHOICE-EOF-SWITCH
                 NOT AT END
                    MOVE RL-RULESET-NAME TO WS-DEFAULT-RULESET
              END-READ
           END-PERFORM.
           CLOSE RULESET-CHOICE-FILE.
           MOVE 0 TO WS-CALL-DICE.
           CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY WS-CALL-DICE
              WS-CALL-SCORE WS-RULESET-VERSION WS-DEFAULT-RULESET.
           IF (WS-RULESET-VERSION = SPACES)
              MOVE "STANDARD" TO WS-DEFAULT-RULESET
           END-IF.
      *
       PLAY-ONE-TURN.
           DISPLAY " ".
           DISPLAY "TURN " WS-TURN-NUMBER " OF " WS-CATEGORIES-NEEDED.
           MOVE "N" TO TURN-DONE-SWITCH.
           MOVE 0 TO WS-TURN-REROLLS.
           MOVE SPACES TO WS-HOLD-HISTORY.
           CALL "YACHT-PRACTICE-ROLLER" USING WS-PRACTICE-DICE.
           MOVE WS-PRACTICE-DICE TO WS-DICE-STRING.
           PERFORM OFFER-ONE-REROLL
      *
      *    The player answers with Y under each die to keep and N
      *    under each die to throw again; holding all five ends the
      *    turn's rolling early. A ? asks for hold advice and the
      *    prompt comes back.
       OFFER-ONE-REROLL.
           COMPUTE WS-HOLD-PROMPT = WS-ROLL-NUMBER - 1.
           COMPUTE WS-REROLLS-LEFT = 4 - WS-ROLL-NUMBER.
           MOVE "N" TO HOLD-CHOSEN-SWITCH.
           PERFORM UNTIL HOLD-CHOSEN
              DISPLAY "ROLL: " WS-DICE-STRING
              DISPLAY "HOLD WHICH DICE? (5 chars, Y=hold N=reroll,"
                 " YYYYY keeps all, ? for advice): "
                 WITH NO ADVANCING
              ACCEPT WS-HOLD-MASK
              MOVE FUNCTION UPPER-CASE(WS-HOLD-MASK) TO WS-HOLD-MASK
              IF (WS-HOLD-MASK(1:1) = "?")
                 PERFORM SHOW-HOLD-ADVICE
              ELSE
                 MOVE "Y" TO HOLD-CHOSEN-SWITCH
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-DIE-INDEX FROM 1 BY 1
              UNTIL WS-DIE-INDEX > 5
                IF (WS-HOLD-MASK(WS-DIE-INDEX:1) NOT = "Y")
                   MOVE "N" TO WS-HOLD-MASK(WS-DIE-INDEX:1)
                END-IF
           END-PERFORM.
           MOVE WS-DICE-STRING
              TO WS-HOLD-TAKEN-DICE(WS-HOLD-PROMPT).
           MOVE WS-HOLD-MASK TO WS-HOLD-TAKEN-MASK(WS-HOLD-PROMPT).
           IF (WS-HOLD-MASK = "YYYYY")
              MOVE "Y" TO TURN-DONE-SWITCH
           ELSE
                   END-IF
              END-PERFORM
           END-IF.
      *
      *    The advisor values the holds against the categories still
      *    open this turn; the best three are shown.
       SHOW-HOLD-ADVICE.
           PERFORM BUILD-OPEN-MASK.
           MOVE WS-DICE-STRING TO WS-ADVICE-DICE.
           MOVE SPACES TO WS-HOLD-ASKED.
           CALL "YACHT-HOLD-ADVISOR" USING WS-ADVICE-DICE
              WS-REROLLS-LEFT WS-OPEN-MASK WS-RULESET-NAME
              WS-HOLD-ASKED WS-ASKED-EXPECTED WS-HOLD-COUNT
              WS-HOLD-TABLE WS-HOLD-STATUS.
           IF (WS-HOLD-STATUS NOT = "0")
              DISPLAY "NO HOLD ADVICE FOR THIS ROLL"
           ELSE
              DISPLAY "BEST HOLDS WITH " WS-REROLLS-LEFT
                 " REROLL(S) LEFT:"
              PERFORM VARYING WS-HOLD-SCAN FROM 1 BY 1
                 UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
                 OR WS-HOLD-SCAN > 3
                   MOVE WS-ADVISED-EXPECTED(WS-HOLD-SCAN)
                      TO WS-EXPECTED-EDIT
                   DISPLAY "  " WS-ADVISED-MASK(WS-HOLD-SCAN)
                      "  KEEP " WS-ADVISED-KEEP(WS-HOLD-SCAN)
                      "  EXPECTED " WS-EXPECTED-EDIT
              END-PERFORM
           END-IF.
      *
       PICK-TURN-CATEGORY.
           DISPLAY "FINAL ROLL: " WS-DICE-STRING.
           MOVE CATEGORY(WS-PICK-INPUT) TO WS-CALL-CATEGORY.
           MOVE WS-DICE-STRING TO WS-CALL-DICE.
           CALL "YACHT-SCORER" USING WS-CALL-CATEGORY WS-CALL-DICE
              WS-CALL-SCORE WS-SCORER-VERSION WS-RULESET-NAME.
           MOVE "Y" TO CATEGORY-FILLED-SWITCH(WS-PICK-INPUT).
           ADD 1 TO WS-CATEGORIES-FILLED.
           ADD WS-CALL-SCORE TO WS-GRAND-TOTAL.
           IF (WS-PICK-INPUT <= 6)
              ADD WS-CALL-SCORE TO WS-UPPER-TOTAL
           END-IF.
           DISPLAY "SCORED " WS-CALL-SCORE " IN "
              CATEGORY(WS-PICK-INPUT).
           PERFORM LOG-ONE-TURN.
      *
       LOG-ONE-TURN.
           OPEN EXTEND GAME-LOG-FILE.
           MOVE WS-TURN-MEMBER-ID TO GL-MEMBER-ID.
           MOVE WS-KIOSK-DATE TO GL-GAME-DATE.
           MOVE WS-TURN-NUMBER TO GL-TURN-NUMBER.
           MOVE WS-DICE-STRING TO GL-FINAL-DICE.
           MOVE WS-OPEN-MASK TO GL-OPEN-MASK.
           MOVE CATEGORY(WS-PICK-INPUT) TO GL-CATEGORY-PICKED.
           MOVE WS-CALL-SCORE TO GL-SCORE-TAKEN.
           MOVE WS-RULESET-NAME TO GL-RULESET-NAME.
           MOVE WS-SCORER-VERSION TO GL-SCORER-VERSION.
           MOVE WS-HOLD-TAKEN-DICE(1) TO GL-FIRST-HOLD-DICE.
           MOVE WS-HOLD-TAKEN-MASK(1) TO GL-FIRST-HOLD-MASK.
           MOVE WS-HOLD-TAKEN-DICE(2) TO GL-SECOND-HOLD-DICE.
           MOVE WS-HOLD-TAKEN-MASK(2) TO GL-SECOND-HOLD-MASK.
           WRITE GAME-LOG-RECORD.
           CLOSE GAME-LOG-FILE.
      *
       TOTAL-THE-CARD.
           DISPLAY " ".
           MOVE "N" TO CARD-COMPLETE-SWITCH.
           IF (WS-CATEGORIES-FILLED < WS-CATEGORIES-NEEDED)
              DISPLAY "REJECTED: scorecard is missing "
                 "one or more categories"
           ELSE
              MOVE WS-UPPER-TOTAL TO WS-CALL-DICE
              MOVE "Y" TO CARD-COMPLETE-SWITCH
              CALL "YACHT-SCORER" USING WS-BONUS-CATEGORY
                 WS-CALL-DICE WS-UPPER-BONUS WS-RULESET-VERSION
                 WS-RULESET-NAME
              IF (WS-UPPER-BONUS > 0)
                 ADD WS-UPPER-BONUS TO WS-GRAND-TOTAL
                 DISPLAY "UPPER SECTION BONUS: " WS-UPPER-BONUS
              END-IF
              DISPLAY "GRAND TOTAL: " WS-GRAND-TOTAL
                 " (RULESET " WS-RULESET-NAME " "
                 WS-RULESET-VERSION ")"
           END-IF.
      *
      *    Activity 4: pass-and-play yacht for two to four members,
      *    one ruleset for the whole table.
       PLAY-MULTIPLAYER-GAME.
           PERFORM SEAT-THE-PLAYERS.
           IF (WS-SEAT-COUNT < 2)
              DISPLAY "MULTIPLAYER GAME CANCELLED"
           ELSE
              MOVE FUNCTION CURRENT-DATE(9:4) TO WS-GAME-TIME
              PERFORM CHOOSE-GAME-RULESET
              PERFORM VARYING WS-SEAT-INDEX FROM 1 BY 1
                 UNTIL WS-SEAT-INDEX > WS-SEAT-COUNT
                   MOVE CATEGORIES-FILLED-TABLE
                      TO SEAT-FILLED-TABLE(WS-SEAT-INDEX)
                   MOVE 0 TO SEAT-GRAND-TOTAL(WS-SEAT-INDEX)
                   MOVE 0 TO SEAT-UPPER-TOTAL(WS-SEAT-INDEX)
                   MOVE 0 TO SEAT-CATEGORIES-FILLED(WS-SEAT-INDEX)
                   MOVE "N" TO SEAT-QUIT-SWITCH(WS-SEAT-INDEX)
                   MOVE "N" TO SEAT-COMPLETE-SWITCH(WS-SEAT-INDEX)
                   MOVE 0 TO SEAT-RANK(WS-SEAT-INDEX)
              END-PERFORM
              DISPLAY "YACHT MULTIPLAYER GAME - " WS-SEAT-COUNT
                 " players, " WS-CATEGORIES-NEEDED
                 " turns each, ruleset " WS-RULESET-NAME
              MOVE WS-SEAT-COUNT TO WS-SEATS-PLAYING
              PERFORM PLAY-ONE-ROUND
                 WITH TEST BEFORE
                 VARYING WS-TURN-NUMBER FROM 1 BY 1
                 UNTIL WS-TURN-NUMBER > WS-CATEGORIES-NEEDED
                 OR WS-SEATS-PLAYING = 0
              PERFORM TOTAL-EVERY-CARD
              PERFORM RANK-THE-SEATS
              PERFORM WRITE-GAME-RESULT
           END-IF.
      *
      *    The signed-in member sits first; the others sign in one by
      *    one. A wrong count, or a seat nobody can fill in three
      *    tries, calls the game off.
       SEAT-THE-PLAYERS.
           MOVE 0 TO WS-SEAT-COUNT.
           DISPLAY "HOW MANY PLAYERS (2-4): " WITH NO ADVANCING.
           ACCEPT WS-PLAYER-COUNT-ENTRY.
           IF (NOT VALID-PLAYER-COUNT)
              DISPLAY "TWO TO FOUR PLAYERS ONLY"
           ELSE
              MOVE WS-PLAYER-COUNT-ENTRY TO WS-PLAYERS-WANTED
              MOVE 1 TO WS-SEAT-COUNT
              MOVE WS-SESSION-MEMBER-ID TO SEAT-MEMBER-ID(1)
              MOVE "Y" TO SEAT-SIGNED-IN-SWITCH
              OPEN INPUT MEMBER-MASTER-FILE
              PERFORM SIGN-IN-SEAT-PLAYER
                 UNTIL WS-SEAT-COUNT >= WS-PLAYERS-WANTED
                 OR NOT SEAT-SIGNED-IN
              CLOSE MEMBER-MASTER-FILE
              IF (NOT SEAT-SIGNED-IN)
                 MOVE 0 TO WS-SEAT-COUNT
              END-IF
           END-IF.
      *
      *    Same rules as the session sign-in, and nobody takes two
      *    seats. The age check still puts the supervision notice on
      *    screen, but the usage log's UNDERAGE line stays with the
      *    session member.
       SIGN-IN-SEAT-PLAYER.
           ADD 1 TO WS-SEAT-COUNT.
           MOVE "N" TO SEAT-SIGNED-IN-SWITCH.
           MOVE 0 TO WS-SEAT-TRIES.
           PERFORM UNTIL SEAT-SIGNED-IN
              OR WS-SEAT-TRIES >= 3
              ADD 1 TO WS-SEAT-TRIES
              DISPLAY "PLAYER " WS-SEAT-COUNT " CARD OR MEMBER ID: "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-SIGN-IN-ENTRY
              ACCEPT WS-SIGN-IN-ENTRY
              PERFORM CHECK-SIGN-IN-ENTRY
              MOVE WS-ENTRY-MEMBER-ID TO WS-SEAT-ENTRY
              MOVE "N" TO SEAT-TAKEN-SWITCH
              PERFORM VARYING WS-SEAT-SCAN FROM 1 BY 1
                 UNTIL WS-SEAT-SCAN >= WS-SEAT-COUNT
                   IF (SEAT-MEMBER-ID(WS-SEAT-SCAN) = WS-SEAT-ENTRY)
                      MOVE "Y" TO SEAT-TAKEN-SWITCH
                   END-IF
              END-PERFORM
              EVALUATE TRUE
              WHEN WS-CARD-REFUSE-REASON NOT = SPACES
                   CONTINUE
              WHEN SEAT-ALREADY-TAKEN
                   DISPLAY "ALREADY SEATED IN THIS GAME"
              WHEN OTHER
                   MOVE WS-SEAT-ENTRY TO MM-MEMBER-ID
                   READ MEMBER-MASTER-FILE
                      INVALID KEY
                         DISPLAY "NOT ON THE MEMBER MASTER"
                      NOT INVALID KEY
                         IF (MM-STATUS = "A" OR MM-STATUS = "R")
                            MOVE "Y" TO SEAT-SIGNED-IN-SWITCH
                            MOVE WS-UNDERAGE-SWITCH TO WS-SAVED-UNDERAGE
                            PERFORM CHECK-MEMBER-AGE
                            MOVE WS-SAVED-UNDERAGE TO WS-UNDERAGE-SWITCH
                         ELSE
                            DISPLAY "MEMBERSHIP NOT IN GOOD STANDING"
                         END-IF
                   END-READ
              END-EVALUATE
           END-PERFORM.
           IF (SEAT-SIGNED-IN)
              MOVE WS-SEAT-ENTRY TO SEAT-MEMBER-ID(WS-SEAT-COUNT)
              MOVE WS-SEAT-ENTRY TO WS-TOUCH-MEMBER-ID
              MOVE WS-ENTRY-CARD-SERIAL TO WS-TOUCH-CARD-SERIAL
              MOVE WS-ENTRY-CHECK-DIGIT TO WS-TOUCH-CHECK-DIGIT
              PERFORM RECORD-FIRST-TOUCH
           END-IF.
      *
       PLAY-ONE-ROUND.
           PERFORM VARYING WS-SEAT-INDEX FROM 1 BY 1
              UNTIL WS-SEAT-INDEX > WS-SEAT-COUNT
                IF (NOT SEAT-QUIT(WS-SEAT-INDEX))
                   PERFORM PLAY-SEAT-TURN
                END-IF
           END-PERFORM.
      *
      *    A 0 at the category prompt takes this player out of the
      *    game; the rest play on.
       PLAY-SEAT-TURN.
           PERFORM LOAD-SEAT-CARD.
           DISPLAY " ".
           DISPLAY "PLAYER " WS-SEAT-INDEX " - " WS-TURN-MEMBER-ID.
           PERFORM PLAY-ONE-TURN.
           IF (GAME-QUIT)
              MOVE "Y" TO SEAT-QUIT-SWITCH(WS-SEAT-INDEX)
              SUBTRACT 1 FROM WS-SEATS-PLAYING
              DISPLAY "PLAYER " WS-SEAT-INDEX " LEAVES THE GAME"
           END-IF.
           PERFORM SAVE-SEAT-CARD.
      *
       LOAD-SEAT-CARD.
           MOVE SEAT-MEMBER-ID(WS-SEAT-INDEX) TO WS-TURN-MEMBER-ID.
           MOVE SEAT-FILLED-TABLE(WS-SEAT-INDEX)
              TO CATEGORIES-FILLED-TABLE.
           MOVE SEAT-GRAND-TOTAL(WS-SEAT-INDEX) TO WS-GRAND-TOTAL.
           MOVE SEAT-UPPER-TOTAL(WS-SEAT-INDEX) TO WS-UPPER-TOTAL.
           MOVE SEAT-CATEGORIES-FILLED(WS-SEAT-INDEX)
              TO WS-CATEGORIES-FILLED.
           MOVE "N" TO GAME-QUIT-SWITCH.
      *
       SAVE-SEAT-CARD.
           MOVE CATEGORIES-FILLED-TABLE
              TO SEAT-FILLED-TABLE(WS-SEAT-INDEX).
           MOVE WS-GRAND-TOTAL TO SEAT-GRAND-TOTAL(WS-SEAT-INDEX).
           MOVE WS-UPPER-TOTAL TO SEAT-UPPER-TOTAL(WS-SEAT-INDEX).
           MOVE WS-CATEGORIES-FILLED
              TO SEAT-CATEGORIES-FILLED(WS-SEAT-INDEX).
      *
      *    Each card is totalled exactly as a practice card is, upper
      *    bonus and refusal included.
       TOTAL-EVERY-CARD.
           PERFORM VARYING WS-SEAT-INDEX FROM 1 BY 1
              UNTIL WS-SEAT-INDEX > WS-SEAT-COUNT
                PERFORM LOAD-SEAT-CARD
                DISPLAY " "
                DISPLAY "PLAYER " WS-SEAT-INDEX " - "
                   WS-TURN-MEMBER-ID
                PERFORM TOTAL-THE-CARD
                MOVE WS-GRAND-TOTAL
                   TO SEAT-GRAND-TOTAL(WS-SEAT-INDEX)
                MOVE CARD-COMPLETE-SWITCH
                   TO SEAT-COMPLETE-SWITCH(WS-SEAT-INDEX)
           END-PERFORM.
      *
      *    Complete cards are ranked by total, highest first, with
      *    equal totals sharing a place; a refused card is unranked.
       RANK-THE-SEATS.
           MOVE 0 TO WS-PLACES-TAKEN.
           MOVE 0 TO WS-LAST-RANK.
           MOVE 0 TO WS-LAST-TOTAL.
           PERFORM RANK-NEXT-SEAT WS-SEAT-COUNT TIMES.
           DISPLAY " ".
           DISPLAY "FINAL RESULT:".
           PERFORM VARYING WS-SEAT-INDEX FROM 1 BY 1
              UNTIL WS-SEAT-INDEX > WS-SEAT-COUNT
                IF (SEAT-CARD-COMPLETE(WS-SEAT-INDEX))
                   DISPLAY "  PLACE " SEAT-RANK(WS-SEAT-INDEX) "  "
                      SEAT-MEMBER-ID(WS-SEAT-INDEX) "  "
                      SEAT-GRAND-TOTAL(WS-SEAT-INDEX)
                ELSE
                   DISPLAY "  UNPLACED "
                      SEAT-MEMBER-ID(WS-SEAT-INDEX)
                      "  CARD REFUSED"
                END-IF
           END-PERFORM.
      *
       RANK-NEXT-SEAT.
           MOVE 0 TO WS-BEST-SEAT.
           MOVE 0 TO WS-BEST-TOTAL.
           PERFORM VARYING WS-SEAT-SCAN FROM 1 BY 1
              UNTIL WS-SEAT-SCAN > WS-SEAT-COUNT
                IF (SEAT-CARD-COMPLETE(WS-SEAT-SCAN)
                   AND SEAT-RANK(WS-SEAT-SCAN) = 0
                   AND (WS-BEST-SEAT = 0
                      OR SEAT-GRAND-TOTAL(WS-SEAT-SCAN) >
                         WS-BEST-TOTAL))
                   MOVE WS-SEAT-SCAN TO WS-BEST-SEAT
                   MOVE SEAT-GRAND-TOTAL(WS-SEAT-SCAN)
                      TO WS-BEST-TOTAL
                END-IF
           END-PERFORM.
           IF (WS-BEST-SEAT > 0)
              ADD 1 TO WS-PLACES-TAKEN
              IF (WS-LAST-RANK = 0
                 OR WS-BEST-TOTAL NOT = WS-LAST-TOTAL)
                 MOVE WS-PLACES-TAKEN TO WS-LAST-RANK
              END-IF
              MOVE WS-LAST-RANK TO SEAT-RANK(WS-BEST-SEAT)
              MOVE WS-BEST-TOTAL TO WS-LAST-TOTAL
           END-IF.
      *
       WRITE-GAME-RESULT.
           MOVE SPACES TO GAME-RESULT-RECORD.
           MOVE WS-KIOSK-DATE TO GR-GAME-DATE.
           MOVE WS-GAME-TIME TO GR-GAME-TIME.
           MOVE WS-RULESET-NAME TO GR-RULESET-NAME.
           MOVE WS-SEAT-COUNT TO GR-PLAYER-COUNT.
           PERFORM VARYING WS-SEAT-INDEX FROM 1 BY 1
              UNTIL WS-SEAT-INDEX > WS-SEAT-COUNT
                MOVE SEAT-MEMBER-ID(WS-SEAT-INDEX)
                   TO GR-MEMBER-ID(WS-SEAT-INDEX)
                MOVE SEAT-GRAND-TOTAL(WS-SEAT-INDEX)
                   TO GR-FINAL-TOTAL(WS-SEAT-INDEX)
                MOVE SEAT-RANK(WS-SEAT-INDEX)
                   TO GR-FINISH-RANK(WS-SEAT-INDEX)
                IF (SEAT-CARD-COMPLETE(WS-SEAT-INDEX))
                   MOVE "C" TO GR-CARD-STATUS(WS-SEAT-INDEX)
                ELSE
                   MOVE "R" TO GR-CARD-STATUS(WS-SEAT-INDEX)
                END-IF
           END-PERFORM.
           OPEN EXTEND GAME-RESULT-FILE.
           WRITE GAME-RESULT-RECORD.
           CLOSE GAME-RESULT-FILE.
      *
      *    Activity 2: one darts throw against a chosen board type,
      *    scored with the same ring logic DARTS applies.
              MOVE WS-DRAW-NUMBER TO WS-RESULT
           END-IF.
      *
      *
      *    Activity 5: number facts, all from the shared
      *    number-properties service.
       SHOW-NUMBER-FACTS.
           DISPLAY "NUMBER (1-9999999): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FACTS-TEXT.
           ACCEPT WS-FACTS-TEXT.
           IF (FUNCTION TEST-NUMVAL(WS-FACTS-TEXT) = 0)
              COMPUTE WS-NP-NUMBER = FUNCTION NUMVAL(WS-FACTS-TEXT)
           ELSE
              MOVE 0 TO WS-NP-NUMBER
           END-IF.
           CALL "NUMBER-PROPERTIES-SERVICE" USING WS-NP-NUMBER
              WS-NUMBER-PROPERTIES WS-NP-STATUS.
           IF (WS-NP-STATUS NOT = "0")
              DISPLAY "PICK A WHOLE NUMBER FROM 1 TO 9999999"
           ELSE
              MOVE WS-NP-NUMBER TO WS-FACTS-NUMBER-EDITED
              DISPLAY "FACTS FOR " FUNCTION TRIM(WS-FACTS-NUMBER-EDITED)
              EVALUATE TRUE
              WHEN NP-IS-PRIME
                   DISPLAY "  PRIME"
              WHEN NP-IS-COMPOSITE
                   DISPLAY "  COMPOSITE: "
                      FUNCTION TRIM(NP-FACTORIZATION)
              WHEN OTHER
                   DISPLAY "  NEITHER PRIME NOR COMPOSITE"
              END-EVALUATE
              MOVE NP-DIVISOR-COUNT TO WS-FACTS-COUNT-EDITED
              DISPLAY "  DIVISORS: "
                 FUNCTION TRIM(WS-FACTS-COUNT-EDITED)
                 WITH NO ADVANCING
              MOVE NP-DIVISOR-SUM TO WS-FACTS-COUNT-EDITED
              DISPLAY ", ADDING UP TO "
                 FUNCTION TRIM(WS-FACTS-COUNT-EDITED)
              DISPLAY "  " FUNCTION TRIM(NP-ABUNDANCE) " NUMBER"
              MOVE NP-COLLATZ-STEPS TO WS-FACTS-COUNT-EDITED
              DISPLAY "  COLLATZ STEPS TO REACH 1: "
                 FUNCTION TRIM(WS-FACTS-COUNT-EDITED)
              MOVE NP-DIGIT-SUM TO WS-FACTS-COUNT-EDITED
              DISPLAY "  DIGIT SUM: "
                 FUNCTION TRIM(WS-FACTS-COUNT-EDITED)
              IF (NP-IS-SQUARE)
                 DISPLAY "  A SQUARE NUMBER"
              END-IF
              IF (NP-IS-TRIANGULAR)
                 DISPLAY "  A TRIANGULAR NUMBER"
              END-IF
           END-IF.
      *
