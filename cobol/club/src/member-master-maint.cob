       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-MASTER-MAINT.
      *
      *    Keyed maintenance for the indexed member master, so a new
      *    phone number or a tier upgrade no longer means fixing the
      *    intake list and rebuilding MEMBMAST and NAMENDX whole with
      *    MEMBER-MASTER-LOAD. The transaction file carries three
      *    kinds of change, each applied by member ID:
      *
      *       "A" add      - a new member with every master field,
      *       "C" change   - one named field (NAME, PHONE, EMAIL,
      *                      CHANNEL, TIER, BIRTHDT, VOLUNTR or
      *                      NEWSOUT, the newsletter opt-out) set to
      *                      the transaction's new value,
      *       "S" status   - MM-STATUS set to the new status byte,
      *                      one of the dues lifecycle codes A
      *                      (active), G (grace), L (lapsed) or R
      *                      (reinstated); M (merged) is set only by
      *                      MEMBER-MERGE, which re-points the
      *                      member's history first.
      *
      *    Every transaction carries the keying operator's ID and is
      *    checked against the operator table the same way scorecard
      *    corrections are; only MEMBERSH and COMMITTE roles may
      *    change the master. A transaction is validated whole before
      *    anything is written - an unknown member ID, a tier with no
      *    dues terms, a birth date DATE-SERVICE will not accept, a
      *    status outside the codes above or a channel other than
      *    phone/email sends it to the reject
      *    listing untouched, never half-applied. A member closed
      *    as merged (M) takes no further adds, changes or status
      *    changes - the survivor carries the history, and the
      *    merged ID stays off the name index.
      *
      *    Each applied change is journaled through MASTER-JOURNAL
      *    with full before/after images so MASTER-RECOVER can back a
      *    bad batch out, and the audit listing carries the OPER=
      *    stamp. Adds and name changes refresh the member's name
      *    index entry in the same run (status and tier changes keep
      *    the index's copies current too), so the front-desk lookup
      *    never answers with yesterday's name.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-TRANSACTION-FILE ASSIGN TO "MEMBTRAN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-TABLE-FILE ASSIGN TO "OPERTABL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DUES-TERMS-FILE ASSIGN TO "CLUBDUES"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MM-MEMBER-ID
              FILE STATUS IS WS-MEMBMAST-STATUS.
           SELECT OPTIONAL NAME-INDEX-FILE ASSIGN TO "NAMENDX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "MEMBAUD"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "MEMBREJ"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-TRANSACTION-FILE.
       01  MEMBER-TRANSACTION-RECORD.
           05 MT-ACTION              PIC X.
              88 MT-ACTION-ADD            VALUE "A".
              88 MT-ACTION-CHANGE         VALUE "C".
              88 MT-ACTION-STATUS         VALUE "S".
           05 MT-MEMBER-ID           PIC X(10).
           05 MT-OPERATOR-ID         PIC X(10).
           05 MT-DETAILS             PIC X(116).
           05 MT-ADD-DETAILS REDEFINES MT-DETAILS.
              10 MT-NAME             PIC X(40).
              10 MT-JOIN-DATE        PIC 9(8).
              10 MT-STATUS           PIC X.
                 88 MT-STATUS-VALID       VALUE SPACE "A" "G" "L" "R".
              10 MT-TIER             PIC X.
              10 MT-BIRTH-DATE       PIC 9(8).
              10 MT-PHONE            PIC X(15).
              10 MT-EMAIL            PIC X(40).
              10 MT-CHANNEL          PIC X.
              10 MT-VOLUNTEER        PIC X.
              10 MT-NEWS-OPT-OUT     PIC X.
           05 MT-CHANGE-DETAILS REDEFINES MT-DETAILS.
              10 MT-FIELD-CODE       PIC X(8).
              10 MT-NEW-VALUE        PIC X(40).
              10 FILLER              PIC X(68).
           05 MT-STATUS-DETAILS REDEFINES MT-DETAILS.
              10 MT-NEW-STATUS       PIC X.
                 88 MT-NEW-STATUS-VALID   VALUE "A" "G" "L" "R".
                 88 MT-NEW-STATUS-MERGED  VALUE "M".
              10 FILLER              PIC X(115).
      *
       FD  OPERATOR-TABLE-FILE.
       01  OPERATOR-TABLE-RECORD.
           05 OP-OPERATOR-ID         PIC X(10).
           05 OP-ROLE                PIC X(8).
           05 OP-NAME                PIC X(30).
      *
       FD  DUES-TERMS-FILE.
       01  DUES-TERMS-RECORD.
           05 DT-TIER                PIC X.
           05 DT-ANNUAL-DUES         PIC 9(5)V99.
           05 DT-GRACE-DAYS          PIC 9(3).
           05 DT-LAPSE-DAYS          PIC 9(3).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  NAME-INDEX-FILE.
       01  NAME-INDEX-RECORD.
           05 NX-SEARCH-NAME         PIC X(40).
           05 NX-MEMBER-ID           PIC X(10).
           05 NX-STATUS              PIC X.
           05 NX-TIER                PIC X.
      *
       FD  AUDIT-FILE.
       01  AUDIT-RECORD              PIC X(100).
      *
       FD  REJECT-FILE.
       01  REJECT-RECORD             PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 TRANSACTION-EOF-SWITCH  PIC X    VALUE "N".
             88 TRANSACTION-EOF               VALUE "Y".
          05 OPERATOR-EOF-SWITCH     PIC X    VALUE "N".
             88 OPERATOR-EOF                  VALUE "Y".
          05 TERMS-EOF-SWITCH        PIC X    VALUE "N".
             88 TERMS-EOF                     VALUE "Y".
          05 INDEX-EOF-SWITCH        PIC X    VALUE "N".
             88 INDEX-EOF                     VALUE "Y".
          05 KEY-FOUND-SWITCH        PIC X    VALUE "N".
             88 KEY-FOUND                     VALUE "Y".
          05 OPERATOR-OK-SWITCH      PIC X    VALUE "N".
             88 OPERATOR-AUTHORIZED           VALUE "Y".
          05 TIER-OK-SWITCH          PIC X    VALUE "N".
             88 TIER-KNOWN                    VALUE "Y".
          05 ENTRY-FOUND-SWITCH      PIC X    VALUE "N".
             88 ENTRY-FOUND                   VALUE "Y".
      *
       01 WS-MEMBMAST-STATUS         PIC XX   VALUE "00".
      *
       01 WS-OPERATOR-COUNT          PIC 9(2) VALUE 0.
       01 WS-OPERATOR-SCAN           PIC 9(2) VALUE 0.
       01 WS-OPERATOR-TABLE.
          05 WS-OPERATOR OCCURS 50 TIMES.
             10 WS-OPERATOR-ID       PIC X(10).
             10 WS-OPERATOR-ROLE     PIC X(8).
      *
       01 WS-TERMS-COUNT             PIC 9    VALUE 0.
       01 WS-TERMS-SCAN              PIC 9(2) VALUE 0.
       01 WS-TERMS-TABLE.
          05 WS-TERMS-TIER OCCURS 9 TIMES PIC X.
      *
       01 WS-INDEX-COUNT             PIC 9(4) VALUE 0.
       01 WS-INDEX-SCAN              PIC 9(4) VALUE 0.
       01 WS-INDEX-HIT               PIC 9(4) VALUE 0.
       01 WS-INDEX-TABLE.
          05 WS-INDEX-ENTRY OCCURS 2000 TIMES.
             10 WS-INDEX-NAME        PIC X(40).
             10 WS-INDEX-MEMBER-ID   PIC X(10).
             10 WS-INDEX-STATUS      PIC X.
             10 WS-INDEX-TIER        PIC X.
      *
       01 WS-REJECT-REASON           PIC X(20) VALUE SPACES.
       01 WS-CHECK-TIER              PIC X    VALUE SPACE.
       01 WS-CHECK-DATE              PIC 9(8) VALUE 0.
       01 WS-FIELD-SHOWN             PIC X(8) VALUE SPACES.
       01 WS-BEFORE-VALUE            PIC X(40) VALUE SPACES.
       01 WS-AFTER-VALUE             PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
      *
       01 WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-INDEX-REFRESH-COUNT     PIC 9(5) VALUE 0.
      *
       01 WS-DS-FUNCTION             PIC X    VALUE "V".
       01 WS-DS-DATE-2               PIC 9(8) VALUE 0.
       01 WS-DS-DAY-COUNT            PIC S9(7) VALUE 0.
       01 WS-DS-RESULT-DATE          PIC 9(8) VALUE 0.
       01 WS-DS-STATUS               PIC X    VALUE "0".
      *
       01 WS-JOURNAL-FILE-NAME       PIC X(8)  VALUE "MEMBMAST".
       01 WS-JOURNAL-OPERATION       PIC X     VALUE SPACE.
       01 WS-JOURNAL-BEFORE          PIC X(133) VALUE SPACES.
       01 WS-JOURNAL-AFTER           PIC X(133) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MEMBER-MASTER-MAINT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-DUES-TIERS.
           PERFORM LOAD-NAME-INDEX.
           OPEN INPUT MEMBER-TRANSACTION-FILE.
           OPEN I-O MEMBER-MASTER-FILE.
           IF (WS-MEMBMAST-STATUS NOT = "00")
              DISPLAY "ABORTED: MEMBMAST will not open I-O, status "
                 WS-MEMBMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM UNTIL TRANSACTION-EOF
              READ MEMBER-TRANSACTION-FILE
                 AT END
                    MOVE "Y" TO TRANSACTION-EOF-SWITCH
                 NOT AT END
                    PERFORM APPLY-ONE-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE MEMBER-TRANSACTION-FILE.
           CLOSE MEMBER-MASTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           PERFORM REWRITE-NAME-INDEX.
           DISPLAY "Member transactions applied: " WS-APPLIED-COUNT.
           DISPLAY "Member transactions rejected: "
              WS-REJECTED-COUNT.
           DISPLAY "Name index entries refreshed: "
              WS-INDEX-REFRESH-COUNT.
           STOP RUN.
      *
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-TABLE-FILE.
           PERFORM UNTIL OPERATOR-EOF
              READ OPERATOR-TABLE-FILE
                 AT END
                    MOVE "Y" TO OPERATOR-EOF-SWITCH
                 NOT AT END
                    IF (WS-OPERATOR-COUNT < 50)
                       ADD 1 TO WS-OPERATOR-COUNT
                       MOVE OP-OPERATOR-ID
                          TO WS-OPERATOR-ID(WS-OPERATOR-COUNT)
                       MOVE OP-ROLE
                          TO WS-OPERATOR-ROLE(WS-OPERATOR-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-TABLE-FILE.
           IF (WS-OPERATOR-COUNT = 0)
              DISPLAY "ABORTED: operator table is empty - no one "
                 "is authorized to maintain the member master"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *    Only the tier codes matter here - a tier is valid when
      *    DUES-BILLING would find terms to price it.
       LOAD-DUES-TIERS.
           OPEN INPUT DUES-TERMS-FILE.
           PERFORM UNTIL TERMS-EOF
              READ DUES-TERMS-FILE
                 AT END
                    MOVE "Y" TO TERMS-EOF-SWITCH
                 NOT AT END
                    IF (WS-TERMS-COUNT < 9)
                       ADD 1 TO WS-TERMS-COUNT
                       MOVE DT-TIER
                          TO WS-TERMS-TIER(WS-TERMS-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DUES-TERMS-FILE.
      *
       LOAD-NAME-INDEX.
           OPEN INPUT NAME-INDEX-FILE.
           PERFORM UNTIL INDEX-EOF
              READ NAME-INDEX-FILE
                 AT END
                    MOVE "Y" TO INDEX-EOF-SWITCH
                 NOT AT END
                    IF (WS-INDEX-COUNT = 2000)
                       DISPLAY "ABORTED: name index exceeds the "
                          "2000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-INDEX-COUNT
                    MOVE NX-SEARCH-NAME
                       TO WS-INDEX-NAME(WS-INDEX-COUNT)
                    MOVE NX-MEMBER-ID
                       TO WS-INDEX-MEMBER-ID(WS-INDEX-COUNT)
                    MOVE NX-STATUS
                       TO WS-INDEX-STATUS(WS-INDEX-COUNT)
                    MOVE NX-TIER
                       TO WS-INDEX-TIER(WS-INDEX-COUNT)
              END-READ
           END-PERFORM.
           CLOSE NAME-INDEX-FILE.
      *
      *    MEMBERSH and COMMITTE roles may maintain the master; any
      *    other ID or role rejects the transaction untouched.
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO OPERATOR-OK-SWITCH.
           PERFORM VARYING WS-OPERATOR-SCAN FROM 1 BY 1
              UNTIL WS-OPERATOR-SCAN > WS-OPERATOR-COUNT
              OR OPERATOR-AUTHORIZED
                IF (WS-OPERATOR-ID(WS-OPERATOR-SCAN) =
                      MT-OPERATOR-ID
                   AND (WS-OPERATOR-ROLE(WS-OPERATOR-SCAN) =
                         "MEMBERSH"
                      OR WS-OPERATOR-ROLE(WS-OPERATOR-SCAN) =
                         "COMMITTE"))
                   MOVE "Y" TO OPERATOR-OK-SWITCH
                END-IF
           END-PERFORM.
      *
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-FIELD-SHOWN.
           MOVE SPACES TO WS-BEFORE-VALUE.
           MOVE SPACES TO WS-AFTER-VALUE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF (NOT OPERATOR-AUTHORIZED)
              MOVE "OPERATOR NOT AUTHD" TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM READ-TARGET-MEMBER
              EVALUATE TRUE
              WHEN MT-ACTION-ADD
                   PERFORM APPLY-ADD
              WHEN MT-ACTION-CHANGE
                   PERFORM APPLY-CHANGE
              WHEN MT-ACTION-STATUS
                   PERFORM APPLY-STATUS-CHANGE
              WHEN OTHER
                   MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.
      *
       READ-TARGET-MEMBER.
           MOVE "N" TO KEY-FOUND-SWITCH.
           MOVE SPACES TO WS-JOURNAL-BEFORE.
           MOVE MT-MEMBER-ID TO MM-MEMBER-ID.
           READ MEMBER-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO KEY-FOUND-SWITCH
                 MOVE MEMBER-MASTER-RECORD TO WS-JOURNAL-BEFORE
           END-READ.
      *
       APPLY-ADD.
           MOVE MT-TIER TO WS-CHECK-TIER.
           PERFORM CHECK-TIER-KNOWN.
           MOVE MT-BIRTH-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-VALID.
           EVALUATE TRUE
           WHEN MT-MEMBER-ID = SPACES
                MOVE "BLANK MEMBER ID" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN KEY-FOUND AND MM-STATUS = "M"
                MOVE "MERGED MEMBER" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN KEY-FOUND
                MOVE "MEMBER ALREADY ON" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN MT-NAME = SPACES
                MOVE "BLANK NAME" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN NOT TIER-KNOWN
                MOVE "BAD TIER" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN WS-DS-STATUS NOT = "0"
                MOVE "BAD BIRTH DATE" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN NOT MT-STATUS-VALID
                MOVE "BAD STATUS" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN MT-CHANNEL NOT = "P" AND MT-CHANNEL NOT = "E"
                MOVE "BAD CHANNEL" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN OTHER
                MOVE MT-MEMBER-ID TO MM-MEMBER-ID
                MOVE MT-NAME TO MM-NAME
                MOVE MT-JOIN-DATE TO MM-JOIN-DATE
                IF (MT-JOIN-DATE = 0)
                   MOVE WS-RUN-DATE TO MM-JOIN-DATE
                END-IF
                MOVE MT-STATUS TO MM-STATUS
                IF (MT-STATUS = SPACE)
                   MOVE "A" TO MM-STATUS
                END-IF
                MOVE MT-TIER TO MM-TIER
                MOVE MT-BIRTH-DATE TO MM-BIRTH-DATE
                MOVE MT-PHONE TO MM-PHONE
                MOVE MT-EMAIL TO MM-EMAIL
                MOVE MT-CHANNEL TO MM-CHANNEL
                IF (MT-VOLUNTEER = "Y")
                   MOVE "Y" TO MM-VOLUNTEER
                ELSE
                   MOVE "N" TO MM-VOLUNTEER
                END-IF
                IF (MT-NEWS-OPT-OUT = "Y")
                   MOVE "Y" TO MM-NEWS-OPT-OUT
                ELSE
                   MOVE "N" TO MM-NEWS-OPT-OUT
                END-IF
                MOVE "NEW" TO WS-FIELD-SHOWN
                MOVE MT-NAME TO WS-AFTER-VALUE
                WRITE MEMBER-MASTER-RECORD
                   INVALID KEY
                      MOVE "WRITE FAILED" TO WS-REJECT-REASON
                      PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                      MOVE "A" TO WS-JOURNAL-OPERATION
                      PERFORM WRITE-AUDIT-LINE
                      PERFORM REFRESH-NAME-INDEX-ENTRY
                END-WRITE
           END-EVALUATE.
      *
      *    The field code picks which master field the new value
      *    replaces; every check runs before the master is touched.
       APPLY-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE MT-FIELD-CODE TO WS-FIELD-SHOWN.
           IF (NOT KEY-FOUND)
              MOVE "UNKNOWN MEMBER ID" TO WS-REJECT-REASON
           END-IF.
           IF (KEY-FOUND AND MM-STATUS = "M")
              MOVE "MERGED MEMBER" TO WS-REJECT-REASON
           END-IF.
           IF (WS-REJECT-REASON = SPACES)
              EVALUATE MT-FIELD-CODE
              WHEN "NAME"
                   IF (MT-NEW-VALUE = SPACES)
                      MOVE "BLANK NAME" TO WS-REJECT-REASON
                   ELSE
                      MOVE MM-NAME TO WS-BEFORE-VALUE
                      MOVE MT-NEW-VALUE TO MM-NAME
                   END-IF
              WHEN "PHONE"
                   MOVE MM-PHONE TO WS-BEFORE-VALUE
                   MOVE MT-NEW-VALUE TO MM-PHONE
              WHEN "EMAIL"
                   MOVE MM-EMAIL TO WS-BEFORE-VALUE
                   MOVE MT-NEW-VALUE TO MM-EMAIL
              WHEN "CHANNEL"
                   IF (MT-NEW-VALUE(1:1) NOT = "P"
                      AND MT-NEW-VALUE(1:1) NOT = "E")
                      MOVE "BAD CHANNEL" TO WS-REJECT-REASON
                   ELSE
                      MOVE MM-CHANNEL TO WS-BEFORE-VALUE
                      MOVE MT-NEW-VALUE(1:1) TO MM-CHANNEL
                   END-IF
              WHEN "VOLUNTR"
                   IF (MT-NEW-VALUE(1:1) NOT = "Y"
                      AND MT-NEW-VALUE(1:1) NOT = "N")
                      MOVE "BAD VOLUNTEER FLAG" TO WS-REJECT-REASON
                   ELSE
                      MOVE MM-VOLUNTEER TO WS-BEFORE-VALUE
                      MOVE MT-NEW-VALUE(1:1) TO MM-VOLUNTEER
                   END-IF
              WHEN "NEWSOUT"
                   IF (MT-NEW-VALUE(1:1) NOT = "Y"
                      AND MT-NEW-VALUE(1:1) NOT = "N")
                      MOVE "BAD OPT-OUT FLAG" TO WS-REJECT-REASON
                   ELSE
                      MOVE MM-NEWS-OPT-OUT TO WS-BEFORE-VALUE
                      MOVE MT-NEW-VALUE(1:1) TO MM-NEWS-OPT-OUT
                   END-IF
              WHEN "TIER"
                   MOVE MT-NEW-VALUE(1:1) TO WS-CHECK-TIER
                   PERFORM CHECK-TIER-KNOWN
                   IF (NOT TIER-KNOWN)
                      MOVE "BAD TIER" TO WS-REJECT-REASON
                   ELSE
                      MOVE MM-TIER TO WS-BEFORE-VALUE
                      MOVE MT-NEW-VALUE(1:1) TO MM-TIER
                   END-IF
              WHEN "BIRTHDT"
                   IF (MT-NEW-VALUE(1:8) NOT NUMERIC)
                      MOVE "BAD BIRTH DATE" TO WS-REJECT-REASON
                   ELSE
                      MOVE MT-NEW-VALUE(1:8) TO WS-CHECK-DATE
                      PERFORM CHECK-DATE-VALID
                      IF (WS-DS-STATUS NOT = "0")
                         MOVE "BAD BIRTH DATE" TO WS-REJECT-REASON
                      ELSE
                         MOVE MM-BIRTH-DATE TO WS-BEFORE-VALUE
                         MOVE WS-CHECK-DATE TO MM-BIRTH-DATE
                      END-IF
                   END-IF
              WHEN OTHER
                   MOVE "BAD FIELD CODE" TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.
           IF (WS-REJECT-REASON NOT = SPACES)
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE MT-NEW-VALUE TO WS-AFTER-VALUE
              PERFORM REWRITE-TARGET-MEMBER
           END-IF.
      *
       APPLY-STATUS-CHANGE.
           EVALUATE TRUE
           WHEN NOT KEY-FOUND
                MOVE "UNKNOWN MEMBER ID" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN MM-STATUS = "M"
                MOVE "MERGED MEMBER" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN MT-NEW-STATUS = SPACE
                MOVE "BLANK STATUS" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN MT-NEW-STATUS-MERGED
                MOVE "MERGE-ONLY STATUS" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN NOT MT-NEW-STATUS-VALID
                MOVE "BAD STATUS" TO WS-REJECT-REASON
                PERFORM WRITE-REJECT-LINE
           WHEN OTHER
                MOVE "STATUS" TO WS-FIELD-SHOWN
                MOVE MM-STATUS TO WS-BEFORE-VALUE
                MOVE MT-NEW-STATUS TO MM-STATUS
                MOVE MT-NEW-STATUS TO WS-AFTER-VALUE
                PERFORM REWRITE-TARGET-MEMBER
           END-EVALUATE.
      *
       REWRITE-TARGET-MEMBER.
           REWRITE MEMBER-MASTER-RECORD
              INVALID KEY
                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 MOVE "R" TO WS-JOURNAL-OPERATION
                 PERFORM WRITE-AUDIT-LINE
                 PERFORM REFRESH-NAME-INDEX-ENTRY
           END-REWRITE.
      *
       CHECK-TIER-KNOWN.
           MOVE "N" TO TIER-OK-SWITCH.
           PERFORM VARYING WS-TERMS-SCAN FROM 1 BY 1
              UNTIL WS-TERMS-SCAN > WS-TERMS-COUNT
              OR TIER-KNOWN
                IF (WS-TERMS-TIER(WS-TERMS-SCAN) = WS-CHECK-TIER)
                   MOVE "Y" TO TIER-OK-SWITCH
                END-IF
           END-PERFORM.
      *
       CHECK-DATE-VALID.
           MOVE "V" TO WS-DS-FUNCTION.
           MOVE 0 TO WS-DS-DATE-2.
           MOVE 0 TO WS-DS-DAY-COUNT.
           CALL "DATE-SERVICE" USING WS-DS-FUNCTION WS-CHECK-DATE
              WS-DS-DATE-2 WS-DS-DAY-COUNT WS-DS-RESULT-DATE
              WS-DS-STATUS.
      *
      *    The index entry is keyed by member ID here: an existing
      *    entry is overwritten with the new name, status and tier,
      *    a new member gets a new entry.
       REFRESH-NAME-INDEX-ENTRY.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           PERFORM VARYING WS-INDEX-SCAN FROM 1 BY 1
              UNTIL WS-INDEX-SCAN > WS-INDEX-COUNT
              OR ENTRY-FOUND
                IF (WS-INDEX-MEMBER-ID(WS-INDEX-SCAN) = MM-MEMBER-ID)
                   MOVE "Y" TO ENTRY-FOUND-SWITCH
                   MOVE WS-INDEX-SCAN TO WS-INDEX-HIT
                END-IF
           END-PERFORM.
           IF (NOT ENTRY-FOUND)
              IF (WS-INDEX-COUNT = 2000)
                 DISPLAY "ABORTED: name index exceeds the "
                    "2000-entry table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-INDEX-COUNT
              MOVE WS-INDEX-COUNT TO WS-INDEX-HIT
              MOVE MM-MEMBER-ID TO WS-INDEX-MEMBER-ID(WS-INDEX-HIT)
           END-IF.
           MOVE FUNCTION UPPER-CASE(MM-NAME)
              TO WS-INDEX-NAME(WS-INDEX-HIT).
           MOVE MM-STATUS TO WS-INDEX-STATUS(WS-INDEX-HIT).
           MOVE MM-TIER TO WS-INDEX-TIER(WS-INDEX-HIT).
           ADD 1 TO WS-INDEX-REFRESH-COUNT.
      *
       REWRITE-NAME-INDEX.
           OPEN OUTPUT NAME-INDEX-FILE.
           PERFORM VARYING WS-INDEX-SCAN FROM 1 BY 1
              UNTIL WS-INDEX-SCAN > WS-INDEX-COUNT
                MOVE WS-INDEX-NAME(WS-INDEX-SCAN) TO NX-SEARCH-NAME
                MOVE WS-INDEX-MEMBER-ID(WS-INDEX-SCAN)
                   TO NX-MEMBER-ID
                MOVE WS-INDEX-STATUS(WS-INDEX-SCAN) TO NX-STATUS
                MOVE WS-INDEX-TIER(WS-INDEX-SCAN) TO NX-TIER
                WRITE NAME-INDEX-RECORD
           END-PERFORM.
           CLOSE NAME-INDEX-FILE.
      *
       WRITE-AUDIT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO WS-JOURNAL-AFTER.
           MOVE MEMBER-MASTER-RECORD TO WS-JOURNAL-AFTER.
           CALL "MASTER-JOURNAL" USING WS-JOURNAL-FILE-NAME
              WS-JOURNAL-OPERATION WS-JOURNAL-BEFORE
              WS-JOURNAL-AFTER.
           MOVE SPACES TO AUDIT-RECORD.
           STRING "ACTION=" DELIMITED BY SIZE
                  MT-ACTION DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  MT-MEMBER-ID DELIMITED BY SIZE
                  " FIELD=" DELIMITED BY SIZE
                  WS-FIELD-SHOWN DELIMITED BY SIZE
                  " BEFORE=" DELIMITED BY SIZE
                  WS-BEFORE-VALUE(1:15) DELIMITED BY SIZE
                  " AFTER=" DELIMITED BY SIZE
                  WS-AFTER-VALUE(1:15) DELIMITED BY SIZE
                  " OPER=" DELIMITED BY SIZE
                  MT-OPERATOR-ID DELIMITED BY SIZE
              INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
      *
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           STRING "REJECTED ACTION=" DELIMITED BY SIZE
                  MT-ACTION DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  MT-MEMBER-ID DELIMITED BY SIZE
                  " FIELD=" DELIMITED BY SIZE
                  WS-FIELD-SHOWN DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  " OPER=" DELIMITED BY SIZE
                  MT-OPERATOR-ID DELIMITED BY SIZE
              INTO REJECT-RECORD.
           WRITE REJECT-RECORD.
      *
