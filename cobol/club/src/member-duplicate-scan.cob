       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-DUPLICATE-SCAN.
      *
      *    Detection pass for members keyed onto MEMBMAST twice -
      *    re-joined after lapsing under a new ID, or keyed twice at
      *    intake. Every pair of master records is compared on three
      *    tests: the name (upper-cased, so "Pat Jones" and "PAT
      *    JONES" agree), MM-BIRTH-DATE, and a shared contact (the
      *    same non-blank phone or the same non-blank e-mail). A
      *    pair agreeing on all three is listed as LIKELY, a pair
      *    agreeing on any two as POSSIBLE; the office checks the
      *    listing and keys a MEMBER-MERGE control card for each
      *    pair that really is one person. Nothing is changed here.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPMEMRP"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-REPORT-RECORD   PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
      *
       01 WS-MEMBER-COUNT            PIC 9(4) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(4) VALUE 0.
       01 WS-OTHER-SCAN              PIC 9(4) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 2000 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-NAME       PIC X(40).
             10 WS-MEMBER-BIRTH      PIC 9(8).
             10 WS-MEMBER-PHONE      PIC X(15).
             10 WS-MEMBER-EMAIL      PIC X(40).
             10 WS-MEMBER-STATUS     PIC X.
      *
       01 WS-MATCH-COUNT             PIC 9    VALUE 0.
       01 WS-MATCH-TAGS.
          05 WS-TAG-NAME             PIC X(6) VALUE SPACES.
          05 WS-TAG-BIRTH            PIC X(6) VALUE SPACES.
          05 WS-TAG-CONTACT          PIC X(7) VALUE SPACES.
       01 WS-MATCH-GRADE             PIC X(8) VALUE SPACES.
       01 WS-LIKELY-COUNT            PIC 9(5) VALUE 0.
       01 WS-POSSIBLE-COUNT          PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       MEMBER-DUPLICATE-SCAN.
           PERFORM LOAD-MEMBER-TABLE.
           OPEN OUTPUT DUPLICATE-REPORT-FILE.
           MOVE "DUPLICATE MEMBER CANDIDATES"
              TO DUPLICATE-REPORT-RECORD.
           WRITE DUPLICATE-REPORT-RECORD.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN >= WS-MEMBER-COUNT
                PERFORM COMPARE-ONE-PAIR
                   VARYING WS-OTHER-SCAN FROM WS-MEMBER-SCAN BY 1
                   UNTIL WS-OTHER-SCAN > WS-MEMBER-COUNT
           END-PERFORM.
           MOVE SPACES TO DUPLICATE-REPORT-RECORD.
           STRING "MEMBERS=" DELIMITED BY SIZE
                  WS-MEMBER-COUNT DELIMITED BY SIZE
                  " LIKELY=" DELIMITED BY SIZE
                  WS-LIKELY-COUNT DELIMITED BY SIZE
                  " POSSIBLE=" DELIMITED BY SIZE
                  WS-POSSIBLE-COUNT DELIMITED BY SIZE
              INTO DUPLICATE-REPORT-RECORD.
           WRITE DUPLICATE-REPORT-RECORD.
           CLOSE DUPLICATE-REPORT-FILE.
           DISPLAY "Members scanned: " WS-MEMBER-COUNT.
           DISPLAY "Likely duplicate pairs: " WS-LIKELY-COUNT.
           DISPLAY "Possible duplicate pairs: " WS-POSSIBLE-COUNT.
           STOP RUN.
      *
       LOAD-MEMBER-TABLE.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    IF (WS-MEMBER-COUNT = 2000)
                       DISPLAY "ABORTED: member master exceeds the "
                          "2000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-MEMBER-COUNT
                    MOVE MM-MEMBER-ID
                       TO WS-MEMBER-ID(WS-MEMBER-COUNT)
                    MOVE FUNCTION UPPER-CASE(MM-NAME)
                       TO WS-MEMBER-NAME(WS-MEMBER-COUNT)
                    MOVE MM-BIRTH-DATE
                       TO WS-MEMBER-BIRTH(WS-MEMBER-COUNT)
                    MOVE MM-PHONE
                       TO WS-MEMBER-PHONE(WS-MEMBER-COUNT)
                    MOVE FUNCTION UPPER-CASE(MM-EMAIL)
                       TO WS-MEMBER-EMAIL(WS-MEMBER-COUNT)
                    MOVE MM-STATUS
                       TO WS-MEMBER-STATUS(WS-MEMBER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
      *    The VARYING starts at the member itself so the loop
      *    bounds stay simple; a member is never compared with
      *    itself. Members already closed by a merge ("M") have
      *    been dealt with and are not offered again.
       COMPARE-ONE-PAIR.
           IF (WS-OTHER-SCAN > WS-MEMBER-SCAN
              AND WS-MEMBER-STATUS(WS-MEMBER-SCAN) NOT = "M"
              AND WS-MEMBER-STATUS(WS-OTHER-SCAN) NOT = "M")
              MOVE 0 TO WS-MATCH-COUNT
              MOVE SPACES TO WS-MATCH-TAGS
              IF (WS-MEMBER-NAME(WS-MEMBER-SCAN) NOT = SPACES
                 AND WS-MEMBER-NAME(WS-MEMBER-SCAN) =
                    WS-MEMBER-NAME(WS-OTHER-SCAN))
                 ADD 1 TO WS-MATCH-COUNT
                 MOVE "NAME" TO WS-TAG-NAME
              END-IF
              IF (WS-MEMBER-BIRTH(WS-MEMBER-SCAN) NOT = 0
                 AND WS-MEMBER-BIRTH(WS-MEMBER-SCAN) =
                    WS-MEMBER-BIRTH(WS-OTHER-SCAN))
                 ADD 1 TO WS-MATCH-COUNT
                 MOVE "BIRTH" TO WS-TAG-BIRTH
              END-IF
              IF ((WS-MEMBER-PHONE(WS-MEMBER-SCAN) NOT = SPACES
                 AND WS-MEMBER-PHONE(WS-MEMBER-SCAN) =
                    WS-MEMBER-PHONE(WS-OTHER-SCAN))
                 OR (WS-MEMBER-EMAIL(WS-MEMBER-SCAN) NOT = SPACES
                 AND WS-MEMBER-EMAIL(WS-MEMBER-SCAN) =
                    WS-MEMBER-EMAIL(WS-OTHER-SCAN)))
                 ADD 1 TO WS-MATCH-COUNT
                 MOVE "CONTACT" TO WS-TAG-CONTACT
              END-IF
              IF (WS-MATCH-COUNT >= 2)
                 PERFORM WRITE-CANDIDATE-LINE
              END-IF
           END-IF.
      *
       WRITE-CANDIDATE-LINE.
           IF (WS-MATCH-COUNT = 3)
              MOVE "LIKELY" TO WS-MATCH-GRADE
              ADD 1 TO WS-LIKELY-COUNT
           ELSE
              MOVE "POSSIBLE" TO WS-MATCH-GRADE
              ADD 1 TO WS-POSSIBLE-COUNT
           END-IF.
           MOVE SPACES TO DUPLICATE-REPORT-RECORD.
           STRING WS-MATCH-GRADE DELIMITED BY SIZE
                  " ID-1=" DELIMITED BY SIZE
                  WS-MEMBER-ID(WS-MEMBER-SCAN) DELIMITED BY SIZE
                  " ID-2=" DELIMITED BY SIZE
                  WS-MEMBER-ID(WS-OTHER-SCAN) DELIMITED BY SIZE
                  " MATCHED=" DELIMITED BY SIZE
                  WS-MATCH-TAGS DELIMITED BY SIZE
                  " NAME=" DELIMITED BY SIZE
                  WS-MEMBER-NAME(WS-MEMBER-SCAN) DELIMITED BY SIZE
              INTO DUPLICATE-REPORT-RECORD.
           WRITE DUPLICATE-REPORT-RECORD.
      *
