       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-REGISTER-CONVERT.
      *
      *    One-time conversion of the issued-vouchers register to
      *    member IDs. TWO-FER-BATCH now stamps the member ID on
      *    every voucher it issues; this run back-fills the ID on
      *    the register records written before it did, by looking
      *    the register's member name up on the master:
      *
      *    - a name exactly one master record carries takes that
      *      record's ID;
      *    - a name no master record carries is listed UNMATCHED,
      *      and a name two or more carry is listed AMBIGUOUS with
      *      every candidate ID, for the office to resolve;
      *    - the office's resolutions (serial and member ID, one
      *      per line on the optional resolution file) are applied
      *      ahead of the name lookup, and a resolution naming an
      *      ID not on the master is refused and listed.
      *
      *    Records already carrying an ID are left as they are, and
      *    so are the records MEMBER-PURGE has blanked, so the run
      *    can be repeated as the office works through the list.
      *    The run ends with return code 4 while anything is left
      *    unresolved.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VOUCHER-REGISTER-FILE ASSIGN TO "TWOFEREG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBMAST"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-MEMBER-ID.
           SELECT OPTIONAL RESOLUTION-FILE ASSIGN TO "TWOFRRES"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CONVERT-REPORT-FILE ASSIGN TO "TWOFRCNV"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-REGISTER-FILE.
       01  VOUCHER-REGISTER-RECORD.
           05 RG-SERIAL              PIC X(13).
           05 RG-MEMBER-NAME         PIC X(40).
           05 RG-STATUS              PIC X.
           05 RG-REDEEM-DATE         PIC 9(8).
           05 RG-TIER                PIC X.
           05 RG-EXPIRY-DATE         PIC 9(8).
           05 RG-CAMPAIGN-ID         PIC X(8).
           05 RG-MEMBER-ID           PIC X(10).
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
           COPY "member-master.cpy".
      *
       FD  RESOLUTION-FILE.
       01  RESOLUTION-RECORD.
           05 RS-SERIAL              PIC X(13).
           05 RS-MEMBER-ID           PIC X(10).
      *
       FD  CONVERT-REPORT-FILE.
       01  CONVERT-REPORT-RECORD     PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 DATA-EOF-SWITCH         PIC X    VALUE "N".
             88 DATA-EOF                      VALUE "Y".
          05 MEMBER-MASTER-EOF-SWITCH PIC X   VALUE "N".
             88 MEMBER-MASTER-EOF             VALUE "Y".
          05 SERIAL-FOUND-SWITCH     PIC X    VALUE "N".
             88 SERIAL-FOUND                  VALUE "Y".
          05 MEMBER-FOUND-SWITCH     PIC X    VALUE "N".
             88 MEMBER-FOUND                  VALUE "Y".
      *
       01 WS-REMOVED-NAME            PIC X(40)
                                     VALUE "REMOVED PER REQUEST".
      *
       01 WS-REGISTER-COUNT          PIC 9(4) VALUE 0.
       01 WS-REGISTER-SCAN           PIC 9(4) VALUE 0.
       01 WS-REGISTER-HIT            PIC 9(4) VALUE 0.
       01 WS-REGISTER-TABLE.
          05 WS-REGISTER-ENTRY OCCURS 1000 TIMES.
             10 WS-REGISTER-SERIAL   PIC X(13).
             10 WS-REGISTER-NAME     PIC X(40).
             10 WS-REGISTER-STATUS   PIC X.
             10 WS-REGISTER-REDEEM-DATE
                                      PIC 9(8).
             10 WS-REGISTER-TIER     PIC X.
             10 WS-REGISTER-EXPIRY   PIC 9(8).
             10 WS-REGISTER-CAMPAIGN PIC X(8).
             10 WS-REGISTER-MEMBER-ID
                                      PIC X(10).
      *
       01 WS-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01 WS-MEMBER-SCAN             PIC 9(3) VALUE 0.
       01 WS-MEMBER-HIT              PIC 9(3) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER OCCURS 500 TIMES.
             10 WS-MEMBER-ID         PIC X(10).
             10 WS-MEMBER-NAME       PIC X(40).
      *
       01 WS-NAME-MATCHES            PIC 9(3) VALUE 0.
       01 WS-REFUSE-REASON           PIC X(20) VALUE SPACES.
      *
       01 WS-ALREADY-KEYED-COUNT     PIC 9(5) VALUE 0.
       01 WS-RESOLVED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
       01 WS-CONVERTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-AMBIGUOUS-COUNT         PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT         PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT            PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       VOUCHER-REGISTER-CONVERT.
           PERFORM LOAD-MEMBER-MASTER.
           PERFORM LOAD-REGISTER.
           OPEN OUTPUT CONVERT-REPORT-FILE.
           MOVE "VOUCHER REGISTER MEMBER-ID CONVERSION"
              TO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD.
           PERFORM APPLY-RESOLUTIONS.
           PERFORM CONVERT-ONE-ENTRY
              VARYING WS-REGISTER-SCAN FROM 1 BY 1
              UNTIL WS-REGISTER-SCAN > WS-REGISTER-COUNT.
           PERFORM WRITE-CONVERT-TOTALS.
           CLOSE CONVERT-REPORT-FILE.
           IF (WS-RESOLVED-COUNT > 0 OR WS-CONVERTED-COUNT > 0)
              PERFORM REWRITE-REGISTER
           END-IF.
           DISPLAY "Register records already keyed: "
              WS-ALREADY-KEYED-COUNT.
           DISPLAY "Resolved by the office: " WS-RESOLVED-COUNT.
           DISPLAY "Resolutions refused: " WS-REFUSED-COUNT.
           DISPLAY "Converted by name: " WS-CONVERTED-COUNT.
           DISPLAY "Ambiguous names: " WS-AMBIGUOUS-COUNT.
           DISPLAY "Unmatched names: " WS-UNMATCHED-COUNT.
           IF (WS-AMBIGUOUS-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
              OR WS-REFUSED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       LOAD-MEMBER-MASTER.
           OPEN INPUT MEMBER-MASTER-FILE.
           PERFORM UNTIL MEMBER-MASTER-EOF
              READ MEMBER-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO MEMBER-MASTER-EOF-SWITCH
                 NOT AT END
                    IF (WS-MEMBER-COUNT = 500)
                       DISPLAY "ABORTED: member master exceeds "
                          "the 500-entry member table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-MEMBER-COUNT
                    MOVE MM-MEMBER-ID
                       TO WS-MEMBER-ID(WS-MEMBER-COUNT)
                    MOVE MM-NAME
                       TO WS-MEMBER-NAME(WS-MEMBER-COUNT)
              END-READ
           END-PERFORM.
           CLOSE MEMBER-MASTER-FILE.
      *
      *    Register records from before the ID was kept read short;
      *    the missing ID comes in as spaces.
       LOAD-REGISTER.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT VOUCHER-REGISTER-FILE.
           PERFORM UNTIL DATA-EOF
              READ VOUCHER-REGISTER-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    IF (WS-REGISTER-COUNT = 1000)
                       DISPLAY "ABORTED: voucher register exceeds "
                          "the 1000-entry table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-REGISTER-COUNT
                    MOVE RG-SERIAL
                       TO WS-REGISTER-SERIAL(WS-REGISTER-COUNT)
                    MOVE RG-MEMBER-NAME
                       TO WS-REGISTER-NAME(WS-REGISTER-COUNT)
                    MOVE RG-STATUS
                       TO WS-REGISTER-STATUS(WS-REGISTER-COUNT)
                    MOVE RG-REDEEM-DATE
                       TO WS-REGISTER-REDEEM-DATE(WS-REGISTER-COUNT)
                    MOVE RG-TIER
                       TO WS-REGISTER-TIER(WS-REGISTER-COUNT)
                    MOVE RG-EXPIRY-DATE
                       TO WS-REGISTER-EXPIRY(WS-REGISTER-COUNT)
                    MOVE RG-CAMPAIGN-ID
                       TO WS-REGISTER-CAMPAIGN(WS-REGISTER-COUNT)
                    MOVE RG-MEMBER-ID
                       TO WS-REGISTER-MEMBER-ID(WS-REGISTER-COUNT)
                    IF (RG-MEMBER-ID NOT = SPACES)
                       ADD 1 TO WS-ALREADY-KEYED-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VOUCHER-REGISTER-FILE.
      *
       APPLY-RESOLUTIONS.
           MOVE "N" TO DATA-EOF-SWITCH.
           OPEN INPUT RESOLUTION-FILE.
           PERFORM UNTIL DATA-EOF
              READ RESOLUTION-FILE
                 AT END
                    MOVE "Y" TO DATA-EOF-SWITCH
                 NOT AT END
                    PERFORM APPLY-ONE-RESOLUTION
              END-READ
           END-PERFORM.
           CLOSE RESOLUTION-FILE.
      *
      *    A resolution for a record that already carries an ID is
      *    passed over; the office does not re-key a voucher here.
       APPLY-ONE-RESOLUTION.
           MOVE "N" TO SERIAL-FOUND-SWITCH.
           PERFORM VARYING WS-REGISTER-SCAN FROM 1 BY 1
              UNTIL WS-REGISTER-SCAN > WS-REGISTER-COUNT
              OR SERIAL-FOUND
                IF (WS-REGISTER-SERIAL(WS-REGISTER-SCAN) = RS-SERIAL)
                   MOVE "Y" TO SERIAL-FOUND-SWITCH
                   MOVE WS-REGISTER-SCAN TO WS-REGISTER-HIT
                END-IF
           END-PERFORM.
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
              OR MEMBER-FOUND
                IF (WS-MEMBER-ID(WS-MEMBER-SCAN) = RS-MEMBER-ID)
                   MOVE "Y" TO MEMBER-FOUND-SWITCH
                END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN NOT SERIAL-FOUND
                ADD 1 TO WS-REFUSED-COUNT
                MOVE "NOT ON REGISTER" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSED-LINE
           WHEN NOT MEMBER-FOUND
                ADD 1 TO WS-REFUSED-COUNT
                MOVE "NOT ON MASTER" TO WS-REFUSE-REASON
                PERFORM WRITE-REFUSED-LINE
           WHEN WS-REGISTER-MEMBER-ID(WS-REGISTER-HIT) = SPACES
                ADD 1 TO WS-RESOLVED-COUNT
                MOVE RS-MEMBER-ID
                   TO WS-REGISTER-MEMBER-ID(WS-REGISTER-HIT)
                MOVE SPACES TO CONVERT-REPORT-RECORD
                STRING "RESOLVED SERIAL=" DELIMITED BY SIZE
                       RS-SERIAL DELIMITED BY SIZE
                       " MEMBER=" DELIMITED BY SIZE
                       RS-MEMBER-ID DELIMITED BY SIZE
                       " NAME=" DELIMITED BY SIZE
                       FUNCTION TRIM(
                          WS-REGISTER-NAME(WS-REGISTER-HIT))
                          DELIMITED BY SIZE
                   INTO CONVERT-REPORT-RECORD
                WRITE CONVERT-REPORT-RECORD
           END-EVALUATE.
      *
       WRITE-REFUSED-LINE.
           MOVE SPACES TO CONVERT-REPORT-RECORD.
           STRING "RESOLUTION REFUSED SERIAL=" DELIMITED BY SIZE
                  RS-SERIAL DELIMITED BY SIZE
                  " MEMBER=" DELIMITED BY SIZE
                  RS-MEMBER-ID DELIMITED BY SIZE
                  " REASON=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED BY SIZE
              INTO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD.
      *
       CONVERT-ONE-ENTRY.
           EVALUATE TRUE
           WHEN WS-REGISTER-MEMBER-ID(WS-REGISTER-SCAN) NOT = SPACES
                CONTINUE
           WHEN WS-REGISTER-NAME(WS-REGISTER-SCAN) = WS-REMOVED-NAME
                ADD 1 TO WS-PURGED-COUNT
           WHEN OTHER
                PERFORM COUNT-NAME-MATCHES
                EVALUATE WS-NAME-MATCHES
                WHEN 0
                     ADD 1 TO WS-UNMATCHED-COUNT
                     PERFORM WRITE-UNMATCHED-LINE
                WHEN 1
                     ADD 1 TO WS-CONVERTED-COUNT
                     MOVE WS-MEMBER-ID(WS-MEMBER-HIT)
                        TO WS-REGISTER-MEMBER-ID(WS-REGISTER-SCAN)
                WHEN OTHER
                     ADD 1 TO WS-AMBIGUOUS-COUNT
                     PERFORM WRITE-AMBIGUOUS-LINES
                END-EVALUATE
           END-EVALUATE.
      *
       COUNT-NAME-MATCHES.
           MOVE 0 TO WS-NAME-MATCHES.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
                IF (WS-MEMBER-NAME(WS-MEMBER-SCAN) =
                   WS-REGISTER-NAME(WS-REGISTER-SCAN))
                   ADD 1 TO WS-NAME-MATCHES
                   MOVE WS-MEMBER-SCAN TO WS-MEMBER-HIT
                END-IF
           END-PERFORM.
      *
       WRITE-UNMATCHED-LINE.
           MOVE SPACES TO CONVERT-REPORT-RECORD.
           STRING "UNMATCHED SERIAL=" DELIMITED BY SIZE
                  WS-REGISTER-SERIAL(WS-REGISTER-SCAN)
                     DELIMITED BY SIZE
                  " NAME=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REGISTER-NAME(WS-REGISTER-SCAN))
                     DELIMITED BY SIZE
              INTO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD.
      *
       WRITE-AMBIGUOUS-LINES.
           MOVE SPACES TO CONVERT-REPORT-RECORD.
           STRING "AMBIGUOUS SERIAL=" DELIMITED BY SIZE
                  WS-REGISTER-SERIAL(WS-REGISTER-SCAN)
                     DELIMITED BY SIZE
                  " NAME=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REGISTER-NAME(WS-REGISTER-SCAN))
                     DELIMITED BY SIZE
                  " CANDIDATES=" DELIMITED BY SIZE
                  WS-NAME-MATCHES DELIMITED BY SIZE
              INTO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD.
           PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
              UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
                IF (WS-MEMBER-NAME(WS-MEMBER-SCAN) =
                   WS-REGISTER-NAME(WS-REGISTER-SCAN))
                   MOVE SPACES TO CONVERT-REPORT-RECORD
                   STRING "   CANDIDATE MEMBER=" DELIMITED BY SIZE
                          WS-MEMBER-ID(WS-MEMBER-SCAN)
                             DELIMITED BY SIZE
                      INTO CONVERT-REPORT-RECORD
                   WRITE CONVERT-REPORT-RECORD
                END-IF
           END-PERFORM.
      *
       WRITE-CONVERT-TOTALS.
           MOVE SPACES TO CONVERT-REPORT-RECORD.
           STRING "TOTALS KEYED=" DELIMITED BY SIZE
                  WS-ALREADY-KEYED-COUNT DELIMITED BY SIZE
                  " RESOLVED=" DELIMITED BY SIZE
                  WS-RESOLVED-COUNT DELIMITED BY SIZE
                  " CONVERTED=" DELIMITED BY SIZE
                  WS-CONVERTED-COUNT DELIMITED BY SIZE
                  " AMBIGUOUS=" DELIMITED BY SIZE
                  WS-AMBIGUOUS-COUNT DELIMITED BY SIZE
                  " UNMATCHED=" DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  " PURGED=" DELIMITED BY SIZE
                  WS-PURGED-COUNT DELIMITED BY SIZE
              INTO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD.
      *
       REWRITE-REGISTER.
           OPEN OUTPUT VOUCHER-REGISTER-FILE.
           PERFORM VARYING WS-REGISTER-SCAN FROM 1 BY 1
              UNTIL WS-REGISTER-SCAN > WS-REGISTER-COUNT
                MOVE WS-REGISTER-SERIAL(WS-REGISTER-SCAN)
                   TO RG-SERIAL
                MOVE WS-REGISTER-NAME(WS-REGISTER-SCAN)
                   TO RG-MEMBER-NAME
                MOVE WS-REGISTER-STATUS(WS-REGISTER-SCAN)
                   TO RG-STATUS
                MOVE WS-REGISTER-REDEEM-DATE(WS-REGISTER-SCAN)
                   TO RG-REDEEM-DATE
                MOVE WS-REGISTER-TIER(WS-REGISTER-SCAN)
                   TO RG-TIER
                MOVE WS-REGISTER-EXPIRY(WS-REGISTER-SCAN)
                   TO RG-EXPIRY-DATE
                MOVE WS-REGISTER-CAMPAIGN(WS-REGISTER-SCAN)
                   TO RG-CAMPAIGN-ID
                MOVE WS-REGISTER-MEMBER-ID(WS-REGISTER-SCAN)
                   TO RG-MEMBER-ID
                WRITE VOUCHER-REGISTER-RECORD
           END-PERFORM.
           CLOSE VOUCHER-REGISTER-FILE.
      *
