       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB-BILLING.
      *
      *    Month-end lab billing: every test the lab ran is charged to
      *    the referring clinic that sent the sample in, one invoice
      *    per clinic with a line per accession and test. The tests
      *    are counted from the result files the lab runs leave
      *    behind - HAMMIDX for Hamming distances, HAMMMUT for
      *    mutation classifications, RNACOMPL for transcriptions and
      *    RNAPROT for translations - each of which carries the
      *    accession number and the clinic code from the intake
      *    record. Prices come from the lab price list (LABPRICE), one
      *    unit price per test type, and clinic names and billing
      *    addresses from the clinic master (LABCLIN).
      *
      *    An accession is charged once per test type however many
      *    times it was run: a re-run, or a result that turns up on
      *    more than one day's file, is one charge. A test whose only
      *    results errored (HX-ERROR not blank on HAMMIDX, a pair the
      *    mutation report skipped) is not charged and is listed in
      *    the not-billed section; once a clean re-run comes through,
      *    the test is charged that once.
      *
      *    Every charge lands on the invoice register (LABINVRG) with
      *    its invoice number and billing month, and an accession and
      *    test already on the register is never charged again, so a
      *    result still sitting on a file at the next month end is
      *    not billed in two months. A charge held back because its
      *    clinic is not on the master or its test has no price stays
      *    off the register and is billed by the first run after the
      *    master or price list is put right.
      *
      *    The control card gives the billing month (YYYYMM) printed
      *    on the invoices and the register; without one the current
      *    month is billed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILLING-CONTROL-FILE ASSIGN TO "LABBCTL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CLINIC-MASTER-FILE ASSIGN TO "LABCLIN"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT PRICE-LIST-FILE ASSIGN TO "LABPRICE"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESULTS-INDEX-FILE ASSIGN TO "HAMMIDX"
              ORGANIZATION INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HX-ACCESSION.
           SELECT OPTIONAL MUTATION-REPORT-FILE ASSIGN TO "HAMMMUT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL COMPLEMENT-FILE ASSIGN TO "RNACOMPL"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PROTEIN-REPORT-FILE ASSIGN TO "RNAPROT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-REGISTER-FILE ASSIGN TO "LABINVRG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT INVOICE-REPORT-FILE ASSIGN TO "LABINVC"
              ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-CONTROL-FILE.
       01  BILLING-CONTROL-RECORD.
           05 BC-BILL-MONTH           PIC 9(6).
      *
       FD  CLINIC-MASTER-FILE.
       01  CLINIC-MASTER-RECORD.
           COPY "lab-clinic.cpy".
      *
       FD  PRICE-LIST-FILE.
       01  PRICE-LIST-RECORD.
           05 LP-TEST-TYPE            PIC X(8).
           05 LP-UNIT-PRICE           PIC 9(5)V99.
           05 LP-DESCRIPTION          PIC X(30).
      *
       FD  RESULTS-INDEX-FILE.
       01  RESULTS-INDEX-RECORD.
           05 HX-ACCESSION            PIC X(10).
           05 HX-SAMPLE-DATE          PIC 9(8).
           05 HX-DISTANCE             PIC 9(2).
           05 HX-BAND                 PIC X(12).
           05 HX-ERROR                PIC X(31).
           05 HX-CLINIC-CODE          PIC X(6).
      *
      *    The pair summary and skipped lines on HAMMMUT start with
      *    the accession and clinic tags; mismatch detail lines are
      *    indented and are not charged.
       FD  MUTATION-REPORT-FILE.
       01  MUTATION-REPORT-RECORD     PIC X(100).
       01  MUTATION-TAGGED-RECORD.
           05 MR-ACCESSION-TAG        PIC X(10).
              88 MR-IS-PAIR-LINE               VALUE "ACCESSION=".
           05 MR-ACCESSION            PIC X(10).
           05 MR-CLINIC-TAG           PIC X(8).
              88 MR-HAS-CLINIC                 VALUE " CLINIC=".
           05 MR-CLINIC-CODE          PIC X(6).
           05 FILLER                  PIC X.
           05 MR-OUTCOME              PIC X(7).
              88 MR-PAIR-SKIPPED               VALUE "SKIPPED".
           05 FILLER                  PIC X(58).
      *
       FD  COMPLEMENT-FILE.
       01  COMPLEMENT-RECORD          PIC X(170).
       01  COMPLEMENT-TAGGED-RECORD.
           05 CM-ACCESSION-TAG        PIC X(10).
              88 CM-HAS-ACCESSION              VALUE "ACCESSION=".
           05 CM-ACCESSION            PIC X(10).
           05 CM-CLINIC-TAG           PIC X(8).
           05 CM-CLINIC-CODE          PIC X(6).
           05 FILLER                  PIC X.
           05 CM-TRANSCRIPT           PIC X(135).
      *
       FD  PROTEIN-REPORT-FILE.
       01  PROTEIN-REPORT-RECORD      PIC X(200).
       01  PROTEIN-TAGGED-RECORD.
           05 PT-ACCESSION-TAG        PIC X(10).
              88 PT-HAS-ACCESSION              VALUE "ACCESSION=".
           05 PT-ACCESSION            PIC X(10).
           05 PT-CLINIC-TAG           PIC X(8).
           05 PT-CLINIC-CODE          PIC X(6).
           05 FILLER                  PIC X.
           05 PT-PROTEIN-LINE         PIC X(165).
      *
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD.
           05 IR-INVOICE-NUMBER       PIC 9(6).
           05 IR-BILL-MONTH           PIC 9(6).
           05 IR-ISSUE-DATE           PIC 9(8).
           05 IR-CLINIC-CODE          PIC X(6).
           05 IR-ACCESSION            PIC X(10).
           05 IR-TEST-TYPE            PIC X(8).
           05 IR-AMOUNT               PIC 9(5)V99.
      *
       FD  INVOICE-REPORT-FILE.
       01  INVOICE-REPORT-RECORD      PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 CONTROL-EOF-SWITCH       PIC X    VALUE "N".
             88 CONTROL-EOF                    VALUE "Y".
          05 CLINIC-EOF-SWITCH        PIC X    VALUE "N".
             88 CLINIC-EOF                     VALUE "Y".
          05 PRICE-EOF-SWITCH         PIC X    VALUE "N".
             88 PRICE-EOF                      VALUE "Y".
          05 REGISTER-EOF-SWITCH      PIC X    VALUE "N".
             88 REGISTER-EOF                   VALUE "Y".
          05 INDEX-EOF-SWITCH         PIC X    VALUE "N".
             88 INDEX-EOF                      VALUE "Y".
          05 MUTATION-EOF-SWITCH      PIC X    VALUE "N".
             88 MUTATION-EOF                   VALUE "Y".
          05 COMPLEMENT-EOF-SWITCH    PIC X    VALUE "N".
             88 COMPLEMENT-EOF                 VALUE "Y".
          05 PROTEIN-EOF-SWITCH       PIC X    VALUE "N".
             88 PROTEIN-EOF                    VALUE "Y".
          05 RESULT-ERRORED-SWITCH    PIC X    VALUE "N".
             88 RESULT-ERRORED                 VALUE "Y".
          05 ALREADY-BILLED-SWITCH    PIC X    VALUE "N".
             88 ALREADY-BILLED                 VALUE "Y".
      *
       01 WS-BILL-MONTH              PIC 9(6) VALUE 0.
       01 WS-ISSUE-DATE              PIC 9(8) VALUE 0.
      *
       01 WS-CLINIC-COUNT            PIC 9(3) VALUE 0.
       01 WS-CLINIC-SCAN             PIC 9(3) VALUE 0.
       01 WS-CLINIC-HIT              PIC 9(3) VALUE 0.
       01 WS-CLINIC-TABLE.
          05 WS-CLINIC OCCURS 200 TIMES.
             10 WS-CLINIC-CODE       PIC X(6).
             10 WS-CLINIC-NAME       PIC X(30).
             10 WS-CLINIC-ADDRESS    PIC X(40).
      *
      *    Per-invoice test counts and subtotals ride on the price
      *    table beside each test type's price.
       01 WS-PRICE-COUNT             PIC 99   VALUE 0.
       01 WS-PRICE-SCAN              PIC 99   VALUE 0.
       01 WS-PRICE-HIT               PIC 99   VALUE 0.
       01 WS-PRICE-TABLE.
          05 WS-PRICE OCCURS 20 TIMES.
             10 WS-PRICE-TEST-TYPE   PIC X(8).
             10 WS-PRICE-AMOUNT      PIC 9(5)V99.
             10 WS-PRICE-DESCRIPTION PIC X(30).
             10 WS-PRICE-TESTS       PIC 9(5).
             10 WS-PRICE-SUBTOTAL    PIC 9(7)V99.
      *
       01 WS-BILLED-COUNT            PIC 9(5) VALUE 0.
       01 WS-BILLED-SCAN             PIC 9(5) VALUE 0.
       01 WS-BILLED-TABLE.
          05 WS-BILLED OCCURS 20000 TIMES.
             10 WS-BILLED-ACCESSION  PIC X(10).
             10 WS-BILLED-TEST-TYPE  PIC X(8).
       01 WS-LAST-INVOICE-NUMBER     PIC 9(6) VALUE 0.
      *
      *    One entry per accession and test type. Status E while only
      *    errored results have been seen, G once a good one has;
      *    classifying turns G into B (bill it), R (already on the
      *    register), N (clinic not on the master) or P (no price).
       01 WS-CHARGE-COUNT            PIC 9(4) VALUE 0.
       01 WS-CHARGE-SCAN             PIC 9(4) VALUE 0.
       01 WS-CHARGE-HIT              PIC 9(4) VALUE 0.
       01 WS-CHARGE-TABLE.
          05 WS-CHARGE OCCURS 5000 TIMES.
             10 WS-CHARGE-ACCESSION  PIC X(10).
             10 WS-CHARGE-TEST-TYPE  PIC X(8).
             10 WS-CHARGE-CLINIC     PIC X(6).
             10 WS-CHARGE-STATUS     PIC X.
             10 WS-CHARGE-PRICE-HIT  PIC 99.
      *
       01 WS-RESULT-ACCESSION        PIC X(10) VALUE SPACES.
       01 WS-RESULT-TEST-TYPE        PIC X(8)  VALUE SPACES.
       01 WS-RESULT-CLINIC           PIC X(6)  VALUE SPACES.
      *
       01 WS-INVOICE-NUMBER          PIC 9(6) VALUE 0.
       01 WS-INVOICE-TESTS           PIC 9(5) VALUE 0.
       01 WS-INVOICE-TOTAL           PIC 9(7)V99 VALUE 0.
       01 WS-RUN-TOTAL               PIC 9(7)V99 VALUE 0.
       01 WS-AMOUNT-EDITED           PIC Z(4)9.99.
       01 WS-TOTAL-EDITED            PIC Z(6)9.99.
       01 WS-NOT-BILLED-REASON       PIC X(50) VALUE SPACES.
      *
       01 WS-RESULT-LINE-COUNT       PIC 9(5) VALUE 0.
       01 WS-UNTAGGED-COUNT          PIC 9(5) VALUE 0.
       01 WS-RERUN-COUNT             PIC 9(5) VALUE 0.
       01 WS-CHARGED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REGISTERED-COUNT        PIC 9(5) VALUE 0.
       01 WS-ERRORED-COUNT           PIC 9(5) VALUE 0.
       01 WS-NO-CLINIC-COUNT         PIC 9(5) VALUE 0.
       01 WS-NO-PRICE-COUNT          PIC 9(5) VALUE 0.
       01 WS-INVOICES-ISSUED         PIC 9(3) VALUE 0.
      *
       01 WS-AUDIT-PROGRAM           PIC X(30) VALUE "LAB-BILLING".
       01 WS-AUDIT-PHASE             PIC X(5)  VALUE SPACES.
       01 WS-AUDIT-READ              PIC 9(7)  VALUE 0.
       01 WS-AUDIT-WRITTEN           PIC 9(7)  VALUE 0.
       01 WS-AUDIT-STATUS            PIC X(8)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       LAB-BILLING.
           MOVE "START" TO WS-AUDIT-PHASE.
           MOVE "RUNNING " TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           PERFORM LOAD-BILLING-CONTROL.
           PERFORM LOAD-CLINIC-MASTER.
           PERFORM LOAD-PRICE-LIST.
           PERFORM LOAD-INVOICE-REGISTER.
           PERFORM LOAD-HAMMING-RESULTS.
           PERFORM LOAD-MUTATION-RESULTS.
           PERFORM LOAD-TRANSCRIPTION-RESULTS.
           PERFORM LOAD-TRANSLATION-RESULTS.
           PERFORM CLASSIFY-ONE-CHARGE
              VARYING WS-CHARGE-SCAN FROM 1 BY 1
              UNTIL WS-CHARGE-SCAN > WS-CHARGE-COUNT.
           OPEN OUTPUT INVOICE-REPORT-FILE.
           OPEN EXTEND INVOICE-REGISTER-FILE.
           PERFORM WRITE-CLINIC-INVOICE
              VARYING WS-CLINIC-SCAN FROM 1 BY 1
              UNTIL WS-CLINIC-SCAN > WS-CLINIC-COUNT.
           PERFORM WRITE-NOT-BILLED-SECTION.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE INVOICE-REPORT-FILE.
           MOVE WS-RESULT-LINE-COUNT TO WS-AUDIT-READ.
           MOVE WS-CHARGED-COUNT TO WS-AUDIT-WRITTEN.
           MOVE "END" TO WS-AUDIT-PHASE.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS.
           CALL "RUN-AUDIT-LOGGER" USING WS-AUDIT-PROGRAM
              WS-AUDIT-PHASE WS-AUDIT-READ WS-AUDIT-WRITTEN
              WS-AUDIT-STATUS.
           DISPLAY "Invoices issued: " WS-INVOICES-ISSUED.
           DISPLAY "Tests charged: " WS-CHARGED-COUNT.
           DISPLAY "Re-run results charged once: " WS-RERUN-COUNT.
           DISPLAY "Already invoiced, skipped: " WS-REGISTERED-COUNT.
           DISPLAY "Errored tests not charged: " WS-ERRORED-COUNT.
           DISPLAY "Held, clinic not on master: " WS-NO-CLINIC-COUNT.
           DISPLAY "Held, no price for test: " WS-NO-PRICE-COUNT.
           STOP RUN.
      *
      *    A missing control card bills the current month, so the
      *    scheduled month-end run needs no keying.
       LOAD-BILLING-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ISSUE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-BILL-MONTH.
           OPEN INPUT BILLING-CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF
              READ BILLING-CONTROL-FILE
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    IF (BC-BILL-MONTH IS NUMERIC
                       AND BC-BILL-MONTH > 0)
                       MOVE BC-BILL-MONTH TO WS-BILL-MONTH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BILLING-CONTROL-FILE.
      *
       LOAD-CLINIC-MASTER.
           OPEN INPUT CLINIC-MASTER-FILE.
           PERFORM UNTIL CLINIC-EOF
              READ CLINIC-MASTER-FILE
                 AT END
                    MOVE "Y" TO CLINIC-EOF-SWITCH
                 NOT AT END
                    IF (LC-CLINIC-CODE NOT = SPACES)
                       IF (WS-CLINIC-COUNT = 200)
                          DISPLAY "ABORTED: clinic master exceeds "
                             "the 200-entry clinic table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CLINIC-COUNT
                       MOVE LC-CLINIC-CODE
                          TO WS-CLINIC-CODE(WS-CLINIC-COUNT)
                       MOVE LC-CLINIC-NAME
                          TO WS-CLINIC-NAME(WS-CLINIC-COUNT)
                       MOVE LC-BILLING-ADDRESS
                          TO WS-CLINIC-ADDRESS(WS-CLINIC-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLINIC-MASTER-FILE.
      *
       LOAD-PRICE-LIST.
           OPEN INPUT PRICE-LIST-FILE.
           PERFORM UNTIL PRICE-EOF
              READ PRICE-LIST-FILE
                 AT END
                    MOVE "Y" TO PRICE-EOF-SWITCH
                 NOT AT END
                    IF (LP-UNIT-PRICE IS NOT NUMERIC)
                       DISPLAY "Price line skipped, bad price: "
                          LP-TEST-TYPE
                    ELSE
                       IF (WS-PRICE-COUNT = 20)
                          DISPLAY "ABORTED: price list exceeds "
                             "the 20-entry price table"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE LP-TEST-TYPE
                          TO WS-PRICE-TEST-TYPE(WS-PRICE-COUNT)
                       MOVE LP-UNIT-PRICE
                          TO WS-PRICE-AMOUNT(WS-PRICE-COUNT)
                       MOVE LP-DESCRIPTION
                          TO WS-PRICE-DESCRIPTION(WS-PRICE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRICE-LIST-FILE.
      *
       LOAD-INVOICE-REGISTER.
           OPEN INPUT INVOICE-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF
              READ INVOICE-REGISTER-FILE
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    IF (WS-BILLED-COUNT = 20000)
                       DISPLAY "ABORTED: invoice register exceeds "
                          "the 20000-entry billed table"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-BILLED-COUNT
                    MOVE IR-ACCESSION
                       TO WS-BILLED-ACCESSION(WS-BILLED-COUNT)
                    MOVE IR-TEST-TYPE
                       TO WS-BILLED-TEST-TYPE(WS-BILLED-COUNT)
                    IF (IR-INVOICE-NUMBER IS NUMERIC
                       AND IR-INVOICE-NUMBER > WS-LAST-INVOICE-NUMBER)
                       MOVE IR-INVOICE-NUMBER
                          TO WS-LAST-INVOICE-NUMBER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-FILE.
      *
       LOAD-HAMMING-RESULTS.
           OPEN INPUT RESULTS-INDEX-FILE.
           PERFORM UNTIL INDEX-EOF
              READ RESULTS-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO INDEX-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RESULT-LINE-COUNT
                    MOVE HX-ACCESSION TO WS-RESULT-ACCESSION
                    MOVE "HAMMING" TO WS-RESULT-TEST-TYPE
                    MOVE HX-CLINIC-CODE TO WS-RESULT-CLINIC
                    IF (HX-ERROR NOT = SPACES)
                       MOVE "Y" TO RESULT-ERRORED-SWITCH
                    ELSE
                       MOVE "N" TO RESULT-ERRORED-SWITCH
                    END-IF
                    PERFORM NOTE-ONE-RESULT
              END-READ
           END-PERFORM.
           CLOSE RESULTS-INDEX-FILE.
      *
      *    Only the pair lines count. A line written before the
      *    clinic tag was added still names its accession but bills
      *    to no clinic.
       LOAD-MUTATION-RESULTS.
           OPEN INPUT MUTATION-REPORT-FILE.
           PERFORM UNTIL MUTATION-EOF
              READ MUTATION-REPORT-FILE
                 AT END
                    MOVE "Y" TO MUTATION-EOF-SWITCH
                 NOT AT END
                    IF (MR-IS-PAIR-LINE)
                       ADD 1 TO WS-RESULT-LINE-COUNT
                       MOVE MR-ACCESSION TO WS-RESULT-ACCESSION
                       MOVE "MUTATION" TO WS-RESULT-TEST-TYPE
                       MOVE "N" TO RESULT-ERRORED-SWITCH
                       IF (MR-HAS-CLINIC)
                          MOVE MR-CLINIC-CODE TO WS-RESULT-CLINIC
                          IF (MR-PAIR-SKIPPED)
                             MOVE "Y" TO RESULT-ERRORED-SWITCH
                          END-IF
                       ELSE
                          MOVE SPACES TO WS-RESULT-CLINIC
                          IF (MR-CLINIC-TAG = " SKIPPED")
                             MOVE "Y" TO RESULT-ERRORED-SWITCH
                          END-IF
                       END-IF
                       PERFORM NOTE-ONE-RESULT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MUTATION-REPORT-FILE.
      *
       LOAD-TRANSCRIPTION-RESULTS.
           OPEN INPUT COMPLEMENT-FILE.
           PERFORM UNTIL COMPLEMENT-EOF
              READ COMPLEMENT-FILE
                 AT END
                    MOVE "Y" TO COMPLEMENT-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RESULT-LINE-COUNT
                    IF (CM-HAS-ACCESSION)
                       MOVE CM-ACCESSION TO WS-RESULT-ACCESSION
                       MOVE "TRANSCR" TO WS-RESULT-TEST-TYPE
                       MOVE CM-CLINIC-CODE TO WS-RESULT-CLINIC
                       MOVE "N" TO RESULT-ERRORED-SWITCH
                       PERFORM NOTE-ONE-RESULT
                    ELSE
                       ADD 1 TO WS-UNTAGGED-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPLEMENT-FILE.
      *
      *    A strand flagged off-frame was still translated, so it is
      *    charged like any other.
       LOAD-TRANSLATION-RESULTS.
           OPEN INPUT PROTEIN-REPORT-FILE.
           PERFORM UNTIL PROTEIN-EOF
              READ PROTEIN-REPORT-FILE
                 AT END
                    MOVE "Y" TO PROTEIN-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RESULT-LINE-COUNT
                    IF (PT-HAS-ACCESSION)
                       MOVE PT-ACCESSION TO WS-RESULT-ACCESSION
                       MOVE "TRANSLAT" TO WS-RESULT-TEST-TYPE
                       MOVE PT-CLINIC-CODE TO WS-RESULT-CLINIC
                       MOVE "N" TO RESULT-ERRORED-SWITCH
                       PERFORM NOTE-ONE-RESULT
                    ELSE
                       ADD 1 TO WS-UNTAGGED-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROTEIN-REPORT-FILE.
      *
      *    A second result for an accession and test is a re-run: it
      *    adds no charge, but a good result clears an errored one.
       NOTE-ONE-RESULT.
           MOVE 0 TO WS-CHARGE-HIT.
           PERFORM VARYING WS-CHARGE-SCAN FROM 1 BY 1
              UNTIL WS-CHARGE-SCAN > WS-CHARGE-COUNT
              OR WS-CHARGE-HIT > 0
                IF (WS-CHARGE-ACCESSION(WS-CHARGE-SCAN) =
                   WS-RESULT-ACCESSION
                   AND WS-CHARGE-TEST-TYPE(WS-CHARGE-SCAN) =
                   WS-RESULT-TEST-TYPE)
                   MOVE WS-CHARGE-SCAN TO WS-CHARGE-HIT
                END-IF
           END-PERFORM.
           IF (WS-CHARGE-HIT > 0)
              ADD 1 TO WS-RERUN-COUNT
              IF (NOT RESULT-ERRORED)
                 MOVE "G" TO WS-CHARGE-STATUS(WS-CHARGE-HIT)
              END-IF
              IF (WS-CHARGE-CLINIC(WS-CHARGE-HIT) = SPACES)
                 MOVE WS-RESULT-CLINIC
                    TO WS-CHARGE-CLINIC(WS-CHARGE-HIT)
              END-IF
           ELSE
              IF (WS-CHARGE-COUNT = 5000)
                 DISPLAY "ABORTED: lab results exceed the "
                    "5000-entry charge table"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CHARGE-COUNT
              MOVE WS-RESULT-ACCESSION
                 TO WS-CHARGE-ACCESSION(WS-CHARGE-COUNT)
              MOVE WS-RESULT-TEST-TYPE
                 TO WS-CHARGE-TEST-TYPE(WS-CHARGE-COUNT)
              MOVE WS-RESULT-CLINIC
                 TO WS-CHARGE-CLINIC(WS-CHARGE-COUNT)
              MOVE 0 TO WS-CHARGE-PRICE-HIT(WS-CHARGE-COUNT)
              IF (RESULT-ERRORED)
                 MOVE "E" TO WS-CHARGE-STATUS(WS-CHARGE-COUNT)
              ELSE
                 MOVE "G" TO WS-CHARGE-STATUS(WS-CHARGE-COUNT)
              END-IF
           END-IF.
      *
       CLASSIFY-ONE-CHARGE.
           IF (WS-CHARGE-STATUS(WS-CHARGE-SCAN) = "E")
              ADD 1 TO WS-ERRORED-COUNT
           ELSE
              PERFORM CHECK-INVOICE-REGISTER
              IF (ALREADY-BILLED)
                 MOVE "R" TO WS-CHARGE-STATUS(WS-CHARGE-SCAN)
                 ADD 1 TO WS-REGISTERED-COUNT
              ELSE
                 PERFORM FIND-CHARGE-CLINIC
                 PERFORM FIND-CHARGE-PRICE
                 EVALUATE TRUE
                 WHEN WS-CLINIC-HIT = 0
                      MOVE "N" TO WS-CHARGE-STATUS(WS-CHARGE-SCAN)
                      ADD 1 TO WS-NO-CLINIC-COUNT
                 WHEN WS-PRICE-HIT = 0
                      MOVE "P" TO WS-CHARGE-STATUS(WS-CHARGE-SCAN)
                      ADD 1 TO WS-NO-PRICE-COUNT
                 WHEN OTHER
                      MOVE "B" TO WS-CHARGE-STATUS(WS-CHARGE-SCAN)
                      MOVE WS-PRICE-HIT
                         TO WS-CHARGE-PRICE-HIT(WS-CHARGE-SCAN)
                 END-EVALUATE
              END-IF
           END-IF.
      *
       CHECK-INVOICE-REGISTER.
           MOVE "N" TO ALREADY-BILLED-SWITCH.
           PERFORM VARYING WS-BILLED-SCAN FROM 1 BY 1
              UNTIL WS-BILLED-SCAN > WS-BILLED-COUNT
              OR ALREADY-BILLED
                IF (WS-BILLED-ACCESSION(WS-BILLED-SCAN) =
                   WS-CHARGE-ACCESSION(WS-CHARGE-SCAN)
                   AND WS-BILLED-TEST-TYPE(WS-BILLED-SCAN) =
                   WS-CHARGE-TEST-TYPE(WS-CHARGE-SCAN))
                   MOVE "Y" TO ALREADY-BILLED-SWITCH
                END-IF
           END-PERFORM.
      *
       FIND-CHARGE-CLINIC.
           MOVE 0 TO WS-CLINIC-HIT.
           PERFORM VARYING WS-CLINIC-SCAN FROM 1 BY 1
              UNTIL WS-CLINIC-SCAN > WS-CLINIC-COUNT
              OR WS-CLINIC-HIT > 0
                IF (WS-CLINIC-CODE(WS-CLINIC-SCAN) =
                   WS-CHARGE-CLINIC(WS-CHARGE-SCAN))
                   MOVE WS-CLINIC-SCAN TO WS-CLINIC-HIT
                END-IF
           END-PERFORM.
      *
       FIND-CHARGE-PRICE.
           MOVE 0 TO WS-PRICE-HIT.
           PERFORM VARYING WS-PRICE-SCAN FROM 1 BY 1
              UNTIL WS-PRICE-SCAN > WS-PRICE-COUNT
              OR WS-PRICE-HIT > 0
                IF (WS-PRICE-TEST-TYPE(WS-PRICE-SCAN) =
                   WS-CHARGE-TEST-TYPE(WS-CHARGE-SCAN))
                   MOVE WS-PRICE-SCAN TO WS-PRICE-HIT
                END-IF
           END-PERFORM.
      *
      *    A clinic with nothing to bill this run gets no invoice and
      *    uses no invoice number.
       WRITE-CLINIC-INVOICE.
           MOVE 0 TO WS-INVOICE-TESTS.
           PERFORM VARYING WS-CHARGE-SCAN FROM 1 BY 1
              UNTIL WS-CHARGE-SCAN > WS-CHARGE-COUNT
                IF (WS-CHARGE-STATUS(WS-CHARGE-SCAN) = "B"
                   AND WS-CHARGE-CLINIC(WS-CHARGE-SCAN) =
                   WS-CLINIC-CODE(WS-CLINIC-SCAN))
                   ADD 1 TO WS-INVOICE-TESTS
                END-IF
           END-PERFORM.
           IF (WS-INVOICE-TESTS > 0)
              PERFORM ISSUE-CLINIC-INVOICE
           END-IF.
      *
       ISSUE-CLINIC-INVOICE.
           ADD 1 TO WS-LAST-INVOICE-NUMBER.
           MOVE WS-LAST-INVOICE-NUMBER TO WS-INVOICE-NUMBER.
           ADD 1 TO WS-INVOICES-ISSUED.
           MOVE 0 TO WS-INVOICE-TESTS.
           MOVE 0 TO WS-INVOICE-TOTAL.
           PERFORM VARYING WS-PRICE-SCAN FROM 1 BY 1
              UNTIL WS-PRICE-SCAN > WS-PRICE-COUNT
                MOVE 0 TO WS-PRICE-TESTS(WS-PRICE-SCAN)
                MOVE 0 TO WS-PRICE-SUBTOTAL(WS-PRICE-SCAN)
           END-PERFORM.
           MOVE SPACES TO INVOICE-REPORT-RECORD.
           STRING "INVOICE " DELIMITED BY SIZE
                  WS-INVOICE-NUMBER DELIMITED BY SIZE
                  "  BILLING MONTH " DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
                  "  ISSUED " DELIMITED BY SIZE
                  WS-ISSUE-DATE DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           MOVE SPACES TO INVOICE-REPORT-RECORD.
           STRING "CLINIC " DELIMITED BY SIZE
                  WS-CLINIC-CODE(WS-CLINIC-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLINIC-NAME(WS-CLINIC-SCAN) DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           MOVE SPACES TO INVOICE-REPORT-RECORD.
           STRING "       " DELIMITED BY SIZE
                  WS-CLINIC-ADDRESS(WS-CLINIC-SCAN) DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           MOVE SPACES TO INVOICE-REPORT-RECORD.
           STRING "  ACCESSION   TEST      DESCRIPTION"
                     DELIMITED BY SIZE
                  "                       AMOUNT" DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           PERFORM WRITE-INVOICE-LINE
              VARYING WS-CHARGE-SCAN FROM 1 BY 1
              UNTIL WS-CHARGE-SCAN > WS-CHARGE-COUNT.
           PERFORM WRITE-TEST-SUBTOTAL
              VARYING WS-PRICE-SCAN FROM 1 BY 1
              UNTIL WS-PRICE-SCAN > WS-PRICE-COUNT.
           MOVE WS-INVOICE-TOTAL TO WS-TOTAL-EDITED.
           MOVE SPACES TO INVOICE-REPORT-RECORD.
           STRING "  INVOICE TOTAL  TESTS=" DELIMITED BY SIZE
                  WS-INVOICE-TESTS DELIMITED BY SIZE
                  "  AMOUNT=" DELIMITED BY SIZE
                  WS-TOTAL-EDITED DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           MOVE SPACES TO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           ADD WS-INVOICE-TOTAL TO WS-RUN-TOTAL.
      *
       WRITE-INVOICE-LINE.
           IF (WS-CHARGE-STATUS(WS-CHARGE-SCAN) = "B"
              AND WS-CHARGE-CLINIC(WS-CHARGE-SCAN) =
              WS-CLINIC-CODE(WS-CLINIC-SCAN))
              MOVE WS-CHARGE-PRICE-HIT(WS-CHARGE-SCAN) TO WS-PRICE-HIT
              ADD 1 TO WS-INVOICE-TESTS
              ADD 1 TO WS-CHARGED-COUNT
              ADD 1 TO WS-PRICE-TESTS(WS-PRICE-HIT)
              ADD WS-PRICE-AMOUNT(WS-PRICE-HIT)
                 TO WS-PRICE-SUBTOTAL(WS-PRICE-HIT)
              ADD WS-PRICE-AMOUNT(WS-PRICE-HIT) TO WS-INVOICE-TOTAL
              MOVE WS-PRICE-AMOUNT(WS-PRICE-HIT) TO WS-AMOUNT-EDITED
              MOVE SPACES TO INVOICE-REPORT-RECORD
              STRING "  " DELIMITED BY SIZE
                     WS-CHARGE-ACCESSION(WS-CHARGE-SCAN)
                        DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-CHARGE-TEST-TYPE(WS-CHARGE-SCAN)
                        DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-PRICE-DESCRIPTION(WS-PRICE-HIT)
                        DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-AMOUNT-EDITED DELIMITED BY SIZE
                 INTO INVOICE-REPORT-RECORD
              WRITE INVOICE-REPORT-RECORD
              MOVE WS-INVOICE-NUMBER TO IR-INVOICE-NUMBER
              MOVE WS-BILL-MONTH TO IR-BILL-MONTH
              MOVE WS-ISSUE-DATE TO IR-ISSUE-DATE
              MOVE WS-CHARGE-CLINIC(WS-CHARGE-SCAN) TO IR-CLINIC-CODE
              MOVE WS-CHARGE-ACCESSION(WS-CHARGE-SCAN) TO IR-ACCESSION
              MOVE WS-CHARGE-TEST-TYPE(WS-CHARGE-SCAN) TO IR-TEST-TYPE
              MOVE WS-PRICE-AMOUNT(WS-PRICE-HIT) TO IR-AMOUNT
              WRITE INVOICE-REGISTER-RECORD
           END-IF.
      *
       WRITE-TEST-SUBTOTAL.
           IF (WS-PRICE-TESTS(WS-PRICE-SCAN) > 0)
              MOVE WS-PRICE-SUBTOTAL(WS-PRICE-SCAN) TO WS-TOTAL-EDITED
              MOVE SPACES TO INVOICE-REPORT-RECORD
              STRING "  " DELIMITED BY SIZE
                     WS-PRICE-TEST-TYPE(WS-PRICE-SCAN)
                        DELIMITED BY SIZE
                     " TESTS=" DELIMITED BY SIZE
                     WS-PRICE-TESTS(WS-PRICE-SCAN) DELIMITED BY SIZE
                     "  AMOUNT=" DELIMITED BY SIZE
                     WS-TOTAL-EDITED DELIMITED BY SIZE
                 INTO INVOICE-REPORT-RECORD
              WRITE INVOICE-REPORT-RECORD
           END-IF.
      *
      *    Errored tests and held charges are listed one per line so
      *    the lab office can chase them; tests already invoiced are
      *    only counted.
       WRITE-NOT-BILLED-SECTION.
           MOVE SPACES TO INVOICE-REPORT-RECORD.
           STRING "NOT BILLED THIS RUN" DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
           PERFORM WRITE-NOT-BILLED-LINE
              VARYING WS-CHARGE-SCAN FROM 1 BY 1
              UNTIL WS-CHARGE-SCAN > WS-CHARGE-COUNT.
           MOVE SPACES TO INVOICE-REPORT-RECORD.
           STRING "  ALREADY INVOICED=" DELIMITED BY SIZE
                  WS-REGISTERED-COUNT DELIMITED BY SIZE
                  " RE-RUNS CHARGED ONCE=" DELIMITED BY SIZE
                  WS-RERUN-COUNT DELIMITED BY SIZE
                  " RESULTS WITHOUT ACCESSION=" DELIMITED BY SIZE
                  WS-UNTAGGED-COUNT DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
      *
       WRITE-NOT-BILLED-LINE.
           MOVE SPACES TO WS-NOT-BILLED-REASON.
           EVALUATE WS-CHARGE-STATUS(WS-CHARGE-SCAN)
           WHEN "E"
                MOVE "TEST ERRORED - NO CHARGE"
                   TO WS-NOT-BILLED-REASON
           WHEN "N"
                IF (WS-CHARGE-CLINIC(WS-CHARGE-SCAN) = SPACES)
                   MOVE "HELD - NO CLINIC CODE"
                      TO WS-NOT-BILLED-REASON
                ELSE
                   STRING "HELD - CLINIC " DELIMITED BY SIZE
                          WS-CHARGE-CLINIC(WS-CHARGE-SCAN)
                             DELIMITED BY SIZE
                          " NOT ON CLINIC MASTER" DELIMITED BY SIZE
                      INTO WS-NOT-BILLED-REASON
                END-IF
           WHEN "P"
                MOVE "HELD - NO PRICE FOR TEST TYPE"
                   TO WS-NOT-BILLED-REASON
           END-EVALUATE.
           IF (WS-NOT-BILLED-REASON NOT = SPACES)
              MOVE SPACES TO INVOICE-REPORT-RECORD
              STRING "  " DELIMITED BY SIZE
                     WS-CHARGE-ACCESSION(WS-CHARGE-SCAN)
                        DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-CHARGE-TEST-TYPE(WS-CHARGE-SCAN)
                        DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-NOT-BILLED-REASON DELIMITED BY SIZE
                 INTO INVOICE-REPORT-RECORD
              WRITE INVOICE-REPORT-RECORD
           END-IF.
      *
       WRITE-RUN-SUMMARY.
           MOVE WS-RUN-TOTAL TO WS-TOTAL-EDITED.
           MOVE SPACES TO INVOICE-REPORT-RECORD.
           STRING "BILLING-MONTH=" DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
                  " INVOICES=" DELIMITED BY SIZE
                  WS-INVOICES-ISSUED DELIMITED BY SIZE
                  " TESTS=" DELIMITED BY SIZE
                  WS-CHARGED-COUNT DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  WS-TOTAL-EDITED DELIMITED BY SIZE
              INTO INVOICE-REPORT-RECORD.
           WRITE INVOICE-REPORT-RECORD.
      *
