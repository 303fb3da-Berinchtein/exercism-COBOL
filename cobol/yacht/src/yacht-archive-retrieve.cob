           05 AR-RUN-DATE                PIC X(10).
           05 AR-CATEGORY                PIC X(15).
           05 AR-RESULT                  PIC 99.
           05 AR-RULESET-NAME            PIC X(8).
      *
      *    The work file reads back with the same layout YACHTHST
      *    carries, so YACHT-SEASON-REPORT runs against it unchanged.
           05 RW-RUN-DATE                PIC X(10).
           05 RW-CATEGORY                PIC X(15).
           05 RW-RESULT                  PIC 99.
           05 RW-RULESET-NAME            PIC X(8).
      *
       FD  RETRIEVAL-LISTING-FILE.
       01  RETRIEVAL-LISTING-RECORD  PIC X(80).
           MOVE AR-RUN-DATE TO RW-RUN-DATE.
           MOVE AR-CATEGORY TO RW-CATEGORY.
           MOVE AR-RESULT TO RW-RESULT.
           MOVE AR-RULESET-NAME TO RW-RULESET-NAME.
           WRITE RETRIEVED-WORK-RECORD.
      *
       WRITE-LISTING-HEADER.
