           05 HX-DISTANCE             PIC 9(2).
           05 HX-BAND                 PIC X(12).
           05 HX-ERROR                PIC X(31).
           05 HX-CLINIC-CODE          PIC X(6).
      *
       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD    PIC X(120).
           END-EVALUATE.
      *
       APPLY-TO-MEMBER-MASTER.
           MOVE WS-APPLY-IMAGE(1:126) TO MEMBER-MASTER-RECORD.
           EVALUATE WS-APPLY-OPERATION
           WHEN "A"
                WRITE MEMBER-MASTER-RECORD
