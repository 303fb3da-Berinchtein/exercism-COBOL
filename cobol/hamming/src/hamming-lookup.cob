           05 HX-DISTANCE             PIC 9(2).
           05 HX-BAND                 PIC X(12).
           05 HX-ERROR                PIC X(31).
           05 HX-CLINIC-CODE          PIC X(6).
      *
       WORKING-STORAGE SECTION.
      *
