      *    One referring clinic on the lab's clinic master (LABCLIN),
      *    keyed by the clinic code the intake records carry (HAMMIN
      *    and RNASTRND). The lab office keeps the file; invoices are
      *    addressed from it.
      *    Field-only copybook: COPY it under an 01 of its own.
       05 LC-CLINIC-CODE         PIC X(6).
       05 LC-CLINIC-NAME         PIC X(30).
       05 LC-BILLING-ADDRESS     PIC X(40).
