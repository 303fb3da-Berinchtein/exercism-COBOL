      *    One line of the night's word challenge as ISOGRAM-CHALLENGE
      *    writes it to ISOCHAL and ISOGRAM-BATCH reads it back. The
      *    rack line ("R") carries the night, the letters in the rack
      *    in alphabetical order, the longest isogram the dictionary
      *    allows from them and how many dictionary isograms the rack
      *    builds; each of those words follows on a word line ("W")
      *    with its letter count and whether it is one of the best.
      *    Field-only copybook: COPY it under an 01 of its own.
       05 CL-RECORD-TYPE         PIC X.
          88 CL-RACK-LINE             VALUE "R".
          88 CL-WORD-LINE             VALUE "W".
       05 CL-NIGHT-DATE          PIC 9(8).
       05 CL-RACK                PIC X(26).
       05 CL-BEST-LENGTH         PIC 99.
       05 CL-WORD-COUNT          PIC 9(4).
       05 CL-WORD                PIC X(30).
       05 CL-WORD-LENGTH         PIC 99.
       05 CL-BEST-FLAG           PIC X.
          88 CL-IS-BEST               VALUE "Y".
