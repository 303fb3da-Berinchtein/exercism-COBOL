      *    without this index being maintained between reloads. An
      *    index file beats an alternate key here - every existing
      *    reader of MEMBMAST would have had to declare the key.
      *
      *    The intake's last byte flags a member who has offered to
      *    take league-night duties ("Y"); anything else loads as
      *    not in the volunteer pool.
      *
      *    The byte after it is the newsletter opt-out: "Y" keeps the
      *    member's birthday and welcome out of the monthly
      *    NEWSLETTER-PACK; anything else loads as opted in.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 MI-PHONE               PIC X(15).
           05 MI-EMAIL               PIC X(40).
           05 MI-CHANNEL             PIC X.
           05 MI-VOLUNTEER           PIC X.
           05 MI-NEWS-OPT-OUT        PIC X.
      *
       FD  MEMBER-MASTER-FILE.
       01  MEMBER-MASTER-RECORD.
              MOVE MI-PHONE TO MM-PHONE
              MOVE MI-EMAIL TO MM-EMAIL
              MOVE MI-CHANNEL TO MM-CHANNEL
              IF (MI-VOLUNTEER = "Y")
                 MOVE "Y" TO MM-VOLUNTEER
              ELSE
                 MOVE "N" TO MM-VOLUNTEER
              END-IF
              IF (MI-NEWS-OPT-OUT = "Y")
                 MOVE "Y" TO MM-NEWS-OPT-OUT
              ELSE
                 MOVE "N" TO MM-NEWS-OPT-OUT
              END-IF
              WRITE MEMBER-MASTER-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
