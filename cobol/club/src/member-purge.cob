      *    maintenance audit trail is overwritten in place with an
      *    anonymous token of the same width - the records stay, so
      *    aggregate standings totals still balance, but they no
      *    longer name anyone. On the voucher register the member's
      *    ID takes the token and the name beside it is blanked to
      *    a removal marker; a register record from before the ID
      *    was kept is matched on the name. The same token scrub runs
      *    over the incremental season aggregates and the kiosk
      *    usage and game logs, and the member's record comes off
      *    the front-desk name index outright - so neither the
      *    nightly reports nor a desk lookup can name the member
      *    again. The kiosk personal-best file and the kiosk
      *    multiplayer results get the same token scrub, so the
      *    leaderboard shows the member only as the token even
      *    before its next rebuild. The certificate report says
      *    exactly how many lines changed in which file, in the
      *    order they were processed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GAME-LOG-FILE ASSIGN TO "KIOSKGLG"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PERSONAL-BEST-FILE ASSIGN TO "KIOSKPB"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GAME-RESULT-FILE ASSIGN TO "KIOSKRES"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL NAME-INDEX-FILE ASSIGN TO "NAMENDX"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CERTIFICATE-FILE ASSIGN TO "PURGCERT"
           05 RG-TIER                PIC X.
           05 RG-EXPIRY-DATE         PIC 9(8).
           05 RG-CAMPAIGN-ID         PIC X(8).
           05 RG-MEMBER-ID           PIC X(10).
      *
       FD  SEASON-POINTS-FILE.
       01  SEASON-POINTS-LINE        PIC X(133).
      *
       FD  GAME-LOG-FILE.
       01  GAME-LOG-LINE             PIC X(133).
      *
       FD  PERSONAL-BEST-FILE.
       01  PERSONAL-BEST-LINE        PIC X(133).
      *
       FD  GAME-RESULT-FILE.
       01  GAME-RESULT-LINE          PIC X(133).
      *
       FD  NAME-INDEX-FILE.
       01  NAME-INDEX-RECORD.
           PERFORM SCRUB-DARTS-AGGREGATES.
           PERFORM SCRUB-KIOSK-USAGE.
           PERFORM SCRUB-KIOSK-GAME-LOG.
           PERFORM SCRUB-KIOSK-PERSONAL-BESTS.
           PERFORM SCRUB-KIOSK-GAME-RESULTS.
           PERFORM DROP-NAME-INDEX-ENTRY.
           CLOSE CERTIFICATE-FILE.
           DISPLAY "Purge complete for member " WS-PURGE-MEMBER-ID.
                END-IF
           END-PERFORM.
      *
      *    The register carries the name beside the ID, so the name
      *    field is blanked to the removal marker as the ID takes
      *    the token; serials and amounts stay for the sponsor
      *    reconciliation.
       SCRUB-VOUCHER-REGISTER.
           MOVE "TWOFEREG" TO WS-CURRENT-FILE.
           MOVE 0 TO WS-LINE-COUNT.
           OPEN OUTPUT VOUCHER-REGISTER-FILE.
           PERFORM VARYING WS-LINE-SCAN FROM 1 BY 1
              UNTIL WS-LINE-SCAN > WS-LINE-COUNT
                MOVE WS-LINE(WS-LINE-SCAN)(1:89)
                   TO VOUCHER-REGISTER-RECORD
                WRITE VOUCHER-REGISTER-RECORD
           END-PERFORM.
       STORE-ONE-REGISTER-LINE.
           PERFORM CHECK-LINE-TABLE-ROOM.
           ADD 1 TO WS-LINE-COUNT.
           EVALUATE TRUE
           WHEN RG-MEMBER-ID = WS-PURGE-MEMBER-ID
                ADD 1 TO WS-CHANGED-COUNT
                MOVE WS-ANONYMOUS-ID TO RG-MEMBER-ID
                MOVE WS-REMOVED-NAME TO RG-MEMBER-NAME
           WHEN RG-MEMBER-ID = SPACES
              AND WS-PURGE-MEMBER-NAME NOT = SPACES
              AND RG-MEMBER-NAME = WS-PURGE-MEMBER-NAME
                ADD 1 TO WS-CHANGED-COUNT
                MOVE WS-REMOVED-NAME TO RG-MEMBER-NAME
           END-EVALUATE.
           MOVE SPACES TO WS-LINE(WS-LINE-COUNT).
           MOVE VOUCHER-REGISTER-RECORD
              TO WS-LINE(WS-LINE-COUNT)(1:89).
      *
      *    The incremental season reports fold from these persisted
      *    aggregates, not from the history, so the token scrub has
           PERFORM CHECK-LINE-TABLE-ROOM.
           ADD 1 TO WS-LINE-COUNT.
           MOVE GAME-LOG-LINE TO WS-LINE(WS-LINE-COUNT).
      *
       SCRUB-KIOSK-PERSONAL-BESTS.
           MOVE "KIOSKPB " TO WS-CURRENT-FILE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT PERSONAL-BEST-FILE.
           PERFORM UNTIL FILE-EOF
              READ PERSONAL-BEST-FILE
                 AT END
                    MOVE "Y" TO FILE-EOF-SWITCH
                 NOT AT END
                    PERFORM STORE-ONE-LINE-PB
              END-READ
           END-PERFORM.
           CLOSE PERSONAL-BEST-FILE.
           PERFORM SCRUB-LINE-TABLE.
           OPEN OUTPUT PERSONAL-BEST-FILE.
           PERFORM VARYING WS-LINE-SCAN FROM 1 BY 1
              UNTIL WS-LINE-SCAN > WS-LINE-COUNT
                MOVE WS-LINE(WS-LINE-SCAN) TO PERSONAL-BEST-LINE
                WRITE PERSONAL-BEST-LINE
           END-PERFORM.
           CLOSE PERSONAL-BEST-FILE.
           PERFORM WRITE-FILE-CERTIFICATE.
      *
       STORE-ONE-LINE-PB.
           PERFORM CHECK-LINE-TABLE-ROOM.
           ADD 1 TO WS-LINE-COUNT.
           MOVE PERSONAL-BEST-LINE TO WS-LINE(WS-LINE-COUNT).
      *
       SCRUB-KIOSK-GAME-RESULTS.
           MOVE "KIOSKRES" TO WS-CURRENT-FILE.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT GAME-RESULT-FILE.
           PERFORM UNTIL FILE-EOF
              READ GAME-RESULT-FILE
                 AT END
                    MOVE "Y" TO FILE-EOF-SWITCH
                 NOT AT END
                    PERFORM STORE-ONE-LINE-GR
              END-READ
           END-PERFORM.
           CLOSE GAME-RESULT-FILE.
           PERFORM SCRUB-LINE-TABLE.
           OPEN OUTPUT GAME-RESULT-FILE.
           PERFORM VARYING WS-LINE-SCAN FROM 1 BY 1
              UNTIL WS-LINE-SCAN > WS-LINE-COUNT
                MOVE WS-LINE(WS-LINE-SCAN) TO GAME-RESULT-LINE
                WRITE GAME-RESULT-LINE
           END-PERFORM.
           CLOSE GAME-RESULT-FILE.
           PERFORM WRITE-FILE-CERTIFICATE.
      *
       STORE-ONE-LINE-GR.
           PERFORM CHECK-LINE-TABLE-ROOM.
           ADD 1 TO WS-LINE-COUNT.
           MOVE GAME-RESULT-LINE TO WS-LINE(WS-LINE-COUNT).
      *
      *    The name index exists to answer the desk by name, so an
      *    anonymized entry would be noise: the purged member's
