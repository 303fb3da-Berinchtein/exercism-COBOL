                    ADD 1 TO WS-UNLOADED-COUNT
                    MOVE SPACES TO UNLOAD-WORK-RECORD
                    MOVE MEMBER-MASTER-RECORD
                       TO UNLOAD-WORK-RECORD(1:126)
                    WRITE UNLOAD-WORK-RECORD
              END-READ
           END-PERFORM.
              WRITE SCORECARD-RECORD
              ADD 1 TO WS-RELOADED-COUNT
           ELSE
              MOVE UNLOAD-WORK-RECORD(1:126)
                 TO MEMBER-MASTER-RECORD
              IF (WS-DROP-STATUS NOT = SPACE
                 AND MM-STATUS = WS-DROP-STATUS)
