                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  MOVE SPACES TO BACKUP-RECORD
                  MOVE SECTION-RECORD TO BACKUP-RECORD(1:41)
                  PERFORM 2700-WRITE-BACKUP-RECORD
            END-READ.

                        ADD 1 TO WS-RECORD-COUNT
                  END-WRITE
               WHEN "S"
                  MOVE WS-WORK-REC(1:41) TO SECTION-RECORD
                  WRITE SECTION-RECORD
                     INVALID KEY
                        MOVE 90 TO WS-RETURN-CODE
