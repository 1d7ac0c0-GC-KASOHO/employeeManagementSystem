           PERFORM STEP-BACKUP
           PERFORM STEP-REPORT
           PERFORM STEP-EXPORT
           PERFORM STEP-INTEGRITY

           EVALUATE WS-OVERALL-RC
               WHEN 0
                   MOVE "End-of-day run finished: all steps OK"
                       TO WS-LOG-TEXT
               WHEN 4
                   MOVE "End-of-day run finished WITH WARNINGS"
                       TO WS-LOG-TEXT
               WHEN OTHER
                   MOVE "End-of-day run finished WITH ERRORS"
                       TO WS-LOG-TEXT
           END-EVALUATE
           PERFORM WRITE-RUN-LOG

           IF WS-LOG-OPEN = "Y"
           END-IF
           PERFORM WRITE-RUN-LOG.

       STEP-INTEGRITY.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO EOD-RECORD-COUNT
           MOVE SPACES TO EOD-FILE-STATUS
           CALL "IntegrityCheck"
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           PERFORM LOG-STEP-INTEGRITY.

       LOG-STEP-INTEGRITY.
           MOVE WS-STEP-RC TO WS-STEP-RC-DISP
           MOVE EOD-RECORD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Step 4 IntegrityCheck: rc=" DELIMITED BY SIZE
                  WS-STEP-RC-DISP DELIMITED BY SIZE
                  " exceptions=" DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " file-status=" DELIMITED BY SIZE
                  EOD-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-LOG-TEXT
           END-STRING
           IF WS-STEP-RC = 4
               IF WS-OVERALL-RC = 0
                   MOVE 4 TO WS-OVERALL-RC
               END-IF
           ELSE
               IF WS-STEP-RC NOT = 0
                   MOVE 8 TO WS-OVERALL-RC
               END-IF
           END-IF
           PERFORM WRITE-RUN-LOG.

       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-STATUS = "35"
