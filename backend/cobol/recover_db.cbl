                   PERFORM APPLY-UPDATE-ENTRY
               WHEN 'D'
                   PERFORM APPLY-DELETE-ENTRY
               WHEN 'S'
               WHEN 'L'
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED (SUSPENSION EVENT)"
                       TO WS-DISPOSITION-TEXT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED (UNKNOWN OP)" TO WS-DISPOSITION-TEXT
           IF AUD-USER-ID = WS-TARGET-USER-ID
               AND AUD-TIMESTAMP > WS-CUTOFF-TIMESTAMP
               AND WS-ROLLBACK-FOUND = 'N'
               AND (AUD-OPERATION = 'I' OR AUD-OPERATION = 'U'
                    OR AUD-OPERATION = 'D')
               MOVE 'Y' TO WS-ROLLBACK-FOUND
               MOVE AUD-BEFORE-IMAGE TO WS-ROLLBACK-IMAGE
               MOVE 'Y' TO WS-AUDIT-EOF
