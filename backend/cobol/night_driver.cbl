                   88 JOB-PENDING      VALUE "PENDING".
                   88 JOB-ENDED-OK     VALUE "OK".
                   88 JOB-ENDED-ERROR  VALUE "ERROR".
                   88 JOB-REJECTED     VALUE "REJECTED".
                   88 JOB-SKIPPED      VALUE "SKIPPED".
                   88 JOB-MISSED       VALUE "MISSED".
                   88 JOB-UNRESOLVED   VALUE "UNRESOLVD".
           05 WS-ERROR-COUNT        PIC 9(3) VALUE 0.
           05 WS-SKIPPED-COUNT      PIC 9(3) VALUE 0.
           05 WS-MISSED-COUNT       PIC 9(3) VALUE 0.
           05 WS-REJECTED-COUNT     PIC 9(3) VALUE 0.
           05 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.

       01 WS-TIMESTAMP-WORK.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "NIGHT-DRIVER" TO RCP-JOB-NAME
           IF WS-ERROR-COUNT = 0 AND WS-RUN-ERROR-COUNT = 0
               AND WS-REJECTED-COUNT = 0
               MOVE "OK" TO RCP-END-STATUS
           ELSE
               MOVE "ERROR" TO RCP-END-STATUS
           IF WS-JOB-OUTCOME = "OK"
               PERFORM CHECK-RUN-CONTROL-OUTCOME
           END-IF
           EVALUATE WS-JOB-OUTCOME
               WHEN "OK"
                   MOVE "OK" TO WS-PLN-STATUS(WS-JOB-SUB)
                   ADD 1 TO WS-OK-COUNT
               WHEN "REJECTED"
                   MOVE "REJECTED" TO WS-PLN-STATUS(WS-JOB-SUB)
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE "ERROR" TO WS-PLN-STATUS(WS-JOB-SUB)
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           DISPLAY "ENDED " WS-PLN-STATUS(WS-JOB-SUB) ": "
               WS-PLN-JOB-NAME(WS-JOB-SUB).

                   DISPLAY "PROGRAM NOT AVAILABLE: DB-INTERFACE"
           END-CALL
           IF WS-JOB-OUTCOME = "OK"
               EVALUATE DBI-STATUS-CODE
                   WHEN 00
                   WHEN 22
                   WHEN 23
                       CONTINUE
                   WHEN 93
                       MOVE "REJECTED" TO WS-JOB-OUTCOME
                   WHEN OTHER
                       MOVE "ERROR" TO WS-JOB-OUTCOME
               END-EVALUATE
           END-IF.

       CHECK-RUN-CONTROL-OUTCOME.
                       AND CTL-JOB-NAME = WS-LOOKUP-JOB-NAME
                       AND CTL-TIMESTAMP >= WS-LOOKUP-START-TS
                       MOVE 'Y' TO WS-OUTCOME-FOUND
                       EVALUATE CTL-END-STATUS
                           WHEN "OK"
                               MOVE "OK" TO WS-JOB-OUTCOME
                           WHEN "REJECTED"
                               MOVE "REJECTED" TO WS-JOB-OUTCOME
                           WHEN OTHER
                               MOVE "ERROR" TO WS-JOB-OUTCOME
                       END-EVALUATE
                   END-IF
           END-READ.

               WS-SKIPPED-COUNT DELIMITED BY SIZE
               " MISSED: " DELIMITED BY SIZE
               WS-MISSED-COUNT DELIMITED BY SIZE
               " REJECTED: " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
