           SELECT AUDIT-TRAIL-FILE ASSIGN TO "audit_trail.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SUSPENSION-FILE ASSIGN TO "suspensions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-USER-ID
               FILE STATUS IS WS-SUSPENSION-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO "db_interface_stats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
               10 EXTRACT-POST-COUNT      PIC 9(6).
               10 EXTRACT-METADATA        PIC X(500).
               10 FILLER                  PIC X(297).
       01 EXTRACT-CONTROL-RECORD.
           05 ECR-RECORD-TYPE       PIC X(4).
               88 ECR-HEADER         VALUE "HDR ".
               88 ECR-TRAILER        VALUE "TRL ".
           05 FILLER                PIC X(1032).

       FD BATCH-CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD         PIC X(36).
               10 MAINT-POST-COUNT      PIC 9(6).
               10 MAINT-METADATA        PIC X(500).
               10 FILLER                PIC X(297).
       01 MAINT-CONTROL-RECORD.
           05 MCR-RECORD-TYPE       PIC X(4).
               88 MCR-HEADER         VALUE "HDR ".
               88 MCR-TRAILER        VALUE "TRL ".
           05 FILLER                PIC X(1033).

       FD MAINT-CHECKPOINT-FILE.
       01 MAINT-CHECKPOINT-RECORD   PIC X(36).
       FD EXPORT-HWM-FILE.
       01 EXPORT-HWM-RECORD           PIC X(19).

       FD SUSPENSION-FILE.
       01 SUSPENSION-RECORD.
           05 SUSP-USER-ID          PIC X(36).
           05 SUSP-REASON-CODE      PIC X(2).
           05 SUSP-NOTE             PIC X(60).
           05 SUSP-SUSPENDED-AT     PIC X(19).
           05 SUSP-EXPIRES-ON       PIC X(10).
           05 FILLER                PIC X(73).

       FD QUERY-RESULTS-FILE.
       01 RESULT-SPOOL-LINE          PIC X(200).

           05 WS-BEFORE-EMAIL     PIC X(100).
           05 FILLER              PIC X(591).
       01 WS-AUDIT-AFTER-IMAGE  PIC X(777) VALUE SPACES.
       01 WS-AUDIT-OPERATOR-ID  PIC X(8) VALUE SPACES.

       01 WS-XREF-STATUS        PIC XX.
       01 WS-XREF-EOF           PIC X VALUE 'N'.
       01 WS-DELTA-HOLD-USER    PIC X(36) VALUE SPACES.
       01 WS-DELTA-HOLD-OP      PIC X(1).
       01 WS-DELTA-HOLD-TS      PIC X(19).
       01 WS-SUSPENSION-STATUS  PIC XX.
       01 WS-SUSPENSION-OPEN-FLAG PIC X VALUE 'N'.
       01 WS-ACCOUNT-SUSPENDED  PIC X VALUE 'N'.
       01 WS-SUSPENDED-COUNT    PIC 9(6) VALUE 0.
       01 WS-MAINT-STATUS       PIC XX.
       01 WS-MAINT-CHKPT-STATUS PIC XX.
       01 WS-MAINT-EOF          PIC X VALUE 'N'.
           05 RCP-RECORD-COUNT   PIC 9(6).
           05 RCP-RETURN-CODE    PIC 9(2).

       01 WS-FEED-TRAILER-FLAG  PIC X(1) VALUE 'N'.
       01 WS-FEED-FIRST-FLAG    PIC X(1) VALUE 'Y'.
       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
       01 FEED-CONTROL-PARAMETERS.
           05 FCP-FUNCTION       PIC X(1).
           05 FCP-JOB-NAME       PIC X(20).
           05 FCP-FEED-NAME      PIC X(20).
           05 FCP-HEADER-RECORD  PIC X(60).
           05 FCP-TRAILER-RECORD PIC X(60).
           05 FCP-ACTUAL-COUNT   PIC 9(9).
           05 FCP-ACTUAL-HASH    PIC 9(15)V99.
           05 FCP-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01 LS-INPUT-PARAMETERS.
           05 LS-OPERATION       PIC X(1).
               10 LSD-FOLLOWING-COUNT PIC 9(6).
               10 LSD-POST-COUNT      PIC 9(6).
               10 LSD-METADATA        PIC X(500).
               10 LSD-OPERATOR-ID     PIC X(8).
               10 FILLER              PIC X(289).
           05 LS-SEARCH-CRITERIA-R REDEFINES LS-USER-DATA.
               10 LSC-CATEGORY        PIC X(30).
               10 LSC-MIN-SCORE       PIC 9(3)V99.
               PERFORM FINALIZATION
               GOBACK
           END-IF
           MOVE SPACES TO WS-AUDIT-OPERATOR-ID
           IF OP-INSERT OR OP-UPDATE OR OP-DELETE
               MOVE LSD-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           END-IF
           EVALUATE TRUE
               WHEN OP-INSERT
                   PERFORM INSERT-RECORD
       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "DB-INTERFACE" TO RCP-JOB-NAME
           EVALUATE TRUE
               WHEN LS-STATUS-CODE = 00
                   OR LS-STATUS-CODE = 22
                   OR LS-STATUS-CODE = 23
                   MOVE "OK" TO RCP-END-STATUS
               WHEN LS-STATUS-CODE = 93
                   MOVE "REJECTED" TO RCP-END-STATUS
               WHEN OTHER
                   MOVE "ERROR" TO RCP-END-STATUS
           END-EVALUATE
           MOVE WS-RECORDS-PROCESSED TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

               MOVE 99 TO LS-STATUS-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SUSPENSION-FILE
           START DATABASE-FILE KEY IS NOT LESS THAN DB-USER-ID
               INVALID KEY
                   MOVE 10 TO WS-STATUS-CODE
                       UNTIL WS-STATUS-CODE NOT = 00
           END-START
           CLOSE DATABASE-EXPORT-FILE
           PERFORM CLOSE-SUSPENSION-FILE
           MOVE WS-RECORDS-PROCESSED TO LS-RECORD-COUNT
           MOVE 00 TO LS-STATUS-CODE
           DISPLAY "SUSPENDED ACCOUNTS WITHHELD: " WS-SUSPENDED-COUNT.

       WRITE-EXPORT-RECORDS.
           READ DATABASE-FILE NEXT RECORD
               AT END MOVE 10 TO WS-STATUS-CODE
               NOT AT END
                   PERFORM CHECK-ACCOUNT-SUSPENDED
                   IF WS-ACCOUNT-SUSPENDED = 'Y'
                       ADD 1 TO WS-SUSPENDED-COUNT
                   ELSE
                       PERFORM BUILD-EXPORT-LINE
                       WRITE EXPORT-LINE
                       ADD 1 TO WS-RECORDS-PROCESSED
                   END-IF
           END-READ.

       OPEN-SUSPENSION-FILE.
           MOVE 0 TO WS-SUSPENDED-COUNT
           MOVE 'N' TO WS-SUSPENSION-OPEN-FLAG
           OPEN INPUT SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS = "00"
               MOVE 'Y' TO WS-SUSPENSION-OPEN-FLAG
           END-IF.

       CLOSE-SUSPENSION-FILE.
           IF WS-SUSPENSION-OPEN-FLAG = 'Y'
               CLOSE SUSPENSION-FILE
               MOVE 'N' TO WS-SUSPENSION-OPEN-FLAG
           END-IF.

       CHECK-ACCOUNT-SUSPENDED.
           MOVE 'N' TO WS-ACCOUNT-SUSPENDED
           IF WS-SUSPENSION-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE DB-USER-ID TO SUSP-USER-ID
           READ SUSPENSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-SUSPENDED
           END-READ.

       BUILD-EXPORT-LINE.
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DELTA-CONTROL-LINE
           PERFORM OPEN-SUSPENSION-FILE
           MOVE SPACES TO WS-DELTA-HOLD-USER
           PERFORM VARYING WS-DELTA-IDX FROM 1 BY 1
                   UNTIL WS-DELTA-IDX > WS-DELTA-SIZE
           END-PERFORM
           PERFORM WRITE-ONE-DELTA-USER
           CLOSE DELTA-EXPORT-FILE
           PERFORM CLOSE-SUSPENSION-FILE
           PERFORM SAVE-EXPORT-HIGHWATER
           MOVE WS-RECORDS-PROCESSED TO LS-RECORD-COUNT
           MOVE 00 TO LS-STATUS-CODE
           DISPLAY "DELTA EXPORT COMPLETED, ACCOUNTS: "
               WS-RECORDS-PROCESSED
           DISPLAY "SUSPENDED ACCOUNTS WITHHELD: " WS-SUSPENDED-COUNT
           DISPLAY "HIGH WATER MARK ADVANCED TO: " WS-NEW-HWM.

       LOAD-EXPORT-HIGHWATER.
               INVALID KEY
                   PERFORM WRITE-DELTA-DELETE-MARKER
               NOT INVALID KEY
                   PERFORM CHECK-ACCOUNT-SUSPENDED
                   IF WS-ACCOUNT-SUSPENDED = 'Y'
                       PERFORM WRITE-DELTA-SUSPEND-MARKER
                   ELSE
                       PERFORM BUILD-EXPORT-LINE
                       MOVE EXPORT-LINE TO DELTA-LINE
                       WRITE DELTA-LINE
                       ADD 1 TO WS-RECORDS-PROCESSED
                   END-IF
           END-READ.

       WRITE-DELTA-DELETE-MARKER.
           WRITE DELTA-LINE
           ADD 1 TO WS-RECORDS-PROCESSED.

       WRITE-DELTA-SUSPEND-MARKER.
           MOVE SPACES TO DELTA-LINE
           STRING
               "*SUSPENDED*|"     DELIMITED BY SIZE
               WS-DELTA-HOLD-USER DELIMITED BY SIZE
               "|"                DELIMITED BY SIZE
               WS-DELTA-HOLD-TS   DELIMITED BY SIZE
               INTO DELTA-LINE
           END-STRING
           WRITE DELTA-LINE
           ADD 1 TO WS-SUSPENDED-COUNT
           ADD 1 TO WS-RECORDS-PROCESSED.

       BATCH-PROCESS.
           PERFORM VERIFY-EXTRACT-FEED
           IF LS-STATUS-CODE = 93
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-EXTRACT-AND-CHECKPOINT
           IF WS-EXTRACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           PERFORM PROCESS-EXTRACT-BATCH
               UNTIL WS-EXTRACT-EOF = 'Y'
           PERFORM CLOSE-EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "00" OR WS-EXTRACT-STATUS = "10"
               PERFORM CLEAR-CHECKPOINT
           END-IF
           MOVE WS-RECORDS-PROCESSED TO LS-RECORD-COUNT
           MOVE 00 TO LS-STATUS-CODE
           PERFORM COMMIT-FEED-CONTROL.

       VERIFY-EXTRACT-FEED.
           OPEN INPUT USER-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FEED-TRAILER-FLAG
           MOVE 'Y' TO WS-FEED-FIRST-FLAG
           MOVE 'N' TO WS-FEED-EOF
           MOVE SPACES TO FCP-HEADER-RECORD
           MOVE SPACES TO FCP-TRAILER-RECORD
           MOVE 0 TO FCP-ACTUAL-COUNT
           MOVE 0 TO FCP-ACTUAL-HASH
           PERFORM READ-EXTRACT-FEED-CONTROL
               UNTIL WS-FEED-EOF = 'Y'
           CLOSE USER-EXTRACT-FILE
           MOVE "USER-EXTRACT" TO FCP-FEED-NAME
           PERFORM VALIDATE-FEED-CONTROL.

       READ-EXTRACT-FEED-CONTROL.
           READ USER-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-FEED-FIRST-FLAG = 'Y' AND ECR-HEADER
                           MOVE EXTRACT-CONTROL-RECORD
                               TO FCP-HEADER-RECORD
                       WHEN ECR-TRAILER AND WS-FEED-TRAILER-FLAG = 'N'
                           MOVE 'Y' TO WS-FEED-TRAILER-FLAG
                           MOVE EXTRACT-CONTROL-RECORD
                               TO FCP-TRAILER-RECORD
                       WHEN OTHER
                           ADD 1 TO FCP-ACTUAL-COUNT
                           IF EXTRACT-BEHAVIOR-SCORE IS NUMERIC
                               ADD EXTRACT-BEHAVIOR-SCORE
                                   TO FCP-ACTUAL-HASH
                           END-IF
                   END-EVALUATE
                   MOVE 'N' TO WS-FEED-FIRST-FLAG
           END-READ.

       VALIDATE-FEED-CONTROL.
           MOVE 'V' TO FCP-FUNCTION
           MOVE "DB-INTERFACE" TO FCP-JOB-NAME
           CALL "FEED-CONTROL" USING FEED-CONTROL-PARAMETERS
           IF FCP-RETURN-CODE NOT = 00
               MOVE 93 TO LS-STATUS-CODE
               MOVE 0 TO LS-RECORD-COUNT
               DISPLAY "DB-INTERFACE REFUSED: " FCP-FEED-NAME
                   " FAILED FEED CONTROL, CODE " FCP-RETURN-CODE
           END-IF.

       COMMIT-FEED-CONTROL.
           MOVE 'C' TO FCP-FUNCTION
           CALL "FEED-CONTROL" USING FEED-CONTROL-PARAMETERS
           IF FCP-RETURN-CODE NOT = 00
               DISPLAY FCP-FEED-NAME " NOT RECORDED AS LOADED: "
                   FCP-RETURN-CODE
               MOVE 99 TO LS-STATUS-CODE
           END-IF.

       CLEAR-CHECKPOINT.
           OPEN OUTPUT BATCH-CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-EXTRACT-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN ECR-HEADER OR ECR-TRAILER
                           CONTINUE
                       WHEN SKIP-ALREADY-COMMITTED
                           PERFORM SKIP-COMMITTED-EXTRACT-RECORD
                       WHEN OTHER
                           PERFORM INSERT-EXTRACT-RECORD
                   END-EVALUATE
           END-READ.

       SKIP-COMMITTED-EXTRACT-RECORD.
           END-IF.

       CLOSE-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = "00" OR WS-EXTRACT-STATUS = "10"
               CLOSE USER-EXTRACT-FILE
           END-IF.

       MAINT-PROCESS.
           PERFORM VERIFY-MAINT-FEED
           IF LS-STATUS-CODE = 93
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-MAINT-AND-CHECKPOINT
           IF WS-MAINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           PERFORM PROCESS-MAINT-BATCH
               UNTIL WS-MAINT-EOF = 'Y'
           PERFORM CLOSE-MAINT-FILE
           IF WS-MAINT-STATUS = "00" OR WS-MAINT-STATUS = "10"
               PERFORM CLEAR-MAINT-CHECKPOINT
           END-IF
           PERFORM DISPLAY-MAINT-STATISTICS
           MOVE WS-RECORDS-PROCESSED TO LS-RECORD-COUNT
           MOVE 00 TO LS-STATUS-CODE
           PERFORM COMMIT-FEED-CONTROL.

       VERIFY-MAINT-FEED.
           OPEN INPUT MAINT-TRANS-FILE
           IF WS-MAINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FEED-TRAILER-FLAG
           MOVE 'Y' TO WS-FEED-FIRST-FLAG
           MOVE 'N' TO WS-FEED-EOF
           MOVE SPACES TO FCP-HEADER-RECORD
           MOVE SPACES TO FCP-TRAILER-RECORD
           MOVE 0 TO FCP-ACTUAL-COUNT
           MOVE 0 TO FCP-ACTUAL-HASH
           PERFORM READ-MAINT-FEED-CONTROL
               UNTIL WS-FEED-EOF = 'Y'
           CLOSE MAINT-TRANS-FILE
           MOVE "MAINT-TRANS" TO FCP-FEED-NAME
           PERFORM VALIDATE-FEED-CONTROL.

       READ-MAINT-FEED-CONTROL.
           READ MAINT-TRANS-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-FEED-FIRST-FLAG = 'Y' AND MCR-HEADER
                           MOVE MAINT-CONTROL-RECORD
                               TO FCP-HEADER-RECORD
                       WHEN MCR-TRAILER AND WS-FEED-TRAILER-FLAG = 'N'
                           MOVE 'Y' TO WS-FEED-TRAILER-FLAG
                           MOVE MAINT-CONTROL-RECORD
                               TO FCP-TRAILER-RECORD
                       WHEN OTHER
                           ADD 1 TO FCP-ACTUAL-COUNT
                           IF MAINT-BEHAVIOR-SCORE IS NUMERIC
                               ADD MAINT-BEHAVIOR-SCORE
                                   TO FCP-ACTUAL-HASH
                           END-IF
                   END-EVALUATE
                   MOVE 'N' TO WS-FEED-FIRST-FLAG
           END-READ.

       CLEAR-MAINT-CHECKPOINT.
           OPEN OUTPUT MAINT-CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN MCR-HEADER OR MCR-TRAILER
                           CONTINUE
                       WHEN SKIP-ALREADY-COMMITTED
                           PERFORM SKIP-COMMITTED-MAINT-RECORD
                       WHEN OTHER
                           PERFORM APPLY-MAINT-RECORD
                   END-EVALUATE
           END-READ.

       SKIP-COMMITTED-MAINT-RECORD.
           END-IF.

       CLOSE-MAINT-FILE.
           IF WS-MAINT-STATUS = "00" OR WS-MAINT-STATUS = "10"
               CLOSE MAINT-TRANS-FILE
           END-IF.

               WS-AUDIT-AFTER-IMAGE    DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           IF WS-AUDIT-OPERATOR-ID NOT = SPACES
               MOVE "|" TO AUDIT-LINE(1690:1)
               MOVE WS-AUDIT-OPERATOR-ID TO AUDIT-LINE(1691:8)
           END-IF
           WRITE AUDIT-LINE.

       PARSE-SEARCH-CRITERIA.
