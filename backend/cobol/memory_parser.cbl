           SELECT REJECT-FILE ASSIGN TO "user_data_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "score_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PARSER-CHECKPOINT-FILE ASSIGN TO
               "memory_checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT SUSPENSION-FILE ASSIGN TO "suspensions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-USER-ID
               FILE STATUS IS WS-SUSPENSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 INTERACTION-COUNT  PIC 9(5).
           05 LAST-ACTIVE        PIC X(19).
           05 FILLER             PIC X(1).
       01 USER-CONTROL-RECORD.
           05 UCR-RECORD-TYPE    PIC X(4).
               88 UCR-HEADER      VALUE "HDR ".
               88 UCR-TRAILER     VALUE "TRL ".
           05 FILLER             PIC X(142).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD.

       FD SCORE-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-USER-ID       PIC X(36).
               10 HIST-RUN-DATE      PIC X(10).
               10 HIST-RECORD-TYPE   PIC X(1).
           05 HIST-CATEGORY      PIC X(30).
           05 HIST-SCORE         PIC 9(3)V99.
           05 HIST-INTERACTIONS  PIC 9(5).
           05 HIST-MIN-SCORE     PIC 9(3)V99.
           05 HIST-MAX-SCORE     PIC 9(3)V99.
           05 HIST-TOTAL-INT     PIC 9(7).
           05 HIST-DAY-COUNT     PIC 9(4).

       FD PARSER-CHECKPOINT-FILE.
       01 PARSER-CHECKPOINT-RECORD.
           05 MCK-RUN-DATE       PIC X(10).
           05 MCK-FEED-HEADER    PIC X(40).
           05 MCK-LAST-USER-ID   PIC X(36).
           05 MCK-RECORDS-READ   PIC 9(9).
           05 MCK-RUN-STATE      PIC X(1).
               88 MCK-RUN-IN-PROGRESS VALUE 'R'.
               88 MCK-RUN-COMPLETE    VALUE 'C'.

       FD SUSPENSION-FILE.
       01 SUSPENSION-RECORD.
           05 SUSP-USER-ID          PIC X(36).
           05 SUSP-REASON-CODE      PIC X(2).
           05 SUSP-NOTE             PIC X(60).
           05 SUSP-SUSPENDED-AT     PIC X(19).
           05 SUSP-EXPIRES-ON       PIC X(10).
           05 FILLER                PIC X(73).

       WORKING-STORAGE SECTION.
       01 WS-USER-COUNT         PIC 9(6) VALUE 0.
       01 WS-PROCESSING-FLAG    PIC X VALUE 'Y'.

       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-HISTORY-OPEN-FLAG  PIC X VALUE 'N'.
       01 WS-USERDATA-STATUS    PIC XX.
       01 WS-SNAPSHOT-COUNT     PIC 9(6) VALUE 0.
       01 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.
           05 RCP-END-STATUS     PIC X(8).
           05 RCP-RECORD-COUNT   PIC 9(6).
           05 RCP-RETURN-CODE    PIC 9(2).
       01 WS-FEED-REFUSED-FLAG  PIC X(1) VALUE 'N'.
       01 WS-FEED-CHECKED-FLAG  PIC X(1) VALUE 'N'.
       01 WS-FEED-TRAILER-FLAG  PIC X(1) VALUE 'N'.
       01 WS-FEED-FIRST-FLAG    PIC X(1) VALUE 'Y'.
       01 FEED-CONTROL-PARAMETERS.
           05 FCP-FUNCTION       PIC X(1).
           05 FCP-JOB-NAME       PIC X(20).
           05 FCP-FEED-NAME      PIC X(20).
           05 FCP-HEADER-RECORD  PIC X(60).
           05 FCP-TRAILER-RECORD PIC X(60).
           05 FCP-ACTUAL-COUNT   PIC 9(9).
           05 FCP-ACTUAL-HASH    PIC 9(15)V99.
           05 FCP-RETURN-CODE    PIC 9(2).
       01 WS-RUN-DATE-WORK.
           05 WS-RUN-DATE-RAW    PIC X(21).
           05 WS-RUN-DATE        PIC X(10).

       01 WS-CHECKPOINT-STATUS  PIC XX.
       01 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 1000.
       01 WS-CHECKPOINT-COUNTER PIC 9(4) VALUE 0.
       01 WS-CHECKPOINT-KEY     PIC X(36) VALUE SPACES.
       01 WS-LAST-USER-ID       PIC X(36) VALUE SPACES.
       01 WS-REPLAY-MODE-FLAG   PIC X(1) VALUE 'N'.
           88 REPLAY-ALREADY-COMMITTED VALUE 'Y'.
       01 WS-REPLAY-COUNT       PIC 9(6) VALUE 0.
       01 WS-ALREADY-POSTED-COUNT PIC 9(6) VALUE 0.
       01 WS-SUSPENSION-STATUS  PIC XX.
       01 WS-SUSPENSION-OPEN-FLAG PIC X VALUE 'N'.
       01 WS-SUSPENDED-COUNT    PIC 9(6) VALUE 0.

       01 WS-CATEGORY-FILE-STATUS PIC XX.
       01 WS-OTHER-COUNT          PIC 9(4) VALUE 0.

           10 BUFFER-USER-ID     PIC X(36).
           10 BUFFER-CATEGORY    PIC X(30).
           10 BUFFER-SCORE       PIC 9(3)V99.
           10 BUFFER-SUSPENDED   PIC X(1).

       01 WS-RANK-CATEGORY-FILTER     PIC X(30).
       01 WS-RANK-OTHER-FLAG          PIC X(1) VALUE 'N'.
           IF WS-RUN-REFUSED-FLAG = 'Y'
               GOBACK
           END-IF
           PERFORM VERIFY-FEED-CONTROL
           IF WS-FEED-REFUSED-FLAG = 'Y'
               PERFORM REGISTER-RUN-END
               GOBACK
           END-IF
           PERFORM INITIALIZATION
           PERFORM PROCESS-USER-DATA
               UNTIL WS-EOF = 'Y'
       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "MEMORY-PARSER" TO RCP-JOB-NAME
           EVALUATE TRUE
               WHEN WS-FEED-REFUSED-FLAG = 'Y'
                   MOVE "REJECTED" TO RCP-END-STATUS
               WHEN WS-RUN-ERROR-COUNT = 0
                   MOVE "OK" TO RCP-END-STATUS
               WHEN OTHER
                   MOVE "ERROR" TO RCP-END-STATUS
           END-EVALUATE
           MOVE WS-USER-COUNT TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

       VERIFY-FEED-CONTROL.
           OPEN INPUT USER-DATA-FILE
           IF WS-USERDATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FEED-CHECKED-FLAG
           MOVE 'N' TO WS-FEED-TRAILER-FLAG
           MOVE 'Y' TO WS-FEED-FIRST-FLAG
           MOVE SPACES TO FCP-HEADER-RECORD
           MOVE SPACES TO FCP-TRAILER-RECORD
           MOVE 0 TO FCP-ACTUAL-COUNT
           MOVE 0 TO FCP-ACTUAL-HASH
           MOVE 'N' TO WS-EOF
           PERFORM READ-FEED-CONTROL-RECORD
               UNTIL WS-EOF = 'Y'
           CLOSE USER-DATA-FILE
           MOVE 'V' TO FCP-FUNCTION
           MOVE "MEMORY-PARSER" TO FCP-JOB-NAME
           MOVE "USERDATA" TO FCP-FEED-NAME
           CALL "FEED-CONTROL" USING FEED-CONTROL-PARAMETERS
           IF FCP-RETURN-CODE NOT = 00
               MOVE 'Y' TO WS-FEED-REFUSED-FLAG
               DISPLAY "MEMORY PARSER REFUSED: USERDATA FEED "
                   "FAILED FEED CONTROL, CODE " FCP-RETURN-CODE
           END-IF.

       READ-FEED-CONTROL-RECORD.
           READ USER-DATA-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-FEED-FIRST-FLAG = 'Y' AND UCR-HEADER
                           MOVE USER-CONTROL-RECORD
                               TO FCP-HEADER-RECORD
                       WHEN UCR-TRAILER AND WS-FEED-TRAILER-FLAG = 'N'
                           MOVE 'Y' TO WS-FEED-TRAILER-FLAG
                           MOVE USER-CONTROL-RECORD
                               TO FCP-TRAILER-RECORD
                       WHEN OTHER
                           ADD 1 TO FCP-ACTUAL-COUNT
                           IF BEHAVIOR-SCORE IS NUMERIC
                               ADD BEHAVIOR-SCORE TO FCP-ACTUAL-HASH
                           END-IF
                   END-EVALUATE
                   MOVE 'N' TO WS-FEED-FIRST-FLAG
           END-READ.

       COMMIT-FEED-CONTROL.
           MOVE 'C' TO FCP-FUNCTION
           CALL "FEED-CONTROL" USING FEED-CONTROL-PARAMETERS
           IF FCP-RETURN-CODE NOT = 00
               DISPLAY "USERDATA FEED NOT RECORDED AS LOADED: "
                   FCP-RETURN-CODE
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF.

       INITIALIZATION.
           OPEN INPUT USER-DATA-FILE
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-USER-COUNT
           MOVE 0 TO WS-TOTAL-SCORE
           PERFORM LOAD-CATEGORY-TABLE
           PERFORM BUILD-RUN-DATE
           PERFORM LOAD-PARSER-CHECKPOINT
           PERFORM OPEN-SCORE-HISTORY
           PERFORM OPEN-SUSPENSION-FILE
           PERFORM GET-CURRENT-TIME.

       OPEN-SUSPENSION-FILE.
           MOVE 'N' TO WS-SUSPENSION-OPEN-FLAG
           OPEN INPUT SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS = "00"
               MOVE 'Y' TO WS-SUSPENSION-OPEN-FLAG
           END-IF.

       LOAD-PARSER-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT-KEY
           MOVE 'N' TO WS-REPLAY-MODE-FLAG
           OPEN INPUT PARSER-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PARSER-CHECKPOINT-FILE
               AT END MOVE SPACES TO PARSER-CHECKPOINT-RECORD
           END-READ
           CLOSE PARSER-CHECKPOINT-FILE
           IF MCK-RUN-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MCK-RUN-IN-PROGRESS
               IF MCK-FEED-HEADER = FCP-HEADER-RECORD(1:40)
                   AND MCK-LAST-USER-ID NOT = SPACES
                   MOVE MCK-RUN-DATE TO WS-RUN-DATE
                   MOVE MCK-LAST-USER-ID TO WS-CHECKPOINT-KEY
                   MOVE 'Y' TO WS-REPLAY-MODE-FLAG
                   DISPLAY "RESUMING PARSE FOR RUN DATE " WS-RUN-DATE
                       " AFTER CHECKPOINT: " WS-CHECKPOINT-KEY
               ELSE
                   DISPLAY "CHECKPOINT IS FOR ANOTHER FEED, "
                       "STARTING FROM THE FIRST RECORD"
               END-IF
           END-IF.

      *    SNAPSHOTS ARE ONLY SAFE ON DISK ONCE THE HISTORY FILE IS
      *    CLOSED, SO IT IS CLOSED AND REOPENED BEFORE THE CHECKPOINT
      *    CLAIMS THEM.
       WRITE-PARSER-CHECKPOINT.
           IF WS-HISTORY-OPEN-FLAG = 'Y'
               CLOSE SCORE-HISTORY-FILE
               PERFORM OPEN-SCORE-HISTORY
           END-IF
           MOVE 'R' TO MCK-RUN-STATE
           PERFORM SAVE-PARSER-CHECKPOINT.

       SAVE-PARSER-CHECKPOINT.
           MOVE WS-RUN-DATE TO MCK-RUN-DATE
           MOVE FCP-HEADER-RECORD(1:40) TO MCK-FEED-HEADER
           MOVE WS-LAST-USER-ID TO MCK-LAST-USER-ID
           MOVE WS-USER-COUNT TO MCK-RECORDS-READ
           OPEN OUTPUT PARSER-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               WRITE PARSER-CHECKPOINT-RECORD
               CLOSE PARSER-CHECKPOINT-FILE
           ELSE
               DISPLAY "PARSER CHECKPOINT NOT WRITTEN: "
                   WS-CHECKPOINT-STATUS
           END-IF.

       COMPLETE-PARSER-CHECKPOINT.
           MOVE 'C' TO MCK-RUN-STATE
           PERFORM SAVE-PARSER-CHECKPOINT.

       OPEN-SCORE-HISTORY.
           MOVE 'N' TO WS-HISTORY-OPEN-FLAG
           OPEN I-O SCORE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT SCORE-HISTORY-FILE
               CLOSE SCORE-HISTORY-FILE
               OPEN I-O SCORE-HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           ELSE
               DISPLAY "SCORE HISTORY NOT AVAILABLE: "
                   WS-HISTORY-STATUS
               ADD 1 TO WS-RUN-ERROR-COUNT
       PROCESS-USER-DATA.
           READ USER-DATA-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NOT UCR-HEADER AND NOT UCR-TRAILER
                       PERFORM PROCESS-USER-RECORD
                   END-IF.

       PROCESS-USER-RECORD.
           ADD 1 TO WS-USER-COUNT
           MOVE USER-ID TO WS-LAST-USER-ID
           MOVE BEHAVIOR-SCORE TO WS-AVG-SCORE
           ADD WS-AVG-SCORE TO WS-TOTAL-SCORE

           PERFORM UPDATE-CATEGORY-COUNTERS
           PERform STORE-IN-MEMORY-BUFFER
           PERFORM VALIDATE-USER-DATA
           IF REPLAY-ALREADY-COMMITTED
               ADD 1 TO WS-REPLAY-COUNT
               IF USER-ID = WS-CHECKPOINT-KEY
                   MOVE 'N' TO WS-REPLAY-MODE-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-REJECT-REASON-CODE = 0
               PERFORM WRITE-HISTORY-SNAPSHOT
           END-IF
           ADD 1 TO WS-CHECKPOINT-COUNTER
           IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
               PERFORM WRITE-PARSER-CHECKPOINT
               MOVE 0 TO WS-CHECKPOINT-COUNTER
           END-IF.

      *    THE HISTORY IS KEYED BY USER AND RUN DATE, SO A SNAPSHOT
      *    ALREADY POSTED BY AN EARLIER RUN FOR THE SAME DATE COMES
      *    BACK AS A DUPLICATE KEY AND IS LEFT AS IT WAS.
       WRITE-HISTORY-SNAPSHOT.
           IF WS-HISTORY-OPEN-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO HISTORY-RECORD
           MOVE USER-ID           TO HIST-USER-ID
           MOVE WS-RUN-DATE       TO HIST-RUN-DATE
           MOVE 'D'               TO HIST-RECORD-TYPE
           MOVE USER-CATEGORY     TO HIST-CATEGORY
           MOVE BEHAVIOR-SCORE    TO HIST-SCORE
           MOVE INTERACTION-COUNT TO HIST-INTERACTIONS
           MOVE 0                 TO HIST-MIN-SCORE
           MOVE 0                 TO HIST-MAX-SCORE
           MOVE 0                 TO HIST-TOTAL-INT
           MOVE 0                 TO HIST-DAY-COUNT
           WRITE HISTORY-RECORD
               INVALID KEY
                   IF WS-HISTORY-STATUS = "22"
                       ADD 1 TO WS-ALREADY-POSTED-COUNT
                   ELSE
                       DISPLAY "SCORE HISTORY WRITE FAILED: "
                           WS-HISTORY-STATUS " " USER-ID
                       ADD 1 TO WS-RUN-ERROR-COUNT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPSHOT-COUNT
           END-WRITE.

       UPDATE-CATEGORY-COUNTERS.
           MOVE USER-CATEGORY TO WS-CATEGORY-SEARCH-KEY
               MOVE USER-ID TO BUFFER-USER-ID(BUF-IDX)
               MOVE USER-CATEGORY TO BUFFER-CATEGORY(BUF-IDX)
               MOVE BEHAVIOR-SCORE TO BUFFER-SCORE(BUF-IDX)
               PERFORM CHECK-ACCOUNT-SUSPENDED
           ELSE
               PERFORM FLUSH-BUFFER
               PERFORM STORE-IN-MEMORY-BUFFER
           END-IF.

       CHECK-ACCOUNT-SUSPENDED.
           MOVE 'N' TO BUFFER-SUSPENDED(BUF-IDX)
           IF WS-SUSPENSION-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE USER-ID TO SUSP-USER-ID
           READ SUSPENSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BUFFER-SUSPENDED(BUF-IDX)
                   ADD 1 TO WS-SUSPENDED-COUNT
           END-READ.

       FLUSH-BUFFER.
           PERFORM VARYING BUF-IDX FROM 1 BY 1
                   UNTIL BUF-IDX > BUFFER-POINTER
                       MOVE 'Y' TO WS-CATEGORY-MATCH-FLAG
                   END-IF
               END-IF
               IF BUFFER-SUSPENDED(BUF-IDX) = 'Y'
                   MOVE 'N' TO WS-CATEGORY-MATCH-FLAG
               END-IF
               IF WS-CATEGORY-MATCH-FLAG = 'Y'
                   ADD 1 TO WS-RANK-COUNT
                   SET WS-RANK-IDX TO WS-RANK-COUNT
           END-PERFORM
           DISPLAY "  OTHER: " WS-OTHER-COUNT
           DISPLAY "REJECTED RECORDS: " WS-REJECT-COUNT
           DISPLAY "SUSPENDED, LEFT OFF LEADERBOARD: "
               WS-SUSPENDED-COUNT
           DISPLAY "HISTORY SNAPSHOTS WRITTEN: " WS-SNAPSHOT-COUNT
           DISPLAY "HISTORY SNAPSHOTS ALREADY ON FILE: "
               WS-ALREADY-POSTED-COUNT
           DISPLAY "RECORDS REPLAYED FROM CHECKPOINT: " WS-REPLAY-COUNT.

       GENERATE-REPORT.
           MOVE "=== MEMORY PARSING REPORT ===" TO PROCESSED-DATA
           END-IF
           CLOSE OUTPUT-FILE
           CLOSE REJECT-FILE
           IF WS-HISTORY-OPEN-FLAG = 'Y'
               CLOSE SCORE-HISTORY-FILE
           END-IF
           IF WS-SUSPENSION-OPEN-FLAG = 'Y'
               CLOSE SUSPENSION-FILE
           END-IF
           IF WS-REPLAY-MODE-FLAG = 'Y'
               DISPLAY "CHECKPOINT USER NOT FOUND IN USERDATA: "
                   WS-CHECKPOINT-KEY
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF
           IF WS-RUN-ERROR-COUNT = 0
               PERFORM COMPLETE-PARSER-CHECKPOINT
           END-IF
           IF WS-RUN-ERROR-COUNT = 0 AND WS-FEED-CHECKED-FLAG = 'Y'
               PERFORM COMMIT-FEED-CONTROL
           END-IF
           PERFORM REGISTER-RUN-END
           DISPLAY "MEMORY PARSING COMPLETED SUCCESSFULLY".
