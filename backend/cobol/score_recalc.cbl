               RECORD KEY IS DB-USER-ID
               FILE STATUS IS WS-DATABASE-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "score_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RULES-FILE ASSIGN TO "score_rules.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "audit_trail.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SUSPENSION-FILE ASSIGN TO "suspensions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-USER-ID
               FILE STATUS IS WS-SUSPENSION-STATUS.
           SELECT RECALC-REPORT-FILE ASSIGN TO
               "score_recalc_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           05 DB-CREATED-AT      PIC X(19).
           05 DB-METADATA        PIC X(500).

      *    DAILY SNAPSHOTS ARE TYPE 'D'; HISTORY-ROLLUP MONTHLY
      *    RECORDS ARE TYPE 'M'. ONLY DAILIES FEED THE LATEST
      *    INTERACTION-COUNT SNAPSHOT.
       FD SCORE-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-USER-ID       PIC X(36).
               10 HIST-RUN-DATE      PIC X(10).
               10 HIST-RECORD-TYPE   PIC X(1).
                   88 MONTHLY-RECORD     VALUE 'M'.
           05 HIST-CATEGORY      PIC X(30).
           05 HIST-SCORE         PIC 9(3)V99.
           05 HIST-INTERACTIONS  PIC 9(5).
           05 HIST-MIN-SCORE     PIC 9(3)V99.
           05 HIST-MAX-SCORE     PIC 9(3)V99.
           05 HIST-TOTAL-INT     PIC 9(7).
           05 HIST-DAY-COUNT     PIC 9(4).

       FD RULES-FILE.
       01 RULES-RECORD           PIC X(80).
       FD AUDIT-TRAIL-FILE.
       01 AUDIT-LINE             PIC X(1700).

       FD SUSPENSION-FILE.
       01 SUSPENSION-RECORD.
           05 SUSP-USER-ID          PIC X(36).
           05 SUSP-REASON-CODE      PIC X(2).
           05 SUSP-NOTE             PIC X(60).
           05 SUSP-SUSPENDED-AT     PIC X(19).
           05 SUSP-EXPIRES-ON       PIC X(10).
           05 FILLER                PIC X(73).

       FD RECALC-REPORT-FILE.
       01 REPORT-LINE            PIC X(200).

       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-DATABASE-EOF       PIC X VALUE 'N'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
       01 WS-HISTORY-OPEN-FLAG  PIC X VALUE 'N'.
       01 WS-RULES-EOF          PIC X VALUE 'N'.
       01 WS-SUSPENSION-STATUS  PIC XX.
       01 WS-SUSPENSION-OPEN-FLAG PIC X VALUE 'N'.
       01 WS-ACCOUNT-SUSPENDED  PIC X VALUE 'N'.

       01 WS-RUN-MODE           PIC X(1).
           88 MODE-REPORT-ONLY   VALUE 'R'.
           88 MODE-COMMIT        VALUE 'C'.

       01 WS-SCORE-WEIGHTS.
           05 WS-WEIGHT-INTERACTIONS PIC 9(3)V99 VALUE 40.
           05 WS-WEIGHT-FOLLOWERS    PIC 9(3)V99 VALUE 25.
       01 WS-ROW-DATE-INTEGER   PIC 9(8).
       01 WS-DATE-TEXT-WORK     PIC X(10).

       01 WS-COUNTERS.
           05 WS-SCANNED-COUNT      PIC 9(6) VALUE 0.
           05 WS-CHANGED-COUNT      PIC 9(6) VALUE 0.
           05 WS-UNCHANGED-COUNT    PIC 9(6) VALUE 0.
           05 WS-REWRITE-FAIL-COUNT PIC 9(4) VALUE 0.
           05 WS-SUSPENDED-COUNT    PIC 9(6) VALUE 0.
           05 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.

       01 WS-OLD-SCORE-DISPLAY  PIC ZZ9.99.
               GOBACK
           END-IF
           PERFORM INITIALIZATION
           PERFORM RECALC-DATABASE-RECORDS
               UNTIL WS-DATABASE-EOF = 'Y'
           PERFORM WRITE-SUMMARY
               END-START
           END-IF
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           ELSE
               DISPLAY "SCORE HISTORY NOT AVAILABLE: "
                   WS-HISTORY-STATUS
           END-IF
           IF MODE-COMMIT
               PERFORM OPEN-AUDIT-TRAIL
               PERFORM OPEN-SUSPENSION-FILE
           END-IF
           OPEN OUTPUT RECALC-REPORT-FILE
           MOVE "=== BEHAVIOR SCORE RECALCULATION REPORT ==="
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF.

       OPEN-SUSPENSION-FILE.
           MOVE 'N' TO WS-SUSPENSION-OPEN-FLAG
           OPEN INPUT SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS = "00"
               MOVE 'Y' TO WS-SUSPENSION-OPEN-FLAG
           END-IF.

       LOAD-SCORING-RULES.
           MOVE 'N' TO WS-RULES-EOF
           OPEN INPUT RULES-FILE
           END-STRING
           WRITE REPORT-LINE.

       RECALC-DATABASE-RECORDS.
           READ DATABASE-FILE NEXT RECORD
               AT END
               ADD 1 TO WS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MODE-COMMIT
               PERFORM CHECK-ACCOUNT-SUSPENDED
               IF WS-ACCOUNT-SUSPENDED = 'Y'
                   ADD 1 TO WS-SUSPENDED-COUNT
                   PERFORM WRITE-SUSPENDED-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-CHANGED-COUNT
           PERFORM WRITE-CHANGE-REPORT-LINE
           IF MODE-COMMIT
               PERFORM COMMIT-NEW-SCORE
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

       WRITE-SUSPENDED-REPORT-LINE.
           MOVE WS-OLD-SCORE TO WS-OLD-SCORE-DISPLAY
           MOVE WS-NEW-SCORE TO WS-NEW-SCORE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               DB-USER-ID DELIMITED BY SIZE
               " OLD=" DELIMITED BY SIZE
               WS-OLD-SCORE-DISPLAY DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               WS-NEW-SCORE-DISPLAY DELIMITED BY SIZE
               " ACCOUNT SUSPENDED, NOT COMMITTED" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    THE LATEST DAILY SNAPSHOT IS THE LAST DAILY RECORD UNDER
      *    THE USER'S KEY, SO ONLY THAT USER'S HISTORY IS READ.
       FIND-LATEST-INTERACTIONS.
           MOVE 0 TO WS-USER-INTERACTIONS
           IF WS-HISTORY-OPEN-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF
           MOVE DB-USER-ID TO HIST-USER-ID
           MOVE LOW-VALUES TO HIST-RUN-DATE
           MOVE LOW-VALUES TO HIST-RECORD-TYPE
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
           END-START
           PERFORM READ-USER-HISTORY
               UNTIL WS-HISTORY-EOF = 'Y'.

       READ-USER-HISTORY.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   IF HIST-USER-ID NOT = DB-USER-ID
                       MOVE 'Y' TO WS-HISTORY-EOF
                   ELSE
                       IF NOT MONTHLY-RECORD
                           MOVE HIST-INTERACTIONS
                               TO WS-USER-INTERACTIONS
                       END-IF
                   END-IF
           END-READ.

       COMPUTE-NEW-SCORE.
           COMPUTE WS-WORK-RATIO =
           WRITE AUDIT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING
               "SCANNED: " DELIMITED BY SIZE
               WS-UNCHANGED-COUNT DELIMITED BY SIZE
               " REWRITE FAILURES: " DELIMITED BY SIZE
               WS-REWRITE-FAIL-COUNT DELIMITED BY SIZE
               " SUSPENDED: " DELIMITED BY SIZE
               WS-SUSPENDED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY "ACCOUNTS SCANNED: " WS-SCANNED-COUNT
           DISPLAY "SCORES CHANGED: " WS-CHANGED-COUNT
           DISPLAY "SCORES UNCHANGED: " WS-UNCHANGED-COUNT
           DISPLAY "REWRITE FAILURES: " WS-REWRITE-FAIL-COUNT
           DISPLAY "SUSPENDED, NOT COMMITTED: " WS-SUSPENDED-COUNT.

       BUILD-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-TIMESTAMP
           IF WS-DATABASE-STATUS = "00" OR WS-DATABASE-STATUS = "10"
               CLOSE DATABASE-FILE
           END-IF
           IF WS-HISTORY-OPEN-FLAG = 'Y'
               CLOSE SCORE-HISTORY-FILE
           END-IF
           IF MODE-COMMIT AND WS-AUDIT-STATUS = "00"
               CLOSE AUDIT-TRAIL-FILE
           END-IF
           IF WS-SUSPENSION-OPEN-FLAG = 'Y'
               CLOSE SUSPENSION-FILE
           END-IF
           CLOSE RECALC-REPORT-FILE
           PERFORM REGISTER-RUN-END
           DISPLAY "SCORE RECALCULATION COMPLETED".
