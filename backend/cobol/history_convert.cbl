       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-CONVERT.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    ONE-TIME LOAD OF THE OLD LINE SEQUENTIAL SCORE HISTORY INTO
      *    THE INDEXED SCORE HISTORY KEYED BY USER, RUN DATE AND
      *    RECORD TYPE. RENAME THE OLD score_history.dat TO
      *    score_history_old.dat BEFORE RUNNING. A SECOND SNAPSHOT FOR
      *    THE SAME USER AND DATE IS LISTED AS A DUPLICATE AND NOT
      *    LOADED, SO THE JOB CAN BE RERUN SAFELY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "score_history_old.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-HISTORY-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "score_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONVERT-REPORT-FILE ASSIGN TO
               "history_convert_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    OLD LAYOUT: DAILY SNAPSHOTS FILL COLUMNS 1-86, MONTHLY
      *    ROLL-UPS ADD MIN/MAX/TOTALS AND TYPE 'M' IN COLUMN 108.
       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-LINE.
           05 OLD-USER-ID        PIC X(36).
           05 OLD-RUN-DATE       PIC X(10).
           05 OLD-CATEGORY       PIC X(30).
           05 OLD-SCORE          PIC X(5).
           05 OLD-SCORE-N REDEFINES OLD-SCORE
                                 PIC 9(3)V99.
           05 OLD-INTERACTIONS   PIC X(5).
           05 OLD-INTERACTIONS-N REDEFINES OLD-INTERACTIONS
                                 PIC 9(5).
           05 OLD-MIN-SCORE      PIC X(5).
           05 OLD-MIN-SCORE-N REDEFINES OLD-MIN-SCORE
                                 PIC 9(3)V99.
           05 OLD-MAX-SCORE      PIC X(5).
           05 OLD-MAX-SCORE-N REDEFINES OLD-MAX-SCORE
                                 PIC 9(3)V99.
           05 OLD-TOTAL-INT      PIC X(7).
           05 OLD-TOTAL-INT-N REDEFINES OLD-TOTAL-INT
                                 PIC 9(7).
           05 OLD-DAY-COUNT      PIC X(4).
           05 OLD-DAY-COUNT-N REDEFINES OLD-DAY-COUNT
                                 PIC 9(4).
           05 OLD-RECORD-TYPE    PIC X(1).
               88 OLD-MONTHLY-RECORD VALUE 'M'.

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

       FD CONVERT-REPORT-FILE.
       01 REPORT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-OLD-HISTORY-STATUS PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-OLD-HISTORY-EOF    PIC X VALUE 'N'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
       01 WS-HISTORY-OPEN-FLAG  PIC X VALUE 'N'.
       01 WS-REJECT-REASON      PIC X(30).

       01 WS-COUNTERS.
           05 WS-LINES-READ         PIC 9(9) VALUE 0.
           05 WS-BLANK-COUNT        PIC 9(9) VALUE 0.
           05 WS-DAILY-LOADED       PIC 9(9) VALUE 0.
           05 WS-MONTHLY-LOADED     PIC 9(9) VALUE 0.
           05 WS-DUPLICATE-COUNT    PIC 9(9) VALUE 0.
           05 WS-REJECT-COUNT       PIC 9(9) VALUE 0.
           05 WS-ON-FILE-COUNT      PIC 9(9) VALUE 0.
           05 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC Z(8)9.

       01 WS-RUN-REFUSED-FLAG   PIC X(1) VALUE 'N'.
       01 RUN-CONTROL-PARAMETERS.
           05 RCP-FUNCTION       PIC X(1).
           05 RCP-JOB-NAME       PIC X(20).
           05 RCP-EXCLUSIVE-FLAG PIC X(1).
           05 RCP-END-STATUS     PIC X(8).
           05 RCP-RECORD-COUNT   PIC 9(6).
           05 RCP-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-RUN-START
           IF WS-RUN-REFUSED-FLAG = 'Y'
               GOBACK
           END-IF
           PERFORM INITIALIZATION
           IF WS-RUN-ERROR-COUNT = 0
               PERFORM CONVERT-ONE-LINE
                   UNTIL WS-OLD-HISTORY-EOF = 'Y'
               CLOSE OLD-HISTORY-FILE
               CLOSE SCORE-HISTORY-FILE
               MOVE 'N' TO WS-HISTORY-OPEN-FLAG
               PERFORM COUNT-CONVERTED-HISTORY
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE CONVERT-REPORT-FILE
           PERFORM REGISTER-RUN-END
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RCP-FUNCTION
           MOVE "HISTORY-CONVERT" TO RCP-JOB-NAME
           MOVE 'Y' TO RCP-EXCLUSIVE-FLAG
           MOVE SPACES TO RCP-END-STATUS
           MOVE 0 TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS
           IF RCP-RETURN-CODE = 91
               MOVE 'Y' TO WS-RUN-REFUSED-FLAG
               DISPLAY "HISTORY CONVERT REFUSED: JOBS STILL RUNNING"
           END-IF.

       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "HISTORY-CONVERT" TO RCP-JOB-NAME
           IF WS-RUN-ERROR-COUNT = 0
               MOVE "OK" TO RCP-END-STATUS
           ELSE
               MOVE "ERROR" TO RCP-END-STATUS
           END-IF
           IF WS-DAILY-LOADED + WS-MONTHLY-LOADED > 999999
               MOVE 999999 TO RCP-RECORD-COUNT
           ELSE
               COMPUTE RCP-RECORD-COUNT =
                   WS-DAILY-LOADED + WS-MONTHLY-LOADED
           END-IF
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

       INITIALIZATION.
           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE "=== SCORE HISTORY CONVERSION REPORT ===" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-HISTORY-STATUS NOT = "00"
               DISPLAY "OLD SCORE HISTORY NOT AVAILABLE: "
                   WS-OLD-HISTORY-STATUS
               MOVE "score_history_old.dat NOT FOUND, NOTHING LOADED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-RUN-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
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
               MOVE "INDEXED SCORE HISTORY NOT WRITABLE, NOTHING LOADED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE OLD-HISTORY-FILE
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF.

       CONVERT-ONE-LINE.
           READ OLD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-OLD-HISTORY-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM LOAD-HISTORY-RECORD
           END-READ.

       LOAD-HISTORY-RECORD.
           IF OLD-HISTORY-LINE = SPACES
               ADD 1 TO WS-BLANK-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           IF OLD-USER-ID = SPACES
               MOVE "NO USER ID" TO WS-REJECT-REASON
           END-IF
           IF OLD-RUN-DATE(1:4) IS NOT NUMERIC
               OR OLD-RUN-DATE(6:2) IS NOT NUMERIC
               OR OLD-RUN-DATE(9:2) IS NOT NUMERIC
               MOVE "BAD RUN DATE" TO WS-REJECT-REASON
           END-IF
           IF OLD-SCORE IS NOT NUMERIC
               OR OLD-INTERACTIONS IS NOT NUMERIC
               MOVE "BAD SCORE OR INTERACTIONS" TO WS-REJECT-REASON
           END-IF
           IF OLD-MONTHLY-RECORD
               IF OLD-MIN-SCORE IS NOT NUMERIC
                   OR OLD-MAX-SCORE IS NOT NUMERIC
                   OR OLD-TOTAL-INT IS NOT NUMERIC
                   OR OLD-DAY-COUNT IS NOT NUMERIC
                   MOVE "BAD MONTHLY TOTALS" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           MOVE OLD-USER-ID TO HIST-USER-ID
           MOVE OLD-RUN-DATE TO HIST-RUN-DATE
           MOVE OLD-CATEGORY TO HIST-CATEGORY
           MOVE OLD-SCORE-N TO HIST-SCORE
           MOVE OLD-INTERACTIONS-N TO HIST-INTERACTIONS
           IF OLD-MONTHLY-RECORD
               MOVE 'M' TO HIST-RECORD-TYPE
               MOVE OLD-MIN-SCORE-N TO HIST-MIN-SCORE
               MOVE OLD-MAX-SCORE-N TO HIST-MAX-SCORE
               MOVE OLD-TOTAL-INT-N TO HIST-TOTAL-INT
               MOVE OLD-DAY-COUNT-N TO HIST-DAY-COUNT
           ELSE
               MOVE 'D' TO HIST-RECORD-TYPE
               MOVE 0 TO HIST-MIN-SCORE
               MOVE 0 TO HIST-MAX-SCORE
               MOVE 0 TO HIST-TOTAL-INT
               MOVE 0 TO HIST-DAY-COUNT
           END-IF
           WRITE HISTORY-RECORD
               INVALID KEY
                   IF WS-HISTORY-STATUS = "22"
                       ADD 1 TO WS-DUPLICATE-COUNT
                       MOVE "DUPLICATE, ALREADY ON FILE"
                           TO WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       ADD 1 TO WS-RUN-ERROR-COUNT
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING
                           "WRITE FAILED, STATUS " DELIMITED BY SIZE
                           WS-HISTORY-STATUS DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       END-STRING
                   END-IF
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   IF OLD-MONTHLY-RECORD
                       ADD 1 TO WS-MONTHLY-LOADED
                   ELSE
                       ADD 1 TO WS-DAILY-LOADED
                   END-IF
           END-WRITE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "LINE " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OLD-USER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OLD-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OLD-RECORD-TYPE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       COUNT-CONVERTED-HISTORY.
           MOVE 0 TO WS-ON-FILE-COUNT
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SCORE HISTORY NOT READABLE: " WS-HISTORY-STATUS
               ADD 1 TO WS-RUN-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO HIST-KEY
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
           END-START
           PERFORM COUNT-ONE-HISTORY-RECORD
               UNTIL WS-HISTORY-EOF = 'Y'
           CLOSE SCORE-HISTORY-FILE.

       COUNT-ONE-HISTORY-RECORD.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   ADD 1 TO WS-ON-FILE-COUNT
           END-READ.

       WRITE-SUMMARY.
           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "LINES READ:          " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-BLANK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "BLANK LINES SKIPPED: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DAILY-LOADED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "DAILIES LOADED:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MONTHLY-LOADED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "MONTHLIES LOADED:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "DUPLICATES SKIPPED:  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "LINES REJECTED:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ON-FILE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS NOW ON FILE: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-RUN-ERROR-COUNT = 0
               MOVE "CONVERSION COMPLETE" TO REPORT-LINE
           ELSE
               MOVE "CONVERSION ENDED WITH ERRORS" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY "=== SCORE HISTORY CONVERSION ==="
           DISPLAY "LINES READ: " WS-LINES-READ
           DISPLAY "DAILIES LOADED: " WS-DAILY-LOADED
           DISPLAY "MONTHLIES LOADED: " WS-MONTHLY-LOADED
           DISPLAY "DUPLICATES SKIPPED: " WS-DUPLICATE-COUNT
           DISPLAY "LINES REJECTED: " WS-REJECT-COUNT
           DISPLAY "RECORDS NOW ON FILE: " WS-ON-FILE-COUNT.
