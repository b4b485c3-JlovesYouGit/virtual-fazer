       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "score_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO "trend_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
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

       FD TREND-REPORT-FILE.
       01 REPORT-LINE            PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
       01 WS-HISTORY-OPEN-FLAG  PIC X VALUE 'N'.

       01 WS-CATEGORY-FILE-STATUS PIC XX.

       01 WS-ROW-DATE-NUM       PIC 9(8).
       01 WS-ROW-DATE-INTEGER   PIC 9(8).
       01 WS-DATE-TEXT-WORK     PIC X(10).
       01 WS-LOAD-CUTOFF-NUM    PIC 9(8).
       01 WS-LOAD-CUTOFF-TEXT   PIC X(10).
       01 WS-ROWS-READ          PIC 9(9) VALUE 0.
       01 WS-SUMMARY-FULL-FLAG  PIC X(1) VALUE 'N'.

       01 WS-SUMMARY-TABLE.
           05 WS-SUM-SIZE        PIC 9(7) VALUE 0.
           05 WS-SUM-MAX         PIC 9(7) VALUE 1000000.
           05 WS-SUM-ENTRY OCCURS 1 TO 1000000 TIMES
                               DEPENDING ON WS-SUM-SIZE
                               INDEXED BY WS-SUM-IDX.
               10 WS-SUM-USER-ID   PIC X(36).
           05 WS-CUR-HAS-30      PIC X(1).

       01 WS-RANK-TABLE.
           05 WS-RANK-COUNT      PIC 9(7) VALUE 0.
           05 WS-RANK-ENTRY OCCURS 1 TO 1000000 TIMES
                                DEPENDING ON WS-RANK-COUNT
                                ASCENDING KEY IS WS-RANK-DELTA
                                INDEXED BY WS-RANK-IDX.

       01 WS-RANK-CATEGORY-FILTER PIC X(30).
       01 WS-RANK-OTHER-FLAG      PIC X(1) VALUE 'N'.
       01 WS-RANK-LIMIT           PIC 9(7) VALUE 0.
       01 WS-RANK-TOP-SIZE        PIC 9(2) VALUE 10.

       01 WS-DELTA-DISPLAY        PIC +ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZATION
           PERFORM BUILD-USER-SUMMARIES
           IF WS-ROWS-READ = 0
               DISPLAY "NO SCORE HISTORY AVAILABLE"
           ELSE
               PERFORM GENERATE-TREND-REPORT
           END-IF
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           OPEN OUTPUT TREND-REPORT-FILE
           PERFORM LOAD-CATEGORY-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           COMPUTE WS-CUTOFF-7-INTEGER = WS-TODAY-INTEGER - 7
           COMPUTE WS-CUTOFF-30-INTEGER = WS-TODAY-INTEGER - 30
           COMPUTE WS-LOAD-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-LOAD-HORIZON-DAYS
           COMPUTE WS-LOAD-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-LOAD-CUTOFF-INTEGER)
           MOVE SPACES TO WS-LOAD-CUTOFF-TEXT
           STRING
               WS-LOAD-CUTOFF-NUM(1:4) DELIMITED BY SIZE
               "-"                     DELIMITED BY SIZE
               WS-LOAD-CUTOFF-NUM(5:2) DELIMITED BY SIZE
               "-"                     DELIMITED BY SIZE
               WS-LOAD-CUTOFF-NUM(7:2) DELIMITED BY SIZE
               INTO WS-LOAD-CUTOFF-TEXT
           END-STRING
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SCORE HISTORY NOT AVAILABLE: "
                   WS-HISTORY-STATUS
               MOVE 'Y' TO WS-HISTORY-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           MOVE LOW-VALUES TO HIST-KEY
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
           END-START.

       LOAD-CATEGORY-TABLE.
           MOVE 0 TO CATEGORY-TABLE-COUNT
               END-IF
           END-PERFORM.

      *    THE HISTORY ARRIVES BY USER AND RUN DATE. ONLY DAILY
      *    SNAPSHOTS INSIDE THE LOAD HORIZON ARE NEEDED, SO EACH
      *    USER'S OLDER RECORDS ARE SKIPPED WITH A START.
       BUILD-USER-SUMMARIES.
           MOVE 0 TO WS-SUM-SIZE
           MOVE SPACES TO WS-CUR-USER-ID
           PERFORM READ-HISTORY-ROW
               UNTIL WS-HISTORY-EOF = 'Y'
           PERFORM FINALIZE-CURRENT-SUMMARY.

       READ-HISTORY-ROW.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   PERFORM SELECT-HISTORY-ROW
           END-READ.

       SELECT-HISTORY-ROW.
           IF HIST-USER-ID NOT = WS-CUR-USER-ID
               PERFORM FINALIZE-CURRENT-SUMMARY
               PERFORM START-NEW-SUMMARY
               IF HIST-RUN-DATE < WS-LOAD-CUTOFF-TEXT
                   PERFORM SKIP-TO-LOAD-CUTOFF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF MONTHLY-RECORD
               OR HIST-RUN-DATE < WS-LOAD-CUTOFF-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROWS-READ
           PERFORM APPLY-HISTORY-ROW.

       SKIP-TO-LOAD-CUTOFF.
           MOVE WS-LOAD-CUTOFF-TEXT TO HIST-RUN-DATE
           MOVE LOW-VALUES TO HIST-RECORD-TYPE
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
           END-START.

       START-NEW-SUMMARY.
           MOVE HIST-USER-ID TO WS-CUR-USER-ID
           MOVE SPACES TO WS-CUR-CATEGORY
           MOVE 0 TO WS-CUR-LATEST
           MOVE 0 TO WS-CUR-SCORE-7
           MOVE 'N' TO WS-CUR-HAS-30.

       APPLY-HISTORY-ROW.
           MOVE HIST-RUN-DATE TO WS-DATE-TEXT-WORK
           PERFORM CONVERT-DATE-TEXT
           MOVE HIST-SCORE TO WS-CUR-LATEST
           MOVE HIST-CATEGORY TO WS-CUR-CATEGORY
           IF WS-ROW-DATE-INTEGER <= WS-CUTOFF-7-INTEGER
               MOVE HIST-SCORE TO WS-CUR-SCORE-7
               MOVE 'Y' TO WS-CUR-HAS-7
           END-IF
           IF WS-ROW-DATE-INTEGER <= WS-CUTOFF-30-INTEGER
               MOVE HIST-SCORE TO WS-CUR-SCORE-30
               MOVE 'Y' TO WS-CUR-HAS-30
           END-IF.

       CONVERT-DATE-TEXT.
           COMPUTE WS-ROW-DATE-NUM =
               FUNCTION NUMVAL(WS-DATE-TEXT-WORK(1:4))
               EXIT PARAGRAPH
           END-IF
           IF WS-SUM-SIZE >= WS-SUM-MAX
               MOVE 'Y' TO WS-SUMMARY-FULL-FLAG
               DISPLAY "SUMMARY TABLE FULL, SKIPPING: "
                   WS-CUR-USER-ID
               EXIT PARAGRAPH
           MOVE "7-DAY MOVEMENT VS SNAPSHOT 7+ DAYS AGO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SUMMARY-FULL-FLAG = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING
                   "*** WARNING: SUMMARY TABLE FULL, SOME"
                       DELIMITED BY SIZE
                   " USERS NOT RANKED ***"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           WRITE REPORT-LINE.

       CLEANUP.
           IF WS-HISTORY-OPEN-FLAG = 'Y'
               CLOSE SCORE-HISTORY-FILE
           END-IF
           CLOSE TREND-REPORT-FILE
