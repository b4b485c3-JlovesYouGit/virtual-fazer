       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "score_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LONGRANGE-REPORT-FILE ASSIGN TO
               "longrange_trend_report.txt"
       DATA DIVISION.
       FILE SECTION.
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

       FD LONGRANGE-REPORT-FILE.
       01 REPORT-LINE            PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
       01 WS-HISTORY-OPEN-FLAG  PIC X VALUE 'N'.

      *    DAILY SNAPSHOTS (TYPE 'D') ARE WRITTEN BY MEMORY-PARSER.
      *    MONTHLY ROLL-UP RECORDS (TYPE 'M') HAVE SCORE = MONTH
      *    AVERAGE, RUN DATE = FIRST OF MONTH, AND CARRY MIN/MAX/
      *    TOTALS. THE KEY IS USER, RUN DATE AND TYPE, SO A USER'S
      *    RECORDS ARRIVE IN DATE ORDER AND A MONTHLY SITS JUST
      *    AFTER THE DAILY FOR THE FIRST OF ITS MONTH.
       01 WS-LINE-WORK.
           05 WS-LW-KEY.
               10 WS-LW-USER-ID      PIC X(36).
               10 WS-LW-RUN-DATE     PIC X(10).
               10 WS-LW-RECORD-TYPE  PIC X(1).
                   88 MONTHLY-RECORD  VALUE 'M'.
           05 WS-LW-CATEGORY     PIC X(30).
           05 WS-LW-SCORE        PIC 9(3)V99.
           05 WS-LW-INTERACTIONS PIC 9(5).
           05 WS-LW-MAX-SCORE    PIC 9(3)V99.
           05 WS-LW-TOTAL-INT    PIC 9(7).
           05 WS-LW-DAY-COUNT    PIC 9(4).

      *    KEY OF THE LAST RECORD READ. ANY WRITE OR DELETE MOVES
      *    THE FILE POSITION, SO THE SCAN RESTARTS AFTER THIS KEY.
       01 WS-RESUME-KEY         PIC X(47).
       01 WS-REPOSITION-FLAG    PIC X(1) VALUE 'N'.

       01 WS-TODAY-WORK.
           05 WS-TODAY-RAW        PIC X(21).
       01 WS-ROW-DATE-INTEGER   PIC 9(8).
       01 WS-DATE-TEXT-WORK     PIC X(10).

      *    ONE USER AND MONTH AT A TIME: THE EXISTING MONTHLY RECORD
      *    (IF ANY) PLUS EVERY DAILY OLDER THAN THE HORIZON. THE
      *    ROLLED DAILIES ARE ONLY DELETED ONCE THE MONTHLY RECORD
      *    HOLDING THEM IS ON FILE.
       01 WS-GROUP-WORK.
           05 WS-GRP-USER-ID     PIC X(36) VALUE SPACES.
           05 WS-GRP-MONTH       PIC X(7).
           05 WS-GRP-MAX-SCORE   PIC 9(3)V99.
           05 WS-GRP-TOTAL-INT   PIC 9(9).
           05 WS-GRP-DAY-COUNT   PIC 9(6).
           05 WS-GRP-MONTHLY-FLAG PIC X(1).
           05 WS-GRP-ROLLED-SIZE PIC 9(2).
           05 WS-GRP-ROLLED-KEY  PIC X(47) OCCURS 31 TIMES.
       01 WS-GRP-AVG            PIC 9(3)V99.
       01 WS-ROLLED-IDX         PIC 9(2).

       01 WS-REPORT-GROUP.
           05 WS-RPT-CATEGORY    PIC X(30) VALUE SPACES.
           05 WS-RPT-MONTH       PIC X(7).
           05 WS-RPT-SCORE-SUM   PIC 9(9)V99.
           05 WS-RPT-DAY-SUM     PIC 9(9).
           05 WS-RPT-USER-COUNT  PIC 9(7).
           05 WS-RPT-INT-SUM     PIC 9(11).
       01 WS-RPT-AVG            PIC 9(3)V99.
       01 WS-RPT-AVG-DISPLAY    PIC ZZ9.99.
       01 WS-RPT-COUNT-DISPLAY  PIC ZZZZZZ9.
       01 WS-RPT-INT-DISPLAY    PIC ZZZZZZZZZZ9.

      *    LONG RANGE REPORT TOTALS BY CATEGORY AND MONTH. MONTH
      *    SLOT 1 IS 1970-01, SLOT 1200 IS 2069-12.
       01 WS-MONTH-TEXT         PIC X(7).
       01 WS-MONTH-TEXT-R REDEFINES WS-MONTH-TEXT.
           05 WS-MONTH-YEAR      PIC 9(4).
           05 FILLER             PIC X(1).
           05 WS-MONTH-MM        PIC 9(2).
       01 WS-MONTH-SLOT         PIC 9(5).
       01 WS-MONTH-SLOT-WORK    PIC 9(5).
       01 WS-MONTH-SLOT-MAX     PIC 9(5) VALUE 1200.
       01 WS-MONTH-BASE-YEAR    PIC 9(4) VALUE 1970.
       01 WS-CAT-TABLE.
           05 WS-CAT-SIZE        PIC 9(4) VALUE 0.
           05 WS-CAT-MAX         PIC 9(4) VALUE 100.
           05 WS-CAT-ENTRY OCCURS 1 TO 100 TIMES
                               DEPENDING ON WS-CAT-SIZE
                               INDEXED BY WS-CAT-IDX.
               10 WS-CAT-NAME     PIC X(30).
               10 WS-CAT-CELL OCCURS 1200 TIMES.
                   15 WS-CELL-SCORE-SUM  PIC 9(9)V99.
                   15 WS-CELL-DAY-SUM    PIC 9(9).
                   15 WS-CELL-USER-COUNT PIC 9(7).
                   15 WS-CELL-INT-SUM    PIC 9(11).
       01 WS-CAT-FOUND-IDX      PIC 9(4) VALUE 0.
       01 WS-CAT-SCAN-IDX       PIC 9(4) VALUE 0.
       01 WS-REPORT-OVERFLOW    PIC X(1) VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-LINES-READ         PIC 9(9) VALUE 0.
           05 WS-DAILY-KEPT-COUNT   PIC 9(9) VALUE 0.
           05 WS-DAILY-ROLLED-COUNT PIC 9(9) VALUE 0.
           05 WS-MONTHLY-IN-COUNT   PIC 9(9) VALUE 0.
           05 WS-MONTHLY-OUT-COUNT  PIC 9(6) VALUE 0.
           05 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.

       01 WS-RUN-REFUSED-FLAG   PIC X(1) VALUE 'N'.
       01 RUN-CONTROL-PARAMETERS.
               GOBACK
           END-IF
           PERFORM INITIALIZATION
           IF WS-HISTORY-OPEN-FLAG = 'Y'
               PERFORM ROLL-NEXT-HISTORY-RECORD
                   UNTIL WS-HISTORY-EOF = 'Y'
               PERFORM CLOSE-MONTH-GROUP
               CLOSE SCORE-HISTORY-FILE
               PERFORM GENERATE-LONGRANGE-REPORT
           END-IF
           PERFORM DISPLAY-STATISTICS
           PERFORM REGISTER-RUN-END
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-ROLLUP-HORIZON-DAYS
           MOVE SPACES TO WS-GRP-USER-ID
           OPEN I-O SCORE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SCORE HISTORY NOT AVAILABLE: "
                   WS-HISTORY-STATUS
               MOVE 'Y' TO WS-HISTORY-EOF
               ADD 1 TO WS-RUN-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           MOVE LOW-VALUES TO HIST-KEY
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
           END-START.

       ROLL-NEXT-HISTORY-RECORD.
           IF WS-REPOSITION-FLAG = 'Y'
               PERFORM REPOSITION-AFTER-UPDATE
               IF WS-HISTORY-EOF = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE HISTORY-RECORD TO WS-LINE-WORK
                   MOVE HIST-KEY TO WS-RESUME-KEY
                   PERFORM CLASSIFY-HISTORY-RECORD
           END-READ.

       REPOSITION-AFTER-UPDATE.
           MOVE 'N' TO WS-REPOSITION-FLAG
           MOVE WS-RESUME-KEY TO HIST-KEY
           START SCORE-HISTORY-FILE KEY IS GREATER THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
           END-START.

       CLASSIFY-HISTORY-RECORD.
           IF WS-LW-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MONTHLY-RECORD
               ADD 1 TO WS-MONTHLY-IN-COUNT
               PERFORM CHECK-MONTH-GROUP
               PERFORM APPLY-MONTHLY-TO-GROUP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LW-RUN-DATE TO WS-DATE-TEXT-WORK
           PERFORM CONVERT-DATE-TEXT
           IF WS-ROW-DATE-INTEGER >= WS-CUTOFF-INTEGER
               ADD 1 TO WS-DAILY-KEPT-COUNT
               PERFORM CLOSE-MONTH-GROUP
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MONTH-GROUP
           IF WS-GRP-ROLLED-SIZE >= 31
               ADD 1 TO WS-DAILY-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAILY-ROLLED-COUNT
           PERFORM APPLY-DAILY-TO-GROUP.

       CONVERT-DATE-TEXT.
           COMPUTE WS-ROW-DATE-NUM =
           COMPUTE WS-ROW-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM).

       CHECK-MONTH-GROUP.
           IF WS-LW-USER-ID NOT = WS-GRP-USER-ID
               OR WS-LW-RUN-DATE(1:7) NOT = WS-GRP-MONTH
               PERFORM CLOSE-MONTH-GROUP
               PERFORM START-MONTH-GROUP
           END-IF.

       START-MONTH-GROUP.
           MOVE WS-LW-USER-ID TO WS-GRP-USER-ID
           MOVE WS-LW-RUN-DATE(1:7) TO WS-GRP-MONTH
           MOVE SPACES TO WS-GRP-CATEGORY
           MOVE 0 TO WS-GRP-SCORE-SUM
           MOVE 999.99 TO WS-GRP-MIN-SCORE
           MOVE 0 TO WS-GRP-MAX-SCORE
           MOVE 0 TO WS-GRP-TOTAL-INT
           MOVE 0 TO WS-GRP-DAY-COUNT
           MOVE 'N' TO WS-GRP-MONTHLY-FLAG
           MOVE 0 TO WS-GRP-ROLLED-SIZE.

       APPLY-MONTHLY-TO-GROUP.
           MOVE 'Y' TO WS-GRP-MONTHLY-FLAG
           MOVE WS-LW-CATEGORY TO WS-GRP-CATEGORY
           COMPUTE WS-GRP-SCORE-SUM = WS-GRP-SCORE-SUM
               + WS-LW-SCORE * WS-LW-DAY-COUNT
           IF WS-LW-MIN-SCORE < WS-GRP-MIN-SCORE
               MOVE WS-LW-MIN-SCORE TO WS-GRP-MIN-SCORE
           END-IF
           IF WS-LW-MAX-SCORE > WS-GRP-MAX-SCORE
               MOVE WS-LW-MAX-SCORE TO WS-GRP-MAX-SCORE
           END-IF
           ADD WS-LW-TOTAL-INT TO WS-GRP-TOTAL-INT
           ADD WS-LW-DAY-COUNT TO WS-GRP-DAY-COUNT.

       APPLY-DAILY-TO-GROUP.
           MOVE WS-LW-CATEGORY TO WS-GRP-CATEGORY
           ADD WS-LW-SCORE TO WS-GRP-SCORE-SUM
           IF WS-LW-SCORE < WS-GRP-MIN-SCORE
               MOVE WS-LW-SCORE TO WS-GRP-MIN-SCORE
           END-IF
           IF WS-LW-SCORE > WS-GRP-MAX-SCORE
               MOVE WS-LW-SCORE TO WS-GRP-MAX-SCORE
           END-IF
           ADD WS-LW-INTERACTIONS TO WS-GRP-TOTAL-INT
           ADD 1 TO WS-GRP-DAY-COUNT
           ADD 1 TO WS-GRP-ROLLED-SIZE
           MOVE WS-LW-KEY TO WS-GRP-ROLLED-KEY(WS-GRP-ROLLED-SIZE).

       CLOSE-MONTH-GROUP.
           IF WS-GRP-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-DAY-COUNT > 0
               COMPUTE WS-GRP-AVG ROUNDED =
                   WS-GRP-SCORE-SUM / WS-GRP-DAY-COUNT
           ELSE
               MOVE 0 TO WS-GRP-AVG
           END-IF
           IF WS-GRP-ROLLED-SIZE > 0
               PERFORM WRITE-MONTHLY-RECORD
           END-IF
           PERFORM ADD-MONTH-TO-REPORT
           MOVE SPACES TO WS-GRP-USER-ID.

       WRITE-MONTHLY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-GRP-USER-ID TO HIST-USER-ID
           STRING
               WS-GRP-MONTH DELIMITED BY SIZE
               "-01"        DELIMITED BY SIZE
               INTO HIST-RUN-DATE
           END-STRING
           MOVE 'M' TO HIST-RECORD-TYPE
           MOVE WS-GRP-CATEGORY TO HIST-CATEGORY
           MOVE WS-GRP-AVG TO HIST-SCORE
           IF WS-GRP-TOTAL-INT > 99999
               MOVE 99999 TO HIST-INTERACTIONS
           ELSE
               MOVE WS-GRP-TOTAL-INT TO HIST-INTERACTIONS
           END-IF
           MOVE WS-GRP-MIN-SCORE TO HIST-MIN-SCORE
           MOVE WS-GRP-MAX-SCORE TO HIST-MAX-SCORE
           IF WS-GRP-TOTAL-INT > 9999999
               MOVE 9999999 TO HIST-TOTAL-INT
           ELSE
               MOVE WS-GRP-TOTAL-INT TO HIST-TOTAL-INT
           END-IF
           IF WS-GRP-DAY-COUNT > 9999
               MOVE 9999 TO HIST-DAY-COUNT
           ELSE
               MOVE WS-GRP-DAY-COUNT TO HIST-DAY-COUNT
           END-IF
           MOVE 'Y' TO WS-REPOSITION-FLAG
           IF WS-GRP-MONTHLY-FLAG = 'Y'
               REWRITE HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "MONTHLY REWRITE FAILED: "
                           WS-HISTORY-STATUS " " HIST-KEY
                       ADD 1 TO WS-RUN-ERROR-COUNT
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "MONTHLY WRITE FAILED: "
                           WS-HISTORY-STATUS " " HIST-KEY
                       ADD 1 TO WS-RUN-ERROR-COUNT
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           ADD 1 TO WS-MONTHLY-OUT-COUNT
           PERFORM VARYING WS-ROLLED-IDX FROM 1 BY 1
                   UNTIL WS-ROLLED-IDX > WS-GRP-ROLLED-SIZE
               MOVE WS-GRP-ROLLED-KEY(WS-ROLLED-IDX) TO HIST-KEY
               DELETE SCORE-HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY "ROLLED DAILY NOT DELETED: "
                           WS-HISTORY-STATUS " " HIST-KEY
                       ADD 1 TO WS-RUN-ERROR-COUNT
               END-DELETE
           END-PERFORM.

       ADD-MONTH-TO-REPORT.
           MOVE WS-GRP-MONTH TO WS-MONTH-TEXT
           MOVE 0 TO WS-MONTH-SLOT
           IF WS-MONTH-YEAR IS NUMERIC AND WS-MONTH-MM IS NUMERIC
               IF WS-MONTH-YEAR >= WS-MONTH-BASE-YEAR
                   AND WS-MONTH-MM >= 1 AND WS-MONTH-MM <= 12
                   COMPUTE WS-MONTH-SLOT =
                       (WS-MONTH-YEAR - WS-MONTH-BASE-YEAR) * 12
                       + WS-MONTH-MM
               END-IF
           END-IF
           IF WS-MONTH-SLOT = 0 OR WS-MONTH-SLOT > WS-MONTH-SLOT-MAX
               MOVE 'Y' TO WS-REPORT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REPORT-CATEGORY
           IF WS-CAT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CELL-SCORE-SUM(WS-CAT-FOUND-IDX, WS-MONTH-SLOT)
               = WS-CELL-SCORE-SUM(WS-CAT-FOUND-IDX, WS-MONTH-SLOT)
               + WS-GRP-AVG * WS-GRP-DAY-COUNT
           ADD WS-GRP-DAY-COUNT
               TO WS-CELL-DAY-SUM(WS-CAT-FOUND-IDX, WS-MONTH-SLOT)
           ADD 1
               TO WS-CELL-USER-COUNT(WS-CAT-FOUND-IDX, WS-MONTH-SLOT)
           ADD WS-GRP-TOTAL-INT
               TO WS-CELL-INT-SUM(WS-CAT-FOUND-IDX, WS-MONTH-SLOT).

       FIND-REPORT-CATEGORY.
           IF WS-CAT-FOUND-IDX > 0
               IF WS-CAT-NAME(WS-CAT-FOUND-IDX) = WS-GRP-CATEGORY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-CAT-FOUND-IDX
           PERFORM VARYING WS-CAT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SCAN-IDX > WS-CAT-SIZE
                   OR WS-CAT-FOUND-IDX > 0
               IF WS-CAT-NAME(WS-CAT-SCAN-IDX) = WS-GRP-CATEGORY
                   MOVE WS-CAT-SCAN-IDX TO WS-CAT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-SIZE >= WS-CAT-MAX
               MOVE 'Y' TO WS-REPORT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-SIZE
           MOVE WS-CAT-SIZE TO WS-CAT-FOUND-IDX
           INITIALIZE WS-CAT-ENTRY(WS-CAT-FOUND-IDX)
           MOVE WS-GRP-CATEGORY TO WS-CAT-NAME(WS-CAT-FOUND-IDX).

       GENERATE-LONGRANGE-REPORT.
           OPEN OUTPUT LONGRANGE-REPORT-FILE
           MOVE "CATEGORY / MONTH: USERS, AVG SCORE, INTERACTIONS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CAT-SIZE > 1
               SORT WS-CAT-ENTRY ASCENDING KEY WS-CAT-NAME
           END-IF
           PERFORM VARYING WS-CAT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CAT-SCAN-IDX > WS-CAT-SIZE
               PERFORM VARYING WS-MONTH-SLOT FROM 1 BY 1
                       UNTIL WS-MONTH-SLOT > WS-MONTH-SLOT-MAX
                   IF WS-CELL-USER-COUNT
                       (WS-CAT-SCAN-IDX, WS-MONTH-SLOT) > 0
                       PERFORM LOAD-REPORT-GROUP
                       PERFORM WRITE-REPORT-GROUP
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-REPORT-OVERFLOW = 'Y'
               MOVE "*** REPORT TABLE FULL, SOME MONTHS NOT SHOWN ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "LONG RANGE REPORT TABLE FULL"
           END-IF
           CLOSE LONGRANGE-REPORT-FILE.

       LOAD-REPORT-GROUP.
           MOVE WS-CAT-NAME(WS-CAT-SCAN-IDX) TO WS-RPT-CATEGORY
           COMPUTE WS-MONTH-SLOT-WORK = WS-MONTH-SLOT - 1
           DIVIDE WS-MONTH-SLOT-WORK BY 12
               GIVING WS-MONTH-YEAR
               REMAINDER WS-MONTH-MM
           ADD WS-MONTH-BASE-YEAR TO WS-MONTH-YEAR
           ADD 1 TO WS-MONTH-MM
           MOVE "-" TO WS-MONTH-TEXT(5:1)
           MOVE WS-MONTH-TEXT TO WS-RPT-MONTH
           MOVE WS-CELL-SCORE-SUM(WS-CAT-SCAN-IDX, WS-MONTH-SLOT)
               TO WS-RPT-SCORE-SUM
           MOVE WS-CELL-DAY-SUM(WS-CAT-SCAN-IDX, WS-MONTH-SLOT)
               TO WS-RPT-DAY-SUM
           MOVE WS-CELL-USER-COUNT(WS-CAT-SCAN-IDX, WS-MONTH-SLOT)
               TO WS-RPT-USER-COUNT
           MOVE WS-CELL-INT-SUM(WS-CAT-SCAN-IDX, WS-MONTH-SLOT)
               TO WS-RPT-INT-SUM.

       WRITE-REPORT-GROUP.
           IF WS-RPT-CATEGORY = SPACES
               EXIT PARAGRAPH

       DISPLAY-STATISTICS.
           DISPLAY "=== SCORE HISTORY ROLLUP STATISTICS ==="
           DISPLAY "RECORDS READ: " WS-LINES-READ
           DISPLAY "DAILIES KEPT: " WS-DAILY-KEPT-COUNT
           DISPLAY "DAILIES ROLLED UP: " WS-DAILY-ROLLED-COUNT
           DISPLAY "MONTHLIES IN: " WS-MONTHLY-IN-COUNT
           DISPLAY "MONTHLIES WRITTEN: " WS-MONTHLY-OUT-COUNT
           DISPLAY "HISTORY ROLLUP COMPLETED".
