       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY-WARNING.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    NIGHTLY, AHEAD OF DB-ARCHIVE-DORMANT. FINDS ACCOUNTS COMING
      *    UP TO THE DORMANCY CUTOFF AND WRITES dormancy_notices.txt
      *    FOR THE EMAIL PLATFORM. AN ACCOUNT IS ARCHIVED ON THE FIRST
      *    NIGHT ITS LAST-ACTIVE DATE IS MORE THAN DORMANT-DAYS OLD, SO
      *    THE PROJECTED ARCHIVE DATE IS LAST-ACTIVE + DORMANT-DAYS + 1.
      *    WARNING POINTS ARE DAYS BEFORE THAT DATE (WARN-DAYS IN
      *    dormancy.cfg, 30 AND 7 WHEN NOT SET). dormancy_warnings.dat
      *    REMEMBERS THE MOST URGENT POINT ALREADY SENT FOR EACH
      *    ACCOUNT, SO EACH WARNING GOES ONCE. A NEW LAST-ACTIVE DATE
      *    MEANS THE ACCOUNT WAS USED AGAIN AND CLEARS THE STATE.
      *    SUSPENDED ACCOUNTS ARE NOT SENT NOTICES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATABASE-FILE ASSIGN TO "database.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-USER-ID
               FILE STATUS IS WS-DATABASE-STATUS.
           SELECT WARNING-STATE-FILE ASSIGN TO "dormancy_warnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWN-USER-ID
               FILE STATUS IS WS-WARNING-STATUS.
           SELECT SUSPENSION-FILE ASSIGN TO "suspensions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-USER-ID
               FILE STATUS IS WS-SUSPENSION-STATUS.
           SELECT DORMANCY-CONFIG-FILE ASSIGN TO "dormancy.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "dormancy_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DATABASE-FILE.
       01 DB-RECORD.
           05 DB-USER-ID          PIC X(36).
           05 DB-USERNAME        PIC X(50).
           05 DB-EMAIL           PIC X(100).
           05 DB-CATEGORY        PIC X(30).
           05 DB-BEHAVIOR-SCORE  PIC 9(3)V99.
           05 DB-FOLLOWER-COUNT  PIC 9(6).
           05 DB-FOLLOWING-COUNT PIC 9(6).
           05 DB-POST-COUNT      PIC 9(6).
           05 DB-LAST-ACTIVE     PIC X(19).
           05 DB-CREATED-AT      PIC X(19).
           05 DB-METADATA        PIC X(500).

       FD WARNING-STATE-FILE.
       01 WARNING-STATE-RECORD.
           05 DWN-USER-ID           PIC X(36).
           05 DWN-LAST-ACTIVE       PIC X(19).
           05 DWN-PROJECTED-DATE    PIC X(10).
           05 DWN-LAST-POINT        PIC 9(3).
           05 DWN-FIRST-WARNED-AT   PIC X(19).
           05 DWN-LAST-WARNED-AT    PIC X(19).
           05 DWN-WARNING-COUNT     PIC 9(2).
           05 FILLER                PIC X(42).

       FD SUSPENSION-FILE.
       01 SUSPENSION-RECORD.
           05 SUSP-USER-ID          PIC X(36).
           05 SUSP-REASON-CODE      PIC X(2).
           05 SUSP-NOTE             PIC X(60).
           05 SUSP-SUSPENDED-AT     PIC X(19).
           05 SUSP-EXPIRES-ON       PIC X(10).
           05 FILLER                PIC X(73).

       FD DORMANCY-CONFIG-FILE.
       01 DORMANCY-CONFIG-RECORD    PIC X(80).

       FD NOTICE-FILE.
       01 NOTICE-LINE               PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-DATABASE-STATUS    PIC XX.
       01 WS-WARNING-STATUS     PIC XX.
       01 WS-SUSPENSION-STATUS  PIC XX.
       01 WS-CONFIG-STATUS      PIC XX.
       01 WS-NOTICE-STATUS      PIC XX.
       01 WS-DATABASE-EOF       PIC X VALUE 'N'.
       01 WS-WARNING-EOF        PIC X VALUE 'N'.
       01 WS-CONFIG-EOF         PIC X VALUE 'N'.
       01 WS-WARNING-OPEN-FLAG  PIC X VALUE 'N'.
       01 WS-SUSPENSION-OPEN-FLAG PIC X VALUE 'N'.
       01 WS-STATE-FOUND        PIC X VALUE 'N'.
       01 WS-ACCOUNT-SUSPENDED  PIC X VALUE 'N'.

       01 WS-DORMANT-DAYS-THRESHOLD PIC 9(3) VALUE 90.

      *    WARNING POINTS, KEPT IN DESCENDING ORDER OF DAYS
       01 WS-POINT-TABLE.
           05 WS-POINT-COUNT     PIC 9(2) VALUE 0.
           05 WS-POINT-DAYS OCCURS 10 TIMES
                               INDEXED BY WS-POINT-IDX
                               PIC 9(3).
       01 WS-POINT-SUB          PIC 9(2).
       01 WS-POINT-HOLD         PIC 9(3).
       01 WS-POINT-DUE          PIC 9(3).
       01 WS-CONFIG-KEY-WORK    PIC X(80).
       01 WS-CONFIG-VALUE-WORK  PIC X(80).
       01 WS-CONFIG-VALUE-NUM   PIC 9(6)V99.

       01 WS-TODAY-WORK.
           05 WS-TODAY-RAW        PIC X(21).
           05 WS-TODAY-DATE-R REDEFINES WS-TODAY-RAW.
               10 WS-TODAY-DATE       PIC 9(8).
               10 FILLER               PIC X(13).
       01 WS-TODAY-INTEGER      PIC 9(8).
       01 WS-TODAY-TEXT         PIC X(10).
       01 WS-CURRENT-TIMESTAMP  PIC X(19).

       01 WS-LAST-ACTIVE-WORK.
           05 WS-LA-YEAR         PIC X(4).
           05 WS-LA-DASH-1       PIC X(1).
           05 WS-LA-MONTH        PIC X(2).
           05 WS-LA-DASH-2       PIC X(1).
           05 WS-LA-DAY          PIC X(2).
       01 WS-LAST-ACTIVE-NUM    PIC 9(8).
       01 WS-PROJECTED-INTEGER  PIC 9(8).
       01 WS-PROJECTED-DATE-NUM PIC 9(8).
       01 WS-PROJECTED-DATE-R REDEFINES WS-PROJECTED-DATE-NUM.
           05 WS-PROJECTED-YEAR     PIC 9(4).
           05 WS-PROJECTED-MONTH    PIC 9(2).
           05 WS-PROJECTED-DAY      PIC 9(2).
       01 WS-PROJECTED-DATE-TEXT PIC X(10).
       01 WS-DAYS-LEFT          PIC S9(6).
       01 WS-DAYS-LEFT-OUT      PIC 9(3).

       01 WS-COUNTERS.
           05 WS-SCANNED-COUNT      PIC 9(6) VALUE 0.
           05 WS-NOTICE-COUNT       PIC 9(6) VALUE 0.
           05 WS-ALREADY-WARNED     PIC 9(6) VALUE 0.
           05 WS-RESET-COUNT        PIC 9(6) VALUE 0.
           05 WS-SUSPENDED-COUNT    PIC 9(6) VALUE 0.
           05 WS-UNDATED-COUNT      PIC 9(6) VALUE 0.
           05 WS-ORPHAN-COUNT       PIC 9(6) VALUE 0.
           05 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.

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
           PERFORM PROCESS-DATABASE-RECORDS
               UNTIL WS-DATABASE-EOF = 'Y'
           PERFORM PURGE-ORPHAN-WARNINGS
           PERFORM DISPLAY-STATISTICS
           PERFORM CLEANUP
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RCP-FUNCTION
           MOVE "DORMANCY-WARNING" TO RCP-JOB-NAME
           MOVE 'N' TO RCP-EXCLUSIVE-FLAG
           MOVE SPACES TO RCP-END-STATUS
           MOVE 0 TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS
           IF RCP-RETURN-CODE = 91
               MOVE 'Y' TO WS-RUN-REFUSED-FLAG
               DISPLAY "DORMANCY WARNING REFUSED: DATABASE IN USE"
           END-IF.

       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "DORMANCY-WARNING" TO RCP-JOB-NAME
           IF WS-RUN-ERROR-COUNT = 0
               MOVE "OK" TO RCP-END-STATUS
           ELSE
               MOVE "ERROR" TO RCP-END-STATUS
           END-IF
           MOVE WS-NOTICE-COUNT TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

       INITIALIZATION.
           PERFORM LOAD-DORMANCY-SETTINGS
           PERFORM BUILD-TODAY
           OPEN INPUT DATABASE-FILE
           IF WS-DATABASE-STATUS NOT = "00"
               DISPLAY "DATABASE FILE NOT AVAILABLE: "
                   WS-DATABASE-STATUS
               MOVE 'Y' TO WS-DATABASE-EOF
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF
           OPEN I-O WARNING-STATE-FILE
           IF WS-WARNING-STATUS NOT = "00"
               OPEN OUTPUT WARNING-STATE-FILE
               CLOSE WARNING-STATE-FILE
               OPEN I-O WARNING-STATE-FILE
           END-IF
           IF WS-WARNING-STATUS = "00"
               MOVE 'Y' TO WS-WARNING-OPEN-FLAG
           ELSE
               DISPLAY "WARNING STATE FILE NOT AVAILABLE: "
                   WS-WARNING-STATUS
               MOVE 'Y' TO WS-DATABASE-EOF
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF
           OPEN INPUT SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS = "00"
               MOVE 'Y' TO WS-SUSPENSION-OPEN-FLAG
           END-IF
           OPEN OUTPUT NOTICE-FILE
           MOVE SPACES TO NOTICE-LINE
           STRING
               "*CONTROL*|RUN-DATE=" DELIMITED BY SIZE
               WS-TODAY-TEXT DELIMITED BY SIZE
               "|DORMANT-DAYS=" DELIMITED BY SIZE
               WS-DORMANT-DAYS-THRESHOLD DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           IF WS-DATABASE-EOF NOT = 'Y'
               MOVE LOW-VALUES TO DB-USER-ID
               START DATABASE-FILE KEY IS NOT LESS THAN DB-USER-ID
                   INVALID KEY MOVE 'Y' TO WS-DATABASE-EOF
               END-START
           END-IF.

       BUILD-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           STRING
               WS-TODAY-RAW(1:4)  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-TODAY-RAW(5:2)  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-TODAY-RAW(7:2)  DELIMITED BY SIZE
               INTO WS-TODAY-TEXT
           END-STRING
           STRING
               WS-TODAY-TEXT      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-TODAY-RAW(9:2)  DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               WS-TODAY-RAW(11:2) DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               WS-TODAY-RAW(13:2) DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP
           END-STRING.

       PROCESS-DATABASE-RECORDS.
           READ DATABASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DATABASE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-SCANNED-COUNT
           PERFORM PROJECT-ARCHIVE-DATE
           IF WS-PROJECTED-DATE-TEXT = SPACES
               ADD 1 TO WS-UNDATED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-WARNING-STATE
           IF WS-STATE-FOUND = 'Y'
               AND DWN-LAST-ACTIVE NOT = DB-LAST-ACTIVE
               PERFORM RESET-WARNING-STATE
           END-IF
           PERFORM FIND-WARNING-POINT-DUE
           IF WS-POINT-DUE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-STATE-FOUND = 'Y'
               AND DWN-LAST-POINT NOT > WS-POINT-DUE
               ADD 1 TO WS-ALREADY-WARNED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-SUSPENDED
           IF WS-ACCOUNT-SUSPENDED = 'Y'
               ADD 1 TO WS-SUSPENDED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DORMANCY-NOTICE
           PERFORM SAVE-WARNING-STATE.

      *    SETS WS-PROJECTED-DATE-TEXT AND WS-DAYS-LEFT, OR LEAVES THE
      *    DATE AT SPACES WHEN LAST-ACTIVE IS NOT A USABLE DATE.
       PROJECT-ARCHIVE-DATE.
           MOVE SPACES TO WS-PROJECTED-DATE-TEXT
           MOVE 0 TO WS-DAYS-LEFT
           MOVE DB-LAST-ACTIVE(1:10) TO WS-LAST-ACTIVE-WORK
           IF WS-LA-YEAR NOT NUMERIC
               OR WS-LA-MONTH NOT NUMERIC
               OR WS-LA-DAY NOT NUMERIC
               OR WS-LA-DASH-1 NOT = "-"
               OR WS-LA-DASH-2 NOT = "-"
               EXIT PARAGRAPH
           END-IF
           IF WS-LA-MONTH < "01" OR WS-LA-MONTH > "12"
               OR WS-LA-DAY < "01" OR WS-LA-DAY > "31"
               OR WS-LA-YEAR < "1601"
               EXIT PARAGRAPH
           END-IF
           STRING
               WS-LA-YEAR  DELIMITED BY SIZE
               WS-LA-MONTH DELIMITED BY SIZE
               WS-LA-DAY   DELIMITED BY SIZE
               INTO WS-LAST-ACTIVE-NUM
           END-STRING
           COMPUTE WS-PROJECTED-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVE-NUM)
               + WS-DORMANT-DAYS-THRESHOLD + 1
           COMPUTE WS-DAYS-LEFT =
               WS-PROJECTED-INTEGER - WS-TODAY-INTEGER
           COMPUTE WS-PROJECTED-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PROJECTED-INTEGER)
           STRING
               WS-PROJECTED-YEAR  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-PROJECTED-MONTH DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-PROJECTED-DAY   DELIMITED BY SIZE
               INTO WS-PROJECTED-DATE-TEXT
           END-STRING.

      *    THE MOST URGENT WARNING POINT THE ACCOUNT HAS REACHED, OR
      *    ZERO IF IT IS NOT YET INSIDE THE FIRST ONE. A NIGHT THAT WAS
      *    MISSED DOES NOT PRODUCE TWO NOTICES, ONLY THE LATER ONE.
       FIND-WARNING-POINT-DUE.
           MOVE 0 TO WS-POINT-DUE
           IF WS-DAYS-LEFT < 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
                   UNTIL WS-POINT-IDX > WS-POINT-COUNT
               IF WS-DAYS-LEFT NOT > WS-POINT-DAYS(WS-POINT-IDX)
                   MOVE WS-POINT-DAYS(WS-POINT-IDX) TO WS-POINT-DUE
               END-IF
           END-PERFORM.

       READ-WARNING-STATE.
           MOVE DB-USER-ID TO DWN-USER-ID
           READ WARNING-STATE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STATE-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STATE-FOUND
           END-READ.

       RESET-WARNING-STATE.
           DELETE WARNING-STATE-FILE
               INVALID KEY
                   DISPLAY "WARNING STATE NOT RESET: " DB-USER-ID
                   ADD 1 TO WS-RUN-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'N' TO WS-STATE-FOUND
                   ADD 1 TO WS-RESET-COUNT
           END-DELETE.

       CHECK-ACCOUNT-SUSPENDED.
           MOVE 'N' TO WS-ACCOUNT-SUSPENDED
           IF WS-SUSPENSION-OPEN-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE DB-USER-ID TO SUSP-USER-ID
           READ SUSPENSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-SUSPENDED
           END-READ.

       WRITE-DORMANCY-NOTICE.
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-OUT
           MOVE SPACES TO NOTICE-LINE
           STRING
               DB-USER-ID             DELIMITED BY SIZE
               "|"                    DELIMITED BY SIZE
               DB-USERNAME            DELIMITED BY SIZE
               "|"                    DELIMITED BY SIZE
               DB-EMAIL               DELIMITED BY SIZE
               "|"                    DELIMITED BY SIZE
               WS-PROJECTED-DATE-TEXT DELIMITED BY SIZE
               "|"                    DELIMITED BY SIZE
               WS-DAYS-LEFT-OUT       DELIMITED BY SIZE
               "|"                    DELIMITED BY SIZE
               WS-POINT-DUE           DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICE-COUNT.

       SAVE-WARNING-STATE.
           IF WS-STATE-FOUND = 'Y'
               MOVE WS-POINT-DUE TO DWN-LAST-POINT
               MOVE WS-PROJECTED-DATE-TEXT TO DWN-PROJECTED-DATE
               MOVE WS-CURRENT-TIMESTAMP TO DWN-LAST-WARNED-AT
               ADD 1 TO DWN-WARNING-COUNT
               REWRITE WARNING-STATE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING STATE NOT SAVED: " DB-USER-ID
                       ADD 1 TO WS-RUN-ERROR-COUNT
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WARNING-STATE-RECORD
           MOVE DB-USER-ID TO DWN-USER-ID
           MOVE DB-LAST-ACTIVE TO DWN-LAST-ACTIVE
           MOVE WS-PROJECTED-DATE-TEXT TO DWN-PROJECTED-DATE
           MOVE WS-POINT-DUE TO DWN-LAST-POINT
           MOVE WS-CURRENT-TIMESTAMP TO DWN-FIRST-WARNED-AT
           MOVE WS-CURRENT-TIMESTAMP TO DWN-LAST-WARNED-AT
           MOVE 1 TO DWN-WARNING-COUNT
           WRITE WARNING-STATE-RECORD
               INVALID KEY
                   DISPLAY "WARNING STATE NOT SAVED: " DB-USER-ID
                   ADD 1 TO WS-RUN-ERROR-COUNT
           END-WRITE.

      *    STATE FOR ACCOUNTS NO LONGER IN THE DATABASE (DELETED OR
      *    MERGED AWAY) IS DROPPED. DB-ARCHIVE-DORMANT CLEARS ITS OWN.
       PURGE-ORPHAN-WARNINGS.
           IF WS-WARNING-OPEN-FLAG NOT = 'Y'
               OR WS-DATABASE-STATUS NOT = "10"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WARNING-EOF
           MOVE LOW-VALUES TO DWN-USER-ID
           START WARNING-STATE-FILE KEY IS NOT LESS THAN DWN-USER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-WARNING-EOF
           END-START
           PERFORM CHECK-ONE-WARNING-STATE
               UNTIL WS-WARNING-EOF = 'Y'.

       CHECK-ONE-WARNING-STATE.
           READ WARNING-STATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WARNING-EOF
                   EXIT PARAGRAPH
           END-READ
           MOVE DWN-USER-ID TO DB-USER-ID
           READ DATABASE-FILE
               INVALID KEY
                   DELETE WARNING-STATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ORPHAN-COUNT
                   END-DELETE
           END-READ.

       LOAD-DORMANCY-SETTINGS.
           MOVE 0 TO WS-POINT-COUNT
           MOVE 'N' TO WS-CONFIG-EOF
           OPEN INPUT DORMANCY-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM READ-DORMANCY-SETTING
                   UNTIL WS-CONFIG-EOF = 'Y'
               CLOSE DORMANCY-CONFIG-FILE
           END-IF
           IF WS-POINT-COUNT = 0
               MOVE 2 TO WS-POINT-COUNT
               MOVE 30 TO WS-POINT-DAYS(1)
               MOVE 7 TO WS-POINT-DAYS(2)
           END-IF
           PERFORM SORT-WARNING-POINTS
           DISPLAY "DORMANT AFTER DAYS: " WS-DORMANT-DAYS-THRESHOLD
           PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
                   UNTIL WS-POINT-IDX > WS-POINT-COUNT
               DISPLAY "WARNING POINT, DAYS BEFORE ARCHIVE: "
                   WS-POINT-DAYS(WS-POINT-IDX)
           END-PERFORM.

       READ-DORMANCY-SETTING.
           READ DORMANCY-CONFIG-FILE
               AT END
                   MOVE 'Y' TO WS-CONFIG-EOF
               NOT AT END
                   IF DORMANCY-CONFIG-RECORD NOT = SPACES
                       AND DORMANCY-CONFIG-RECORD(1:1) NOT = '#'
                       PERFORM APPLY-DORMANCY-SETTING
                   END-IF
           END-READ.

       APPLY-DORMANCY-SETTING.
           MOVE SPACES TO WS-CONFIG-KEY-WORK
           MOVE SPACES TO WS-CONFIG-VALUE-WORK
           UNSTRING DORMANCY-CONFIG-RECORD DELIMITED BY "="
               INTO WS-CONFIG-KEY-WORK, WS-CONFIG-VALUE-WORK
           END-UNSTRING
           IF WS-CONFIG-KEY-WORK = SPACES
               OR WS-CONFIG-VALUE-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONFIG-VALUE-NUM =
               FUNCTION NUMVAL(WS-CONFIG-VALUE-WORK)
           EVALUATE FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-CONFIG-KEY-WORK))
               WHEN "DORMANT-DAYS"
                   IF WS-CONFIG-VALUE-NUM > 0
                       AND WS-CONFIG-VALUE-NUM < 1000
                       MOVE WS-CONFIG-VALUE-NUM
                           TO WS-DORMANT-DAYS-THRESHOLD
                   ELSE
                       DISPLAY "DORMANT-DAYS MUST BE 1-999, KEEPING "
                           WS-DORMANT-DAYS-THRESHOLD
                   END-IF
               WHEN "WARN-DAYS"
                   IF WS-CONFIG-VALUE-NUM > 0
                       AND WS-CONFIG-VALUE-NUM < 1000
                       AND WS-POINT-COUNT < 10
                       ADD 1 TO WS-POINT-COUNT
                       MOVE WS-CONFIG-VALUE-NUM
                           TO WS-POINT-DAYS(WS-POINT-COUNT)
                   ELSE
                       DISPLAY "WARN-DAYS IGNORED: "
                           DORMANCY-CONFIG-RECORD
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN DORMANCY SETTING: "
                       DORMANCY-CONFIG-RECORD
           END-EVALUATE.

      *    FEW ENOUGH POINTS FOR A SIMPLE EXCHANGE SORT, LARGEST FIRST
       SORT-WARNING-POINTS.
           PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
                   UNTIL WS-POINT-IDX > WS-POINT-COUNT
               PERFORM VARYING WS-POINT-SUB FROM 1 BY 1
                       UNTIL WS-POINT-SUB > WS-POINT-COUNT
                   IF WS-POINT-DAYS(WS-POINT-SUB)
                       < WS-POINT-DAYS(WS-POINT-IDX)
                       AND WS-POINT-SUB > WS-POINT-IDX
                       MOVE WS-POINT-DAYS(WS-POINT-IDX)
                           TO WS-POINT-HOLD
                       MOVE WS-POINT-DAYS(WS-POINT-SUB)
                           TO WS-POINT-DAYS(WS-POINT-IDX)
                       MOVE WS-POINT-HOLD
                           TO WS-POINT-DAYS(WS-POINT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       DISPLAY-STATISTICS.
           MOVE SPACES TO NOTICE-LINE
           STRING
               "*END*|NOTICES=" DELIMITED BY SIZE
               WS-NOTICE-COUNT DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           DISPLAY "=== DORMANCY WARNING STATISTICS ==="
           DISPLAY "ACCOUNTS SCANNED: " WS-SCANNED-COUNT
           DISPLAY "NOTICES WRITTEN: " WS-NOTICE-COUNT
           DISPLAY "ALREADY WARNED AT THIS POINT: " WS-ALREADY-WARNED
           DISPLAY "ACTIVE AGAIN, WARNING RESET: " WS-RESET-COUNT
           DISPLAY "SUSPENDED, NO NOTICE: " WS-SUSPENDED-COUNT
           DISPLAY "NO USABLE LAST-ACTIVE DATE: " WS-UNDATED-COUNT
           DISPLAY "STALE WARNING STATE REMOVED: " WS-ORPHAN-COUNT.

       CLEANUP.
           CLOSE NOTICE-FILE
           IF WS-DATABASE-STATUS NOT = "35"
               CLOSE DATABASE-FILE
           END-IF
           IF WS-WARNING-OPEN-FLAG = 'Y'
               CLOSE WARNING-STATE-FILE
           END-IF
           IF WS-SUSPENSION-OPEN-FLAG = 'Y'
               CLOSE SUSPENSION-FILE
           END-IF
           PERFORM REGISTER-RUN-END
           DISPLAY "DORMANCY WARNING COMPLETED".
