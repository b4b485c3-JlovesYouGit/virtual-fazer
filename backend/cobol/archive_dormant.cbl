               ALTERNATE RECORD KEY IS EDGE-FOLLOWED-XKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-EDGE-STATUS.
           SELECT WARNING-STATE-FILE ASSIGN TO "dormancy_warnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWN-USER-ID
               FILE STATUS IS WS-WARNING-STATUS.
           SELECT DORMANCY-CONFIG-FILE ASSIGN TO "dormancy.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT ARCHIVE-REPORT-FILE
               ASSIGN TO "dormant_archive_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 EDGE-FOLLOWED-XKEY    PIC X(36).
           05 EDGE-SINCE-DATE       PIC X(10).

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

       FD DORMANCY-CONFIG-FILE.
       01 DORMANCY-CONFIG-RECORD    PIC X(80).

       FD ARCHIVE-REPORT-FILE.
       01 REPORT-LINE               PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-DATABASE-STATUS    PIC XX.
       01 WS-ARCHIVE-STATUS     PIC XX.
       01 WS-EDGE-PURGE-ID      PIC X(36).
       01 WS-EDGE-PURGE-EOF     PIC X VALUE 'N'.
       01 WS-PURGED-RECORD      PIC X(777).
       01 WS-WARNING-STATUS     PIC XX.
       01 WS-WARNING-OPEN-FLAG  PIC X VALUE 'N'.
       01 WS-CONFIG-STATUS      PIC XX.
       01 WS-CONFIG-EOF         PIC X VALUE 'N'.
       01 WS-CONFIG-KEY-WORK    PIC X(80).
       01 WS-CONFIG-VALUE-WORK  PIC X(80).
       01 WS-CONFIG-VALUE-NUM   PIC 9(6)V99.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-WARNED-FLAG        PIC X VALUE 'N'.

       01 WS-RUN-REFUSED-FLAG   PIC X(1) VALUE 'N'.
       01 RUN-CONTROL-PARAMETERS.
       01 WS-COUNTERS.
           05 WS-SCANNED-COUNT      PIC 9(6) VALUE 0.
           05 WS-ARCHIVED-COUNT     PIC 9(6) VALUE 0.
           05 WS-WARNED-COUNT       PIC 9(6) VALUE 0.
           05 WS-NOT-WARNED-COUNT   PIC 9(6) VALUE 0.
           05 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

       INITIALIZATION.
           PERFORM LOAD-DORMANCY-SETTINGS
           OPEN I-O DATABASE-FILE
           IF WS-DATABASE-STATUS NOT = "00"
               DISPLAY "DATABASE FILE NOT AVAILABLE: "
               DISPLAY "FOLLOWER EDGE FILE NOT AVAILABLE: "
                   WS-EDGE-STATUS
           END-IF
           OPEN I-O WARNING-STATE-FILE
           IF WS-WARNING-STATUS = "00"
               MOVE 'Y' TO WS-WARNING-OPEN-FLAG
           ELSE
               DISPLAY "WARNING STATE FILE NOT AVAILABLE: "
                   WS-WARNING-STATUS
           END-IF
           PERFORM CALCULATE-CUTOFF-DATE
           OPEN OUTPUT ARCHIVE-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== DORMANT ACCOUNT ARCHIVE REPORT " DELIMITED BY SIZE
               WS-TODAY-RAW(1:8) DELIMITED BY SIZE
               " CUTOFF " DELIMITED BY SIZE
               WS-CUTOFF-DATE-TEXT DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DATABASE-EOF NOT = 'Y'
               START DATABASE-FILE KEY IS NOT LESS THAN DB-USER-ID
                   INVALID KEY MOVE 'Y' TO WS-DATABASE-EOF
                   PERFORM REMOVE-XREF-ENTRIES
                   MOVE WS-PURGED-RECORD(1:36) TO WS-EDGE-PURGE-ID
                   PERFORM PURGE-FOLLOWER-EDGES
                   PERFORM REPORT-WARNING-OUTCOME
                   DISPLAY "ARCHIVED DORMANT ACCOUNT: " DB-USER-ID
           END-DELETE.

      *    AN ACCOUNT COUNTS AS WARNED ONLY IF DORMANCY-WARNING SENT A
      *    NOTICE FOR THE SAME LAST-ACTIVE DATE IT WAS ARCHIVED ON. THE
      *    STATE RECORD IS THEN DROPPED, SO A RESTORED ACCOUNT STARTS
      *    AGAIN WITH NO WARNINGS SENT.
       REPORT-WARNING-OUTCOME.
           MOVE 'N' TO WS-WARNED-FLAG
           IF WS-WARNING-OPEN-FLAG = 'Y'
               MOVE WS-PURGED-RECORD(1:36) TO DWN-USER-ID
               READ WARNING-STATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DWN-LAST-ACTIVE = WS-PURGED-RECORD(240:19)
                           MOVE 'Y' TO WS-WARNED-FLAG
                       END-IF
                       DELETE WARNING-STATE-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-WARNED-FLAG = 'Y'
               ADD 1 TO WS-WARNED-COUNT
               STRING
                   WS-PURGED-RECORD(1:36) DELIMITED BY SIZE
                   " LAST ACTIVE " DELIMITED BY SIZE
                   WS-PURGED-RECORD(240:10) DELIMITED BY SIZE
                   " WARNED     LAST NOTICE " DELIMITED BY SIZE
                   DWN-LAST-WARNED-AT DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   DWN-LAST-POINT DELIMITED BY SIZE
                   " DAYS, NOTICES SENT " DELIMITED BY SIZE
                   DWN-WARNING-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-NOT-WARNED-COUNT
               STRING
                   WS-PURGED-RECORD(1:36) DELIMITED BY SIZE
                   " LAST ACTIVE " DELIMITED BY SIZE
                   WS-PURGED-RECORD(240:10) DELIMITED BY SIZE
                   " NOT WARNED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       PURGE-FOLLOWER-EDGES.
           IF WS-EDGE-OPEN-FLAG NOT = 'Y'
               EXIT PARAGRAPH
               END-DELETE
           END-IF.

       LOAD-DORMANCY-SETTINGS.
           MOVE 'N' TO WS-CONFIG-EOF
           OPEN INPUT DORMANCY-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM READ-DORMANCY-SETTING
                   UNTIL WS-CONFIG-EOF = 'Y'
               CLOSE DORMANCY-CONFIG-FILE
           END-IF.

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
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIG-KEY-WORK))
               NOT = "DORMANT-DAYS"
               OR WS-CONFIG-VALUE-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONFIG-VALUE-NUM =
               FUNCTION NUMVAL(WS-CONFIG-VALUE-WORK)
           IF WS-CONFIG-VALUE-NUM > 0
               AND WS-CONFIG-VALUE-NUM < 1000
               MOVE WS-CONFIG-VALUE-NUM TO WS-DORMANT-DAYS-THRESHOLD
           ELSE
               DISPLAY "DORMANT-DAYS MUST BE 1-999, KEEPING "
                   WS-DORMANT-DAYS-THRESHOLD
           END-IF.

       DISPLAY-STATISTICS.
           IF WS-ARCHIVED-COUNT = 0
               MOVE "  NO ACCOUNTS ARCHIVED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "SCANNED: " DELIMITED BY SIZE
               WS-SCANNED-COUNT DELIMITED BY SIZE
               " ARCHIVED: " DELIMITED BY SIZE
               WS-ARCHIVED-COUNT DELIMITED BY SIZE
               " WARNED: " DELIMITED BY SIZE
               WS-WARNED-COUNT DELIMITED BY SIZE
               " NOT WARNED: " DELIMITED BY SIZE
               WS-NOT-WARNED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY "=== DORMANT ACCOUNT ARCHIVE STATISTICS ==="
           DISPLAY "ACCOUNTS SCANNED: " WS-SCANNED-COUNT
           DISPLAY "ACCOUNTS ARCHIVED: " WS-ARCHIVED-COUNT
           DISPLAY "  WARNED BEFORE ARCHIVE: " WS-WARNED-COUNT
           DISPLAY "  NOT WARNED: " WS-NOT-WARNED-COUNT.

       CLEANUP.
           CLOSE DATABASE-FILE
           IF WS-EDGE-OPEN-FLAG = 'Y'
               CLOSE FOLLOWER-EDGE-FILE
           END-IF
           IF WS-WARNING-OPEN-FLAG = 'Y'
               CLOSE WARNING-STATE-FILE
           END-IF
           CLOSE ARCHIVE-REPORT-FILE
           PERFORM REGISTER-RUN-END
           DISPLAY "DORMANT ACCOUNT ARCHIVE COMPLETED SUCCESSFULLY".
