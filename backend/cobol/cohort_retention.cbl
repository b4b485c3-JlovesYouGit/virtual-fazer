       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-RETENTION.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    MONTHLY SIGNUP COHORT RETENTION REPORT.
      *    EVERY ACCOUNT IS PLACED IN THE COHORT OF ITS SIGNUP MONTH
      *    (DB-CREATED-AT YYYY-MM). ACCOUNTS STILL IN database.dat ARE
      *    READ FROM THERE; ACCOUNTS ARCHIVED BY DB-ARCHIVE-DORMANT
      *    ARE READ FROM THEIR LATEST IMAGE IN dormant_archive.dat
      *    (RESTORED AND ERASED ACCOUNTS ARE NOT COUNTED TWICE).
      *    AN ACCOUNT IS ACTIVE AT N MONTHS WHEN ITS LAST ACTIVITY IS
      *    ON OR AFTER THE SAME DAY N MONTHS AFTER SIGNUP. A COHORT
      *    ONLY SHOWS A MILESTONE ONCE EVERY ACCOUNT IN IT HAS REACHED
      *    IT; UNTIL THEN THE COLUMN SHOWS "-" (EMPTY IN THE CSV).
      *    DORMANT USES THE DB-ARCHIVE-DORMANT RULE (DORMANT-DAYS IN
      *    dormancy.cfg, DEFAULT 90) FOR ACCOUNTS NOT YET ARCHIVED.
      *    cohort_report.txt HAS ONE LINE PER COHORT AND CATEGORY AND
      *    AN ALL CATEGORIES LINE PER COHORT; cohort_retention.csv
      *    HAS THE COHORT AND CATEGORY LINES COMMA DELIMITED FOR
      *    FINANCE. BOTH ARE COUNTS ONLY, NO ACCOUNT IS IDENTIFIED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATABASE-FILE ASSIGN TO "database.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-USER-ID
               FILE STATUS IS WS-DATABASE-STATUS.
           SELECT DORMANT-ARCHIVE-FILE ASSIGN TO "dormant_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT DORMANCY-CONFIG-FILE ASSIGN TO "dormancy.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT COHORT-REPORT-FILE ASSIGN TO "cohort_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COHORT-CSV-FILE ASSIGN TO "cohort_retention.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD DORMANT-ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARCHIVE-DATA        PIC X(777).

       FD DORMANCY-CONFIG-FILE.
       01 DORMANCY-CONFIG-RECORD PIC X(80).

       FD COHORT-REPORT-FILE.
       01 REPORT-LINE            PIC X(200).

       FD COHORT-CSV-FILE.
       01 CSV-LINE               PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-DATABASE-STATUS    PIC XX.
       01 WS-ARCHIVE-STATUS     PIC XX.
       01 WS-CONFIG-STATUS      PIC XX.
       01 WS-DATABASE-EOF       PIC X VALUE 'N'.
       01 WS-ARCHIVE-EOF        PIC X VALUE 'N'.
       01 WS-CONFIG-EOF         PIC X VALUE 'N'.
       01 WS-DATABASE-OPEN-FLAG PIC X VALUE 'N'.
       01 WS-ARCHIVE-OPEN-FLAG  PIC X VALUE 'N'.
       01 WS-CONFIG-KEY-WORK    PIC X(80).
       01 WS-CONFIG-VALUE-WORK  PIC X(80).
       01 WS-CONFIG-VALUE-NUM   PIC 9(6)V99.

       01 WS-DORMANT-DAYS-THRESHOLD PIC 9(3) VALUE 90.

       01 WS-IMAGE-WORK.
           05 IMG-USER-ID         PIC X(36).
           05 IMG-USERNAME        PIC X(50).
           05 IMG-EMAIL           PIC X(100).
           05 IMG-CATEGORY        PIC X(30).
           05 IMG-BEHAVIOR-SCORE  PIC 9(3)V99.
           05 IMG-FOLLOWER-COUNT  PIC 9(6).
           05 IMG-FOLLOWING-COUNT PIC 9(6).
           05 IMG-POST-COUNT      PIC 9(6).
           05 IMG-LAST-ACTIVE     PIC X(19).
           05 IMG-CREATED-AT      PIC X(19).
           05 IMG-METADATA        PIC X(500).

      *    ARCHIVED ACCOUNT IMAGES IN FILE ORDER. AN ACCOUNT ARCHIVED,
      *    RESTORED AND ARCHIVED AGAIN HAS SEVERAL IMAGES; AFTER THE
      *    SORT ONLY THE LAST ONE FOR EACH USER ID IS KEPT.
       01 WS-ARCHIVE-TABLE.
           05 WS-ARC-SIZE        PIC 9(6) VALUE 0.
           05 WS-ARC-MAX         PIC 9(6) VALUE 200000.
           05 WS-ARC-ENTRY OCCURS 1 TO 200000 TIMES
                               DEPENDING ON WS-ARC-SIZE
                               ASCENDING KEY IS WS-ARC-USER-ID
                               INDEXED BY WS-ARC-IDX.
               10 WS-ARC-USER-ID       PIC X(36).
               10 WS-ARC-SEQUENCE      PIC 9(7).
               10 WS-ARC-CREATED-AT    PIC X(19).
               10 WS-ARC-LAST-ACTIVE   PIC X(19).
               10 WS-ARC-CATEGORY      PIC X(30).
               10 WS-ARC-SCORE         PIC 9(3)V99.
               10 WS-ARC-POSTS         PIC 9(6).
               10 WS-ARC-IN-DATABASE   PIC X(1).
       01 WS-ARC-LINE-COUNT     PIC 9(7) VALUE 0.
       01 WS-ARC-KEEP-COUNT     PIC 9(6) VALUE 0.
       01 WS-ARC-SUB            PIC 9(6) VALUE 0.
       01 WS-ARC-OVERFLOW       PIC X(1) VALUE 'N'.

      *    ONE ROW PER COUNTED ACCOUNT, SORTED BY COHORT AND CATEGORY
      *    FOR THE CONTROL BREAKS. STATUS L LIVE, D DORMANT, A ARCHIVED.
       01 WS-COHORT-ROW-TABLE.
           05 WS-ROW-SIZE        PIC 9(7) VALUE 0.
           05 WS-ROW-MAX         PIC 9(7) VALUE 1000000.
           05 WS-ROW-ENTRY OCCURS 1 TO 1000000 TIMES
                               DEPENDING ON WS-ROW-SIZE
                               INDEXED BY WS-ROW-IDX.
               10 WS-ROW-SORT-KEY.
                   15 WS-ROW-COHORT     PIC X(7).
                   15 WS-ROW-CATEGORY   PIC X(30).
               10 WS-ROW-SCORE         PIC 9(3)V99.
               10 WS-ROW-POSTS         PIC 9(6).
               10 WS-ROW-ACTIVE-FLAG   PIC X(1) OCCURS 4 TIMES.
               10 WS-ROW-STATUS        PIC X(1).
                   88 ROW-LIVE          VALUE 'L'.
                   88 ROW-DORMANT       VALUE 'D'.
                   88 ROW-ARCHIVED      VALUE 'A'.
       01 WS-ROW-OVERFLOW       PIC X(1) VALUE 'N'.

      *    THE ACCOUNT BEING PLACED, FROM database.dat OR AN IMAGE.
       01 WS-ACCOUNT-WORK.
           05 WS-ACCOUNT-CREATED-AT  PIC X(19).
           05 WS-ACCOUNT-CREATED-R REDEFINES WS-ACCOUNT-CREATED-AT.
               10 WS-SIGNUP-YEAR       PIC X(4).
               10 WS-SIGNUP-DASH-1     PIC X(1).
               10 WS-SIGNUP-MONTH      PIC X(2).
               10 WS-SIGNUP-DASH-2     PIC X(1).
               10 WS-SIGNUP-DAY        PIC X(2).
               10 FILLER               PIC X(9).
           05 WS-ACCOUNT-LAST-ACTIVE PIC X(19).
           05 WS-ACCOUNT-CATEGORY    PIC X(30).
           05 WS-ACCOUNT-SCORE       PIC 9(3)V99.
           05 WS-ACCOUNT-POSTS       PIC 9(6).
           05 WS-ACCOUNT-STATUS      PIC X(1).
       01 WS-SIGNUP-VALID       PIC X(1).
       01 WS-SIGNUP-MONTH-INDEX PIC 9(6).

      *    THE FOUR RETENTION MILESTONES, IN MONTHS AFTER SIGNUP.
       01 WS-MILESTONE-TABLE.
           05 WS-MILESTONE-MONTHS PIC 9(2) OCCURS 4 TIMES.
       01 WS-MILESTONE-SUB      PIC 9(1).
       01 WS-MILESTONE-INDEX    PIC 9(6).
       01 WS-MILESTONE-DATE.
           05 WS-MILESTONE-YEAR   PIC 9(4).
           05 FILLER              PIC X(1) VALUE "-".
           05 WS-MILESTONE-MONTH  PIC 9(2).
           05 FILLER              PIC X(1) VALUE "-".
           05 WS-MILESTONE-DAY    PIC X(2).

       01 WS-TODAY-WORK.
           05 WS-TODAY-RAW        PIC X(21).
           05 WS-TODAY-DATE-R REDEFINES WS-TODAY-RAW.
               10 WS-TODAY-DATE       PIC 9(8).
               10 FILLER              PIC X(13).
           05 WS-TODAY-PARTS REDEFINES WS-TODAY-RAW.
               10 WS-TODAY-YEAR       PIC 9(4).
               10 WS-TODAY-MONTH      PIC 9(2).
               10 FILLER              PIC X(15).
       01 WS-TODAY-TEXT         PIC X(10).
       01 WS-TODAY-MONTH-INDEX  PIC 9(6).

       01 WS-CUTOFF-INTEGER     PIC 9(8).
       01 WS-CUTOFF-DATE-NUM    PIC 9(8).
       01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE-NUM.
           05 WS-CUTOFF-YEAR        PIC 9(4).
           05 WS-CUTOFF-MONTH       PIC 9(2).
           05 WS-CUTOFF-DAY         PIC 9(2).
       01 WS-CUTOFF-DATE-TEXT   PIC X(10).

      *    CONTROL-BREAK TOTALS: 1 CATEGORY, 2 COHORT, 3 ALL COHORTS.
       01 WS-TOTALS-TABLE.
           05 WS-TOTAL-ENTRY OCCURS 3 TIMES.
               10 WS-TOT-ACCOUNTS      PIC 9(7).
               10 WS-TOT-ACTIVE        PIC 9(7) OCCURS 4 TIMES.
               10 WS-TOT-DORMANT       PIC 9(7).
               10 WS-TOT-ARCHIVED      PIC 9(7).
               10 WS-TOT-SCORE-SUM     PIC 9(10)V99.
               10 WS-TOT-POSTS-SUM     PIC 9(13).
       01 WS-CATEGORY-LEVEL     PIC 9(1) VALUE 1.
       01 WS-COHORT-LEVEL       PIC 9(1) VALUE 2.
       01 WS-GRAND-LEVEL        PIC 9(1) VALUE 3.
       01 WS-LEVEL              PIC 9(1).
       01 WS-HOLD-COHORT        PIC X(7).
       01 WS-HOLD-CATEGORY      PIC X(30).
       01 WS-COHORT-OPEN        PIC X(1) VALUE 'N'.
       01 WS-CATEGORY-OPEN      PIC X(1) VALUE 'N'.
       01 WS-COHORT-MONTH-INDEX PIC 9(6).
       01 WS-COHORT-MATURED     PIC X(1) OCCURS 4 TIMES.
       01 WS-AVERAGE-SCORE      PIC 9(3)V99.
       01 WS-AVERAGE-POSTS      PIC 9(6)V99.

       01 WS-COUNTERS.
           05 WS-SCANNED-COUNT      PIC 9(6) VALUE 0.
           05 WS-ARCHIVED-COUNT     PIC 9(6) VALUE 0.
           05 WS-NO-SIGNUP-COUNT    PIC 9(6) VALUE 0.
           05 WS-COHORT-COUNT       PIC 9(6) VALUE 0.
           05 WS-CSV-ROW-COUNT      PIC 9(6) VALUE 0.
           05 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.

       01 WS-REPORT-FIELDS.
           05 WS-COUNT-EDIT       PIC Z,ZZZ,ZZ9.
           05 WS-SCORE-EDIT       PIC ZZ9.99.
           05 WS-POSTS-EDIT       PIC ZZZ,ZZ9.99.
           05 WS-DAYS-EDIT        PIC ZZ9.
           05 WS-ACCOUNTS-TEXT    PIC X(10).
           05 WS-MILESTONE-TEXT   PIC X(10) OCCURS 4 TIMES.
           05 WS-DORMANT-TEXT     PIC X(10).
           05 WS-ARCHIVED-TEXT    PIC X(10).
           05 WS-SCORE-TEXT       PIC X(10).
           05 WS-POSTS-TEXT       PIC X(10).
           05 WS-LINE-COHORT      PIC X(7).
           05 WS-LINE-CATEGORY    PIC X(30).

       01 WS-CSV-FIELDS.
           05 WS-CSV-COUNT-EDIT   PIC ZZZZZZ9.
           05 WS-CSV-SCORE-EDIT   PIC ZZ9.99.
           05 WS-CSV-POSTS-EDIT   PIC ZZZZZ9.99.
           05 WS-CSV-CATEGORY     PIC X(30).
           05 WS-CSV-ACCOUNTS     PIC X(7).
           05 WS-CSV-MILESTONE    PIC X(7) OCCURS 4 TIMES.
           05 WS-CSV-DORMANT      PIC X(7).
           05 WS-CSV-ARCHIVED     PIC X(7).
           05 WS-CSV-SCORE        PIC X(6).
           05 WS-CSV-POSTS        PIC X(9).
           05 WS-CSV-POINTER      PIC 9(3).

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
           PERFORM LOAD-ARCHIVE-TABLE
               UNTIL WS-ARCHIVE-EOF = 'Y'
           PERFORM KEEP-LATEST-ARCHIVE-IMAGES
           PERFORM LOAD-DATABASE-ACCOUNTS
               UNTIL WS-DATABASE-EOF = 'Y'
           PERFORM ADD-ARCHIVED-ACCOUNTS
           PERFORM WRITE-COHORT-REPORT
           PERFORM DISPLAY-STATISTICS
           PERFORM CLEANUP
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RCP-FUNCTION
           MOVE "COHORT-RETENTION" TO RCP-JOB-NAME
           MOVE 'N' TO RCP-EXCLUSIVE-FLAG
           MOVE SPACES TO RCP-END-STATUS
           MOVE 0 TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS
           IF RCP-RETURN-CODE = 91
               MOVE 'Y' TO WS-RUN-REFUSED-FLAG
               DISPLAY "COHORT REPORT REFUSED: EXCLUSIVE JOB RUNNING"
           END-IF.

       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "COHORT-RETENTION" TO RCP-JOB-NAME
           IF WS-RUN-ERROR-COUNT = 0
               MOVE "OK" TO RCP-END-STATUS
           ELSE
               MOVE "ERROR" TO RCP-END-STATUS
           END-IF
           MOVE WS-SCANNED-COUNT TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

       INITIALIZATION.
           MOVE 1 TO WS-MILESTONE-MONTHS(1)
           MOVE 3 TO WS-MILESTONE-MONTHS(2)
           MOVE 6 TO WS-MILESTONE-MONTHS(3)
           MOVE 12 TO WS-MILESTONE-MONTHS(4)
           MOVE ZEROS TO WS-TOTALS-TABLE
           PERFORM LOAD-DORMANCY-SETTINGS
           PERFORM BUILD-TODAY
           OPEN INPUT DATABASE-FILE
           IF WS-DATABASE-STATUS = "00"
               MOVE 'Y' TO WS-DATABASE-OPEN-FLAG
               MOVE LOW-VALUES TO DB-USER-ID
               START DATABASE-FILE KEY IS NOT LESS THAN DB-USER-ID
                   INVALID KEY MOVE 'Y' TO WS-DATABASE-EOF
               END-START
           ELSE
               DISPLAY "DATABASE FILE NOT AVAILABLE: "
                   WS-DATABASE-STATUS
               MOVE 'Y' TO WS-DATABASE-EOF
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF
           OPEN INPUT DORMANT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-OPEN-FLAG
           ELSE
               DISPLAY "NO DORMANT ARCHIVE, NO ARCHIVED ACCOUNTS: "
                   WS-ARCHIVE-STATUS
               MOVE 'Y' TO WS-ARCHIVE-EOF
           END-IF.

      *    TODAY'S MONTH INDEX DECIDES WHICH MILESTONES A COHORT HAS
      *    REACHED; THE CUTOFF IS THE SAME ONE DB-ARCHIVE-DORMANT USES.
       BUILD-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           COMPUTE WS-TODAY-MONTH-INDEX =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1
           STRING
               WS-TODAY-RAW(1:4)  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-TODAY-RAW(5:2)  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-TODAY-RAW(7:2)  DELIMITED BY SIZE
               INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-DORMANT-DAYS-THRESHOLD
           COMPUTE WS-CUTOFF-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           STRING
               WS-CUTOFF-YEAR  DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               WS-CUTOFF-MONTH DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               WS-CUTOFF-DAY   DELIMITED BY SIZE
               INTO WS-CUTOFF-DATE-TEXT
           END-STRING.

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

       LOAD-ARCHIVE-TABLE.
           READ DORMANT-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF
               NOT AT END
                   ADD 1 TO WS-ARC-LINE-COUNT
                   IF ARCHIVE-RECORD(1:10) NOT = "*RESTORED*"
                       AND ARCHIVE-RECORD(1:9) NOT = "*ERASED* "
                       AND ARCHIVE-RECORD NOT = SPACES
                       PERFORM STORE-ARCHIVE-IMAGE
                   END-IF
           END-READ.

       STORE-ARCHIVE-IMAGE.
           IF WS-ARC-SIZE >= WS-ARC-MAX
               IF WS-ARC-OVERFLOW = 'N'
                   DISPLAY "ARCHIVE TABLE FULL, COVERAGE PARTIAL"
                   ADD 1 TO WS-RUN-ERROR-COUNT
               END-IF
               MOVE 'Y' TO WS-ARC-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVE-DATA TO WS-IMAGE-WORK
           ADD 1 TO WS-ARC-SIZE
           SET WS-ARC-IDX TO WS-ARC-SIZE
           MOVE IMG-USER-ID TO WS-ARC-USER-ID(WS-ARC-IDX)
           MOVE WS-ARC-LINE-COUNT TO WS-ARC-SEQUENCE(WS-ARC-IDX)
           MOVE IMG-CREATED-AT TO WS-ARC-CREATED-AT(WS-ARC-IDX)
           MOVE IMG-LAST-ACTIVE TO WS-ARC-LAST-ACTIVE(WS-ARC-IDX)
           MOVE IMG-CATEGORY TO WS-ARC-CATEGORY(WS-ARC-IDX)
           IF IMG-BEHAVIOR-SCORE IS NUMERIC
               MOVE IMG-BEHAVIOR-SCORE TO WS-ARC-SCORE(WS-ARC-IDX)
           ELSE
               MOVE 0 TO WS-ARC-SCORE(WS-ARC-IDX)
           END-IF
           IF IMG-POST-COUNT IS NUMERIC
               MOVE IMG-POST-COUNT TO WS-ARC-POSTS(WS-ARC-IDX)
           ELSE
               MOVE 0 TO WS-ARC-POSTS(WS-ARC-IDX)
           END-IF
           MOVE 'N' TO WS-ARC-IN-DATABASE(WS-ARC-IDX).

      *    SORT BY USER ID THEN FILE POSITION AND KEEP THE LAST IMAGE
      *    OF EACH USER ID, SO THE TABLE IS UNIQUE FOR SEARCH ALL.
       KEEP-LATEST-ARCHIVE-IMAGES.
           IF WS-ARC-SIZE = 0
               EXIT PARAGRAPH
           END-IF
           SORT WS-ARC-ENTRY
               ASCENDING KEY WS-ARC-USER-ID WS-ARC-SEQUENCE
           MOVE 0 TO WS-ARC-KEEP-COUNT
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-SIZE
               IF WS-ARC-SUB = WS-ARC-SIZE
                   OR WS-ARC-USER-ID(WS-ARC-SUB)
                   NOT = WS-ARC-USER-ID(WS-ARC-SUB + 1)
                   ADD 1 TO WS-ARC-KEEP-COUNT
                   MOVE WS-ARC-ENTRY(WS-ARC-SUB)
                       TO WS-ARC-ENTRY(WS-ARC-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-ARC-KEEP-COUNT TO WS-ARC-SIZE.

       LOAD-DATABASE-ACCOUNTS.
           READ DATABASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DATABASE-EOF
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM MARK-ARCHIVE-IMAGE-LIVE
                   MOVE DB-CREATED-AT TO WS-ACCOUNT-CREATED-AT
                   MOVE DB-LAST-ACTIVE TO WS-ACCOUNT-LAST-ACTIVE
                   MOVE DB-CATEGORY TO WS-ACCOUNT-CATEGORY
                   IF DB-BEHAVIOR-SCORE IS NUMERIC
                       MOVE DB-BEHAVIOR-SCORE TO WS-ACCOUNT-SCORE
                   ELSE
                       MOVE 0 TO WS-ACCOUNT-SCORE
                   END-IF
                   IF DB-POST-COUNT IS NUMERIC
                       MOVE DB-POST-COUNT TO WS-ACCOUNT-POSTS
                   ELSE
                       MOVE 0 TO WS-ACCOUNT-POSTS
                   END-IF
                   IF DB-LAST-ACTIVE(1:10) NOT = SPACES
                       AND DB-LAST-ACTIVE(1:10) < WS-CUTOFF-DATE-TEXT
                       MOVE 'D' TO WS-ACCOUNT-STATUS
                   ELSE
                       MOVE 'L' TO WS-ACCOUNT-STATUS
                   END-IF
                   PERFORM STORE-COHORT-ROW
           END-READ.

      *    A RESTORED ACCOUNT IS BACK IN database.dat AND IS COUNTED
      *    FROM THERE, NOT FROM ITS OLD ARCHIVE IMAGE.
       MARK-ARCHIVE-IMAGE-LIVE.
           IF WS-ARC-SIZE = 0
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-ARC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ARC-USER-ID(WS-ARC-IDX) = DB-USER-ID
                   MOVE 'Y' TO WS-ARC-IN-DATABASE(WS-ARC-IDX)
           END-SEARCH.

       ADD-ARCHIVED-ACCOUNTS.
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-SIZE
               IF WS-ARC-IN-DATABASE(WS-ARC-IDX) = 'N'
                   ADD 1 TO WS-ARCHIVED-COUNT
                   MOVE WS-ARC-CREATED-AT(WS-ARC-IDX)
                       TO WS-ACCOUNT-CREATED-AT
                   MOVE WS-ARC-LAST-ACTIVE(WS-ARC-IDX)
                       TO WS-ACCOUNT-LAST-ACTIVE
                   MOVE WS-ARC-CATEGORY(WS-ARC-IDX)
                       TO WS-ACCOUNT-CATEGORY
                   MOVE WS-ARC-SCORE(WS-ARC-IDX) TO WS-ACCOUNT-SCORE
                   MOVE WS-ARC-POSTS(WS-ARC-IDX) TO WS-ACCOUNT-POSTS
                   MOVE 'A' TO WS-ACCOUNT-STATUS
                   PERFORM STORE-COHORT-ROW
               END-IF
           END-PERFORM.

       STORE-COHORT-ROW.
           PERFORM CHECK-SIGNUP-DATE
           IF WS-SIGNUP-VALID = 'N'
               ADD 1 TO WS-NO-SIGNUP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-SIZE >= WS-ROW-MAX
               IF WS-ROW-OVERFLOW = 'N'
                   DISPLAY "COHORT TABLE FULL, COVERAGE PARTIAL"
                   ADD 1 TO WS-RUN-ERROR-COUNT
               END-IF
               MOVE 'Y' TO WS-ROW-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-SIZE
           SET WS-ROW-IDX TO WS-ROW-SIZE
           MOVE WS-ACCOUNT-CREATED-AT(1:7) TO WS-ROW-COHORT(WS-ROW-IDX)
           IF WS-ACCOUNT-CATEGORY = SPACES
               MOVE "(NONE)" TO WS-ROW-CATEGORY(WS-ROW-IDX)
           ELSE
               MOVE WS-ACCOUNT-CATEGORY TO WS-ROW-CATEGORY(WS-ROW-IDX)
           END-IF
           MOVE WS-ACCOUNT-SCORE TO WS-ROW-SCORE(WS-ROW-IDX)
           MOVE WS-ACCOUNT-POSTS TO WS-ROW-POSTS(WS-ROW-IDX)
           MOVE WS-ACCOUNT-STATUS TO WS-ROW-STATUS(WS-ROW-IDX)
           COMPUTE WS-SIGNUP-MONTH-INDEX =
               FUNCTION NUMVAL(WS-SIGNUP-YEAR) * 12
               + FUNCTION NUMVAL(WS-SIGNUP-MONTH) - 1
           PERFORM VARYING WS-MILESTONE-SUB FROM 1 BY 1
                   UNTIL WS-MILESTONE-SUB > 4
               PERFORM CHECK-ACTIVE-AT-MILESTONE
           END-PERFORM.

      *    ONLY A YYYY-MM-DD SIGNUP DATE CAN BE PLACED IN A COHORT.
       CHECK-SIGNUP-DATE.
           MOVE 'N' TO WS-SIGNUP-VALID
           IF WS-SIGNUP-YEAR IS NOT NUMERIC
               OR WS-SIGNUP-MONTH IS NOT NUMERIC
               OR WS-SIGNUP-DAY IS NOT NUMERIC
               OR WS-SIGNUP-DASH-1 NOT = "-"
               OR WS-SIGNUP-DASH-2 NOT = "-"
               EXIT PARAGRAPH
           END-IF
           IF WS-SIGNUP-YEAR = "0000"
               OR WS-SIGNUP-MONTH < "01" OR WS-SIGNUP-MONTH > "12"
               OR WS-SIGNUP-DAY < "01" OR WS-SIGNUP-DAY > "31"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SIGNUP-VALID.

      *    THE MILESTONE DATE KEEPS THE SIGNUP DAY, SO A 31ST SIGNUP
      *    COMPARES AGAINST THE END OF A SHORTER MONTH.
       CHECK-ACTIVE-AT-MILESTONE.
           MOVE 'N' TO WS-ROW-ACTIVE-FLAG(WS-ROW-IDX, WS-MILESTONE-SUB)
           COMPUTE WS-MILESTONE-INDEX = WS-SIGNUP-MONTH-INDEX
               + WS-MILESTONE-MONTHS(WS-MILESTONE-SUB)
           DIVIDE WS-MILESTONE-INDEX BY 12
               GIVING WS-MILESTONE-YEAR
               REMAINDER WS-MILESTONE-MONTH
           ADD 1 TO WS-MILESTONE-MONTH
           MOVE WS-SIGNUP-DAY TO WS-MILESTONE-DAY
           IF WS-ACCOUNT-LAST-ACTIVE(1:10) NOT = SPACES
               AND WS-ACCOUNT-LAST-ACTIVE(1:10)
               NOT < WS-MILESTONE-DATE
               MOVE 'Y' TO WS-ROW-ACTIVE-FLAG(WS-ROW-IDX,
                   WS-MILESTONE-SUB)
           END-IF.

       WRITE-COHORT-REPORT.
           OPEN OUTPUT COHORT-REPORT-FILE
           OPEN OUTPUT COHORT-CSV-FILE
           MOVE "=== SIGNUP COHORT RETENTION REPORT ===" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DORMANT-DAYS-THRESHOLD TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING
               "RUN DATE: " DELIMITED BY SIZE
               WS-TODAY-TEXT DELIMITED BY SIZE
               "  DORMANT AFTER " DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " DAYS (LAST ACTIVE BEFORE " DELIMITED BY SIZE
               WS-CUTOFF-DATE-TEXT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "ACTIVE AT N MONTHS = LAST ACTIVE ON OR AFTER SIGNUP"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DATE PLUS N MONTHS; - = COHORT NOT THAT OLD YET"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COVERAGE-WARNINGS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "COHORT   CATEGORY                      "
                   DELIMITED BY SIZE
               "  ACCOUNTS ACTIVE 1M ACTIVE 3M ACTIVE 6M"
                   DELIMITED BY SIZE
               " ACTIVE12M   DORMANT  ARCHIVED AVG SCORE"
                   DELIMITED BY SIZE
               " AVG POSTS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO CSV-LINE
           STRING
               "COHORT,CATEGORY,ACCOUNTS,ACTIVE_1M,ACTIVE_3M,"
                   DELIMITED BY SIZE
               "ACTIVE_6M,ACTIVE_12M,DORMANT,ARCHIVED,AVG_SCORE,"
                   DELIMITED BY SIZE
               "AVG_POSTS" DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE
           IF WS-ROW-SIZE > 0
               SORT WS-ROW-ENTRY ASCENDING KEY WS-ROW-SORT-KEY
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-SIZE
                   PERFORM PROCESS-COHORT-ROW
               END-PERFORM
               PERFORM CLOSE-CATEGORY-GROUP
               PERFORM CLOSE-COHORT-GROUP
           ELSE
               MOVE "  NO ACCOUNTS WITH A SIGNUP DATE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "ALL" TO WS-LINE-COHORT
           MOVE "ALL COHORTS" TO WS-LINE-CATEGORY
           MOVE 'N' TO WS-COHORT-MATURED(1)
           MOVE 'N' TO WS-COHORT-MATURED(2)
           MOVE 'N' TO WS-COHORT-MATURED(3)
           MOVE 'N' TO WS-COHORT-MATURED(4)
           MOVE WS-GRAND-LEVEL TO WS-LEVEL
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COHORT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING
               "COHORTS: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-SCANNED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING
               "ACCOUNTS IN DATABASE: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING
               "ARCHIVED ACCOUNTS: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NO-SIGNUP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING
               "NOT COUNTED, NO USABLE SIGNUP DATE: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE COHORT-REPORT-FILE
           CLOSE COHORT-CSV-FILE.

       WRITE-COVERAGE-WARNINGS.
           IF WS-DATABASE-OPEN-FLAG = 'N'
               MOVE "*** WARNING: DATABASE NOT AVAILABLE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-ARCHIVE-OPEN-FLAG = 'N'
               MOVE "*** WARNING: NO DORMANT ARCHIVE, NONE ARCHIVED ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-ARC-OVERFLOW = 'Y' OR WS-ROW-OVERFLOW = 'Y'
               MOVE "*** WARNING: WORK TABLE FULL, PARTIAL DATA ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PROCESS-COHORT-ROW.
           IF WS-COHORT-OPEN = 'Y'
               IF WS-ROW-COHORT(WS-ROW-IDX) NOT = WS-HOLD-COHORT
                   PERFORM CLOSE-CATEGORY-GROUP
                   PERFORM CLOSE-COHORT-GROUP
               ELSE
                   IF WS-ROW-CATEGORY(WS-ROW-IDX) NOT = WS-HOLD-CATEGORY
                       PERFORM CLOSE-CATEGORY-GROUP
                   END-IF
               END-IF
           END-IF
           IF WS-COHORT-OPEN = 'N'
               PERFORM START-COHORT-GROUP
           END-IF
           IF WS-CATEGORY-OPEN = 'N'
               MOVE WS-ROW-CATEGORY(WS-ROW-IDX) TO WS-HOLD-CATEGORY
               MOVE ZEROS TO WS-TOTAL-ENTRY(WS-CATEGORY-LEVEL)
               MOVE 'Y' TO WS-CATEGORY-OPEN
           END-IF
           PERFORM VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 3
               PERFORM ADD-ROW-TO-TOTALS
           END-PERFORM.

      *    A MILESTONE IS REPORTED ONCE THE MONTH IT FALLS IN IS OVER,
      *    SO IT HAS PASSED FOR EVERY SIGNUP DAY IN THE COHORT.
       START-COHORT-GROUP.
           MOVE WS-ROW-COHORT(WS-ROW-IDX) TO WS-HOLD-COHORT
           MOVE ZEROS TO WS-TOTAL-ENTRY(WS-COHORT-LEVEL)
           MOVE 'Y' TO WS-COHORT-OPEN
           ADD 1 TO WS-COHORT-COUNT
           COMPUTE WS-COHORT-MONTH-INDEX =
               FUNCTION NUMVAL(WS-HOLD-COHORT(1:4)) * 12
               + FUNCTION NUMVAL(WS-HOLD-COHORT(6:2)) - 1
           PERFORM VARYING WS-MILESTONE-SUB FROM 1 BY 1
                   UNTIL WS-MILESTONE-SUB > 4
               IF WS-TODAY-MONTH-INDEX > WS-COHORT-MONTH-INDEX
                   + WS-MILESTONE-MONTHS(WS-MILESTONE-SUB)
                   MOVE 'Y' TO WS-COHORT-MATURED(WS-MILESTONE-SUB)
               ELSE
                   MOVE 'N' TO WS-COHORT-MATURED(WS-MILESTONE-SUB)
               END-IF
           END-PERFORM.

       ADD-ROW-TO-TOTALS.
           ADD 1 TO WS-TOT-ACCOUNTS(WS-LEVEL)
           PERFORM VARYING WS-MILESTONE-SUB FROM 1 BY 1
                   UNTIL WS-MILESTONE-SUB > 4
               IF WS-ROW-ACTIVE-FLAG(WS-ROW-IDX, WS-MILESTONE-SUB)
                   = 'Y'
                   ADD 1 TO WS-TOT-ACTIVE(WS-LEVEL, WS-MILESTONE-SUB)
               END-IF
           END-PERFORM
           IF ROW-DORMANT(WS-ROW-IDX)
               ADD 1 TO WS-TOT-DORMANT(WS-LEVEL)
           END-IF
           IF ROW-ARCHIVED(WS-ROW-IDX)
               ADD 1 TO WS-TOT-ARCHIVED(WS-LEVEL)
           END-IF
           ADD WS-ROW-SCORE(WS-ROW-IDX) TO WS-TOT-SCORE-SUM(WS-LEVEL)
           ADD WS-ROW-POSTS(WS-ROW-IDX) TO WS-TOT-POSTS-SUM(WS-LEVEL).

       CLOSE-CATEGORY-GROUP.
           MOVE WS-HOLD-COHORT TO WS-LINE-COHORT
           MOVE WS-HOLD-CATEGORY TO WS-LINE-CATEGORY
           MOVE WS-CATEGORY-LEVEL TO WS-LEVEL
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-CSV-LINE
           MOVE 'N' TO WS-CATEGORY-OPEN.

       CLOSE-COHORT-GROUP.
           MOVE WS-HOLD-COHORT TO WS-LINE-COHORT
           MOVE "ALL CATEGORIES" TO WS-LINE-CATEGORY
           MOVE WS-COHORT-LEVEL TO WS-LEVEL
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-COHORT-OPEN.

       COMPUTE-AVERAGES.
           MOVE 0 TO WS-AVERAGE-SCORE
           MOVE 0 TO WS-AVERAGE-POSTS
           IF WS-TOT-ACCOUNTS(WS-LEVEL) > 0
               COMPUTE WS-AVERAGE-SCORE ROUNDED =
                   WS-TOT-SCORE-SUM(WS-LEVEL)
                   / WS-TOT-ACCOUNTS(WS-LEVEL)
               COMPUTE WS-AVERAGE-POSTS ROUNDED =
                   WS-TOT-POSTS-SUM(WS-LEVEL)
                   / WS-TOT-ACCOUNTS(WS-LEVEL)
           END-IF.

       WRITE-TOTAL-LINE.
           PERFORM COMPUTE-AVERAGES
           MOVE WS-TOT-ACCOUNTS(WS-LEVEL) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-ACCOUNTS-TEXT
           MOVE WS-COUNT-EDIT TO WS-ACCOUNTS-TEXT(2:9)
           PERFORM VARYING WS-MILESTONE-SUB FROM 1 BY 1
                   UNTIL WS-MILESTONE-SUB > 4
               MOVE SPACES TO WS-MILESTONE-TEXT(WS-MILESTONE-SUB)
               IF WS-COHORT-MATURED(WS-MILESTONE-SUB) = 'Y'
                   MOVE WS-TOT-ACTIVE(WS-LEVEL, WS-MILESTONE-SUB)
                       TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT
                       TO WS-MILESTONE-TEXT(WS-MILESTONE-SUB)(2:9)
               ELSE
                   MOVE "-"
                       TO WS-MILESTONE-TEXT(WS-MILESTONE-SUB)(10:1)
               END-IF
           END-PERFORM
           MOVE WS-TOT-DORMANT(WS-LEVEL) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-DORMANT-TEXT
           MOVE WS-COUNT-EDIT TO WS-DORMANT-TEXT(2:9)
           MOVE WS-TOT-ARCHIVED(WS-LEVEL) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-ARCHIVED-TEXT
           MOVE WS-COUNT-EDIT TO WS-ARCHIVED-TEXT(2:9)
           MOVE WS-AVERAGE-SCORE TO WS-SCORE-EDIT
           MOVE SPACES TO WS-SCORE-TEXT
           MOVE WS-SCORE-EDIT TO WS-SCORE-TEXT(5:6)
           MOVE WS-AVERAGE-POSTS TO WS-POSTS-EDIT
           MOVE WS-POSTS-EDIT TO WS-POSTS-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-LINE-COHORT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LINE-CATEGORY DELIMITED BY SIZE
               WS-ACCOUNTS-TEXT DELIMITED BY SIZE
               WS-MILESTONE-TEXT(1) DELIMITED BY SIZE
               WS-MILESTONE-TEXT(2) DELIMITED BY SIZE
               WS-MILESTONE-TEXT(3) DELIMITED BY SIZE
               WS-MILESTONE-TEXT(4) DELIMITED BY SIZE
               WS-DORMANT-TEXT DELIMITED BY SIZE
               WS-ARCHIVED-TEXT DELIMITED BY SIZE
               WS-SCORE-TEXT DELIMITED BY SIZE
               WS-POSTS-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    NUMBERS ARE WRITTEN WITHOUT LEADING SPACES OR THOUSANDS
      *    SEPARATORS; A MILESTONE NOT YET REACHED IS LEFT EMPTY.
       WRITE-CSV-LINE.
           MOVE WS-HOLD-CATEGORY TO WS-CSV-CATEGORY
           INSPECT WS-CSV-CATEGORY REPLACING ALL "," BY " "
           MOVE WS-TOT-ACCOUNTS(WS-LEVEL) TO WS-CSV-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-CSV-COUNT-EDIT) TO WS-CSV-ACCOUNTS
           PERFORM VARYING WS-MILESTONE-SUB FROM 1 BY 1
                   UNTIL WS-MILESTONE-SUB > 4
               MOVE SPACES TO WS-CSV-MILESTONE(WS-MILESTONE-SUB)
               IF WS-COHORT-MATURED(WS-MILESTONE-SUB) = 'Y'
                   MOVE WS-TOT-ACTIVE(WS-LEVEL, WS-MILESTONE-SUB)
                       TO WS-CSV-COUNT-EDIT
                   MOVE FUNCTION TRIM(WS-CSV-COUNT-EDIT)
                       TO WS-CSV-MILESTONE(WS-MILESTONE-SUB)
               END-IF
           END-PERFORM
           MOVE WS-TOT-DORMANT(WS-LEVEL) TO WS-CSV-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-CSV-COUNT-EDIT) TO WS-CSV-DORMANT
           MOVE WS-TOT-ARCHIVED(WS-LEVEL) TO WS-CSV-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-CSV-COUNT-EDIT) TO WS-CSV-ARCHIVED
           MOVE WS-AVERAGE-SCORE TO WS-CSV-SCORE-EDIT
           MOVE FUNCTION TRIM(WS-CSV-SCORE-EDIT) TO WS-CSV-SCORE
           MOVE WS-AVERAGE-POSTS TO WS-CSV-POSTS-EDIT
           MOVE FUNCTION TRIM(WS-CSV-POSTS-EDIT) TO WS-CSV-POSTS
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO WS-CSV-POINTER
           STRING
               WS-HOLD-COHORT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-CATEGORY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-ACCOUNTS DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-MILESTONE(1) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-MILESTONE(2) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-MILESTONE(3) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-MILESTONE(4) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-DORMANT DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-ARCHIVED DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-SCORE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CSV-POSTS DELIMITED BY SPACE
               INTO CSV-LINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-ROW-COUNT.

       DISPLAY-STATISTICS.
           DISPLAY "=== COHORT RETENTION STATISTICS ==="
           DISPLAY "ACCOUNTS IN DATABASE: " WS-SCANNED-COUNT
           DISPLAY "ARCHIVED ACCOUNTS: " WS-ARCHIVED-COUNT
           DISPLAY "NO USABLE SIGNUP DATE: " WS-NO-SIGNUP-COUNT
           DISPLAY "COHORTS: " WS-COHORT-COUNT
               " CSV ROWS: " WS-CSV-ROW-COUNT.

       CLEANUP.
           IF WS-DATABASE-OPEN-FLAG = 'Y'
               CLOSE DATABASE-FILE
           END-IF
           IF WS-ARCHIVE-OPEN-FLAG = 'Y'
               CLOSE DORMANT-ARCHIVE-FILE
           END-IF
           PERFORM REGISTER-RUN-END
           DISPLAY "COHORT RETENTION COMPLETED".
