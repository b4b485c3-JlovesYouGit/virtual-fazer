       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-DATA-QUALITY.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    NIGHTLY DATA QUALITY SCORECARD FOR database.dat. EVERY
      *    RECORD IS TESTED AGAINST THE RULES IN LOAD-RULE-TABLE AND
      *    EACH FAILURE IS LISTED IN quality_scorecard.txt WITH THE
      *    USER ID IN COLUMN 1. THE SCORECARD AT THE END GIVES THE PASS
      *    PERCENTAGE PER RULE AGAINST THE PREVIOUS RUN, WHICH IS KEPT
      *    IN quality_history.dat (ONE LINE PER RULE PER RUN DATE, THE
      *    LAST 90 RUNS). A RERUN ON THE SAME DAY REPLACES THAT DAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATABASE-FILE ASSIGN TO "database.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-USER-ID
               FILE STATUS IS WS-DATABASE-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO "categories.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-FILE-STATUS.
           SELECT QUALITY-HISTORY-FILE ASSIGN TO "quality_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO "quality_scorecard.txt"
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

       FD CATEGORY-FILE.
       01 CATEGORY-CONFIG-RECORD PIC X(30).

       FD QUALITY-HISTORY-FILE.
       01 QUALITY-HISTORY-RECORD.
           05 QH-RUN-DATE        PIC X(10).
           05 QH-RULE-CODE       PIC X(2).
           05 QH-CHECKED         PIC 9(7).
           05 QH-FAILED          PIC 9(7).
           05 QH-PASS-PCT        PIC 9(3)V99.

       FD SCORECARD-FILE.
       01 REPORT-LINE            PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-DATABASE-STATUS    PIC XX.
       01 WS-CATEGORY-FILE-STATUS PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-DATABASE-EOF       PIC X VALUE 'N'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
       01 WS-DATABASE-OPEN-FLAG PIC X VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-SCANNED-COUNT      PIC 9(7) VALUE 0.
           05 WS-FAILED-RECORD-COUNT PIC 9(7) VALUE 0.
           05 WS-FAILURE-LINE-COUNT PIC 9(7) VALUE 0.
           05 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.
       01 WS-RECORD-FAILED      PIC X(1).

       01 WS-TODAY-WORK.
           05 WS-TODAY-RAW        PIC X(21).
           05 WS-TODAY-TEXT       PIC X(10).

      *    ONE ENTRY PER RULE. CHECKED IS THE NUMBER OF RECORDS THE
      *    RULE COULD BE APPLIED TO, SO THE CREATED/LAST-ACTIVE ORDER
      *    IS ONLY CHECKED WHERE BOTH TIMESTAMPS PARSE.
       01 WS-RULE-TABLE.
           05 WS-RULE-COUNT      PIC 9(2) VALUE 0.
           05 WS-RULE-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-RULE-IDX.
               10 WS-RULE-CODE       PIC X(2).
               10 WS-RULE-TEXT       PIC X(40).
               10 WS-RULE-CHECKED    PIC 9(7).
               10 WS-RULE-FAILED     PIC 9(7).
               10 WS-RULE-PASS-PCT   PIC 9(3)V99.
               10 WS-RULE-PREV-FOUND PIC X(1).
               10 WS-RULE-PREV-PCT   PIC 9(3)V99.
       01 WS-RULE-SUB           PIC 9(2).
       01 WS-EMAIL-RULE         PIC 9(2) VALUE 1.
       01 WS-UNAME-BLANK-RULE   PIC 9(2) VALUE 2.
       01 WS-UNAME-DUP-RULE     PIC 9(2) VALUE 3.
       01 WS-TIMESTAMP-RULE     PIC 9(2) VALUE 4.
       01 WS-ORDER-RULE         PIC 9(2) VALUE 5.
       01 WS-CATEGORY-RULE      PIC 9(2) VALUE 6.
       01 WS-METADATA-RULE      PIC 9(2) VALUE 7.
       01 WS-FAILURE-DETAIL     PIC X(150).

       01 CATEGORY-TABLE.
           05 CATEGORY-TABLE-COUNT PIC 9(3) VALUE 0.
           05 CATEGORY-ENTRY OCCURS 1 TO 50 TIMES
                                 DEPENDING ON CATEGORY-TABLE-COUNT
                                 INDEXED BY CAT-IDX.
               10 CAT-NAME        PIC X(30).
       01 WS-CAT-FOUND-INDEX      PIC 9(3) VALUE 0.
       01 WS-CATEGORY-SEARCH-KEY  PIC X(30).

       01 WS-EMAIL-WORK.
           05 WS-EMAIL-TEXT       PIC X(100).
           05 WS-EMAIL-LENGTH     PIC 9(3).
           05 WS-EMAIL-AT-COUNT   PIC 9(3).
           05 WS-EMAIL-SPACE-COUNT PIC 9(3).
           05 WS-EMAIL-LOCAL      PIC X(100).
           05 WS-EMAIL-DOMAIN     PIC X(100).
           05 WS-DOMAIN-LENGTH    PIC 9(3).
           05 WS-DOMAIN-DOT-COUNT PIC 9(3).
           05 WS-DOMAIN-DOUBLE-DOT PIC 9(3).
       01 WS-EMAIL-VALID        PIC X(1).

      *    TIMESTAMPS ARE YYYY-MM-DD HH:MM:SS; A "T" BETWEEN THE DATE
      *    AND THE TIME IS ALSO ACCEPTED.
       01 WS-TIMESTAMP-WORK.
           05 WS-TS-YEAR          PIC X(4).
           05 WS-TS-DASH-1        PIC X(1).
           05 WS-TS-MONTH         PIC X(2).
           05 WS-TS-DASH-2        PIC X(1).
           05 WS-TS-DAY           PIC X(2).
           05 WS-TS-SEPARATOR     PIC X(1).
           05 WS-TS-HOUR          PIC X(2).
           05 WS-TS-COLON-1       PIC X(1).
           05 WS-TS-MINUTE        PIC X(2).
           05 WS-TS-COLON-2       PIC X(1).
           05 WS-TS-SECOND        PIC X(2).
       01 WS-TS-DATE-NUM        PIC 9(8).
       01 WS-TIMESTAMP-VALID    PIC X(1).
       01 WS-LAST-ACTIVE-VALID  PIC X(1).
       01 WS-CREATED-AT-VALID   PIC X(1).
       01 WS-LAST-ACTIVE-KEY    PIC X(19).
       01 WS-CREATED-AT-KEY     PIC X(19).

       01 WS-META-WORK.
           05 WS-META-POINTER     PIC 9(3).
           05 WS-META-PAIR-COUNT  PIC 9(3).
           05 WS-META-PAIR        PIC X(500).
           05 WS-META-KEY         PIC X(100).
           05 WS-META-VALUE       PIC X(400).
           05 WS-META-EQUALS      PIC 9(3).
       01 WS-META-DONE          PIC X(1).
       01 WS-META-VALID         PIC X(1).
       01 WS-META-PROBLEM       PIC X(40).

      *    USERNAMES ARE COLLECTED AND SORTED AFTER THE SCAN; EVERY
      *    ACCOUNT IN A RUN OF EQUAL NAMES FAILS THE DUPLICATE RULE.
       01 WS-NAME-TABLE.
           05 WS-NAME-SIZE       PIC 9(7) VALUE 0.
           05 WS-NAME-MAX        PIC 9(7) VALUE 1000000.
           05 WS-NAME-ENTRY OCCURS 1 TO 1000000 TIMES
                               DEPENDING ON WS-NAME-SIZE
                               ASCENDING KEY IS WS-NAME-SORT
                               INDEXED BY WS-NAME-IDX.
               10 WS-NAME-SORT.
                   15 WS-NAME-VALUE    PIC X(50).
                   15 WS-NAME-USER-ID  PIC X(36).
       01 WS-NAME-SUB           PIC 9(7).
       01 WS-NAME-SHARED        PIC X(1).
       01 WS-NAME-OVERFLOW      PIC X(1) VALUE 'N'.

       01 WS-HISTORY-TABLE.
           05 WS-QH-SIZE         PIC 9(4) VALUE 0.
           05 WS-QH-MAX          PIC 9(4) VALUE 2000.
           05 WS-QH-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WS-QH-SIZE
                               INDEXED BY WS-QH-IDX.
               10 WS-QH-RUN-DATE     PIC X(10).
               10 WS-QH-RULE-CODE    PIC X(2).
               10 WS-QH-CHECKED      PIC 9(7).
               10 WS-QH-FAILED       PIC 9(7).
               10 WS-QH-PASS-PCT     PIC 9(3)V99.
               10 WS-QH-RUN-NUMBER   PIC 9(4).
       01 WS-QH-RUN-COUNT       PIC 9(4) VALUE 0.
       01 WS-QH-LAST-DATE       PIC X(10) VALUE SPACES.
       01 WS-QH-KEEP-RUNS       PIC 9(4) VALUE 90.
       01 WS-QH-FIRST-KEPT      PIC 9(4) VALUE 0.
       01 WS-QH-OVERFLOW        PIC X(1) VALUE 'N'.
       01 WS-PREVIOUS-RUN-DATE  PIC X(10) VALUE SPACES.

       01 WS-REPORT-FIELDS.
           05 WS-CHECKED-EDIT     PIC Z,ZZZ,ZZ9.
           05 WS-FAILED-EDIT      PIC Z,ZZZ,ZZ9.
           05 WS-PCT-EDIT         PIC ZZ9.99.
           05 WS-PREV-PCT-EDIT    PIC ZZ9.99.
           05 WS-CHANGE-EDIT      PIC +++9.99.
           05 WS-CHANGE-VALUE     PIC S9(3)V99.
           05 WS-TREND-TEXT       PIC X(6).
           05 WS-PREV-PCT-TEXT    PIC X(6).
           05 WS-CHANGE-TEXT      PIC X(7).

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
           PERFORM CHECK-DATABASE-RECORDS
               UNTIL WS-DATABASE-EOF = 'Y'
           PERFORM CHECK-DUPLICATE-USERNAMES
           PERFORM CALCULATE-PASS-RATES
           PERFORM LOAD-QUALITY-HISTORY
           PERFORM FIND-PREVIOUS-RUN
           PERFORM WRITE-SCORECARD
           PERFORM SAVE-QUALITY-HISTORY
           PERFORM DISPLAY-STATISTICS
           PERFORM CLEANUP
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RCP-FUNCTION
           MOVE "DB-DATA-QUALITY" TO RCP-JOB-NAME
           MOVE 'N' TO RCP-EXCLUSIVE-FLAG
           MOVE SPACES TO RCP-END-STATUS
           MOVE 0 TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS
           IF RCP-RETURN-CODE = 91
               MOVE 'Y' TO WS-RUN-REFUSED-FLAG
               DISPLAY "QUALITY SCORECARD REFUSED: "
                   "EXCLUSIVE JOB RUNNING"
           END-IF.

       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "DB-DATA-QUALITY" TO RCP-JOB-NAME
           IF WS-RUN-ERROR-COUNT = 0
               MOVE "OK" TO RCP-END-STATUS
           ELSE
               MOVE "ERROR" TO RCP-END-STATUS
           END-IF
           IF WS-SCANNED-COUNT > 999999
               MOVE 999999 TO RCP-RECORD-COUNT
           ELSE
               MOVE WS-SCANNED-COUNT TO RCP-RECORD-COUNT
           END-IF
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

       INITIALIZATION.
           PERFORM BUILD-TODAY
           PERFORM LOAD-RULE-TABLE
           PERFORM LOAD-CATEGORY-TABLE
           OPEN INPUT DATABASE-FILE
           IF WS-DATABASE-STATUS NOT = "00"
               DISPLAY "DATABASE FILE NOT AVAILABLE: "
                   WS-DATABASE-STATUS
               MOVE 'Y' TO WS-DATABASE-EOF
               MOVE 'N' TO WS-DATABASE-OPEN-FLAG
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF
           OPEN OUTPUT SCORECARD-FILE
           MOVE "=== DATABASE DATA QUALITY SCORECARD ===" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "RUN DATE: " DELIMITED BY SIZE
               WS-TODAY-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- FAILURES (USER ID, RULE, DETAIL) ---"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DATABASE-EOF NOT = 'Y'
               MOVE LOW-VALUES TO DB-USER-ID
               START DATABASE-FILE KEY IS NOT LESS THAN DB-USER-ID
                   INVALID KEY MOVE 'Y' TO WS-DATABASE-EOF
               END-START
           END-IF.

       BUILD-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           STRING
               WS-TODAY-RAW(1:4)  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-TODAY-RAW(5:2)  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-TODAY-RAW(7:2)  DELIMITED BY SIZE
               INTO WS-TODAY-TEXT
           END-STRING.

       LOAD-RULE-TABLE.
           MOVE 7 TO WS-RULE-COUNT
           MOVE "EM" TO WS-RULE-CODE(1)
           MOVE "EMAIL ADDRESS MALFORMED" TO WS-RULE-TEXT(1)
           MOVE "UB" TO WS-RULE-CODE(2)
           MOVE "USERNAME BLANK" TO WS-RULE-TEXT(2)
           MOVE "UD" TO WS-RULE-CODE(3)
           MOVE "USERNAME SHARED WITH ANOTHER ACCOUNT"
               TO WS-RULE-TEXT(3)
           MOVE "TS" TO WS-RULE-CODE(4)
           MOVE "TIMESTAMP WILL NOT PARSE" TO WS-RULE-TEXT(4)
           MOVE "CA" TO WS-RULE-CODE(5)
           MOVE "CREATED AFTER LAST ACTIVE" TO WS-RULE-TEXT(5)
           MOVE "CT" TO WS-RULE-CODE(6)
           MOVE "CATEGORY NOT IN categories.cfg" TO WS-RULE-TEXT(6)
           MOVE "MD" TO WS-RULE-CODE(7)
           MOVE "METADATA NOT KEY=VALUE PAIRS" TO WS-RULE-TEXT(7)
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE 0 TO WS-RULE-CHECKED(WS-RULE-IDX)
               MOVE 0 TO WS-RULE-FAILED(WS-RULE-IDX)
               MOVE 0 TO WS-RULE-PASS-PCT(WS-RULE-IDX)
               MOVE 'N' TO WS-RULE-PREV-FOUND(WS-RULE-IDX)
               MOVE 0 TO WS-RULE-PREV-PCT(WS-RULE-IDX)
           END-PERFORM.

       LOAD-CATEGORY-TABLE.
           MOVE 0 TO CATEGORY-TABLE-COUNT
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-FILE-STATUS = "00"
               PERFORM READ-CATEGORY-ENTRIES
                   UNTIL WS-CATEGORY-FILE-STATUS NOT = "00"
               CLOSE CATEGORY-FILE
           ELSE
               PERFORM LOAD-DEFAULT-CATEGORIES
           END-IF.

       READ-CATEGORY-ENTRIES.
           READ CATEGORY-FILE
               AT END
                   MOVE "10" TO WS-CATEGORY-FILE-STATUS
               NOT AT END
                   IF CATEGORY-CONFIG-RECORD NOT = SPACES
                       PERFORM ADD-CATEGORY-ENTRY
                   END-IF
           END-READ.

       ADD-CATEGORY-ENTRY.
           IF CATEGORY-TABLE-COUNT < 50
               ADD 1 TO CATEGORY-TABLE-COUNT
               SET CAT-IDX TO CATEGORY-TABLE-COUNT
               MOVE CATEGORY-CONFIG-RECORD TO CAT-NAME(CAT-IDX)
           ELSE
               DISPLAY "CATEGORY TABLE FULL, SKIPPING: "
                   CATEGORY-CONFIG-RECORD
           END-IF.

       LOAD-DEFAULT-CATEGORIES.
           MOVE 4 TO CATEGORY-TABLE-COUNT
           MOVE "TECHNOLOGY" TO CAT-NAME(1)
           MOVE "SOCIAL"     TO CAT-NAME(2)
           MOVE "CREATIVE"   TO CAT-NAME(3)
           MOVE "BUSINESS"   TO CAT-NAME(4).

       FIND-CATEGORY-INDEX.
           MOVE 0 TO WS-CAT-FOUND-INDEX
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATEGORY-TABLE-COUNT
               IF CAT-NAME(CAT-IDX) = WS-CATEGORY-SEARCH-KEY
                   SET WS-CAT-FOUND-INDEX TO CAT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      *    PER-RECORD RULES
      ******************************************************************
       CHECK-DATABASE-RECORDS.
           READ DATABASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DATABASE-EOF
               NOT AT END
                   PERFORM CHECK-ONE-DATABASE-RECORD
           END-READ.

       CHECK-ONE-DATABASE-RECORD.
           ADD 1 TO WS-SCANNED-COUNT
           MOVE 'N' TO WS-RECORD-FAILED
           PERFORM CHECK-EMAIL-RULE
           PERFORM CHECK-USERNAME-RULE
           PERFORM CHECK-TIMESTAMP-RULES
           PERFORM CHECK-CATEGORY-RULE
           PERFORM CHECK-METADATA-RULE
           IF WS-RECORD-FAILED = 'Y'
               ADD 1 TO WS-FAILED-RECORD-COUNT
           END-IF.

      *    ONE "@" WITH SOMETHING BEFORE IT, NO SPACES, AND A DOMAIN
      *    WITH AT LEAST ONE "." THAT NEITHER STARTS NOR ENDS IT.
       CHECK-EMAIL-RULE.
           MOVE WS-EMAIL-RULE TO WS-RULE-SUB
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-SUB)
           PERFORM VALIDATE-EMAIL-ADDRESS
           IF WS-EMAIL-VALID = 'N'
               MOVE DB-EMAIL TO WS-FAILURE-DETAIL
               PERFORM RECORD-RULE-FAILURE
           END-IF.

       VALIDATE-EMAIL-ADDRESS.
           MOVE 'N' TO WS-EMAIL-VALID
           IF DB-EMAIL = SPACES OR DB-EMAIL(1:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE DB-EMAIL TO WS-EMAIL-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DB-EMAIL TRAILING))
               TO WS-EMAIL-LENGTH
           MOVE 0 TO WS-EMAIL-AT-COUNT
           MOVE 0 TO WS-EMAIL-SPACE-COUNT
           INSPECT WS-EMAIL-TEXT TALLYING WS-EMAIL-AT-COUNT FOR ALL "@"
           INSPECT WS-EMAIL-TEXT(1:WS-EMAIL-LENGTH)
               TALLYING WS-EMAIL-SPACE-COUNT FOR ALL SPACE
           IF WS-EMAIL-AT-COUNT NOT = 1
               OR WS-EMAIL-SPACE-COUNT NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EMAIL-LOCAL
           MOVE SPACES TO WS-EMAIL-DOMAIN
           UNSTRING WS-EMAIL-TEXT DELIMITED BY "@"
               INTO WS-EMAIL-LOCAL, WS-EMAIL-DOMAIN
           END-UNSTRING
           IF WS-EMAIL-LOCAL = SPACES OR WS-EMAIL-DOMAIN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-DOMAIN TRAILING))
               TO WS-DOMAIN-LENGTH
           MOVE 0 TO WS-DOMAIN-DOT-COUNT
           MOVE 0 TO WS-DOMAIN-DOUBLE-DOT
           INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOMAIN-DOT-COUNT
               FOR ALL "."
           INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOMAIN-DOUBLE-DOT
               FOR ALL ".."
           IF WS-DOMAIN-DOT-COUNT = 0
               OR WS-DOMAIN-DOUBLE-DOT > 0
               OR WS-EMAIL-DOMAIN(1:1) = "."
               OR WS-EMAIL-DOMAIN(WS-DOMAIN-LENGTH:1) = "."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EMAIL-VALID.

      *    A BLANK USERNAME FAILS HERE; THE OTHERS ARE KEPT FOR THE
      *    DUPLICATE CHECK AFTER THE SCAN.
       CHECK-USERNAME-RULE.
           MOVE WS-UNAME-BLANK-RULE TO WS-RULE-SUB
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-SUB)
           IF DB-USERNAME = SPACES
               MOVE SPACES TO WS-FAILURE-DETAIL
               PERFORM RECORD-RULE-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UNAME-DUP-RULE TO WS-RULE-SUB
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-SUB)
           IF WS-NAME-SIZE < WS-NAME-MAX
               ADD 1 TO WS-NAME-SIZE
               SET WS-NAME-IDX TO WS-NAME-SIZE
               MOVE DB-USERNAME TO WS-NAME-VALUE(WS-NAME-IDX)
               MOVE DB-USER-ID TO WS-NAME-USER-ID(WS-NAME-IDX)
           ELSE
               IF WS-NAME-OVERFLOW = 'N'
                   MOVE 'Y' TO WS-NAME-OVERFLOW
                   ADD 1 TO WS-RUN-ERROR-COUNT
                   DISPLAY "USERNAME TABLE FULL, DUPLICATE CHECK "
                       "INCOMPLETE FROM: " DB-USER-ID
               END-IF
           END-IF.

       CHECK-TIMESTAMP-RULES.
           MOVE WS-TIMESTAMP-RULE TO WS-RULE-SUB
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-SUB)
           MOVE DB-LAST-ACTIVE TO WS-TIMESTAMP-WORK
           PERFORM VALIDATE-TIMESTAMP
           MOVE WS-TIMESTAMP-VALID TO WS-LAST-ACTIVE-VALID
           PERFORM BUILD-TIMESTAMP-KEY
           MOVE WS-TIMESTAMP-WORK TO WS-LAST-ACTIVE-KEY
           MOVE DB-CREATED-AT TO WS-TIMESTAMP-WORK
           PERFORM VALIDATE-TIMESTAMP
           MOVE WS-TIMESTAMP-VALID TO WS-CREATED-AT-VALID
           PERFORM BUILD-TIMESTAMP-KEY
           MOVE WS-TIMESTAMP-WORK TO WS-CREATED-AT-KEY
           IF WS-LAST-ACTIVE-VALID = 'N' OR WS-CREATED-AT-VALID = 'N'
               MOVE SPACES TO WS-FAILURE-DETAIL
               STRING
                   "LAST ACTIVE [" DELIMITED BY SIZE
                   DB-LAST-ACTIVE DELIMITED BY SIZE
                   "] CREATED [" DELIMITED BY SIZE
                   DB-CREATED-AT DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO WS-FAILURE-DETAIL
               END-STRING
               PERFORM RECORD-RULE-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORDER-RULE TO WS-RULE-SUB
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-SUB)
           IF WS-CREATED-AT-KEY > WS-LAST-ACTIVE-KEY
               MOVE SPACES TO WS-FAILURE-DETAIL
               STRING
                   "CREATED " DELIMITED BY SIZE
                   DB-CREATED-AT DELIMITED BY SIZE
                   " LAST ACTIVE " DELIMITED BY SIZE
                   DB-LAST-ACTIVE DELIMITED BY SIZE
                   INTO WS-FAILURE-DETAIL
               END-STRING
               PERFORM RECORD-RULE-FAILURE
           END-IF.

       VALIDATE-TIMESTAMP.
           MOVE 'N' TO WS-TIMESTAMP-VALID
           IF WS-TS-YEAR NOT NUMERIC
               OR WS-TS-MONTH NOT NUMERIC
               OR WS-TS-DAY NOT NUMERIC
               OR WS-TS-HOUR NOT NUMERIC
               OR WS-TS-MINUTE NOT NUMERIC
               OR WS-TS-SECOND NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-DASH-1 NOT = "-"
               OR WS-TS-DASH-2 NOT = "-"
               OR (WS-TS-SEPARATOR NOT = SPACE
                   AND WS-TS-SEPARATOR NOT = "T")
               OR WS-TS-COLON-1 NOT = ":"
               OR WS-TS-COLON-2 NOT = ":"
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-YEAR < "1601"
               OR WS-TS-HOUR > "23"
               OR WS-TS-MINUTE > "59"
               OR WS-TS-SECOND > "59"
               EXIT PARAGRAPH
           END-IF
           STRING
               WS-TS-YEAR  DELIMITED BY SIZE
               WS-TS-MONTH DELIMITED BY SIZE
               WS-TS-DAY   DELIMITED BY SIZE
               INTO WS-TS-DATE-NUM
           END-STRING
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TS-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TIMESTAMP-VALID.

      *    THE TWO ACCEPTED FORMS COMPARE EQUAL ONCE THE SEPARATOR IS
      *    MADE THE SAME.
       BUILD-TIMESTAMP-KEY.
           MOVE SPACE TO WS-TS-SEPARATOR.

       CHECK-CATEGORY-RULE.
           MOVE WS-CATEGORY-RULE TO WS-RULE-SUB
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-SUB)
           MOVE DB-CATEGORY TO WS-CATEGORY-SEARCH-KEY
           PERFORM FIND-CATEGORY-INDEX
           IF WS-CAT-FOUND-INDEX = 0
               MOVE DB-CATEGORY TO WS-FAILURE-DETAIL
               PERFORM RECORD-RULE-FAILURE
           END-IF.

      *    SAME SPLIT AS DB-INTERFACE: PAIRS SEPARATED BY ";", KEY AND
      *    VALUE BY "=". EVERY NON-BLANK PIECE MUST HAVE A KEY AND A
      *    VALUE, AND DB-INTERFACE KEEPS NO MORE THAN 20 PAIRS. BLANK
      *    METADATA PASSES.
       CHECK-METADATA-RULE.
           MOVE WS-METADATA-RULE TO WS-RULE-SUB
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-SUB)
           MOVE 'Y' TO WS-META-VALID
           MOVE SPACES TO WS-META-PROBLEM
           MOVE 1 TO WS-META-POINTER
           MOVE 0 TO WS-META-PAIR-COUNT
           MOVE 'N' TO WS-META-DONE
           IF DB-METADATA = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ONE-METADATA-PAIR
               UNTIL WS-META-DONE = 'Y'
           IF WS-META-VALID = 'N'
               MOVE SPACES TO WS-FAILURE-DETAIL
               STRING
                   WS-META-PROBLEM DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-META-PAIR DELIMITED BY SIZE
                   INTO WS-FAILURE-DETAIL
               END-STRING
               PERFORM RECORD-RULE-FAILURE
           END-IF.

       CHECK-ONE-METADATA-PAIR.
           IF WS-META-POINTER > 500
               MOVE 'Y' TO WS-META-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-META-PAIR
           UNSTRING DB-METADATA DELIMITED BY ";"
               INTO WS-META-PAIR
               WITH POINTER WS-META-POINTER
           END-UNSTRING
           IF WS-META-PAIR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-META-EQUALS
           INSPECT WS-META-PAIR TALLYING WS-META-EQUALS FOR ALL "="
           MOVE SPACES TO WS-META-KEY
           MOVE SPACES TO WS-META-VALUE
           UNSTRING WS-META-PAIR DELIMITED BY "="
               INTO WS-META-KEY, WS-META-VALUE
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-META-EQUALS = 0
                   MOVE "PIECE WITH NO =" TO WS-META-PROBLEM
               WHEN WS-META-KEY = SPACES
                   MOVE "PIECE WITH NO KEY" TO WS-META-PROBLEM
               WHEN WS-META-VALUE = SPACES
                   MOVE "PIECE WITH NO VALUE" TO WS-META-PROBLEM
               WHEN WS-META-PAIR-COUNT >= 20
                   MOVE "MORE THAN 20 PAIRS" TO WS-META-PROBLEM
               WHEN OTHER
                   ADD 1 TO WS-META-PAIR-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'N' TO WS-META-VALID
           MOVE 'Y' TO WS-META-DONE.

       RECORD-RULE-FAILURE.
           ADD 1 TO WS-RULE-FAILED(WS-RULE-SUB)
           ADD 1 TO WS-FAILURE-LINE-COUNT
           MOVE 'Y' TO WS-RECORD-FAILED
           MOVE SPACES TO REPORT-LINE
           STRING
               DB-USER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RULE-CODE(WS-RULE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RULE-TEXT(WS-RULE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FAILURE-DETAIL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      ******************************************************************
      *    DUPLICATE USERNAMES
      ******************************************************************
       CHECK-DUPLICATE-USERNAMES.
           IF WS-NAME-SIZE < 2
               EXIT PARAGRAPH
           END-IF
           SORT WS-NAME-ENTRY ASCENDING KEY WS-NAME-SORT
           MOVE WS-UNAME-DUP-RULE TO WS-RULE-SUB
           PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                   UNTIL WS-NAME-SUB > WS-NAME-SIZE
               MOVE 'N' TO WS-NAME-SHARED
               IF WS-NAME-SUB > 1
                   IF WS-NAME-VALUE(WS-NAME-SUB)
                       = WS-NAME-VALUE(WS-NAME-SUB - 1)
                       MOVE 'Y' TO WS-NAME-SHARED
                   END-IF
               END-IF
               IF WS-NAME-SUB < WS-NAME-SIZE
                   IF WS-NAME-VALUE(WS-NAME-SUB)
                       = WS-NAME-VALUE(WS-NAME-SUB + 1)
                       MOVE 'Y' TO WS-NAME-SHARED
                   END-IF
               END-IF
               IF WS-NAME-SHARED = 'Y'
                   PERFORM RECORD-DUPLICATE-FAILURE
               END-IF
           END-PERFORM.

       RECORD-DUPLICATE-FAILURE.
           ADD 1 TO WS-RULE-FAILED(WS-RULE-SUB)
           ADD 1 TO WS-FAILURE-LINE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-NAME-USER-ID(WS-NAME-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RULE-CODE(WS-RULE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RULE-TEXT(WS-RULE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NAME-VALUE(WS-NAME-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      ******************************************************************
      *    SCORECARD AND HISTORY
      ******************************************************************
       CALCULATE-PASS-RATES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-CHECKED(WS-RULE-IDX) = 0
                   MOVE 100 TO WS-RULE-PASS-PCT(WS-RULE-IDX)
               ELSE
                   COMPUTE WS-RULE-PASS-PCT(WS-RULE-IDX) ROUNDED =
                       (WS-RULE-CHECKED(WS-RULE-IDX)
                        - WS-RULE-FAILED(WS-RULE-IDX)) * 100
                       / WS-RULE-CHECKED(WS-RULE-IDX)
               END-IF
           END-PERFORM.

      *    TODAY'S LINES ARE LEFT OUT SO A RERUN REPLACES THEM. EACH
      *    ENTRY IS NUMBERED BY RUN SO THE OLDEST RUNS CAN BE DROPPED.
       LOAD-QUALITY-HISTORY.
           MOVE 0 TO WS-QH-SIZE
           MOVE 0 TO WS-QH-RUN-COUNT
           MOVE SPACES TO WS-QH-LAST-DATE
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT QUALITY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-QUALITY-HISTORY
               UNTIL WS-HISTORY-EOF = 'Y'
           CLOSE QUALITY-HISTORY-FILE.

       READ-QUALITY-HISTORY.
           READ QUALITY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
                   EXIT PARAGRAPH
           END-READ
           IF QH-RUN-DATE = SPACES OR QH-RUN-DATE = WS-TODAY-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-QH-SIZE >= WS-QH-MAX
               IF WS-QH-OVERFLOW = 'N'
                   MOVE 'Y' TO WS-QH-OVERFLOW
                   ADD 1 TO WS-RUN-ERROR-COUNT
                   DISPLAY "QUALITY HISTORY TABLE FULL, "
                       "HISTORY NOT UPDATED"
               END-IF
               MOVE 'Y' TO WS-HISTORY-EOF
               EXIT PARAGRAPH
           END-IF
           IF QH-RUN-DATE NOT = WS-QH-LAST-DATE
               ADD 1 TO WS-QH-RUN-COUNT
               MOVE QH-RUN-DATE TO WS-QH-LAST-DATE
           END-IF
           ADD 1 TO WS-QH-SIZE
           SET WS-QH-IDX TO WS-QH-SIZE
           MOVE QH-RUN-DATE TO WS-QH-RUN-DATE(WS-QH-IDX)
           MOVE QH-RULE-CODE TO WS-QH-RULE-CODE(WS-QH-IDX)
           MOVE QH-CHECKED TO WS-QH-CHECKED(WS-QH-IDX)
           MOVE QH-FAILED TO WS-QH-FAILED(WS-QH-IDX)
           MOVE QH-PASS-PCT TO WS-QH-PASS-PCT(WS-QH-IDX)
           MOVE WS-QH-RUN-COUNT TO WS-QH-RUN-NUMBER(WS-QH-IDX).

      *    THE PREVIOUS RUN IS THE LATEST DATE BEFORE TODAY.
       FIND-PREVIOUS-RUN.
           MOVE SPACES TO WS-PREVIOUS-RUN-DATE
           PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                   UNTIL WS-QH-IDX > WS-QH-SIZE
               IF WS-QH-RUN-DATE(WS-QH-IDX) < WS-TODAY-TEXT
                   AND (WS-PREVIOUS-RUN-DATE = SPACES
                   OR WS-QH-RUN-DATE(WS-QH-IDX) > WS-PREVIOUS-RUN-DATE)
                   MOVE WS-QH-RUN-DATE(WS-QH-IDX)
                       TO WS-PREVIOUS-RUN-DATE
               END-IF
           END-PERFORM
           IF WS-PREVIOUS-RUN-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                   UNTIL WS-QH-IDX > WS-QH-SIZE
               IF WS-QH-RUN-DATE(WS-QH-IDX) = WS-PREVIOUS-RUN-DATE
                   PERFORM MATCH-PREVIOUS-RULE
               END-IF
           END-PERFORM.

       MATCH-PREVIOUS-RULE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-CODE(WS-RULE-IDX)
                   = WS-QH-RULE-CODE(WS-QH-IDX)
                   MOVE 'Y' TO WS-RULE-PREV-FOUND(WS-RULE-IDX)
                   MOVE WS-QH-PASS-PCT(WS-QH-IDX)
                       TO WS-RULE-PREV-PCT(WS-RULE-IDX)
               END-IF
           END-PERFORM.

      *    DUPLICATE FAILURES ARE FOUND AFTER THE SCAN, SO A RECORD
      *    FAILING ONLY THAT RULE IS NOT IN THE FAILING-RECORD COUNT.
       WRITE-SCORECARD.
           MOVE SPACES TO REPORT-LINE
           STRING
               "FAILURES LISTED: " DELIMITED BY SIZE
               WS-FAILURE-LINE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- SCORECARD ---" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-PREVIOUS-RUN-DATE = SPACES
               MOVE "PREVIOUS RUN: NONE" TO REPORT-LINE
           ELSE
               STRING
                   "PREVIOUS RUN: " DELIMITED BY SIZE
                   WS-PREVIOUS-RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "RULE                                           "
                   DELIMITED BY SIZE
               "  CHECKED    FAILED  PASS %  PREV %  CHANGE  TREND"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM WRITE-SCORECARD-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "RECORDS SCANNED: " DELIMITED BY SIZE
               WS-SCANNED-COUNT DELIMITED BY SIZE
               "  RECORDS FAILING ONE OR MORE RULES: "
                   DELIMITED BY SIZE
               WS-FAILED-RECORD-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-NAME-OVERFLOW = 'Y'
               MOVE "*** DUPLICATE USERNAME CHECK INCOMPLETE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-SCORECARD-LINE.
           MOVE WS-RULE-CHECKED(WS-RULE-IDX) TO WS-CHECKED-EDIT
           MOVE WS-RULE-FAILED(WS-RULE-IDX) TO WS-FAILED-EDIT
           MOVE WS-RULE-PASS-PCT(WS-RULE-IDX) TO WS-PCT-EDIT
           IF WS-RULE-PREV-FOUND(WS-RULE-IDX) = 'N'
               MOVE "     -" TO WS-PREV-PCT-TEXT
               MOVE "      -" TO WS-CHANGE-TEXT
               MOVE "NEW" TO WS-TREND-TEXT
           ELSE
               MOVE WS-RULE-PREV-PCT(WS-RULE-IDX) TO WS-PREV-PCT-EDIT
               MOVE WS-PREV-PCT-EDIT TO WS-PREV-PCT-TEXT
               COMPUTE WS-CHANGE-VALUE =
                   WS-RULE-PASS-PCT(WS-RULE-IDX)
                   - WS-RULE-PREV-PCT(WS-RULE-IDX)
               MOVE WS-CHANGE-VALUE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO WS-CHANGE-TEXT
               EVALUATE TRUE
                   WHEN WS-CHANGE-VALUE > 0
                       MOVE "BETTER" TO WS-TREND-TEXT
                   WHEN WS-CHANGE-VALUE < 0
                       MOVE "WORSE" TO WS-TREND-TEXT
                   WHEN OTHER
                       MOVE "SAME" TO WS-TREND-TEXT
               END-EVALUATE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-RULE-CODE(WS-RULE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RULE-TEXT(WS-RULE-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CHECKED-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FAILED-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PREV-PCT-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHANGE-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TREND-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *    REWRITES THE HISTORY WITH THE RUNS KEPT PLUS TODAY. LEFT
      *    ALONE WHEN THE DATABASE COULD NOT BE READ OR THE HISTORY DID
      *    NOT FIT, SO A BAD NIGHT DOES NOT BECOME THE NEXT BASELINE.
       SAVE-QUALITY-HISTORY.
           IF WS-QH-OVERFLOW = 'Y' OR WS-DATABASE-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QH-FIRST-KEPT
           IF WS-QH-RUN-COUNT >= WS-QH-KEEP-RUNS
               COMPUTE WS-QH-FIRST-KEPT =
                   WS-QH-RUN-COUNT - WS-QH-KEEP-RUNS + 1
           END-IF
           OPEN OUTPUT QUALITY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "QUALITY HISTORY NOT WRITTEN: "
                   WS-HISTORY-STATUS
               ADD 1 TO WS-RUN-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                   UNTIL WS-QH-IDX > WS-QH-SIZE
               IF WS-QH-RUN-NUMBER(WS-QH-IDX) > WS-QH-FIRST-KEPT
                   MOVE WS-QH-RUN-DATE(WS-QH-IDX) TO QH-RUN-DATE
                   MOVE WS-QH-RULE-CODE(WS-QH-IDX) TO QH-RULE-CODE
                   MOVE WS-QH-CHECKED(WS-QH-IDX) TO QH-CHECKED
                   MOVE WS-QH-FAILED(WS-QH-IDX) TO QH-FAILED
                   MOVE WS-QH-PASS-PCT(WS-QH-IDX) TO QH-PASS-PCT
                   WRITE QUALITY-HISTORY-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE WS-TODAY-TEXT TO QH-RUN-DATE
               MOVE WS-RULE-CODE(WS-RULE-IDX) TO QH-RULE-CODE
               MOVE WS-RULE-CHECKED(WS-RULE-IDX) TO QH-CHECKED
               MOVE WS-RULE-FAILED(WS-RULE-IDX) TO QH-FAILED
               MOVE WS-RULE-PASS-PCT(WS-RULE-IDX) TO QH-PASS-PCT
               WRITE QUALITY-HISTORY-RECORD
           END-PERFORM
           CLOSE QUALITY-HISTORY-FILE.

       DISPLAY-STATISTICS.
           DISPLAY "=== DATA QUALITY SCORECARD STATISTICS ==="
           DISPLAY "RECORDS SCANNED: " WS-SCANNED-COUNT
           DISPLAY "RECORDS FAILING A RULE: " WS-FAILED-RECORD-COUNT
           DISPLAY "FAILURES LISTED: " WS-FAILURE-LINE-COUNT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-PASS-PCT(WS-RULE-IDX) TO WS-PCT-EDIT
               DISPLAY "RULE " WS-RULE-CODE(WS-RULE-IDX)
                   " PASS % " WS-PCT-EDIT
                   " FAILED " WS-RULE-FAILED(WS-RULE-IDX)
           END-PERFORM.

       CLEANUP.
           IF WS-DATABASE-OPEN-FLAG = 'Y'
               CLOSE DATABASE-FILE
           END-IF
           CLOSE SCORECARD-FILE
           PERFORM REGISTER-RUN-END
           DISPLAY "DATA QUALITY SCORECARD COMPLETED".
