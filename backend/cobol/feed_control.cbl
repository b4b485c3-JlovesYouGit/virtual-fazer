       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-CONTROL.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    EVERY INBOUND FEED CARRIES A HEADER AND A TRAILER:
      *      HEADER  COLS 1-4 "HDR ", 5-24 FEED NAME,
      *              25-34 BUSINESS DATE YYYY-MM-DD, 35-40 SEQUENCE
      *      TRAILER COLS 1-4 "TRL ", 5-13 DATA RECORD COUNT,
      *              14-30 HASH TOTAL 9(15)V99 (NO DECIMAL POINT)
      *    THE LOADER COUNTS AND HASHES ITS OWN DATA RECORDS AND CALLS
      *    THIS PROGRAM WITH 'V' BEFORE IT TOUCHES ANYTHING, THEN WITH
      *    'C' ONCE THE LOAD HAS FINISHED CLEANLY. A FEED IS ONLY
      *    RECORDED AS LOADED ON 'C', SO A LOAD THAT DIES PART WAY
      *    CAN BE RERUN WITH THE SAME FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CONTROL-FILE ASSIGN TO "feed_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BALANCING-REPORT-FILE ASSIGN TO
               "feed_balancing_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-CONTROL-FILE.
       01 FEED-CONTROL-RECORD.
           05 FCL-FEED-NAME      PIC X(20).
           05 FCL-BUSINESS-DATE  PIC X(10).
           05 FCL-SEQUENCE       PIC 9(6).
           05 FCL-LOADED-AT      PIC X(19).
           05 FCL-RECORD-COUNT   PIC 9(9).

       FD BALANCING-REPORT-FILE.
       01 REPORT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-CONTROL-EOF        PIC X VALUE 'N'.
       01 WS-REPORT-OPEN-FLAG   PIC X VALUE 'N'.

       01 WS-HEADER-WORK.
           05 HDR-RECORD-TYPE    PIC X(4).
               88 HDR-IS-HEADER   VALUE "HDR ".
           05 HDR-FEED-NAME      PIC X(20).
           05 HDR-BUSINESS-DATE  PIC X(10).
           05 HDR-SEQUENCE-TEXT  PIC X(6).
           05 HDR-SEQUENCE REDEFINES HDR-SEQUENCE-TEXT PIC 9(6).
           05 FILLER             PIC X(20).

       01 WS-TRAILER-WORK.
           05 TRL-RECORD-TYPE    PIC X(4).
               88 TRL-IS-TRAILER  VALUE "TRL ".
           05 TRL-COUNT-TEXT     PIC X(9).
           05 TRL-RECORD-COUNT REDEFINES TRL-COUNT-TEXT PIC 9(9).
           05 TRL-HASH-TEXT      PIC X(17).
           05 TRL-HASH-TOTAL REDEFINES TRL-HASH-TEXT PIC 9(15)V99.
           05 FILLER             PIC X(30).

       01 WS-CHECK-RESULTS.
           05 WS-HEADER-OK       PIC X VALUE 'N'.
           05 WS-TRAILER-OK      PIC X VALUE 'N'.
           05 WS-CHECK-TEXT      PIC X(4).
           05 WS-CHECK-NAME      PIC X(28).
           05 WS-CHECK-DETAIL    PIC X(120).
           05 WS-REFUSAL-TEXT    PIC X(40).

       01 WS-FEED-TABLE.
           05 WS-FEED-COUNT      PIC 9(3) VALUE 0.
           05 WS-FEED-ENTRY OCCURS 1 TO 50 TIMES
                               DEPENDING ON WS-FEED-COUNT
                               INDEXED BY WS-FEED-IDX.
               10 WS-FEED-NAME        PIC X(20).
               10 WS-FEED-BUS-DATE    PIC X(10).
               10 WS-FEED-SEQUENCE    PIC 9(6).
               10 WS-FEED-LOADED-AT   PIC X(19).
               10 WS-FEED-REC-COUNT   PIC 9(9).
       01 WS-FEED-FOUND-INDEX   PIC 9(3) VALUE 0.
       01 WS-EXPECTED-SEQUENCE  PIC 9(6).

       01 WS-DISPLAY-FIELDS.
           05 WS-COUNT-DISPLAY-1 PIC Z(8)9.
           05 WS-COUNT-DISPLAY-2 PIC Z(8)9.
           05 WS-HASH-DISPLAY-1  PIC Z(14)9.99.
           05 WS-HASH-DISPLAY-2  PIC Z(14)9.99.

       01 WS-TIMESTAMP-WORK.
           05 WS-RAW-TIMESTAMP   PIC X(21).
           05 WS-CURRENT-TIMESTAMP PIC X(19).

       LINKAGE SECTION.
       01 FC-PARAMETERS.
           05 FC-FUNCTION        PIC X(1).
               88 FC-VALIDATE-FEED VALUE 'V'.
               88 FC-COMMIT-FEED   VALUE 'C'.
           05 FC-JOB-NAME        PIC X(20).
           05 FC-FEED-NAME       PIC X(20).
           05 FC-HEADER-RECORD   PIC X(60).
           05 FC-TRAILER-RECORD  PIC X(60).
           05 FC-ACTUAL-COUNT    PIC 9(9).
           05 FC-ACTUAL-HASH     PIC 9(15)V99.
           05 FC-RETURN-CODE     PIC 9(2).
               88 FC-ACCEPTED         VALUE 00.
               88 FC-HEADER-MISSING   VALUE 81.
               88 FC-WRONG-FEED       VALUE 82.
               88 FC-TRAILER-MISSING  VALUE 83.
               88 FC-COUNT-MISMATCH   VALUE 84.
               88 FC-HASH-MISMATCH    VALUE 85.
               88 FC-DUPLICATE-FEED   VALUE 86.
               88 FC-OUT-OF-SEQUENCE  VALUE 87.

       PROCEDURE DIVISION USING FC-PARAMETERS.
       MAIN-PROCESS.
           MOVE 00 TO FC-RETURN-CODE
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE FC-HEADER-RECORD TO WS-HEADER-WORK
           MOVE FC-TRAILER-RECORD TO WS-TRAILER-WORK
           PERFORM LOAD-FEED-CONTROL
           PERFORM OPEN-BALANCING-REPORT
           EVALUATE TRUE
               WHEN FC-VALIDATE-FEED
                   PERFORM VALIDATE-FEED
               WHEN FC-COMMIT-FEED
                   PERFORM COMMIT-FEED
               WHEN OTHER
                   MOVE 99 TO FC-RETURN-CODE
           END-EVALUATE
           IF WS-REPORT-OPEN-FLAG = 'Y'
               CLOSE BALANCING-REPORT-FILE
           END-IF
           GOBACK.

       VALIDATE-FEED.
           MOVE SPACES TO WS-REFUSAL-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== FEED BALANCING: " DELIMITED BY SIZE
               FC-FEED-NAME DELIMITED BY SIZE
               " JOB: " DELIMITED BY SIZE
               FC-JOB-NAME DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM CHECK-HEADER
           PERFORM CHECK-FEED-NAME
           PERFORM CHECK-TRAILER
           PERFORM CHECK-RECORD-COUNT
           PERFORM CHECK-HASH-TOTAL
           PERFORM CHECK-SEQUENCE
           MOVE SPACES TO REPORT-LINE
           IF FC-ACCEPTED
               MOVE "  RESULT: FEED ACCEPTED FOR LOADING"
                   TO REPORT-LINE
           ELSE
               STRING
                   "  RESULT: FEED REFUSED - " DELIMITED BY SIZE
                   WS-REFUSAL-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               DISPLAY "FEED REFUSED: " FC-FEED-NAME " "
                   WS-REFUSAL-TEXT
           END-IF
           PERFORM WRITE-REPORT-LINE.

       CHECK-HEADER.
           MOVE "HEADER PRESENT" TO WS-CHECK-NAME
           MOVE SPACES TO WS-CHECK-DETAIL
           MOVE 'N' TO WS-HEADER-OK
           IF HDR-IS-HEADER
               AND HDR-SEQUENCE-TEXT IS NUMERIC
               AND HDR-BUSINESS-DATE NOT = SPACES
               MOVE 'Y' TO WS-HEADER-OK
               MOVE "PASS" TO WS-CHECK-TEXT
               STRING
                   "FEED=" DELIMITED BY SIZE
                   HDR-FEED-NAME DELIMITED BY SPACE
                   " BUSINESS DATE=" DELIMITED BY SIZE
                   HDR-BUSINESS-DATE DELIMITED BY SIZE
                   " SEQUENCE=" DELIMITED BY SIZE
                   HDR-SEQUENCE-TEXT DELIMITED BY SIZE
                   INTO WS-CHECK-DETAIL
               END-STRING
           ELSE
               MOVE "FAIL" TO WS-CHECK-TEXT
               MOVE "FIRST RECORD IS NOT A VALID HEADER"
                   TO WS-CHECK-DETAIL
               IF FC-ACCEPTED
                   MOVE 81 TO FC-RETURN-CODE
                   MOVE "HEADER MISSING OR INVALID"
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE.

       CHECK-FEED-NAME.
           MOVE "FEED NAME" TO WS-CHECK-NAME
           MOVE SPACES TO WS-CHECK-DETAIL
           IF WS-HEADER-OK = 'N'
               MOVE "SKIP" TO WS-CHECK-TEXT
               MOVE "NO HEADER TO CHECK" TO WS-CHECK-DETAIL
               PERFORM WRITE-CHECK-LINE
               EXIT PARAGRAPH
           END-IF
           IF HDR-FEED-NAME = FC-FEED-NAME
               MOVE "PASS" TO WS-CHECK-TEXT
           ELSE
               MOVE "FAIL" TO WS-CHECK-TEXT
               STRING
                   "EXPECTED " DELIMITED BY SIZE
                   FC-FEED-NAME DELIMITED BY SPACE
                   " RECEIVED " DELIMITED BY SIZE
                   HDR-FEED-NAME DELIMITED BY SPACE
                   INTO WS-CHECK-DETAIL
               END-STRING
               IF FC-ACCEPTED
                   MOVE 82 TO FC-RETURN-CODE
                   MOVE "HEADER IS FOR A DIFFERENT FEED"
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE.

       CHECK-TRAILER.
           MOVE "TRAILER PRESENT" TO WS-CHECK-NAME
           MOVE SPACES TO WS-CHECK-DETAIL
           MOVE 'N' TO WS-TRAILER-OK
           IF TRL-IS-TRAILER
               AND TRL-COUNT-TEXT IS NUMERIC
               AND TRL-HASH-TEXT IS NUMERIC
               MOVE 'Y' TO WS-TRAILER-OK
               MOVE "PASS" TO WS-CHECK-TEXT
           ELSE
               MOVE "FAIL" TO WS-CHECK-TEXT
               MOVE "NO VALID TRAILER FOUND, FILE IS SHORT"
                   TO WS-CHECK-DETAIL
               IF FC-ACCEPTED
                   MOVE 83 TO FC-RETURN-CODE
                   MOVE "TRAILER MISSING, SHORT FILE"
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE.

       CHECK-RECORD-COUNT.
           MOVE "RECORD COUNT" TO WS-CHECK-NAME
           MOVE SPACES TO WS-CHECK-DETAIL
           MOVE FC-ACTUAL-COUNT TO WS-COUNT-DISPLAY-2
           IF WS-TRAILER-OK = 'N'
               MOVE "SKIP" TO WS-CHECK-TEXT
               STRING
                   "NO TRAILER, ACTUAL=" DELIMITED BY SIZE
                   WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                   INTO WS-CHECK-DETAIL
               END-STRING
               PERFORM WRITE-CHECK-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE TRL-RECORD-COUNT TO WS-COUNT-DISPLAY-1
           STRING
               "TRAILER=" DELIMITED BY SIZE
               WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
               " ACTUAL=" DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-CHECK-DETAIL
           END-STRING
           IF TRL-RECORD-COUNT = FC-ACTUAL-COUNT
               MOVE "PASS" TO WS-CHECK-TEXT
           ELSE
               MOVE "FAIL" TO WS-CHECK-TEXT
               IF FC-ACCEPTED
                   MOVE 84 TO FC-RETURN-CODE
                   MOVE "RECORD COUNT DOES NOT BALANCE"
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE.

       CHECK-HASH-TOTAL.
           MOVE "HASH TOTAL" TO WS-CHECK-NAME
           MOVE SPACES TO WS-CHECK-DETAIL
           MOVE FC-ACTUAL-HASH TO WS-HASH-DISPLAY-2
           IF WS-TRAILER-OK = 'N'
               MOVE "SKIP" TO WS-CHECK-TEXT
               STRING
                   "NO TRAILER, ACTUAL=" DELIMITED BY SIZE
                   WS-HASH-DISPLAY-2 DELIMITED BY SIZE
                   INTO WS-CHECK-DETAIL
               END-STRING
               PERFORM WRITE-CHECK-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE TRL-HASH-TOTAL TO WS-HASH-DISPLAY-1
           STRING
               "TRAILER=" DELIMITED BY SIZE
               WS-HASH-DISPLAY-1 DELIMITED BY SIZE
               " ACTUAL=" DELIMITED BY SIZE
               WS-HASH-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-CHECK-DETAIL
           END-STRING
           IF TRL-HASH-TOTAL = FC-ACTUAL-HASH
               MOVE "PASS" TO WS-CHECK-TEXT
           ELSE
               MOVE "FAIL" TO WS-CHECK-TEXT
               IF FC-ACCEPTED
                   MOVE 85 TO FC-RETURN-CODE
                   MOVE "HASH TOTAL DOES NOT BALANCE"
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE.

       CHECK-SEQUENCE.
           MOVE "SEQUENCE" TO WS-CHECK-NAME
           MOVE SPACES TO WS-CHECK-DETAIL
           IF WS-HEADER-OK = 'N'
               MOVE "SKIP" TO WS-CHECK-TEXT
               MOVE "NO HEADER TO CHECK" TO WS-CHECK-DETAIL
               PERFORM WRITE-CHECK-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FEED-ENTRY
           IF WS-FEED-FOUND-INDEX = 0
               MOVE "PASS" TO WS-CHECK-TEXT
               STRING
                   "NO EARLIER LOAD ON FILE, RECEIVED="
                       DELIMITED BY SIZE
                   HDR-SEQUENCE-TEXT DELIMITED BY SIZE
                   INTO WS-CHECK-DETAIL
               END-STRING
               PERFORM WRITE-CHECK-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-FEED-IDX TO WS-FEED-FOUND-INDEX
           IF WS-FEED-SEQUENCE(WS-FEED-IDX) = 999999
               MOVE 1 TO WS-EXPECTED-SEQUENCE
           ELSE
               COMPUTE WS-EXPECTED-SEQUENCE =
                   WS-FEED-SEQUENCE(WS-FEED-IDX) + 1
           END-IF
           STRING
               "LAST LOADED=" DELIMITED BY SIZE
               WS-FEED-SEQUENCE(WS-FEED-IDX) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-FEED-BUS-DATE(WS-FEED-IDX) DELIMITED BY SIZE
               ") EXPECTED=" DELIMITED BY SIZE
               WS-EXPECTED-SEQUENCE DELIMITED BY SIZE
               " RECEIVED=" DELIMITED BY SIZE
               HDR-SEQUENCE-TEXT DELIMITED BY SIZE
               INTO WS-CHECK-DETAIL
           END-STRING
           EVALUATE TRUE
               WHEN HDR-SEQUENCE = WS-FEED-SEQUENCE(WS-FEED-IDX)
                   MOVE "FAIL" TO WS-CHECK-TEXT
                   IF FC-ACCEPTED
                       MOVE 86 TO FC-RETURN-CODE
                       MOVE "DUPLICATE OF A FEED ALREADY LOADED"
                           TO WS-REFUSAL-TEXT
                   END-IF
               WHEN HDR-SEQUENCE NOT = WS-EXPECTED-SEQUENCE
                   OR HDR-BUSINESS-DATE
                       < WS-FEED-BUS-DATE(WS-FEED-IDX)
                   MOVE "FAIL" TO WS-CHECK-TEXT
                   IF FC-ACCEPTED
                       MOVE 87 TO FC-RETURN-CODE
                       MOVE "FEED RECEIVED OUT OF SEQUENCE"
                           TO WS-REFUSAL-TEXT
                   END-IF
               WHEN OTHER
                   MOVE "PASS" TO WS-CHECK-TEXT
           END-EVALUATE
           PERFORM WRITE-CHECK-LINE.

       COMMIT-FEED.
           IF NOT HDR-IS-HEADER
               OR HDR-SEQUENCE-TEXT IS NOT NUMERIC
               MOVE 81 TO FC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FEED-ENTRY
           IF WS-FEED-FOUND-INDEX = 0
               IF WS-FEED-COUNT >= 50
                   DISPLAY "FEED CONTROL TABLE FULL: " FC-FEED-NAME
                   MOVE 99 TO FC-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-FEED-COUNT TO WS-FEED-FOUND-INDEX
           END-IF
           SET WS-FEED-IDX TO WS-FEED-FOUND-INDEX
           MOVE FC-FEED-NAME TO WS-FEED-NAME(WS-FEED-IDX)
           MOVE HDR-BUSINESS-DATE TO WS-FEED-BUS-DATE(WS-FEED-IDX)
           MOVE HDR-SEQUENCE TO WS-FEED-SEQUENCE(WS-FEED-IDX)
           MOVE WS-CURRENT-TIMESTAMP
               TO WS-FEED-LOADED-AT(WS-FEED-IDX)
           MOVE FC-ACTUAL-COUNT TO WS-FEED-REC-COUNT(WS-FEED-IDX)
           PERFORM REWRITE-FEED-CONTROL
           IF NOT FC-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               "  LOADED: " DELIMITED BY SIZE
               FC-FEED-NAME DELIMITED BY SPACE
               " SEQUENCE " DELIMITED BY SIZE
               HDR-SEQUENCE-TEXT DELIMITED BY SIZE
               " BUSINESS DATE " DELIMITED BY SIZE
               HDR-BUSINESS-DATE DELIMITED BY SIZE
               " RECORDED AS LOADED AT " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               FC-JOB-NAME DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       FIND-FEED-ENTRY.
           MOVE 0 TO WS-FEED-FOUND-INDEX
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-NAME(WS-FEED-IDX) = FC-FEED-NAME
                   SET WS-FEED-FOUND-INDEX TO WS-FEED-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-FEED-CONTROL.
           MOVE 0 TO WS-FEED-COUNT
           MOVE 'N' TO WS-CONTROL-EOF
           OPEN INPUT FEED-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-FEED-ENTRY
               UNTIL WS-CONTROL-EOF = 'Y'
           CLOSE FEED-CONTROL-FILE.

       LOAD-ONE-FEED-ENTRY.
           READ FEED-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF
               NOT AT END
                   IF FCL-FEED-NAME NOT = SPACES
                       AND WS-FEED-COUNT < 50
                       ADD 1 TO WS-FEED-COUNT
                       SET WS-FEED-IDX TO WS-FEED-COUNT
                       MOVE FCL-FEED-NAME
                           TO WS-FEED-NAME(WS-FEED-IDX)
                       MOVE FCL-BUSINESS-DATE
                           TO WS-FEED-BUS-DATE(WS-FEED-IDX)
                       MOVE FCL-SEQUENCE
                           TO WS-FEED-SEQUENCE(WS-FEED-IDX)
                       MOVE FCL-LOADED-AT
                           TO WS-FEED-LOADED-AT(WS-FEED-IDX)
                       MOVE FCL-RECORD-COUNT
                           TO WS-FEED-REC-COUNT(WS-FEED-IDX)
                   END-IF
           END-READ.

       REWRITE-FEED-CONTROL.
           OPEN OUTPUT FEED-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "FEED CONTROL FILE NOT WRITABLE: "
                   WS-CONTROL-STATUS
               MOVE 99 TO FC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               MOVE WS-FEED-NAME(WS-FEED-IDX) TO FCL-FEED-NAME
               MOVE WS-FEED-BUS-DATE(WS-FEED-IDX)
                   TO FCL-BUSINESS-DATE
               MOVE WS-FEED-SEQUENCE(WS-FEED-IDX) TO FCL-SEQUENCE
               MOVE WS-FEED-LOADED-AT(WS-FEED-IDX) TO FCL-LOADED-AT
               MOVE WS-FEED-REC-COUNT(WS-FEED-IDX)
                   TO FCL-RECORD-COUNT
               WRITE FEED-CONTROL-RECORD
           END-PERFORM
           CLOSE FEED-CONTROL-FILE.

       OPEN-BALANCING-REPORT.
           MOVE 'N' TO WS-REPORT-OPEN-FLAG
           OPEN EXTEND BALANCING-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               OPEN OUTPUT BALANCING-REPORT-FILE
           END-IF
           IF WS-REPORT-STATUS = "00"
               MOVE 'Y' TO WS-REPORT-OPEN-FLAG
           ELSE
               DISPLAY "FEED BALANCING REPORT NOT AVAILABLE: "
                   WS-REPORT-STATUS
           END-IF.

       WRITE-CHECK-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CHECK-NAME TO REPORT-LINE(3:28)
           MOVE WS-CHECK-TEXT TO REPORT-LINE(32:4)
           MOVE WS-CHECK-DETAIL TO REPORT-LINE(38:120)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-REPORT-OPEN-FLAG = 'Y'
               WRITE REPORT-LINE
           END-IF.

       BUILD-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-TIMESTAMP
           STRING
               WS-RAW-TIMESTAMP(1:4)  DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-RAW-TIMESTAMP(5:2)  DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-RAW-TIMESTAMP(7:2)  DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-RAW-TIMESTAMP(9:2)  DELIMITED BY SIZE
               ":"                    DELIMITED BY SIZE
               WS-RAW-TIMESTAMP(11:2) DELIMITED BY SIZE
               ":"                    DELIMITED BY SIZE
               WS-RAW-TIMESTAMP(13:2) DELIMITED BY SIZE
               INTO WS-CURRENT-TIMESTAMP
           END-STRING.
