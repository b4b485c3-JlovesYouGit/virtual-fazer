       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-QUEUE-REPORT.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    NIGHTLY. CLOSES EVERY MAKER-CHECKER CHANGE THAT HAS RUN PAST
      *    ITS TIME LIMIT (THROUGH CHANGE-CONTROL), THEN LISTS, BY
      *    OPERATOR, EVERYTHING REQUESTED, APPROVED, REJECTED AND
      *    EXPIRED ON THE PREVIOUS DAY. REQUESTS AND EXPIRIES COUNT
      *    AGAINST THE OPERATOR WHO ASKED, APPROVALS AND REJECTIONS
      *    AGAINST THE OPERATOR WHO DECIDED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO "pending_changes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCH-CHANGE-ID
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT QUEUE-REPORT-FILE ASSIGN TO
               "change_queue_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHANGE-FILE.
       01 PENDING-CHANGE-RECORD.
           05 PCH-CHANGE-ID         PIC X(16).
           05 PCH-CHANGE-TYPE       PIC X(1).
           05 PCH-USER-ID           PIC X(36).
           05 PCH-STATUS            PIC X(1).
               88 PCH-PENDING        VALUE 'P'.
               88 PCH-APPROVED       VALUE 'A'.
               88 PCH-REJECTED       VALUE 'R'.
               88 PCH-EXPIRED        VALUE 'X'.
           05 PCH-EMAIL-CHANGED     PIC X(1).
           05 PCH-SCORE-CHANGED     PIC X(1).
           05 PCH-REQUESTED-BY      PIC X(8).
           05 PCH-REQUESTED-AT      PIC X(19).
           05 PCH-REQUEST-NOTE      PIC X(60).
           05 PCH-DECIDED-BY        PIC X(8).
           05 PCH-DECIDED-AT        PIC X(19).
           05 PCH-DECISION-NOTE     PIC X(60).
           05 PCH-APPLY-STATUS      PIC 9(2).
           05 PCH-BEFORE-IMAGE      PIC X(777).
           05 PCH-AFTER-IMAGE       PIC X(777).
           05 FILLER                PIC X(14).

       FD QUEUE-REPORT-FILE.
       01 REPORT-LINE               PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-CHANGE-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-CHANGE-EOF         PIC X VALUE 'N'.
       01 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.

       01 WS-COUNTERS.
           05 WS-SCANNED-COUNT      PIC 9(6) VALUE 0.
           05 WS-SWEPT-COUNT        PIC 9(6) VALUE 0.
           05 WS-STILL-PENDING      PIC 9(6) VALUE 0.
           05 WS-TOTAL-REQUESTED    PIC 9(6) VALUE 0.
           05 WS-TOTAL-APPROVED     PIC 9(6) VALUE 0.
           05 WS-TOTAL-REJECTED     PIC 9(6) VALUE 0.
           05 WS-TOTAL-EXPIRED      PIC 9(6) VALUE 0.
           05 WS-DROPPED-COUNT      PIC 9(6) VALUE 0.

       01 WS-OPERATOR-TOTALS.
           05 WS-OPR-REQUESTED      PIC 9(6) VALUE 0.
           05 WS-OPR-APPROVED       PIC 9(6) VALUE 0.
           05 WS-OPR-REJECTED       PIC 9(6) VALUE 0.
           05 WS-OPR-EXPIRED        PIC 9(6) VALUE 0.
       01 WS-CURRENT-OPERATOR   PIC X(8).

      *    ONE ENTRY PER THING THAT HAPPENED ON THE REPORT DATE,
      *    SORTED INTO OPERATOR ORDER BEFORE PRINTING.
       01 WS-EVENT-TABLE.
           05 WS-EVT-SIZE        PIC 9(6) VALUE 0.
           05 WS-EVT-MAX         PIC 9(6) VALUE 20000.
           05 WS-EVT-ENTRY OCCURS 1 TO 20000 TIMES
                               DEPENDING ON WS-EVT-SIZE
                               INDEXED BY WS-EVT-IDX.
               10 WS-EVT-SORT-KEY.
                   15 WS-EVT-OPERATOR    PIC X(8).
                   15 WS-EVT-KIND        PIC 9(1).
                   15 WS-EVT-TIME        PIC X(19).
               10 WS-EVT-CHANGE-ID      PIC X(16).
               10 WS-EVT-CHANGE-TYPE    PIC X(1).
               10 WS-EVT-USER-ID        PIC X(36).
               10 WS-EVT-OTHER-OPERATOR PIC X(8).
               10 WS-EVT-NOTE           PIC X(60).

       01 WS-EVENT-TEXT         PIC X(10).
       01 WS-CHANGE-TEXT        PIC X(6).
       01 WS-OTHER-TEXT         PIC X(20).

       01 WS-TIMESTAMP-WORK.
           05 WS-RAW-TIMESTAMP   PIC X(21).
           05 WS-CURRENT-TIMESTAMP PIC X(19).
       01 WS-DATE-WORK.
           05 WS-TODAY-N         PIC 9(8).
           05 WS-REPORT-DATE-N   PIC 9(8).
           05 WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE-N.
               10 WS-REPORT-YEAR  PIC X(4).
               10 WS-REPORT-MONTH PIC X(2).
               10 WS-REPORT-DAY   PIC X(2).
       01 WS-REPORT-DATE        PIC X(10).
       01 WS-HOURS-DISPLAY      PIC ZZ9.

       01 WS-RUN-REFUSED-FLAG   PIC X(1) VALUE 'N'.
       01 RUN-CONTROL-PARAMETERS.
           05 RCP-FUNCTION       PIC X(1).
           05 RCP-JOB-NAME       PIC X(20).
           05 RCP-EXCLUSIVE-FLAG PIC X(1).
           05 RCP-END-STATUS     PIC X(8).
           05 RCP-RECORD-COUNT   PIC 9(6).
           05 RCP-RETURN-CODE    PIC 9(2).

       01 CHANGE-CONTROL-PARAMETERS.
           05 CCP-FUNCTION       PIC X(1).
           05 CCP-CHANGE-ID      PIC X(16).
           05 CCP-CHANGE-TYPE    PIC X(1).
           05 CCP-USER-ID        PIC X(36).
           05 CCP-OPERATOR-ID    PIC X(8).
           05 CCP-NOTE           PIC X(60).
           05 CCP-STATUS         PIC X(1).
           05 CCP-EMAIL-CHANGED  PIC X(1).
           05 CCP-SCORE-CHANGED  PIC X(1).
           05 CCP-REQUESTED-BY   PIC X(8).
           05 CCP-REQUESTED-AT   PIC X(19).
           05 CCP-DECIDED-BY     PIC X(8).
           05 CCP-DECIDED-AT     PIC X(19).
           05 CCP-DECISION-NOTE  PIC X(60).
           05 CCP-BEFORE-IMAGE   PIC X(777).
           05 CCP-AFTER-IMAGE    PIC X(777).
           05 CCP-EXPIRY-HOURS   PIC 9(3).
           05 CCP-PENDING-TOTAL  PIC 9(6).
           05 CCP-EXPIRED-COUNT  PIC 9(6).
           05 CCP-LIST-COUNT     PIC 9(2).
           05 CCP-LIST-ENTRY OCCURS 10 TIMES.
               10 CCP-LST-CHANGE-ID    PIC X(16).
               10 CCP-LST-CHANGE-TYPE  PIC X(1).
               10 CCP-LST-USER-ID      PIC X(36).
               10 CCP-LST-REQUESTED-BY PIC X(8).
               10 CCP-LST-REQUESTED-AT PIC X(19).
           05 CCP-DBI-STATUS     PIC 9(2).
           05 CCP-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-RUN-START
           IF WS-RUN-REFUSED-FLAG = 'Y'
               GOBACK
           END-IF
           PERFORM INITIALIZATION
           PERFORM EXPIRE-OVERDUE-CHANGES
           PERFORM COLLECT-DAY-EVENTS
           PERFORM WRITE-OPERATOR-SECTIONS
           PERFORM WRITE-SUMMARY
           PERFORM CLEANUP
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RCP-FUNCTION
           MOVE "CHANGE-QUEUE-REPORT" TO RCP-JOB-NAME
           MOVE 'N' TO RCP-EXCLUSIVE-FLAG
           MOVE SPACES TO RCP-END-STATUS
           MOVE 0 TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS
           IF RCP-RETURN-CODE = 91
               MOVE 'Y' TO WS-RUN-REFUSED-FLAG
               DISPLAY "CHANGE QUEUE REPORT REFUSED: EXCLUSIVE JOB"
                   " RUNNING"
           END-IF.

       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "CHANGE-QUEUE-REPORT" TO RCP-JOB-NAME
           IF WS-RUN-ERROR-COUNT = 0
               MOVE "OK" TO RCP-END-STATUS
           ELSE
               MOVE "ERROR" TO RCP-END-STATUS
           END-IF
           MOVE WS-EVT-SIZE TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

      *    THE JOB RUNS AFTER MIDNIGHT, SO THE DAY REPORTED IS THE
      *    ONE JUST ENDED.
       INITIALIZATION.
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE WS-RAW-TIMESTAMP(1:8) TO WS-TODAY-N
           COMPUTE WS-REPORT-DATE-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-N) - 1)
           MOVE SPACES TO WS-REPORT-DATE
           STRING
               WS-REPORT-YEAR  DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               WS-REPORT-DAY   DELIMITED BY SIZE
               INTO WS-REPORT-DATE
           END-STRING
           OPEN OUTPUT QUEUE-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== MAKER-CHECKER CHANGE REPORT FOR " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       EXPIRE-OVERDUE-CHANGES.
           MOVE 'X' TO CCP-FUNCTION
           MOVE SPACES TO CCP-OPERATOR-ID
           CALL "CHANGE-CONTROL" USING CHANGE-CONTROL-PARAMETERS
           IF CCP-RETURN-CODE NOT = 00
               ADD 1 TO WS-RUN-ERROR-COUNT
               DISPLAY "CHANGE QUEUE EXPIRY SWEEP FAILED, STATUS: "
                   CCP-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CCP-EXPIRED-COUNT TO WS-SWEPT-COUNT
           MOVE CCP-PENDING-TOTAL TO WS-STILL-PENDING
           MOVE CCP-EXPIRY-HOURS TO WS-HOURS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "TIME LIMIT FOR A DECISION: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOURS-DISPLAY) DELIMITED BY SIZE
               " HOURS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       COLLECT-DAY-EVENTS.
           MOVE 0 TO WS-EVT-SIZE
           MOVE 'N' TO WS-CHANGE-EOF
           OPEN INPUT CHANGE-FILE
           IF WS-CHANGE-STATUS NOT = "00"
               DISPLAY "NO PENDING CHANGE FILE, NOTHING TO REPORT"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-CHANGE
               UNTIL WS-CHANGE-EOF = 'Y'
           CLOSE CHANGE-FILE
           IF WS-EVT-SIZE > 1
               SORT WS-EVT-ENTRY ASCENDING KEY WS-EVT-SORT-KEY
           END-IF.

       READ-ONE-CHANGE.
           READ CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHANGE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-SCANNED-COUNT
           IF PCH-REQUESTED-AT(1:10) = WS-REPORT-DATE
               PERFORM STORE-REQUEST-EVENT
           END-IF
           IF NOT PCH-PENDING
               AND PCH-DECIDED-AT(1:10) = WS-REPORT-DATE
               PERFORM STORE-DECISION-EVENT
           END-IF.

       STORE-REQUEST-EVENT.
           IF WS-EVT-SIZE NOT < WS-EVT-MAX
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVT-SIZE
           SET WS-EVT-IDX TO WS-EVT-SIZE
           MOVE PCH-REQUESTED-BY TO WS-EVT-OPERATOR(WS-EVT-IDX)
           MOVE 1 TO WS-EVT-KIND(WS-EVT-IDX)
           MOVE PCH-REQUESTED-AT TO WS-EVT-TIME(WS-EVT-IDX)
           MOVE SPACES TO WS-EVT-OTHER-OPERATOR(WS-EVT-IDX)
           MOVE PCH-REQUEST-NOTE TO WS-EVT-NOTE(WS-EVT-IDX)
           PERFORM STORE-EVENT-CHANGE.

       STORE-DECISION-EVENT.
           IF WS-EVT-SIZE NOT < WS-EVT-MAX
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVT-SIZE
           SET WS-EVT-IDX TO WS-EVT-SIZE
           EVALUATE TRUE
               WHEN PCH-APPROVED
                   MOVE PCH-DECIDED-BY TO WS-EVT-OPERATOR(WS-EVT-IDX)
                   MOVE 2 TO WS-EVT-KIND(WS-EVT-IDX)
               WHEN PCH-REJECTED
                   MOVE PCH-DECIDED-BY TO WS-EVT-OPERATOR(WS-EVT-IDX)
                   MOVE 3 TO WS-EVT-KIND(WS-EVT-IDX)
               WHEN OTHER
                   MOVE PCH-REQUESTED-BY TO WS-EVT-OPERATOR(WS-EVT-IDX)
                   MOVE 4 TO WS-EVT-KIND(WS-EVT-IDX)
           END-EVALUATE
           MOVE PCH-DECIDED-AT TO WS-EVT-TIME(WS-EVT-IDX)
           MOVE PCH-REQUESTED-BY TO WS-EVT-OTHER-OPERATOR(WS-EVT-IDX)
           MOVE PCH-DECISION-NOTE TO WS-EVT-NOTE(WS-EVT-IDX)
           PERFORM STORE-EVENT-CHANGE.

       STORE-EVENT-CHANGE.
           MOVE PCH-CHANGE-ID TO WS-EVT-CHANGE-ID(WS-EVT-IDX)
           MOVE PCH-CHANGE-TYPE TO WS-EVT-CHANGE-TYPE(WS-EVT-IDX)
           MOVE PCH-USER-ID TO WS-EVT-USER-ID(WS-EVT-IDX).

       WRITE-OPERATOR-SECTIONS.
           IF WS-EVT-SIZE = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO CHANGES REQUESTED OR DECIDED ON THIS DATE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WS-CURRENT-OPERATOR
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-SIZE
               IF WS-EVT-OPERATOR(WS-EVT-IDX) NOT = WS-CURRENT-OPERATOR
                   IF WS-CURRENT-OPERATOR NOT = LOW-VALUES
                       PERFORM WRITE-OPERATOR-TOTALS
                   END-IF
                   PERFORM START-OPERATOR-SECTION
               END-IF
               PERFORM WRITE-EVENT-LINE
           END-PERFORM
           PERFORM WRITE-OPERATOR-TOTALS.

       START-OPERATOR-SECTION.
           MOVE WS-EVT-OPERATOR(WS-EVT-IDX) TO WS-CURRENT-OPERATOR
           INITIALIZE WS-OPERATOR-TOTALS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "--- OPERATOR " DELIMITED BY SIZE
               WS-CURRENT-OPERATOR DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-EVENT-LINE.
           MOVE SPACES TO WS-OTHER-TEXT
           EVALUATE WS-EVT-KIND(WS-EVT-IDX)
               WHEN 1
                   MOVE "REQUESTED" TO WS-EVENT-TEXT
                   ADD 1 TO WS-OPR-REQUESTED
                   ADD 1 TO WS-TOTAL-REQUESTED
               WHEN 2
                   MOVE "APPROVED" TO WS-EVENT-TEXT
                   ADD 1 TO WS-OPR-APPROVED
                   ADD 1 TO WS-TOTAL-APPROVED
               WHEN 3
                   MOVE "REJECTED" TO WS-EVENT-TEXT
                   ADD 1 TO WS-OPR-REJECTED
                   ADD 1 TO WS-TOTAL-REJECTED
               WHEN OTHER
                   MOVE "EXPIRED" TO WS-EVENT-TEXT
                   ADD 1 TO WS-OPR-EXPIRED
                   ADD 1 TO WS-TOTAL-EXPIRED
           END-EVALUATE
           IF WS-EVT-KIND(WS-EVT-IDX) = 2
               OR WS-EVT-KIND(WS-EVT-IDX) = 3
               STRING
                   "ASKED BY " DELIMITED BY SIZE
                   WS-EVT-OTHER-OPERATOR(WS-EVT-IDX) DELIMITED BY SIZE
                   INTO WS-OTHER-TEXT
               END-STRING
           END-IF
           IF WS-EVT-CHANGE-TYPE(WS-EVT-IDX) = 'D'
               MOVE "DELETE" TO WS-CHANGE-TEXT
           ELSE
               MOVE "UPDATE" TO WS-CHANGE-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               "  " DELIMITED BY SIZE
               WS-EVT-TIME(WS-EVT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EVENT-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EVT-CHANGE-ID(WS-EVT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHANGE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EVT-USER-ID(WS-EVT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OTHER-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EVT-NOTE(WS-EVT-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-OPERATOR-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING
               "  TOTAL REQUESTED: " DELIMITED BY SIZE
               WS-OPR-REQUESTED DELIMITED BY SIZE
               " APPROVED: " DELIMITED BY SIZE
               WS-OPR-APPROVED DELIMITED BY SIZE
               " REJECTED: " DELIMITED BY SIZE
               WS-OPR-REJECTED DELIMITED BY SIZE
               " EXPIRED: " DELIMITED BY SIZE
               WS-OPR-EXPIRED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING
                   "*** WORK TABLE FULL, EVENTS NOT LISTED: "
                       DELIMITED BY SIZE
                   WS-DROPPED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               "ALL OPERATORS REQUESTED: " DELIMITED BY SIZE
               WS-TOTAL-REQUESTED DELIMITED BY SIZE
               " APPROVED: " DELIMITED BY SIZE
               WS-TOTAL-APPROVED DELIMITED BY SIZE
               " REJECTED: " DELIMITED BY SIZE
               WS-TOTAL-REJECTED DELIMITED BY SIZE
               " EXPIRED: " DELIMITED BY SIZE
               WS-TOTAL-EXPIRED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "STILL AWAITING A DECISION: " DELIMITED BY SIZE
               WS-STILL-PENDING DELIMITED BY SIZE
               " CLOSED AS EXPIRED THIS RUN: " DELIMITED BY SIZE
               WS-SWEPT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY "=== CHANGE QUEUE REPORT STATISTICS ==="
           DISPLAY "REPORT DATE: " WS-REPORT-DATE
           DISPLAY "CHANGES SCANNED: " WS-SCANNED-COUNT
           DISPLAY "REQUESTED: " WS-TOTAL-REQUESTED
           DISPLAY "APPROVED: " WS-TOTAL-APPROVED
           DISPLAY "REJECTED: " WS-TOTAL-REJECTED
           DISPLAY "EXPIRED: " WS-TOTAL-EXPIRED
           DISPLAY "STILL PENDING: " WS-STILL-PENDING.

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

       CLEANUP.
           CLOSE QUEUE-REPORT-FILE
           PERFORM REGISTER-RUN-END
           DISPLAY "CHANGE QUEUE REPORT COMPLETED".
