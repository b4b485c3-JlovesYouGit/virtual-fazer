       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSION-EXPIRY.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    NIGHTLY. LIFTS EVERY SUSPENSION WHOSE EXPIRES-ON DATE HAS
      *    BEEN REACHED (THE ACCOUNT IS BACK IN SERVICE ON THAT DATE)
      *    THROUGH SUSPENSION-CONTROL, SO EACH REINSTATEMENT IS AUDITED
      *    LIKE A CONSOLE LIFT, THEN LISTS WHAT WAS REINSTATED AND
      *    EVERY SUSPENSION STILL IN FORCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSION-FILE ASSIGN TO "suspensions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-USER-ID
               FILE STATUS IS WS-SUSPENSION-STATUS.
           SELECT REASON-FILE ASSIGN TO "suspension_reasons.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.
           SELECT SUSPENSION-REPORT-FILE ASSIGN TO
               "suspension_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSION-FILE.
       01 SUSPENSION-RECORD.
           05 SUSP-USER-ID          PIC X(36).
           05 SUSP-REASON-CODE      PIC X(2).
           05 SUSP-NOTE             PIC X(60).
           05 SUSP-SUSPENDED-AT     PIC X(19).
           05 SUSP-EXPIRES-ON       PIC X(10).
           05 FILLER                PIC X(73).

       FD REASON-FILE.
       01 REASON-CONFIG-RECORD      PIC X(80).

       FD SUSPENSION-REPORT-FILE.
       01 REPORT-LINE               PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-SUSPENSION-STATUS  PIC XX.
       01 WS-REASON-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-SUSPENSION-EOF     PIC X VALUE 'N'.
       01 WS-REASON-EOF         PIC X VALUE 'N'.
       01 WS-SUSPENSION-OPEN-FLAG PIC X VALUE 'N'.
       01 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.

       01 WS-COUNTERS.
           05 WS-SCANNED-COUNT      PIC 9(6) VALUE 0.
           05 WS-REINSTATED-COUNT   PIC 9(6) VALUE 0.
           05 WS-LIFT-FAIL-COUNT    PIC 9(6) VALUE 0.
           05 WS-ACTIVE-COUNT       PIC 9(6) VALUE 0.
           05 WS-OPEN-ENDED-COUNT   PIC 9(6) VALUE 0.
           05 WS-DEFERRED-COUNT     PIC 9(6) VALUE 0.

      *    EXPIRED SUSPENSIONS ARE COLLECTED FIRST AND LIFTED AFTER THE
      *    FILE IS CLOSED, SINCE SUSPENSION-CONTROL OPENS IT FOR UPDATE.
       01 WS-EXPIRED-TABLE.
           05 WS-EXP-SIZE        PIC 9(6) VALUE 0.
           05 WS-EXP-MAX         PIC 9(6) VALUE 50000.
           05 WS-EXP-ENTRY OCCURS 1 TO 50000 TIMES
                               DEPENDING ON WS-EXP-SIZE
                               INDEXED BY WS-EXP-IDX.
               10 WS-EXP-USER-ID      PIC X(36).
               10 WS-EXP-REASON-CODE  PIC X(2).
               10 WS-EXP-SUSPENDED-AT PIC X(19).
               10 WS-EXP-EXPIRES-ON   PIC X(10).
               10 WS-EXP-LIFT-STATUS  PIC 9(2).

       01 WS-REASON-TABLE.
           05 WS-REASON-COUNT    PIC 9(2) VALUE 0.
           05 WS-REASON-ENTRY OCCURS 1 TO 30 TIMES
                               DEPENDING ON WS-REASON-COUNT
                               INDEXED BY WS-REASON-IDX.
               10 WS-REASON-CODE  PIC X(2).
               10 WS-REASON-TEXT  PIC X(40).
       01 WS-REASON-KEY-WORK    PIC X(80).
       01 WS-REASON-VALUE-WORK  PIC X(80).
       01 WS-REASON-DISPLAY     PIC X(40).
       01 WS-EXPIRY-DISPLAY     PIC X(10).
       01 WS-LIFT-RESULT-TEXT   PIC X(30).

       01 WS-TIMESTAMP-WORK.
           05 WS-RAW-TIMESTAMP   PIC X(21).
           05 WS-CURRENT-TIMESTAMP PIC X(19).
       01 WS-TODAY              PIC X(10).

       01 WS-RUN-REFUSED-FLAG   PIC X(1) VALUE 'N'.
       01 RUN-CONTROL-PARAMETERS.
           05 RCP-FUNCTION       PIC X(1).
           05 RCP-JOB-NAME       PIC X(20).
           05 RCP-EXCLUSIVE-FLAG PIC X(1).
           05 RCP-END-STATUS     PIC X(8).
           05 RCP-RECORD-COUNT   PIC 9(6).
           05 RCP-RETURN-CODE    PIC 9(2).

       01 SUSPENSION-CONTROL-PARAMETERS.
           05 SCP-FUNCTION       PIC X(1).
           05 SCP-USER-ID        PIC X(36).
           05 SCP-REASON-CODE    PIC X(2).
           05 SCP-REASON-TEXT    PIC X(40).
           05 SCP-NOTE           PIC X(60).
           05 SCP-EXPIRES-ON     PIC X(10).
           05 SCP-SUSPENDED-AT   PIC X(19).
           05 SCP-EXPIRED-FLAG   PIC X(1).
           05 SCP-OPERATOR-ID    PIC X(8).
           05 SCP-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-RUN-START
           IF WS-RUN-REFUSED-FLAG = 'Y'
               GOBACK
           END-IF
           PERFORM INITIALIZATION
           PERFORM COLLECT-EXPIRED-SUSPENSIONS
           PERFORM WRITE-REINSTATED-SECTION
           PERFORM LIST-ACTIVE-SUSPENSIONS
           PERFORM WRITE-SUMMARY
           PERFORM CLEANUP
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RCP-FUNCTION
           MOVE "SUSPENSION-EXPIRY" TO RCP-JOB-NAME
           MOVE 'N' TO RCP-EXCLUSIVE-FLAG
           MOVE SPACES TO RCP-END-STATUS
           MOVE 0 TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS
           IF RCP-RETURN-CODE = 91
               MOVE 'Y' TO WS-RUN-REFUSED-FLAG
               DISPLAY "SUSPENSION EXPIRY REFUSED: EXCLUSIVE JOB"
                   " RUNNING"
           END-IF.

       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "SUSPENSION-EXPIRY" TO RCP-JOB-NAME
           IF WS-RUN-ERROR-COUNT = 0
               MOVE "OK" TO RCP-END-STATUS
           ELSE
               MOVE "ERROR" TO RCP-END-STATUS
           END-IF
           MOVE WS-REINSTATED-COUNT TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

       INITIALIZATION.
           PERFORM BUILD-CURRENT-TIMESTAMP
           PERFORM LOAD-REASON-TABLE
           OPEN OUTPUT SUSPENSION-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== ACCOUNT SUSPENSION REPORT " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       COLLECT-EXPIRED-SUSPENSIONS.
           MOVE 0 TO WS-EXP-SIZE
           MOVE 'N' TO WS-SUSPENSION-EOF
           OPEN INPUT SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS NOT = "00"
               DISPLAY "NO SUSPENSION FILE, NOTHING SUSPENDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-FOR-EXPIRY
               UNTIL WS-SUSPENSION-EOF = 'Y'
           CLOSE SUSPENSION-FILE
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-SIZE
               PERFORM LIFT-ONE-SUSPENSION
           END-PERFORM.

       READ-FOR-EXPIRY.
           READ SUSPENSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUSPENSION-EOF
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   IF SUSP-EXPIRES-ON NOT = SPACES
                       AND SUSP-EXPIRES-ON NOT > WS-TODAY
                       PERFORM STORE-EXPIRED-ENTRY
                   END-IF
           END-READ.

       STORE-EXPIRED-ENTRY.
           IF WS-EXP-SIZE < WS-EXP-MAX
               ADD 1 TO WS-EXP-SIZE
               SET WS-EXP-IDX TO WS-EXP-SIZE
               MOVE SUSP-USER-ID TO WS-EXP-USER-ID(WS-EXP-IDX)
               MOVE SUSP-REASON-CODE TO WS-EXP-REASON-CODE(WS-EXP-IDX)
               MOVE SUSP-SUSPENDED-AT
                   TO WS-EXP-SUSPENDED-AT(WS-EXP-IDX)
               MOVE SUSP-EXPIRES-ON TO WS-EXP-EXPIRES-ON(WS-EXP-IDX)
           ELSE
               ADD 1 TO WS-DEFERRED-COUNT
           END-IF.

       LIFT-ONE-SUSPENSION.
           MOVE 'L' TO SCP-FUNCTION
           MOVE WS-EXP-USER-ID(WS-EXP-IDX) TO SCP-USER-ID
           MOVE SPACES TO SCP-OPERATOR-ID
           MOVE SPACES TO SCP-NOTE
           STRING
               "LIFTED ON EXPIRY " DELIMITED BY SIZE
               WS-EXP-EXPIRES-ON(WS-EXP-IDX) DELIMITED BY SIZE
               INTO SCP-NOTE
           END-STRING
           CALL "SUSPENSION-CONTROL" USING SUSPENSION-CONTROL-PARAMETERS
           MOVE SCP-RETURN-CODE TO WS-EXP-LIFT-STATUS(WS-EXP-IDX)
           IF SCP-RETURN-CODE = 00
               ADD 1 TO WS-REINSTATED-COUNT
           ELSE
               ADD 1 TO WS-LIFT-FAIL-COUNT
               ADD 1 TO WS-RUN-ERROR-COUNT
               DISPLAY "SUSPENSION LIFT FAILED: "
                   WS-EXP-USER-ID(WS-EXP-IDX)
                   " STATUS: " SCP-RETURN-CODE
           END-IF.

       WRITE-REINSTATED-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- REINSTATED THIS RUN ---" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXP-SIZE = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-SIZE
               MOVE WS-EXP-REASON-CODE(WS-EXP-IDX)
                   TO WS-REASON-KEY-WORK
               PERFORM DECODE-REASON
               IF WS-EXP-LIFT-STATUS(WS-EXP-IDX) = 00
                   MOVE "REINSTATED" TO WS-LIFT-RESULT-TEXT
               ELSE
                   MOVE SPACES TO WS-LIFT-RESULT-TEXT
                   STRING
                       "LIFT FAILED, STATUS " DELIMITED BY SIZE
                       WS-EXP-LIFT-STATUS(WS-EXP-IDX)
                           DELIMITED BY SIZE
                       INTO WS-LIFT-RESULT-TEXT
                   END-STRING
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING
                   WS-EXP-USER-ID(WS-EXP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXP-REASON-CODE(WS-EXP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REASON-DISPLAY DELIMITED BY SIZE
                   " SUSPENDED " DELIMITED BY SIZE
                   WS-EXP-SUSPENDED-AT(WS-EXP-IDX) DELIMITED BY SIZE
                   " EXPIRED " DELIMITED BY SIZE
                   WS-EXP-EXPIRES-ON(WS-EXP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LIFT-RESULT-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.

       LIST-ACTIVE-SUSPENSIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- SUSPENSIONS IN FORCE ---" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-SUSPENSION-EOF
           MOVE 'N' TO WS-SUSPENSION-OPEN-FLAG
           OPEN INPUT SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS = "00"
               MOVE 'Y' TO WS-SUSPENSION-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-SUSPENSION-EOF
           END-IF
           PERFORM LIST-ONE-SUSPENSION
               UNTIL WS-SUSPENSION-EOF = 'Y'
           IF WS-SUSPENSION-OPEN-FLAG = 'Y'
               CLOSE SUSPENSION-FILE
           END-IF
           IF WS-ACTIVE-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LIST-ONE-SUSPENSION.
           READ SUSPENSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUSPENSION-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-ACTIVE-COUNT
           IF SUSP-EXPIRES-ON = SPACES
               ADD 1 TO WS-OPEN-ENDED-COUNT
               MOVE "NO EXPIRY" TO WS-EXPIRY-DISPLAY
           ELSE
               MOVE SUSP-EXPIRES-ON TO WS-EXPIRY-DISPLAY
           END-IF
           MOVE SUSP-REASON-CODE TO WS-REASON-KEY-WORK
           PERFORM DECODE-REASON
           MOVE SPACES TO REPORT-LINE
           STRING
               SUSP-USER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUSP-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON-DISPLAY DELIMITED BY SIZE
               " SUSPENDED " DELIMITED BY SIZE
               SUSP-SUSPENDED-AT DELIMITED BY SIZE
               " EXPIRES " DELIMITED BY SIZE
               WS-EXPIRY-DISPLAY DELIMITED BY SIZE
               " NOTE: " DELIMITED BY SIZE
               SUSP-NOTE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DEFERRED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING
                   "*** WORK TABLE FULL, EXPIRED BUT LEFT FOR THE"
                       DELIMITED BY SIZE
                   " NEXT RUN: " DELIMITED BY SIZE
                   WS-DEFERRED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               "SCANNED: " DELIMITED BY SIZE
               WS-SCANNED-COUNT DELIMITED BY SIZE
               " REINSTATED: " DELIMITED BY SIZE
               WS-REINSTATED-COUNT DELIMITED BY SIZE
               " LIFT FAILURES: " DELIMITED BY SIZE
               WS-LIFT-FAIL-COUNT DELIMITED BY SIZE
               " IN FORCE: " DELIMITED BY SIZE
               WS-ACTIVE-COUNT DELIMITED BY SIZE
               " (NO EXPIRY: " DELIMITED BY SIZE
               WS-OPEN-ENDED-COUNT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY "=== SUSPENSION EXPIRY STATISTICS ==="
           DISPLAY "SUSPENSIONS SCANNED: " WS-SCANNED-COUNT
           DISPLAY "REINSTATED: " WS-REINSTATED-COUNT
           DISPLAY "LIFT FAILURES: " WS-LIFT-FAIL-COUNT
           DISPLAY "STILL IN FORCE: " WS-ACTIVE-COUNT
           DISPLAY "DEFERRED TO NEXT RUN: " WS-DEFERRED-COUNT.

       LOAD-REASON-TABLE.
           MOVE 0 TO WS-REASON-COUNT
           MOVE 'N' TO WS-REASON-EOF
           OPEN INPUT REASON-FILE
           IF WS-REASON-STATUS NOT = "00"
               PERFORM LOAD-DEFAULT-REASONS
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-REASON-ENTRY
               UNTIL WS-REASON-EOF = 'Y'
           CLOSE REASON-FILE
           IF WS-REASON-COUNT = 0
               PERFORM LOAD-DEFAULT-REASONS
           END-IF.

       READ-REASON-ENTRY.
           READ REASON-FILE
               AT END
                   MOVE 'Y' TO WS-REASON-EOF
               NOT AT END
                   IF REASON-CONFIG-RECORD NOT = SPACES
                       AND REASON-CONFIG-RECORD(1:1) NOT = '#'
                       PERFORM ADD-REASON-ENTRY
                   END-IF
           END-READ.

       ADD-REASON-ENTRY.
           MOVE SPACES TO WS-REASON-KEY-WORK
           MOVE SPACES TO WS-REASON-VALUE-WORK
           UNSTRING REASON-CONFIG-RECORD DELIMITED BY "="
               INTO WS-REASON-KEY-WORK, WS-REASON-VALUE-WORK
           END-UNSTRING
           IF WS-REASON-KEY-WORK = SPACES
               OR WS-REASON-VALUE-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-REASON-COUNT < 30
               ADD 1 TO WS-REASON-COUNT
               SET WS-REASON-IDX TO WS-REASON-COUNT
               MOVE FUNCTION TRIM(WS-REASON-KEY-WORK)
                   TO WS-REASON-CODE(WS-REASON-IDX)
               MOVE WS-REASON-VALUE-WORK
                   TO WS-REASON-TEXT(WS-REASON-IDX)
           END-IF.

       LOAD-DEFAULT-REASONS.
           MOVE 6 TO WS-REASON-COUNT
           MOVE "SP" TO WS-REASON-CODE(1)
           MOVE "SPAM OR BULK MESSAGING" TO WS-REASON-TEXT(1)
           MOVE "AB" TO WS-REASON-CODE(2)
           MOVE "ABUSE OR HARASSMENT" TO WS-REASON-TEXT(2)
           MOVE "FR" TO WS-REASON-CODE(3)
           MOVE "FRAUD OR SCORE MANIPULATION" TO WS-REASON-TEXT(3)
           MOVE "IM" TO WS-REASON-CODE(4)
           MOVE "IMPERSONATION" TO WS-REASON-TEXT(4)
           MOVE "LG" TO WS-REASON-CODE(5)
           MOVE "LEGAL HOLD" TO WS-REASON-TEXT(5)
           MOVE "OT" TO WS-REASON-CODE(6)
           MOVE "OTHER, SEE NOTE" TO WS-REASON-TEXT(6).

       DECODE-REASON.
           MOVE "UNKNOWN REASON CODE" TO WS-REASON-DISPLAY
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               IF WS-REASON-CODE(WS-REASON-IDX) = WS-REASON-KEY-WORK
                   MOVE WS-REASON-TEXT(WS-REASON-IDX)
                       TO WS-REASON-DISPLAY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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
           END-STRING
           MOVE WS-CURRENT-TIMESTAMP(1:10) TO WS-TODAY.

       CLEANUP.
           CLOSE SUSPENSION-REPORT-FILE
           PERFORM REGISTER-RUN-END
           DISPLAY "SUSPENSION EXPIRY COMPLETED".
