       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-CONTROL.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    OWNS pending_changes.dat, THE MAKER-CHECKER QUEUE FOR THE
      *    CONSOLE CHANGES THAT NEED A SECOND OPERATOR: ACCOUNT DELETES
      *    AND ANY UPDATE THAT CHANGES DB-EMAIL OR DB-BEHAVIOR-SCORE.
      *    'R' QUEUES A CHANGE, 'L' LISTS THE PENDING ONES, 'G' GETS
      *    ONE, 'A' APPROVES AND APPLIES IT THROUGH DB-INTERFACE, 'J'
      *    REJECTS IT, 'X' EXPIRES EVERYTHING PAST THE TIME LIMIT.
      *    THE APPROVER MUST NOT BE THE OPERATOR WHO ASKED, AND THE
      *    ACCOUNT MUST STILL MATCH THE BEFORE IMAGE TAKEN WHEN IT WAS
      *    ASKED FOR. RECORDS ARE NEVER REMOVED, SO THE FILE IS THE
      *    FULL HISTORY OF WHO ASKED FOR AND WHO DECIDED EACH CHANGE.
      *    THE TIME LIMIT IS EXPIRY-HOURS IN change_control.cfg,
      *    24 HOURS WHEN NOT SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO "pending_changes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-CHANGE-ID
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "change_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

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
           05 PCH-BEFORE-R REDEFINES PCH-BEFORE-IMAGE.
               10 FILLER             PIC X(86).
               10 PCH-BEFORE-EMAIL   PIC X(100).
               10 FILLER             PIC X(30).
               10 PCH-BEFORE-SCORE   PIC 9(3)V99.
               10 FILLER             PIC X(556).
           05 PCH-AFTER-IMAGE       PIC X(777).
           05 PCH-AFTER-R REDEFINES PCH-AFTER-IMAGE.
               10 FILLER             PIC X(86).
               10 PCH-AFTER-EMAIL    PIC X(100).
               10 FILLER             PIC X(30).
               10 PCH-AFTER-SCORE    PIC 9(3)V99.
               10 FILLER             PIC X(556).
           05 FILLER                PIC X(14).

       FD CONFIG-FILE.
       01 CONFIG-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CHANGE-STATUS      PIC XX.
       01 WS-CONFIG-STATUS      PIC XX.
       01 WS-CONFIG-EOF         PIC X VALUE 'N'.
       01 WS-CHANGE-EOF         PIC X VALUE 'N'.
       01 WS-CHANGE-FOUND       PIC X VALUE 'N'.
       01 WS-CHANGE-OVERDUE     PIC X VALUE 'N'.
       01 WS-CHANGE-WRITTEN     PIC X VALUE 'N'.
       01 WS-WRITE-ATTEMPTS     PIC 9(2) VALUE 0.

       01 WS-EXPIRY-HOURS       PIC 9(3) VALUE 24.
       01 WS-CONFIG-KEY-WORK    PIC X(80).
       01 WS-CONFIG-VALUE-WORK  PIC X(80).
       01 WS-CONFIG-VALUE-NUM   PIC 9(6)V99.

       01 WS-NEW-CHANGE-ID      PIC X(16).
       01 WS-NEW-CHANGE-ID-N REDEFINES WS-NEW-CHANGE-ID
                                PIC 9(16).

       01 WS-ACCOUNT-IMAGE      PIC X(777) VALUE SPACES.
       01 WS-APPLY-IMAGE.
           05 APL-USER-ID          PIC X(36).
           05 APL-USERNAME         PIC X(50).
           05 APL-EMAIL            PIC X(100).
           05 APL-CATEGORY         PIC X(30).
           05 APL-BEHAVIOR-SCORE   PIC 9(3)V99.
           05 APL-FOLLOWER-COUNT   PIC 9(6).
           05 APL-FOLLOWING-COUNT  PIC 9(6).
           05 APL-POST-COUNT       PIC 9(6).
           05 APL-LAST-ACTIVE      PIC X(19).
           05 APL-CREATED-AT       PIC X(19).
           05 APL-METADATA         PIC X(500).

       01 WS-TIMESTAMP-WORK.
           05 WS-RAW-TIMESTAMP   PIC X(21).
           05 WS-CURRENT-TIMESTAMP PIC X(19).

      *    AGE OF A CHANGE IN MINUTES, FROM ITS REQUESTED-AT STAMP
       01 WS-STAMP-WORK.
           05 WS-STAMP-YEAR      PIC 9(4).
           05 FILLER             PIC X(1).
           05 WS-STAMP-MONTH     PIC 9(2).
           05 FILLER             PIC X(1).
           05 WS-STAMP-DAY       PIC 9(2).
           05 FILLER             PIC X(1).
           05 WS-STAMP-HOUR      PIC 9(2).
           05 FILLER             PIC X(1).
           05 WS-STAMP-MINUTE    PIC 9(2).
           05 FILLER             PIC X(1).
           05 WS-STAMP-SECOND    PIC X(2).
       01 WS-AGE-WORK.
           05 WS-STAMP-DATE-N       PIC 9(8).
           05 WS-NOW-DAY-NUMBER     PIC 9(7).
           05 WS-NOW-MINUTE-OF-DAY  PIC 9(4).
           05 WS-REQ-DAY-NUMBER     PIC 9(7).
           05 WS-REQ-MINUTE-OF-DAY  PIC 9(4).
           05 WS-AGE-MINUTES        PIC S9(9).
       01 WS-MOMENT-WORK.
           05 WS-MOMENT-MINUTES     PIC 9(7).
           05 WS-MOMENT-DAYS        PIC 9(5).
           05 WS-MOMENT-REST        PIC 9(4).
           05 WS-MOMENT-HOUR        PIC 9(2).
           05 WS-MOMENT-MINUTE      PIC 9(2).
           05 WS-MOMENT-DATE        PIC 9(8).
           05 WS-MOMENT-DATE-X REDEFINES WS-MOMENT-DATE.
               10 WS-MOMENT-YEAR     PIC X(4).
               10 WS-MOMENT-MONTH    PIC X(2).
               10 WS-MOMENT-DAY      PIC X(2).
       01 WS-EXPIRED-AT         PIC X(19).
       01 WS-HOURS-DISPLAY      PIC ZZ9.

       01 DBI-INPUT-PARAMETERS.
           05 DBI-OPERATION      PIC X(1).
           05 DBI-USER-ID        PIC X(36).
           05 DBI-USER-DATA      PIC X(1000).
           05 DBI-USER-DATA-R REDEFINES DBI-USER-DATA.
               10 DBD-USERNAME        PIC X(50).
               10 DBD-EMAIL           PIC X(100).
               10 DBD-CATEGORY        PIC X(30).
               10 DBD-BEHAVIOR-SCORE  PIC 9(3)V99.
               10 DBD-FOLLOWER-COUNT  PIC 9(6).
               10 DBD-FOLLOWING-COUNT PIC 9(6).
               10 DBD-POST-COUNT      PIC 9(6).
               10 DBD-METADATA        PIC X(500).
               10 DBD-OPERATOR-ID     PIC X(8).
               10 FILLER              PIC X(289).

       01 DBI-OUTPUT-PARAMETERS.
           05 DBI-STATUS-CODE    PIC 9(2).
           05 DBI-RESULT-DATA    PIC X(2000).
           05 DBI-RECORD-COUNT   PIC 9(6).

       LINKAGE SECTION.
       01 CC-PARAMETERS.
           05 CC-FUNCTION        PIC X(1).
               88 CC-REQUEST      VALUE 'R'.
               88 CC-LIST         VALUE 'L'.
               88 CC-GET          VALUE 'G'.
               88 CC-APPROVE      VALUE 'A'.
               88 CC-REJECT       VALUE 'J'.
               88 CC-EXPIRE       VALUE 'X'.
           05 CC-CHANGE-ID       PIC X(16).
           05 CC-CHANGE-TYPE     PIC X(1).
               88 CC-TYPE-DELETE  VALUE 'D'.
               88 CC-TYPE-UPDATE  VALUE 'U'.
           05 CC-USER-ID         PIC X(36).
           05 CC-OPERATOR-ID     PIC X(8).
           05 CC-NOTE            PIC X(60).
           05 CC-STATUS          PIC X(1).
           05 CC-EMAIL-CHANGED   PIC X(1).
           05 CC-SCORE-CHANGED   PIC X(1).
           05 CC-REQUESTED-BY    PIC X(8).
           05 CC-REQUESTED-AT    PIC X(19).
           05 CC-DECIDED-BY      PIC X(8).
           05 CC-DECIDED-AT      PIC X(19).
           05 CC-DECISION-NOTE   PIC X(60).
           05 CC-BEFORE-IMAGE    PIC X(777).
           05 CC-AFTER-IMAGE     PIC X(777).
           05 CC-EXPIRY-HOURS    PIC 9(3).
           05 CC-PENDING-TOTAL   PIC 9(6).
           05 CC-EXPIRED-COUNT   PIC 9(6).
           05 CC-LIST-COUNT      PIC 9(2).
           05 CC-LIST-ENTRY OCCURS 10 TIMES
                               INDEXED BY CC-LIST-IDX.
               10 CCL-CHANGE-ID    PIC X(16).
               10 CCL-CHANGE-TYPE  PIC X(1).
               10 CCL-USER-ID      PIC X(36).
               10 CCL-REQUESTED-BY PIC X(8).
               10 CCL-REQUESTED-AT PIC X(19).
           05 CC-DBI-STATUS      PIC 9(2).
           05 CC-RETURN-CODE     PIC 9(2).
               88 CC-OK               VALUE 00.
               88 CC-ALREADY-PENDING  VALUE 22.
               88 CC-NOT-FOUND        VALUE 23.
               88 CC-NOT-PENDING      VALUE 24.
               88 CC-CHANGE-EXPIRED   VALUE 25.
               88 CC-SAME-OPERATOR    VALUE 26.
               88 CC-ACCOUNT-CHANGED  VALUE 27.
               88 CC-APPLY-FAILED     VALUE 28.
               88 CC-NO-OPERATOR      VALUE 29.
               88 CC-DATABASE-IN-USE  VALUE 91.

       PROCEDURE DIVISION USING CC-PARAMETERS.
       MAIN-PROCESS.
           MOVE 00 TO CC-RETURN-CODE
           MOVE 00 TO CC-DBI-STATUS
           PERFORM BUILD-CURRENT-TIMESTAMP
           PERFORM LOAD-CONTROL-SETTINGS
           MOVE WS-EXPIRY-HOURS TO CC-EXPIRY-HOURS
           PERFORM OPEN-CHANGE-FILE
           IF CC-RETURN-CODE NOT = 00
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN CC-REQUEST
                   PERFORM REQUEST-CHANGE
               WHEN CC-LIST
               WHEN CC-EXPIRE
                   PERFORM SCAN-PENDING-CHANGES
               WHEN CC-GET
                   PERFORM GET-CHANGE
               WHEN CC-APPROVE
                   PERFORM APPROVE-CHANGE
               WHEN CC-REJECT
                   PERFORM REJECT-CHANGE
               WHEN OTHER
                   MOVE 99 TO CC-RETURN-CODE
           END-EVALUATE
           CLOSE CHANGE-FILE
           GOBACK.

       REQUEST-CHANGE.
           IF CC-OPERATOR-ID = SPACES
               MOVE 29 TO CC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT CC-TYPE-DELETE AND NOT CC-TYPE-UPDATE
               MOVE 99 TO CC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PENDING-FOR-USER
           IF WS-CHANGE-FOUND = 'Y'
               PERFORM RETURN-CHANGE-DETAILS
               MOVE 22 TO CC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ACCOUNT-IMAGE
           IF CC-RETURN-CODE NOT = 00
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE CC-CHANGE-TYPE TO PCH-CHANGE-TYPE
           MOVE CC-USER-ID TO PCH-USER-ID
           MOVE 'P' TO PCH-STATUS
           MOVE CC-OPERATOR-ID TO PCH-REQUESTED-BY
           MOVE WS-CURRENT-TIMESTAMP TO PCH-REQUESTED-AT
           MOVE CC-NOTE TO PCH-REQUEST-NOTE
           MOVE 00 TO PCH-APPLY-STATUS
           MOVE WS-ACCOUNT-IMAGE TO PCH-BEFORE-IMAGE
           MOVE 'N' TO PCH-EMAIL-CHANGED
           MOVE 'N' TO PCH-SCORE-CHANGED
           IF CC-TYPE-UPDATE
               MOVE CC-AFTER-IMAGE TO PCH-AFTER-IMAGE
               MOVE CC-USER-ID TO PCH-AFTER-IMAGE(1:36)
               IF PCH-AFTER-EMAIL NOT = PCH-BEFORE-EMAIL
                   MOVE 'Y' TO PCH-EMAIL-CHANGED
               END-IF
               IF PCH-AFTER-SCORE NOT = PCH-BEFORE-SCORE
                   MOVE 'Y' TO PCH-SCORE-CHANGED
               END-IF
           END-IF
           MOVE WS-RAW-TIMESTAMP(1:16) TO WS-NEW-CHANGE-ID
           MOVE 'N' TO WS-CHANGE-WRITTEN
           MOVE 0 TO WS-WRITE-ATTEMPTS
           PERFORM WRITE-NEW-CHANGE
               UNTIL WS-CHANGE-WRITTEN = 'Y'
                  OR WS-WRITE-ATTEMPTS > 50
                  OR CC-RETURN-CODE NOT = 00
           IF WS-CHANGE-WRITTEN NOT = 'Y'
               MOVE 99 TO CC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM RETURN-CHANGE-DETAILS.

      *    THE CHANGE ID IS THE REQUEST TIME TO THE HUNDREDTH OF A
      *    SECOND, STEPPED ON IF TWO REQUESTS LAND IN THE SAME TICK.
       WRITE-NEW-CHANGE.
           ADD 1 TO WS-WRITE-ATTEMPTS
           MOVE WS-NEW-CHANGE-ID TO PCH-CHANGE-ID
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   IF WS-CHANGE-STATUS = "22"
                       ADD 1 TO WS-NEW-CHANGE-ID-N
                   ELSE
                       DISPLAY "PENDING CHANGE WRITE ERROR: "
                           WS-CHANGE-STATUS
                       MOVE 99 TO CC-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CHANGE-WRITTEN
           END-WRITE.

       FIND-PENDING-FOR-USER.
           MOVE 'N' TO WS-CHANGE-FOUND
           MOVE 'N' TO WS-CHANGE-EOF
           PERFORM POSITION-AT-FIRST-CHANGE
           PERFORM CHECK-ONE-FOR-USER
               UNTIL WS-CHANGE-EOF = 'Y'
                  OR WS-CHANGE-FOUND = 'Y'.

       CHECK-ONE-FOR-USER.
           READ CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHANGE-EOF
                   EXIT PARAGRAPH
           END-READ
           IF PCH-PENDING AND PCH-USER-ID = CC-USER-ID
               PERFORM COMPUTE-CHANGE-AGE
               IF WS-CHANGE-OVERDUE = 'Y'
                   PERFORM MARK-CHANGE-EXPIRED
               ELSE
                   MOVE 'Y' TO WS-CHANGE-FOUND
               END-IF
           END-IF.

      *    'L' AND 'X' BOTH WALK THE WHOLE QUEUE AND EXPIRE WHAT IS
      *    OVERDUE ON THE WAY, SO NOTHING PAST ITS TIME IS EVER OFFERED
      *    FOR APPROVAL. 'L' ALSO HANDS BACK THE FIRST TEN STILL OPEN.
       SCAN-PENDING-CHANGES.
           MOVE 0 TO CC-PENDING-TOTAL
           MOVE 0 TO CC-EXPIRED-COUNT
           MOVE 0 TO CC-LIST-COUNT
           PERFORM VARYING CC-LIST-IDX FROM 1 BY 1
                   UNTIL CC-LIST-IDX > 10
               MOVE SPACES TO CC-LIST-ENTRY(CC-LIST-IDX)
           END-PERFORM
           MOVE 'N' TO WS-CHANGE-EOF
           PERFORM POSITION-AT-FIRST-CHANGE
           PERFORM SCAN-ONE-CHANGE
               UNTIL WS-CHANGE-EOF = 'Y'.

       SCAN-ONE-CHANGE.
           READ CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHANGE-EOF
                   EXIT PARAGRAPH
           END-READ
           IF NOT PCH-PENDING
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CHANGE-AGE
           IF WS-CHANGE-OVERDUE = 'Y'
               PERFORM MARK-CHANGE-EXPIRED
               ADD 1 TO CC-EXPIRED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CC-PENDING-TOTAL
           IF CC-LIST-COUNT < 10
               ADD 1 TO CC-LIST-COUNT
               SET CC-LIST-IDX TO CC-LIST-COUNT
               MOVE PCH-CHANGE-ID TO CCL-CHANGE-ID(CC-LIST-IDX)
               MOVE PCH-CHANGE-TYPE TO CCL-CHANGE-TYPE(CC-LIST-IDX)
               MOVE PCH-USER-ID TO CCL-USER-ID(CC-LIST-IDX)
               MOVE PCH-REQUESTED-BY TO CCL-REQUESTED-BY(CC-LIST-IDX)
               MOVE PCH-REQUESTED-AT TO CCL-REQUESTED-AT(CC-LIST-IDX)
           END-IF.

       GET-CHANGE.
           PERFORM READ-CHANGE-RECORD
           IF WS-CHANGE-FOUND = 'N'
               MOVE 23 TO CC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF PCH-PENDING
               PERFORM COMPUTE-CHANGE-AGE
               IF WS-CHANGE-OVERDUE = 'Y'
                   PERFORM MARK-CHANGE-EXPIRED
                   MOVE 25 TO CC-RETURN-CODE
               END-IF
           END-IF
           PERFORM RETURN-CHANGE-DETAILS.

       APPROVE-CHANGE.
           PERFORM CHECK-CHANGE-DECIDABLE
           IF CC-RETURN-CODE NOT = 00
               EXIT PARAGRAPH
           END-IF
           MOVE PCH-USER-ID TO CC-USER-ID
           PERFORM READ-ACCOUNT-IMAGE
           IF CC-RETURN-CODE = 23
               MOVE 27 TO CC-RETURN-CODE
           END-IF
           IF CC-RETURN-CODE = 00
               AND WS-ACCOUNT-IMAGE NOT = PCH-BEFORE-IMAGE
               MOVE 27 TO CC-RETURN-CODE
           END-IF
           IF CC-RETURN-CODE NOT = 00
               PERFORM RETURN-CHANGE-DETAILS
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-APPROVED-CHANGE
           MOVE DBI-STATUS-CODE TO CC-DBI-STATUS
           EVALUATE DBI-STATUS-CODE
               WHEN 00
                   MOVE 'A' TO PCH-STATUS
                   MOVE 00 TO PCH-APPLY-STATUS
                   MOVE CC-OPERATOR-ID TO PCH-DECIDED-BY
                   MOVE WS-CURRENT-TIMESTAMP TO PCH-DECIDED-AT
                   MOVE CC-NOTE TO PCH-DECISION-NOTE
                   PERFORM REWRITE-CHANGE-RECORD
               WHEN 91
                   MOVE 91 TO CC-RETURN-CODE
               WHEN OTHER
                   MOVE 28 TO CC-RETURN-CODE
           END-EVALUATE
           PERFORM RETURN-CHANGE-DETAILS.

       REJECT-CHANGE.
           PERFORM CHECK-CHANGE-DECIDABLE
           IF CC-RETURN-CODE NOT = 00
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO PCH-STATUS
           MOVE CC-OPERATOR-ID TO PCH-DECIDED-BY
           MOVE WS-CURRENT-TIMESTAMP TO PCH-DECIDED-AT
           MOVE CC-NOTE TO PCH-DECISION-NOTE
           PERFORM REWRITE-CHANGE-RECORD
           PERFORM RETURN-CHANGE-DETAILS.

      *    COMMON CHECKS BEFORE AN APPROVE OR REJECT. LEAVES THE CHANGE
      *    RECORD READ AND CC-RETURN-CODE 00 WHEN THE DECISION MAY GO
      *    AHEAD.
       CHECK-CHANGE-DECIDABLE.
           IF CC-OPERATOR-ID = SPACES
               MOVE 29 TO CC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHANGE-RECORD
           IF WS-CHANGE-FOUND = 'N'
               MOVE 23 TO CC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT PCH-PENDING
               MOVE 24 TO CC-RETURN-CODE
               PERFORM RETURN-CHANGE-DETAILS
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CHANGE-AGE
           IF WS-CHANGE-OVERDUE = 'Y'
               PERFORM MARK-CHANGE-EXPIRED
               MOVE 25 TO CC-RETURN-CODE
               PERFORM RETURN-CHANGE-DETAILS
               EXIT PARAGRAPH
           END-IF
           IF PCH-REQUESTED-BY = CC-OPERATOR-ID
               MOVE 26 TO CC-RETURN-CODE
               PERFORM RETURN-CHANGE-DETAILS
           END-IF.

       APPLY-APPROVED-CHANGE.
           MOVE PCH-USER-ID TO DBI-USER-ID
           MOVE SPACES TO DBI-USER-DATA
           IF PCH-CHANGE-TYPE = 'D'
               MOVE 'D' TO DBI-OPERATION
           ELSE
               MOVE 'U' TO DBI-OPERATION
               MOVE PCH-AFTER-IMAGE TO WS-APPLY-IMAGE
               MOVE APL-USERNAME        TO DBD-USERNAME
               MOVE APL-EMAIL           TO DBD-EMAIL
               MOVE APL-CATEGORY        TO DBD-CATEGORY
               MOVE APL-BEHAVIOR-SCORE  TO DBD-BEHAVIOR-SCORE
               MOVE APL-FOLLOWER-COUNT  TO DBD-FOLLOWER-COUNT
               MOVE APL-FOLLOWING-COUNT TO DBD-FOLLOWING-COUNT
               MOVE APL-POST-COUNT      TO DBD-POST-COUNT
               MOVE APL-METADATA        TO DBD-METADATA
           END-IF
           MOVE CC-OPERATOR-ID TO DBD-OPERATOR-ID
           CALL "DB-INTERFACE"
               USING DBI-INPUT-PARAMETERS, DBI-OUTPUT-PARAMETERS
           MOVE DBI-STATUS-CODE TO PCH-APPLY-STATUS.

       OPEN-CHANGE-FILE.
           OPEN I-O CHANGE-FILE
           IF WS-CHANGE-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-FILE
               CLOSE CHANGE-FILE
               OPEN I-O CHANGE-FILE
           END-IF
           IF WS-CHANGE-STATUS NOT = "00"
               DISPLAY "PENDING CHANGE FILE NOT AVAILABLE: "
                   WS-CHANGE-STATUS
               MOVE 99 TO CC-RETURN-CODE
           END-IF.

       POSITION-AT-FIRST-CHANGE.
           MOVE LOW-VALUES TO PCH-CHANGE-ID
           START CHANGE-FILE KEY IS NOT LESS THAN PCH-CHANGE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CHANGE-EOF
           END-START.

       READ-CHANGE-RECORD.
           MOVE CC-CHANGE-ID TO PCH-CHANGE-ID
           READ CHANGE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CHANGE-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CHANGE-FOUND
           END-READ.

       REWRITE-CHANGE-RECORD.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "PENDING CHANGE REWRITE ERROR: "
                       WS-CHANGE-STATUS
                   MOVE 99 TO CC-RETURN-CODE
           END-REWRITE.

       RETURN-CHANGE-DETAILS.
           MOVE PCH-CHANGE-ID TO CC-CHANGE-ID
           MOVE PCH-CHANGE-TYPE TO CC-CHANGE-TYPE
           MOVE PCH-USER-ID TO CC-USER-ID
           MOVE PCH-STATUS TO CC-STATUS
           MOVE PCH-EMAIL-CHANGED TO CC-EMAIL-CHANGED
           MOVE PCH-SCORE-CHANGED TO CC-SCORE-CHANGED
           MOVE PCH-REQUESTED-BY TO CC-REQUESTED-BY
           MOVE PCH-REQUESTED-AT TO CC-REQUESTED-AT
           MOVE PCH-REQUEST-NOTE TO CC-NOTE
           MOVE PCH-DECIDED-BY TO CC-DECIDED-BY
           MOVE PCH-DECIDED-AT TO CC-DECIDED-AT
           MOVE PCH-DECISION-NOTE TO CC-DECISION-NOTE
           MOVE PCH-BEFORE-IMAGE TO CC-BEFORE-IMAGE
           MOVE PCH-AFTER-IMAGE TO CC-AFTER-IMAGE.

       READ-ACCOUNT-IMAGE.
           MOVE SPACES TO WS-ACCOUNT-IMAGE
           MOVE 'R' TO DBI-OPERATION
           MOVE CC-USER-ID TO DBI-USER-ID
           MOVE SPACES TO DBI-USER-DATA
           CALL "DB-INTERFACE"
               USING DBI-INPUT-PARAMETERS, DBI-OUTPUT-PARAMETERS
           EVALUATE DBI-STATUS-CODE
               WHEN 00
                   MOVE DBI-RESULT-DATA(1:777) TO WS-ACCOUNT-IMAGE
               WHEN 91
                   MOVE 91 TO CC-RETURN-CODE
               WHEN OTHER
                   MOVE 23 TO CC-RETURN-CODE
           END-EVALUATE.

       COMPUTE-CHANGE-AGE.
           MOVE 'N' TO WS-CHANGE-OVERDUE
           MOVE PCH-REQUESTED-AT TO WS-STAMP-WORK
           IF WS-STAMP-YEAR NOT NUMERIC
               OR WS-STAMP-MONTH NOT NUMERIC
               OR WS-STAMP-DAY NOT NUMERIC
               OR WS-STAMP-HOUR NOT NUMERIC
               OR WS-STAMP-MINUTE NOT NUMERIC
               MOVE 'Y' TO WS-CHANGE-OVERDUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-DATE-N = WS-STAMP-YEAR * 10000
               + WS-STAMP-MONTH * 100 + WS-STAMP-DAY
           COMPUTE WS-REQ-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-N)
           COMPUTE WS-REQ-MINUTE-OF-DAY =
               WS-STAMP-HOUR * 60 + WS-STAMP-MINUTE
           COMPUTE WS-AGE-MINUTES =
               (WS-NOW-DAY-NUMBER - WS-REQ-DAY-NUMBER) * 1440
               + WS-NOW-MINUTE-OF-DAY - WS-REQ-MINUTE-OF-DAY
           IF WS-AGE-MINUTES NOT < WS-EXPIRY-HOURS * 60
               MOVE 'Y' TO WS-CHANGE-OVERDUE
           END-IF.

      *    THE EXPIRY IS STAMPED WITH THE MOMENT THE TIME LIMIT RAN
      *    OUT, NOT THE MOMENT IT WAS NOTICED, SO THE DAILY REPORT
      *    PUTS IT ON THE RIGHT DAY.
       MARK-CHANGE-EXPIRED.
           MOVE WS-CURRENT-TIMESTAMP TO WS-EXPIRED-AT
           IF WS-STAMP-YEAR NUMERIC AND WS-STAMP-MONTH NUMERIC
               AND WS-STAMP-DAY NUMERIC AND WS-STAMP-HOUR NUMERIC
               AND WS-STAMP-MINUTE NUMERIC
               PERFORM BUILD-EXPIRY-MOMENT
           END-IF
           MOVE 'X' TO PCH-STATUS
           MOVE SPACES TO PCH-DECIDED-BY
           MOVE WS-EXPIRED-AT TO PCH-DECIDED-AT
           MOVE WS-EXPIRY-HOURS TO WS-HOURS-DISPLAY
           MOVE SPACES TO PCH-DECISION-NOTE
           STRING
               "EXPIRED, NOT DECIDED WITHIN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOURS-DISPLAY) DELIMITED BY SIZE
               " HOURS" DELIMITED BY SIZE
               INTO PCH-DECISION-NOTE
           END-STRING
           PERFORM REWRITE-CHANGE-RECORD.

       BUILD-EXPIRY-MOMENT.
           COMPUTE WS-MOMENT-MINUTES =
               WS-REQ-MINUTE-OF-DAY + WS-EXPIRY-HOURS * 60
           DIVIDE WS-MOMENT-MINUTES BY 1440
               GIVING WS-MOMENT-DAYS REMAINDER WS-MOMENT-REST
           DIVIDE WS-MOMENT-REST BY 60
               GIVING WS-MOMENT-HOUR REMAINDER WS-MOMENT-MINUTE
           COMPUTE WS-MOMENT-DATE = FUNCTION DATE-OF-INTEGER
               (WS-REQ-DAY-NUMBER + WS-MOMENT-DAYS)
           MOVE SPACES TO WS-EXPIRED-AT
           STRING
               WS-MOMENT-YEAR         DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-MOMENT-MONTH        DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               WS-MOMENT-DAY          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-MOMENT-HOUR         DELIMITED BY SIZE
               ":"                    DELIMITED BY SIZE
               WS-MOMENT-MINUTE       DELIMITED BY SIZE
               ":"                    DELIMITED BY SIZE
               WS-STAMP-SECOND        DELIMITED BY SIZE
               INTO WS-EXPIRED-AT
           END-STRING.

       LOAD-CONTROL-SETTINGS.
           MOVE 24 TO WS-EXPIRY-HOURS
           MOVE 'N' TO WS-CONFIG-EOF
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CONTROL-SETTING
               UNTIL WS-CONFIG-EOF = 'Y'
           CLOSE CONFIG-FILE.

       READ-CONTROL-SETTING.
           READ CONFIG-FILE
               AT END
                   MOVE 'Y' TO WS-CONFIG-EOF
               NOT AT END
                   IF CONFIG-RECORD NOT = SPACES
                       AND CONFIG-RECORD(1:1) NOT = '#'
                       PERFORM APPLY-CONTROL-SETTING
                   END-IF
           END-READ.

       APPLY-CONTROL-SETTING.
           MOVE SPACES TO WS-CONFIG-KEY-WORK
           MOVE SPACES TO WS-CONFIG-VALUE-WORK
           UNSTRING CONFIG-RECORD DELIMITED BY "="
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
               WHEN "EXPIRY-HOURS"
                   IF WS-CONFIG-VALUE-NUM > 0
                       AND WS-CONFIG-VALUE-NUM < 1000
                       MOVE WS-CONFIG-VALUE-NUM TO WS-EXPIRY-HOURS
                   ELSE
                       DISPLAY "EXPIRY-HOURS MUST BE 1-999, KEEPING "
                           WS-EXPIRY-HOURS
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN CHANGE CONTROL SETTING: "
                       CONFIG-RECORD
           END-EVALUATE.

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
           MOVE WS-RAW-TIMESTAMP(1:8) TO WS-STAMP-DATE-N
           COMPUTE WS-NOW-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-N)
           MOVE WS-CURRENT-TIMESTAMP TO WS-STAMP-WORK
           COMPUTE WS-NOW-MINUTE-OF-DAY =
               WS-STAMP-HOUR * 60 + WS-STAMP-MINUTE.
