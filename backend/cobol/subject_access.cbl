       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-SUBJECT-ACCESS.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    SUBJECT ACCESS REPORT. GIVEN A USER ID, EMAIL ADDRESS OR
      *    USERNAME, LISTS EVERY RECORD HELD ABOUT THAT PERSON IN EVERY
      *    STORE DB-ERASE-USER KNOWS ABOUT, WITH THE FIELDS SPELT OUT
      *    AND THE CHANGE HISTORY FROM THE AUDIT TRAIL AND ITS
      *    GENERATIONS. WRITES subject_access_report.txt, ENDING WITH A
      *    CERTIFICATE OF THE STORES SEARCHED.
      *    READ-ONLY: EVERY STORE IS OPENED INPUT AND READ DIRECTLY,
      *    NOT THROUGH DB-INTERFACE, WHICH OPENS FILES FOR UPDATE AND
      *    LOGS ITS RUNS. AN EMAIL OR USERNAME THAT MATCHES MORE THAN
      *    ONE ACCOUNT IS NOT REPORTED ON, SO NOBODY ELSE'S DATA IS
      *    DISCLOSED; RERUN BY USER ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATABASE-FILE ASSIGN TO "database.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-USER-ID
               FILE STATUS IS WS-DATABASE-STATUS.
           SELECT USER-XREF-FILE ASSIGN TO "user_xref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.
           SELECT FOLLOWER-EDGE-FILE ASSIGN TO "follower_edges.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDGE-KEY
               ALTERNATE RECORD KEY IS EDGE-FOLLOWED-XKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-EDGE-STATUS.
           SELECT SUSPENSION-FILE ASSIGN TO "suspensions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-USER-ID
               FILE STATUS IS WS-SUSPENSION-STATUS.
           SELECT WARNING-STATE-FILE ASSIGN TO "dormancy_warnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWN-USER-ID
               FILE STATUS IS WS-WARNING-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "pending_changes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCH-CHANGE-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REASON-FILE ASSIGN TO "suspension_reasons.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.
           SELECT DORMANT-ARCHIVE-FILE ASSIGN TO "dormant_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "audit_trail.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GENERATION-FILE ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT GENERATION-INDEX-FILE ASSIGN TO
               "audit_generations.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENIDX-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "score_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "user_data_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DATABASE-EXPORT-FILE ASSIGN TO "database_export.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DELTA-EXPORT-FILE ASSIGN TO
               "database_export_delta.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARSED-DATA-FILE ASSIGN TO "parsed_data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "leaderboard_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO
               "duplicate_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "dormancy_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCHIVE-REPORT-FILE
               ASSIGN TO "dormant_archive_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO "quality_scorecard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WATCHLIST-FILE ASSIGN TO "risk_watchlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO "risk_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUBJECT-REPORT-FILE
               ASSIGN TO "subject_access_report.txt"
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

       FD USER-XREF-FILE.
       01 XREF-RECORD.
           05 XREF-KEY.
               10 XREF-KEY-TYPE   PIC X(1).
               10 XREF-KEY-VALUE  PIC X(100).
               10 XREF-USER-ID    PIC X(36).

       FD FOLLOWER-EDGE-FILE.
       01 EDGE-RECORD.
           05 EDGE-KEY.
               10 EDGE-FOLLOWER-ID  PIC X(36).
               10 EDGE-FOLLOWED-ID  PIC X(36).
           05 EDGE-FOLLOWED-XKEY    PIC X(36).
           05 EDGE-SINCE-DATE       PIC X(10).

       FD SUSPENSION-FILE.
       01 SUSPENSION-RECORD.
           05 SUSP-USER-ID          PIC X(36).
           05 SUSP-REASON-CODE      PIC X(2).
           05 SUSP-NOTE             PIC X(60).
           05 SUSP-SUSPENDED-AT     PIC X(19).
           05 SUSP-EXPIRES-ON       PIC X(10).
           05 FILLER                PIC X(73).

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

       FD CHANGE-FILE.
       01 PENDING-CHANGE-RECORD.
           05 PCH-CHANGE-ID         PIC X(16).
           05 PCH-CHANGE-TYPE       PIC X(1).
           05 PCH-USER-ID           PIC X(36).
           05 PCH-STATUS            PIC X(1).
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

       FD REASON-FILE.
       01 REASON-CONFIG-RECORD      PIC X(80).

       FD DORMANT-ARCHIVE-FILE.
       01 ARCHIVE-RECORD         PIC X(777).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-LINE             PIC X(1700).

       FD GENERATION-FILE.
       01 GENERATION-LINE        PIC X(1700).

       FD GENERATION-INDEX-FILE.
       01 GENERATION-INDEX-RECORD.
           05 GIX-FILE-NAME      PIC X(30).
           05 GIX-FIRST-TS       PIC X(19).
           05 GIX-LAST-TS        PIC X(19).
           05 GIX-LINE-COUNT     PIC 9(6).

       FD SCORE-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-USER-ID       PIC X(36).
               10 HIST-RUN-DATE      PIC X(10).
               10 HIST-RECORD-TYPE   PIC X(1).
           05 FILLER             PIC X(61).

       FD REJECT-FILE.
       01 REJECT-LINE            PIC X(200).

       FD DATABASE-EXPORT-FILE.
       01 EXPORT-LINE            PIC X(1100).

       FD DELTA-EXPORT-FILE.
       01 DELTA-LINE             PIC X(1100).

       FD PARSED-DATA-FILE.
       01 PARSED-LINE            PIC X(200).

       FD LEADERBOARD-FILE.
       01 LEADERBOARD-LINE       PIC X(200).

       FD DUPLICATE-REPORT-FILE.
       01 DUPREPORT-LINE         PIC X(250).

       FD NOTICE-FILE.
       01 NOTICE-LINE            PIC X(250).

       FD ARCHIVE-REPORT-FILE.
       01 ARCHIVE-REPORT-LINE    PIC X(250).

       FD SCORECARD-FILE.
       01 SCORECARD-LINE         PIC X(250).

       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           05 WL-USER-ID         PIC X(36).
           05 WL-RANK            PIC 9(6).
           05 WL-RISK-SCORE      PIC 9(3).
           05 WL-RISK-BAND       PIC X(6).
           05 WL-RUN-DATE        PIC X(10).
           05 WL-REASON-CODES    PIC X(15).
           05 FILLER             PIC X(24).

       FD RISK-REPORT-FILE.
       01 RISK-REPORT-LINE       PIC X(200).

       FD SUBJECT-REPORT-FILE.
       01 SAR-LINE               PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-DATABASE-STATUS    PIC XX.
       01 WS-XREF-STATUS        PIC XX.
       01 WS-EDGE-STATUS        PIC XX.
       01 WS-SUSPENSION-STATUS  PIC XX.
       01 WS-WARNING-STATUS     PIC XX.
       01 WS-REASON-STATUS      PIC XX.
       01 WS-FILE-STATUS        PIC XX.
       01 WS-GEN-STATUS         PIC XX.
       01 WS-GENIDX-STATUS      PIC XX.
       01 WS-GENIDX-EOF         PIC X VALUE 'N'.
       01 WS-GENERATION-FILE-NAME PIC X(30).
       01 WS-GENERATION-COUNT   PIC 9(4) VALUE 0.
       01 WS-GENERATION-MISSING PIC 9(4) VALUE 0.
       01 WS-FILE-EOF           PIC X VALUE 'N'.
       01 WS-XREF-EOF           PIC X VALUE 'N'.
       01 WS-EDGE-EOF           PIC X VALUE 'N'.
       01 WS-REASON-EOF         PIC X VALUE 'N'.
       01 WS-FILE-HEADING-DONE  PIC X VALUE 'N'.
       01 WS-CURRENT-FILE-NAME  PIC X(30).

       01 WS-SEARCH-KIND        PIC X(1).
           88 SEARCH-BY-USER-ID  VALUE 'U'.
           88 SEARCH-BY-EMAIL    VALUE 'E'.
           88 SEARCH-BY-USERNAME VALUE 'N'.
       01 WS-SEARCH-VALUE       PIC X(100).

       01 WS-TARGET-IDENTITY.
           05 WS-TARGET-USER-ID  PIC X(36).
           05 WS-TARGET-USERNAME PIC X(50).
           05 WS-TARGET-EMAIL    PIC X(100).
       01 WS-IDENTITY-RESOLVED  PIC X VALUE 'N'.
       01 WS-RESOLVED-FROM      PIC X(40).
       01 WS-UNAME-AS-VALUE     PIC X(100).

       01 WS-MATCH-TABLE.
           05 WS-MATCH-COUNT     PIC 9(2) VALUE 0.
           05 WS-MATCH-USER-ID OCCURS 10 TIMES
                               INDEXED BY WS-MATCH-IDX
                               PIC X(36).

       01 WS-IMAGE-WORK.
           05 IMG-USER-ID          PIC X(36).
           05 IMG-USERNAME         PIC X(50).
           05 IMG-EMAIL            PIC X(100).
           05 IMG-CATEGORY         PIC X(30).
           05 IMG-BEHAVIOR-SCORE   PIC 9(3)V99.
           05 IMG-FOLLOWER-COUNT   PIC 9(6).
           05 IMG-FOLLOWING-COUNT  PIC 9(6).
           05 IMG-POST-COUNT       PIC 9(6).
           05 IMG-LAST-ACTIVE      PIC X(19).
           05 IMG-CREATED-AT       PIC X(19).
           05 IMG-METADATA         PIC X(500).

       01 WS-BEFORE-IMAGE-WORK.
           05 BEF-USER-ID          PIC X(36).
           05 BEF-USERNAME         PIC X(50).
           05 BEF-EMAIL            PIC X(100).
           05 BEF-CATEGORY         PIC X(30).
           05 BEF-BEHAVIOR-SCORE   PIC 9(3)V99.
           05 BEF-FOLLOWER-COUNT   PIC 9(6).
           05 BEF-FOLLOWING-COUNT  PIC 9(6).
           05 BEF-POST-COUNT       PIC 9(6).
           05 BEF-LAST-ACTIVE      PIC X(19).
           05 BEF-CREATED-AT       PIC X(19).
           05 BEF-METADATA         PIC X(500).

       01 WS-AFTER-IMAGE-WORK.
           05 AFT-USER-ID          PIC X(36).
           05 AFT-USERNAME         PIC X(50).
           05 AFT-EMAIL            PIC X(100).
           05 AFT-CATEGORY         PIC X(30).
           05 AFT-BEHAVIOR-SCORE   PIC 9(3)V99.
           05 AFT-FOLLOWER-COUNT   PIC 9(6).
           05 AFT-FOLLOWING-COUNT  PIC 9(6).
           05 AFT-POST-COUNT       PIC 9(6).
           05 AFT-LAST-ACTIVE      PIC X(19).
           05 AFT-CREATED-AT       PIC X(19).
           05 AFT-METADATA         PIC X(500).

      *    DAILY SNAPSHOTS ARE TYPE 'D'; MONTHLY ROLL-UPS ARE TYPE
      *    'M' AND FILL IN THE MIN/MAX/TOTALS (SEE HISTORY-ROLLUP)
       01 WS-HISTORY-WORK.
           05 WS-HW-USER-ID      PIC X(36).
           05 WS-HW-RUN-DATE     PIC X(10).
           05 WS-HW-RECORD-TYPE  PIC X(1).
               88 WS-HW-MONTHLY   VALUE 'M'.
           05 WS-HW-CATEGORY     PIC X(30).
           05 WS-HW-SCORE        PIC 9(3)V99.
           05 WS-HW-INTERACTIONS PIC 9(5).
           05 WS-HW-MIN-SCORE    PIC 9(3)V99.
           05 WS-HW-MAX-SCORE    PIC 9(3)V99.
           05 WS-HW-TOTAL-INT    PIC 9(7).
           05 WS-HW-DAY-COUNT    PIC 9(4).

       01 WS-AUDIT-WORK         PIC X(1700).
       01 WS-AUDIT-OP-TEXT      PIC X(20).
       01 WS-AUDIT-BY-TEXT      PIC X(30).
       01 WS-AUDIT-FIELDS-SHOWN PIC 9(2).

       01 WS-REASON-TABLE.
           05 WS-REASON-COUNT    PIC 9(2) VALUE 0.
           05 WS-REASON-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-REASON-IDX.
               10 WS-REASON-CODE  PIC X(2).
               10 WS-REASON-TEXT  PIC X(40).
       01 WS-REASON-KEY-WORK    PIC X(80).
       01 WS-REASON-VALUE-WORK  PIC X(80).
       01 WS-REASON-DISPLAY     PIC X(40).

       01 WS-META-SOURCE        PIC X(500).
       01 WS-META-POINTER       PIC 9(3).
       01 WS-META-PASSES        PIC 9(3).
       01 WS-META-DONE          PIC X VALUE 'N'.
       01 WS-META-PAIRS-SHOWN   PIC 9(3).
       01 WS-META-PAIR          PIC X(500).
       01 WS-META-KEY           PIC X(60).
       01 WS-META-VALUE         PIC X(440).

       01 WS-FIELD-LABEL        PIC X(30).
       01 WS-FIELD-VALUE        PIC X(500).
       01 WS-DIFF-NAME          PIC X(24).
       01 WS-DIFF-BEFORE        PIC X(500).
       01 WS-DIFF-AFTER         PIC X(500).
       01 WS-SECTION-TITLE      PIC X(100).
       01 WS-SCORE-EDIT         PIC ZZ9.99.
       01 WS-SCORE-EDIT-2       PIC ZZ9.99.
       01 WS-COUNT-EDIT         PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-2       PIC ZZZ,ZZ9.
       01 WS-SMALL-EDIT         PIC ZZ9.
       01 WS-SCORE-TEXT         PIC X(5).
       01 WS-SCORE-NUM REDEFINES WS-SCORE-TEXT PIC 9(3)V99.

       01 WS-REJECT-FIELDS.
           05 WS-REJ-USER-ID     PIC X(36).
           05 WS-REJ-CODE        PIC X(2).
           05 WS-REJ-TEXT        PIC X(100).

       01 WS-STORE-COUNTERS.
           05 WS-EXAMINED-COUNT     PIC 9(7) VALUE 0.
           05 WS-FOUND-COUNT        PIC 9(7) VALUE 0.
           05 WS-TOTAL-FOUND        PIC 9(7) VALUE 0.
           05 WS-FOLLOWING-FOUND    PIC 9(7) VALUE 0.
           05 WS-FOLLOWER-FOUND     PIC 9(7) VALUE 0.
       01 WS-STORE-STATE        PIC X(12).

      *    ONE LINE PER STORE FOR THE CERTIFICATE FOOTER
       01 WS-STORE-TABLE.
           05 WS-STORE-SIZE      PIC 9(2) VALUE 0.
           05 WS-STORE-ENTRY OCCURS 30 TIMES
                               INDEXED BY WS-STORE-IDX.
               10 WS-STR-NAME      PIC X(30).
               10 WS-STR-STATE     PIC X(12).
               10 WS-STR-EXAMINED  PIC 9(7).
               10 WS-STR-FOUND     PIC 9(7).
       01 WS-STR-EXAMINED-EDIT  PIC Z,ZZZ,ZZ9.
       01 WS-STR-FOUND-EDIT     PIC Z,ZZZ,ZZ9.

       01 WS-TIMESTAMP-WORK.
           05 WS-RAW-TIMESTAMP   PIC X(21).
           05 WS-CURRENT-TIMESTAMP PIC X(19).

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
           PERFORM ACCEPT-PARAMETERS
           PERFORM REGISTER-RUN-START
           IF WS-RUN-REFUSED-FLAG = 'Y'
               GOBACK
           END-IF
           PERFORM BUILD-CURRENT-TIMESTAMP
           PERFORM OPEN-SUBJECT-REPORT
           PERFORM RESOLVE-IDENTITY
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT > 1
                   PERFORM REPORT-AMBIGUOUS-MATCH
               WHEN WS-IDENTITY-RESOLVED = 'N'
                   DISPLAY "NO TRACE OF THE REQUESTED USER FOUND"
                   MOVE "NO TRACE OF THE REQUESTED USER FOUND"
                       TO SAR-LINE
                   WRITE SAR-LINE
               WHEN OTHER
                   PERFORM LOAD-REASON-TABLE
                   PERFORM REPORT-DATABASE-RECORD
                   PERFORM REPORT-XREF-ENTRIES
                   PERFORM REPORT-FOLLOWER-EDGES
                   PERFORM REPORT-SUSPENSION-RECORD
                   PERFORM REPORT-PENDING-CHANGES
                   PERFORM REPORT-DORMANCY-WARNING-STATE
                   PERFORM REPORT-ARCHIVE-RECORDS
                   PERFORM REPORT-CHANGE-HISTORY
                   PERFORM REPORT-SCORE-HISTORY
                   PERFORM REPORT-REJECTS
                   PERFORM REPORT-EXPORT-FILE
                   PERFORM REPORT-DELTA-EXPORT-FILE
                   PERFORM REPORT-PARSED-DATA
                   PERFORM REPORT-LEADERBOARD
                   PERFORM REPORT-DUPLICATE-REPORT
                   PERFORM REPORT-DORMANCY-NOTICES
                   PERFORM REPORT-ARCHIVE-REPORT
                   PERFORM REPORT-QUALITY-SCORECARD
                   PERFORM REPORT-RISK-WATCHLIST
                   PERFORM REPORT-RISK-REPORT
                   PERFORM WRITE-CERTIFICATE-FOOTER
           END-EVALUATE
           CLOSE SUBJECT-REPORT-FILE
           PERFORM REGISTER-RUN-END
           DISPLAY "SUBJECT ACCESS REPORT COMPLETED"
           GOBACK.

       ACCEPT-PARAMETERS.
           DISPLAY "SEARCH BY (U)SER-ID, (E)MAIL OR USER(N)AME: "
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-KIND
           IF WS-SEARCH-KIND = 'u'
               MOVE 'U' TO WS-SEARCH-KIND
           END-IF
           IF WS-SEARCH-KIND = 'e'
               MOVE 'E' TO WS-SEARCH-KIND
           END-IF
           IF WS-SEARCH-KIND = 'n'
               MOVE 'N' TO WS-SEARCH-KIND
           END-IF
           IF NOT SEARCH-BY-USER-ID AND NOT SEARCH-BY-EMAIL
               AND NOT SEARCH-BY-USERNAME
               DISPLAY "INVALID SEARCH TYPE: " WS-SEARCH-KIND
               GOBACK
           END-IF
           DISPLAY "ENTER VALUE: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-VALUE
           IF WS-SEARCH-VALUE = SPACES
               DISPLAY "A VALUE IS REQUIRED"
               GOBACK
           END-IF.

       REGISTER-RUN-START.
           MOVE 'S' TO RCP-FUNCTION
           MOVE "DB-SUBJECT-ACCESS" TO RCP-JOB-NAME
           MOVE 'N' TO RCP-EXCLUSIVE-FLAG
           MOVE SPACES TO RCP-END-STATUS
           MOVE 0 TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS
           IF RCP-RETURN-CODE = 91
               MOVE 'Y' TO WS-RUN-REFUSED-FLAG
               DISPLAY "SUBJECT ACCESS REFUSED: DATABASE IN USE"
           END-IF.

       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "DB-SUBJECT-ACCESS" TO RCP-JOB-NAME
           MOVE "OK" TO RCP-END-STATUS
           IF WS-TOTAL-FOUND > 999999
               MOVE 999999 TO RCP-RECORD-COUNT
           ELSE
               MOVE WS-TOTAL-FOUND TO RCP-RECORD-COUNT
           END-IF
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

       OPEN-SUBJECT-REPORT.
           OPEN OUTPUT SUBJECT-REPORT-FILE
           MOVE "=== SUBJECT ACCESS REPORT ===" TO SAR-LINE
           WRITE SAR-LINE
           MOVE SPACES TO SAR-LINE
           STRING
               "REPORT RUN AT: " DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE
           MOVE SPACES TO SAR-LINE
           EVALUATE TRUE
               WHEN SEARCH-BY-USER-ID
                   MOVE "USER ID" TO WS-FIELD-LABEL
               WHEN SEARCH-BY-EMAIL
                   MOVE "EMAIL ADDRESS" TO WS-FIELD-LABEL
               WHEN OTHER
                   MOVE "USERNAME" TO WS-FIELD-LABEL
           END-EVALUATE
           STRING
               "REQUESTED BY " DELIMITED BY SIZE
               WS-FIELD-LABEL DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               WS-SEARCH-VALUE DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE.

      ******************************************************************
      *    IDENTITY
      ******************************************************************
       RESOLVE-IDENTITY.
           MOVE 'N' TO WS-IDENTITY-RESOLVED
           MOVE SPACES TO WS-TARGET-IDENTITY
           MOVE 0 TO WS-MATCH-COUNT
           EVALUATE TRUE
               WHEN SEARCH-BY-USER-ID
                   MOVE WS-SEARCH-VALUE(1:36) TO WS-TARGET-USER-ID
                   PERFORM RESOLVE-VIA-DATABASE-READ
               WHEN SEARCH-BY-EMAIL
                   MOVE WS-SEARCH-VALUE TO WS-TARGET-EMAIL
                   PERFORM RESOLVE-VIA-LOOKUP
               WHEN OTHER
                   MOVE WS-SEARCH-VALUE(1:50) TO WS-TARGET-USERNAME
                   PERFORM RESOLVE-VIA-LOOKUP
           END-EVALUATE
           IF WS-MATCH-COUNT > 1
               EXIT PARAGRAPH
           END-IF
           IF WS-IDENTITY-RESOLVED = 'N'
               PERFORM RESOLVE-VIA-ARCHIVE
           END-IF
           IF WS-IDENTITY-RESOLVED = 'N'
               PERFORM RESOLVE-VIA-AUDIT
           END-IF
           IF WS-IDENTITY-RESOLVED = 'Y'
               MOVE SPACES TO SAR-LINE
               STRING
                   "SUBJECT USER-ID: " DELIMITED BY SIZE
                   WS-TARGET-USER-ID DELIMITED BY SIZE
                   " (IDENTIFIED FROM " DELIMITED BY SIZE
                   WS-RESOLVED-FROM DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO SAR-LINE
               END-STRING
               WRITE SAR-LINE
           END-IF.

       RESOLVE-VIA-DATABASE-READ.
           OPEN INPUT DATABASE-FILE
           IF WS-DATABASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-USER-ID TO DB-USER-ID
           READ DATABASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DB-USERNAME TO WS-TARGET-USERNAME
                   MOVE DB-EMAIL TO WS-TARGET-EMAIL
                   MOVE "THE LIVE DATABASE" TO WS-RESOLVED-FROM
                   MOVE 'Y' TO WS-IDENTITY-RESOLVED
           END-READ
           CLOSE DATABASE-FILE.

      *    THE CROSS-REFERENCE HOLDS ONE ENTRY PER ACCOUNT FOR EACH
      *    EMAIL AND USERNAME, SO EVERY ENTRY UNDER THE VALUE IS A
      *    DIFFERENT ACCOUNT.
       RESOLVE-VIA-LOOKUP.
           OPEN INPUT USER-XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-XREF-EOF
           IF SEARCH-BY-EMAIL
               MOVE 'E' TO XREF-KEY-TYPE
           ELSE
               MOVE 'N' TO XREF-KEY-TYPE
           END-IF
           MOVE WS-SEARCH-VALUE TO XREF-KEY-VALUE
           MOVE LOW-VALUES TO XREF-USER-ID
           START USER-XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF
           END-START
           PERFORM COLLECT-LOOKUP-MATCH
               UNTIL WS-XREF-EOF = 'Y'
           CLOSE USER-XREF-FILE
           IF WS-MATCH-COUNT = 1
               MOVE WS-MATCH-USER-ID(1) TO WS-TARGET-USER-ID
               PERFORM RESOLVE-VIA-DATABASE-READ
           END-IF.

       COLLECT-LOOKUP-MATCH.
           READ USER-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF
                   EXIT PARAGRAPH
           END-READ
           IF (SEARCH-BY-EMAIL AND XREF-KEY-TYPE NOT = 'E')
               OR (SEARCH-BY-USERNAME AND XREF-KEY-TYPE NOT = 'N')
               OR XREF-KEY-VALUE NOT = WS-SEARCH-VALUE
               MOVE 'Y' TO WS-XREF-EOF
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-COUNT < 10
               ADD 1 TO WS-MATCH-COUNT
               MOVE XREF-USER-ID TO WS-MATCH-USER-ID(WS-MATCH-COUNT)
           END-IF.

       RESOLVE-VIA-ARCHIVE.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT DORMANT-ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-ARCHIVE-LINES
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE DORMANT-ARCHIVE-FILE.

       RESOLVE-ARCHIVE-LINES.
           READ DORMANT-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           IF ARCHIVE-RECORD(1:10) = "*RESTORED*"
               OR ARCHIVE-RECORD(1:9) = "*ERASED* "
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVE-RECORD TO WS-IMAGE-WORK
           PERFORM CHECK-IMAGE-MATCHES-SEARCH
           IF WS-IDENTITY-RESOLVED = 'Y'
               MOVE "THE DORMANT ARCHIVE" TO WS-RESOLVED-FROM
               MOVE 'Y' TO WS-FILE-EOF
           END-IF.

       RESOLVE-VIA-AUDIT.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-AUDIT-LINES
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE AUDIT-TRAIL-FILE.

       RESOLVE-AUDIT-LINES.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           IF AUDIT-LINE(838:777) NOT = SPACES
               MOVE AUDIT-LINE(838:777) TO WS-IMAGE-WORK
           ELSE
               MOVE AUDIT-LINE(60:777) TO WS-IMAGE-WORK
           END-IF
           MOVE AUDIT-LINE(23:36) TO IMG-USER-ID
           PERFORM CHECK-IMAGE-MATCHES-SEARCH
           IF WS-IDENTITY-RESOLVED = 'Y'
               MOVE "THE AUDIT TRAIL" TO WS-RESOLVED-FROM
               MOVE 'Y' TO WS-FILE-EOF
           END-IF.

       CHECK-IMAGE-MATCHES-SEARCH.
           IF (SEARCH-BY-USER-ID
               AND IMG-USER-ID = WS-TARGET-USER-ID)
               OR (SEARCH-BY-EMAIL
               AND IMG-EMAIL = WS-SEARCH-VALUE)
               OR (SEARCH-BY-USERNAME
               AND IMG-USERNAME = WS-SEARCH-VALUE(1:50))
               MOVE IMG-USER-ID TO WS-TARGET-USER-ID
               MOVE IMG-USERNAME TO WS-TARGET-USERNAME
               MOVE IMG-EMAIL TO WS-TARGET-EMAIL
               MOVE 'Y' TO WS-IDENTITY-RESOLVED
           END-IF.

       REPORT-AMBIGUOUS-MATCH.
           DISPLAY "MORE THAN ONE ACCOUNT MATCHES, RERUN BY USER ID"
           MOVE "MORE THAN ONE ACCOUNT MATCHES THIS VALUE. NO DATA IS"
               TO SAR-LINE
           WRITE SAR-LINE
           MOVE "REPORTED; CONFIRM WHICH ACCOUNT BELONGS TO THE"
               TO SAR-LINE
           WRITE SAR-LINE
           MOVE "REQUESTER AND RERUN BY USER ID. MATCHING USER IDS:"
               TO SAR-LINE
           WRITE SAR-LINE
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               MOVE SPACES TO SAR-LINE
               STRING
                   "    " DELIMITED BY SIZE
                   WS-MATCH-USER-ID(WS-MATCH-IDX) DELIMITED BY SIZE
                   INTO SAR-LINE
               END-STRING
               WRITE SAR-LINE
           END-PERFORM.

      ******************************************************************
      *    KEYED STORES
      ******************************************************************
       REPORT-DATABASE-RECORD.
           MOVE "database.dat - CURRENT ACCOUNT RECORD"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "database.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           OPEN INPUT DATABASE-FILE
           IF WS-DATABASE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-USER-ID TO DB-USER-ID
           ADD 1 TO WS-EXAMINED-COUNT
           READ DATABASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FOUND-COUNT
                   MOVE DB-RECORD TO WS-IMAGE-WORK
                   PERFORM DESCRIBE-ACCOUNT-IMAGE
           END-READ
           CLOSE DATABASE-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-XREF-ENTRIES.
           MOVE "user_xref.dat - LOOKUP ENTRIES" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "user_xref.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           OPEN INPUT USER-XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-XREF-EOF
           PERFORM REPORT-ONE-XREF-ENTRY
               UNTIL WS-XREF-EOF = 'Y'
           CLOSE USER-XREF-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-XREF-ENTRY.
           READ USER-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF XREF-USER-ID NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           EVALUATE XREF-KEY-TYPE
               WHEN 'E'
                   MOVE "FIND-BY-EMAIL ENTRY" TO WS-FIELD-LABEL
               WHEN 'N'
                   MOVE "FIND-BY-USERNAME ENTRY" TO WS-FIELD-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-FIELD-LABEL
                   STRING
                       "LOOKUP ENTRY TYPE " DELIMITED BY SIZE
                       XREF-KEY-TYPE DELIMITED BY SIZE
                       INTO WS-FIELD-LABEL
                   END-STRING
           END-EVALUATE
           MOVE XREF-KEY-VALUE TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE.

       REPORT-FOLLOWER-EDGES.
           MOVE "follower_edges.dat - FOLLOW RELATIONSHIPS"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "follower_edges.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 0 TO WS-FOLLOWING-FOUND
           MOVE 0 TO WS-FOLLOWER-FOUND
           OPEN INPUT FOLLOWER-EDGE-FILE
           IF WS-EDGE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EDGE-EOF
           MOVE WS-TARGET-USER-ID TO EDGE-FOLLOWER-ID
           MOVE LOW-VALUES TO EDGE-FOLLOWED-ID
           START FOLLOWER-EDGE-FILE KEY IS NOT LESS THAN EDGE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EDGE-EOF
           END-START
           PERFORM REPORT-FOLLOWING-EDGE
               UNTIL WS-EDGE-EOF = 'Y'
           MOVE 'N' TO WS-EDGE-EOF
           MOVE WS-TARGET-USER-ID TO EDGE-FOLLOWED-XKEY
           START FOLLOWER-EDGE-FILE
               KEY IS NOT LESS THAN EDGE-FOLLOWED-XKEY
               INVALID KEY
                   MOVE 'Y' TO WS-EDGE-EOF
           END-START
           PERFORM REPORT-FOLLOWER-EDGE
               UNTIL WS-EDGE-EOF = 'Y'
           CLOSE FOLLOWER-EDGE-FILE
           MOVE SPACES TO SAR-LINE
           MOVE WS-FOLLOWING-FOUND TO WS-COUNT-EDIT
           MOVE WS-FOLLOWER-FOUND TO WS-COUNT-EDIT-2
           STRING
               "    ACCOUNTS THIS USER FOLLOWS: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "   ACCOUNTS FOLLOWING THIS USER: " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-FOLLOWING-EDGE.
           READ FOLLOWER-EDGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EDGE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF EDGE-FOLLOWER-ID NOT = WS-TARGET-USER-ID
               MOVE 'Y' TO WS-EDGE-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           ADD 1 TO WS-FOLLOWING-FOUND
           MOVE SPACES TO SAR-LINE
           STRING
               "    FOLLOWS " DELIMITED BY SIZE
               EDGE-FOLLOWED-ID DELIMITED BY SIZE
               " SINCE " DELIMITED BY SIZE
               EDGE-SINCE-DATE DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE.

       REPORT-FOLLOWER-EDGE.
           READ FOLLOWER-EDGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EDGE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF EDGE-FOLLOWED-XKEY NOT = WS-TARGET-USER-ID
               MOVE 'Y' TO WS-EDGE-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           ADD 1 TO WS-FOLLOWER-FOUND
           MOVE SPACES TO SAR-LINE
           STRING
               "    FOLLOWED BY " DELIMITED BY SIZE
               EDGE-FOLLOWER-ID DELIMITED BY SIZE
               " SINCE " DELIMITED BY SIZE
               EDGE-SINCE-DATE DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE.

       REPORT-SUSPENSION-RECORD.
           MOVE "suspensions.dat - ACCOUNT SUSPENSION"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "suspensions.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           OPEN INPUT SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-USER-ID TO SUSP-USER-ID
           ADD 1 TO WS-EXAMINED-COUNT
           READ SUSPENSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FOUND-COUNT
                   PERFORM DESCRIBE-SUSPENSION
           END-READ
           CLOSE SUSPENSION-FILE
           PERFORM RECORD-STORE-SEARCHED.

       DESCRIBE-SUSPENSION.
           MOVE "ACCOUNT IS SUSPENDED SINCE" TO WS-FIELD-LABEL
           MOVE SUSP-SUSPENDED-AT TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE SUSP-REASON-CODE TO WS-REASON-KEY-WORK
           PERFORM DECODE-REASON
           MOVE "REASON" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING
               SUSP-REASON-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON-DISPLAY DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE
           MOVE "ENDS" TO WS-FIELD-LABEL
           IF SUSP-EXPIRES-ON = SPACES
               MOVE "WHEN LIFTED BY AN OPERATOR" TO WS-FIELD-VALUE
           ELSE
               MOVE SPACES TO WS-FIELD-VALUE
               STRING
                   "AUTOMATICALLY ON " DELIMITED BY SIZE
                   SUSP-EXPIRES-ON DELIMITED BY SIZE
                   INTO WS-FIELD-VALUE
               END-STRING
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE "OPERATOR NOTE" TO WS-FIELD-LABEL
           MOVE SUSP-NOTE TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE.

       REPORT-PENDING-CHANGES.
           MOVE "pending_changes.dat - CHANGES NEEDING APPROVAL"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "pending_changes.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT CHANGE-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-PENDING-CHANGE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE CHANGE-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-PENDING-CHANGE.
           READ CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF PCH-USER-ID NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES TO SAR-LINE
           STRING
               "  CHANGE " DELIMITED BY SIZE
               PCH-CHANGE-ID DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE
           MOVE "KIND OF CHANGE" TO WS-FIELD-LABEL
           IF PCH-CHANGE-TYPE = 'D'
               MOVE "DELETE THE ACCOUNT" TO WS-FIELD-VALUE
           ELSE
               MOVE "UPDATE THE ACCOUNT" TO WS-FIELD-VALUE
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE "OUTCOME" TO WS-FIELD-LABEL
           EVALUATE PCH-STATUS
               WHEN 'P'
                   MOVE "WAITING FOR APPROVAL" TO WS-FIELD-VALUE
               WHEN 'A'
                   MOVE "APPROVED AND APPLIED" TO WS-FIELD-VALUE
               WHEN 'R'
                   MOVE "REJECTED, NOT APPLIED" TO WS-FIELD-VALUE
               WHEN 'X'
                   MOVE "EXPIRED UNDECIDED, NOT APPLIED"
                       TO WS-FIELD-VALUE
               WHEN OTHER
                   MOVE PCH-STATUS TO WS-FIELD-VALUE
           END-EVALUATE
           PERFORM WRITE-FIELD-LINE
           MOVE "REQUESTED AT" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING
               PCH-REQUESTED-AT DELIMITED BY SIZE
               " BY OPERATOR " DELIMITED BY SIZE
               PCH-REQUESTED-BY DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE
           MOVE "REASON GIVEN" TO WS-FIELD-LABEL
           MOVE PCH-REQUEST-NOTE TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           IF PCH-DECIDED-AT NOT = SPACES
               MOVE "DECIDED AT" TO WS-FIELD-LABEL
               MOVE SPACES TO WS-FIELD-VALUE
               IF PCH-DECIDED-BY = SPACES
                   STRING
                       PCH-DECIDED-AT DELIMITED BY SIZE
                       " BY TIME LIMIT" DELIMITED BY SIZE
                       INTO WS-FIELD-VALUE
                   END-STRING
               ELSE
                   STRING
                       PCH-DECIDED-AT DELIMITED BY SIZE
                       " BY OPERATOR " DELIMITED BY SIZE
                       PCH-DECIDED-BY DELIMITED BY SIZE
                       INTO WS-FIELD-VALUE
                   END-STRING
               END-IF
               PERFORM WRITE-FIELD-LINE
           END-IF
           IF PCH-DECISION-NOTE NOT = SPACES
               MOVE "DECISION NOTE" TO WS-FIELD-LABEL
               MOVE PCH-DECISION-NOTE TO WS-FIELD-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF
           IF PCH-CHANGE-TYPE = 'D'
               EXIT PARAGRAPH
           END-IF
           MOVE PCH-BEFORE-IMAGE TO WS-BEFORE-IMAGE-WORK
           MOVE PCH-AFTER-IMAGE TO WS-AFTER-IMAGE-WORK
           MOVE 0 TO WS-AUDIT-FIELDS-SHOWN
           PERFORM DESCRIBE-IMAGE-DIFFERENCES.

       REPORT-DORMANCY-WARNING-STATE.
           MOVE "dormancy_warnings.dat - INACTIVITY WARNINGS SENT"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "dormancy_warnings.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           OPEN INPUT WARNING-STATE-FILE
           IF WS-WARNING-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-USER-ID TO DWN-USER-ID
           ADD 1 TO WS-EXAMINED-COUNT
           READ WARNING-STATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FOUND-COUNT
                   PERFORM DESCRIBE-WARNING-STATE
           END-READ
           CLOSE WARNING-STATE-FILE
           PERFORM RECORD-STORE-SEARCHED.

       DESCRIBE-WARNING-STATE.
           MOVE "INACTIVE SINCE" TO WS-FIELD-LABEL
           MOVE DWN-LAST-ACTIVE TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "DUE TO BE ARCHIVED ON" TO WS-FIELD-LABEL
           MOVE DWN-PROJECTED-DATE TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "WARNING NOTICES SENT" TO WS-FIELD-LABEL
           MOVE DWN-WARNING-COUNT TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "FIRST NOTICE SENT" TO WS-FIELD-LABEL
           MOVE DWN-FIRST-WARNED-AT TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "LATEST NOTICE SENT" TO WS-FIELD-LABEL
           MOVE DWN-LAST-POINT TO WS-SMALL-EDIT
           MOVE SPACES TO WS-FIELD-VALUE
           STRING
               DWN-LAST-WARNED-AT DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-SMALL-EDIT DELIMITED BY SIZE
               " DAYS BEFORE ARCHIVE" DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE.

       REPORT-SCORE-HISTORY.
           MOVE "score_history.dat - BEHAVIOR SCORE HISTORY"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "score_history.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-USER-ID TO HIST-USER-ID
           MOVE LOW-VALUES TO HIST-RUN-DATE
           MOVE LOW-VALUES TO HIST-RECORD-TYPE
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START
           PERFORM REPORT-ONE-HISTORY-RECORD
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE SCORE-HISTORY-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-HISTORY-RECORD.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF HIST-USER-ID NOT = WS-TARGET-USER-ID
               MOVE 'Y' TO WS-FILE-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE HISTORY-RECORD TO WS-HISTORY-WORK
           MOVE WS-HW-SCORE TO WS-SCORE-EDIT
           MOVE SPACES TO SAR-LINE
           IF WS-HW-MONTHLY
               MOVE WS-HW-TOTAL-INT TO WS-COUNT-EDIT
               MOVE WS-HW-DAY-COUNT TO WS-COUNT-EDIT-2
               STRING
                   "    MONTH OF " DELIMITED BY SIZE
                   WS-HW-RUN-DATE(1:7) DELIMITED BY SIZE
                   "  AVERAGE SCORE " DELIMITED BY SIZE
                   WS-SCORE-EDIT DELIMITED BY SIZE
                   "  INTERACTIONS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  DAYS RECORDED " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   "  CATEGORY " DELIMITED BY SIZE
                   WS-HW-CATEGORY DELIMITED BY SIZE
                   INTO SAR-LINE
               END-STRING
               WRITE SAR-LINE
               MOVE WS-HW-MIN-SCORE TO WS-SCORE-EDIT
               MOVE WS-HW-MAX-SCORE TO WS-SCORE-EDIT-2
               MOVE SPACES TO SAR-LINE
               STRING
                   "                    LOWEST SCORE  "
                       DELIMITED BY SIZE
                   WS-SCORE-EDIT DELIMITED BY SIZE
                   "  HIGHEST SCORE " DELIMITED BY SIZE
                   WS-SCORE-EDIT-2 DELIMITED BY SIZE
                   INTO SAR-LINE
               END-STRING
           ELSE
               MOVE WS-HW-INTERACTIONS TO WS-COUNT-EDIT
               STRING
                   "    DAY " DELIMITED BY SIZE
                   WS-HW-RUN-DATE DELIMITED BY SIZE
                   "   SCORE         " DELIMITED BY SIZE
                   WS-SCORE-EDIT DELIMITED BY SIZE
                   "  INTERACTIONS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  CATEGORY " DELIMITED BY SIZE
                   WS-HW-CATEGORY DELIMITED BY SIZE
                   INTO SAR-LINE
               END-STRING
           END-IF
           WRITE SAR-LINE.

      ******************************************************************
      *    ARCHIVE AND CHANGE HISTORY
      ******************************************************************
       REPORT-ARCHIVE-RECORDS.
           MOVE "dormant_archive.dat - ARCHIVED ACCOUNT RECORDS"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "dormant_archive.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT DORMANT-ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-ARCHIVE-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE DORMANT-ARCHIVE-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-ARCHIVE-LINE.
           READ DORMANT-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF ARCHIVE-RECORD(1:10) = "*RESTORED*"
               IF ARCHIVE-RECORD(32:36) = WS-TARGET-USER-ID
                   ADD 1 TO WS-FOUND-COUNT
                   MOVE SPACES TO SAR-LINE
                   STRING
                       "  ACCOUNT RESTORED FROM THE ARCHIVE AT "
                           DELIMITED BY SIZE
                       ARCHIVE-RECORD(12:19) DELIMITED BY SIZE
                       INTO SAR-LINE
                   END-STRING
                   WRITE SAR-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ARCHIVE-RECORD(1:9) = "*ERASED* "
               IF ARCHIVE-RECORD(30:36) = WS-TARGET-USER-ID
                   ADD 1 TO WS-FOUND-COUNT
                   MOVE SPACES TO SAR-LINE
                   STRING
                       "  ARCHIVED COPY ERASED AT " DELIMITED BY SIZE
                       ARCHIVE-RECORD(10:19) DELIMITED BY SIZE
                       INTO SAR-LINE
                   END-STRING
                   WRITE SAR-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVE-RECORD TO WS-IMAGE-WORK
           IF IMG-USER-ID = WS-TARGET-USER-ID
               OR (WS-TARGET-EMAIL NOT = SPACES
               AND IMG-EMAIL = WS-TARGET-EMAIL)
               ADD 1 TO WS-FOUND-COUNT
               MOVE "  ACCOUNT ARCHIVED FOR INACTIVITY, AS IT STOOD:"
                   TO SAR-LINE
               WRITE SAR-LINE
               PERFORM DESCRIBE-ACCOUNT-IMAGE
           END-IF.

      *    GENERATIONS ARE LISTED IN THE INDEX OLDEST FIRST, SO READING
      *    THEM BEFORE THE LIVE TRAIL GIVES THE HISTORY IN TIME ORDER.
       REPORT-CHANGE-HISTORY.
           MOVE "audit_trail.log AND GENERATIONS - CHANGE HISTORY"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-GENERATION-COUNT
           MOVE 0 TO WS-GENERATION-MISSING
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-GENIDX-EOF
           OPEN INPUT GENERATION-INDEX-FILE
           IF WS-GENIDX-STATUS = "00"
               PERFORM REPORT-ONE-GENERATION
                   UNTIL WS-GENIDX-EOF = 'Y'
               CLOSE GENERATION-INDEX-FILE
               MOVE "audit_generations.idx" TO WS-CURRENT-FILE-NAME
               PERFORM RECORD-STORE-SEARCHED
           ELSE
               MOVE "audit_generations.idx" TO WS-CURRENT-FILE-NAME
               PERFORM RECORD-STORE-ABSENT
           END-IF
           MOVE "audit_trail.log" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-FILE-HEADING-DONE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-LIVE-AUDIT-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE AUDIT-TRAIL-FILE
           PERFORM RECORD-STORE-SEARCHED.

      *    EXAMINED AND FOUND ACCUMULATE OVER ALL GENERATIONS AND ARE
      *    REPORTED AGAINST audit_generations.idx IN THE FOOTER.
       REPORT-ONE-GENERATION.
           READ GENERATION-INDEX-FILE
               AT END
                   MOVE 'Y' TO WS-GENIDX-EOF
                   EXIT PARAGRAPH
           END-READ
           IF GIX-FILE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GENERATION-COUNT
           MOVE GIX-FILE-NAME TO WS-GENERATION-FILE-NAME
           MOVE GIX-FILE-NAME TO WS-CURRENT-FILE-NAME
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-FILE-HEADING-DONE
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS NOT = "00"
               ADD 1 TO WS-GENERATION-MISSING
               MOVE SPACES TO SAR-LINE
               STRING
                   "  AUDIT GENERATION NOT PRESENT: " DELIMITED BY SIZE
                   WS-GENERATION-FILE-NAME DELIMITED BY SIZE
                   INTO SAR-LINE
               END-STRING
               WRITE SAR-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-GENERATION-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE GENERATION-FILE.

       REPORT-GENERATION-LINE.
           READ GENERATION-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF GENERATION-LINE(23:36) = WS-TARGET-USER-ID
               MOVE GENERATION-LINE TO WS-AUDIT-WORK
               PERFORM DESCRIBE-AUDIT-ENTRY
           END-IF.

       REPORT-LIVE-AUDIT-LINE.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF AUDIT-LINE(23:36) = WS-TARGET-USER-ID
               MOVE AUDIT-LINE TO WS-AUDIT-WORK
               PERFORM DESCRIBE-AUDIT-ENTRY
           END-IF.

      *    AUDIT LINE: OP(1) | TIMESTAMP(3) | USER ID(23) | BEFORE
      *    IMAGE(60) | AFTER IMAGE(838). SUSPEND/LIFT ENTRIES CARRY
      *    REASON(1616), EXPIRY(1619) AND NOTE(1630); AN OPERATOR ID,
      *    WHEN THERE WAS ONE, IS AT 1691.
       DESCRIBE-AUDIT-ENTRY.
           ADD 1 TO WS-FOUND-COUNT
           IF WS-FILE-HEADING-DONE = 'N'
               MOVE 'Y' TO WS-FILE-HEADING-DONE
               MOVE SPACES TO SAR-LINE
               STRING
                   "  RECORDED IN " DELIMITED BY SIZE
                   WS-CURRENT-FILE-NAME DELIMITED BY SIZE
                   INTO SAR-LINE
               END-STRING
               WRITE SAR-LINE
           END-IF
           EVALUATE WS-AUDIT-WORK(1:1)
               WHEN 'I'
                   MOVE "ACCOUNT CREATED" TO WS-AUDIT-OP-TEXT
               WHEN 'U'
                   MOVE "ACCOUNT UPDATED" TO WS-AUDIT-OP-TEXT
               WHEN 'D'
                   MOVE "ACCOUNT DELETED" TO WS-AUDIT-OP-TEXT
               WHEN 'S'
                   MOVE "ACCOUNT SUSPENDED" TO WS-AUDIT-OP-TEXT
               WHEN 'L'
                   MOVE "SUSPENSION LIFTED" TO WS-AUDIT-OP-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-AUDIT-OP-TEXT
                   STRING
                       "CHANGE OF TYPE " DELIMITED BY SIZE
                       WS-AUDIT-WORK(1:1) DELIMITED BY SIZE
                       INTO WS-AUDIT-OP-TEXT
                   END-STRING
           END-EVALUATE
           IF WS-AUDIT-WORK(1690:1) = "|"
               AND WS-AUDIT-WORK(1691:8) NOT = SPACES
               MOVE SPACES TO WS-AUDIT-BY-TEXT
               STRING
                   "BY OPERATOR " DELIMITED BY SIZE
                   WS-AUDIT-WORK(1691:8) DELIMITED BY SIZE
                   INTO WS-AUDIT-BY-TEXT
               END-STRING
           ELSE
               MOVE "BY AUTOMATED PROCESSING" TO WS-AUDIT-BY-TEXT
           END-IF
           MOVE SPACES TO SAR-LINE
           STRING
               "  " DELIMITED BY SIZE
               WS-AUDIT-WORK(3:19) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AUDIT-OP-TEXT DELIMITED BY SIZE
               WS-AUDIT-BY-TEXT DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE
           MOVE WS-AUDIT-WORK(60:777) TO WS-BEFORE-IMAGE-WORK
           MOVE WS-AUDIT-WORK(838:777) TO WS-AFTER-IMAGE-WORK
           EVALUATE WS-AUDIT-WORK(1:1)
               WHEN 'I'
                   MOVE WS-AFTER-IMAGE-WORK TO WS-IMAGE-WORK
                   PERFORM DESCRIBE-ACCOUNT-IMAGE
               WHEN 'D'
                   MOVE "    RECORD AS IT STOOD WHEN DELETED:"
                       TO SAR-LINE
                   WRITE SAR-LINE
                   MOVE WS-BEFORE-IMAGE-WORK TO WS-IMAGE-WORK
                   PERFORM DESCRIBE-ACCOUNT-IMAGE
               WHEN 'S'
               WHEN 'L'
                   PERFORM DESCRIBE-AUDIT-SUSPENSION
               WHEN OTHER
                   MOVE 0 TO WS-AUDIT-FIELDS-SHOWN
                   PERFORM DESCRIBE-IMAGE-DIFFERENCES
                   IF WS-AUDIT-FIELDS-SHOWN = 0
                       MOVE "    NO FIELD VALUES CHANGED" TO SAR-LINE
                       WRITE SAR-LINE
                   END-IF
           END-EVALUATE.

       DESCRIBE-AUDIT-SUSPENSION.
           IF WS-AUDIT-WORK(1:1) = 'S'
               MOVE WS-AUDIT-WORK(1616:2) TO WS-REASON-KEY-WORK
               PERFORM DECODE-REASON
               MOVE "REASON" TO WS-FIELD-LABEL
               MOVE SPACES TO WS-FIELD-VALUE
               STRING
                   WS-AUDIT-WORK(1616:2) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-REASON-DISPLAY DELIMITED BY SIZE
                   INTO WS-FIELD-VALUE
               END-STRING
               PERFORM WRITE-FIELD-LINE
               MOVE "TO END" TO WS-FIELD-LABEL
               IF WS-AUDIT-WORK(1619:10) = SPACES
                   MOVE "WHEN LIFTED BY AN OPERATOR" TO WS-FIELD-VALUE
               ELSE
                   MOVE SPACES TO WS-FIELD-VALUE
                   STRING
                       "AUTOMATICALLY ON " DELIMITED BY SIZE
                       WS-AUDIT-WORK(1619:10) DELIMITED BY SIZE
                       INTO WS-FIELD-VALUE
                   END-STRING
               END-IF
               PERFORM WRITE-FIELD-LINE
           END-IF
           IF WS-AUDIT-WORK(1630:60) NOT = SPACES
               MOVE "NOTE" TO WS-FIELD-LABEL
               MOVE WS-AUDIT-WORK(1630:60) TO WS-FIELD-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.

      *    FIELD-BY-FIELD COMPARISON OF WS-BEFORE-IMAGE-WORK AND
      *    WS-AFTER-IMAGE-WORK, ONE WAS/NOW PAIR PER CHANGED FIELD.
       DESCRIBE-IMAGE-DIFFERENCES.
           IF BEF-USERNAME NOT = AFT-USERNAME
               MOVE "USERNAME" TO WS-DIFF-NAME
               MOVE BEF-USERNAME TO WS-DIFF-BEFORE
               MOVE AFT-USERNAME TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF
           IF BEF-EMAIL NOT = AFT-EMAIL
               MOVE "EMAIL ADDRESS" TO WS-DIFF-NAME
               MOVE BEF-EMAIL TO WS-DIFF-BEFORE
               MOVE AFT-EMAIL TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF
           IF BEF-CATEGORY NOT = AFT-CATEGORY
               MOVE "INTEREST CATEGORY" TO WS-DIFF-NAME
               MOVE BEF-CATEGORY TO WS-DIFF-BEFORE
               MOVE AFT-CATEGORY TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF
           IF BEF-BEHAVIOR-SCORE NOT = AFT-BEHAVIOR-SCORE
               MOVE "BEHAVIOR SCORE" TO WS-DIFF-NAME
               MOVE BEF-BEHAVIOR-SCORE TO WS-SCORE-EDIT
               MOVE WS-SCORE-EDIT TO WS-DIFF-BEFORE
               MOVE AFT-BEHAVIOR-SCORE TO WS-SCORE-EDIT
               MOVE WS-SCORE-EDIT TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF
           IF BEF-FOLLOWER-COUNT NOT = AFT-FOLLOWER-COUNT
               MOVE "FOLLOWERS" TO WS-DIFF-NAME
               MOVE BEF-FOLLOWER-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DIFF-BEFORE
               MOVE AFT-FOLLOWER-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF
           IF BEF-FOLLOWING-COUNT NOT = AFT-FOLLOWING-COUNT
               MOVE "ACCOUNTS FOLLOWED" TO WS-DIFF-NAME
               MOVE BEF-FOLLOWING-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DIFF-BEFORE
               MOVE AFT-FOLLOWING-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF
           IF BEF-POST-COUNT NOT = AFT-POST-COUNT
               MOVE "POSTS" TO WS-DIFF-NAME
               MOVE BEF-POST-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DIFF-BEFORE
               MOVE AFT-POST-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF
           IF BEF-LAST-ACTIVE NOT = AFT-LAST-ACTIVE
               MOVE "LAST ACTIVE" TO WS-DIFF-NAME
               MOVE BEF-LAST-ACTIVE TO WS-DIFF-BEFORE
               MOVE AFT-LAST-ACTIVE TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF
           IF BEF-CREATED-AT NOT = AFT-CREATED-AT
               MOVE "ACCOUNT CREATED" TO WS-DIFF-NAME
               MOVE BEF-CREATED-AT TO WS-DIFF-BEFORE
               MOVE AFT-CREATED-AT TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF
           IF BEF-METADATA NOT = AFT-METADATA
               MOVE "PROFILE DETAILS" TO WS-DIFF-NAME
               MOVE BEF-METADATA TO WS-DIFF-BEFORE
               MOVE AFT-METADATA TO WS-DIFF-AFTER
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF.

       WRITE-DIFFERENCE-LINES.
           ADD 1 TO WS-AUDIT-FIELDS-SHOWN
           MOVE SPACES TO WS-FIELD-LABEL
           STRING
               "  " DELIMITED BY SIZE
               WS-DIFF-NAME DELIMITED BY "  "
               " WAS" DELIMITED BY SIZE
               INTO WS-FIELD-LABEL
           END-STRING
           MOVE WS-DIFF-BEFORE TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE SPACES TO WS-FIELD-LABEL
           STRING
               "  " DELIMITED BY SIZE
               WS-DIFF-NAME DELIMITED BY "  "
               " NOW" DELIMITED BY SIZE
               INTO WS-FIELD-LABEL
           END-STRING
           MOVE WS-DIFF-AFTER TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE.

      ******************************************************************
      *    SEQUENTIAL FILES KEYED ON USER ID IN COLUMN 1
      ******************************************************************
       REPORT-REJECTS.
           MOVE "user_data_rejects.txt - RECORDS REFUSED AT LOAD"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "user_data_rejects.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT REJECT-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-REJECT-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE REJECT-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-REJECT-LINE.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF REJECT-LINE(1:36) NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES TO WS-REJECT-FIELDS
           UNSTRING REJECT-LINE DELIMITED BY "|"
               INTO WS-REJ-USER-ID, WS-REJ-CODE, WS-REJ-TEXT
           END-UNSTRING
           MOVE "DAILY FEED RECORD REFUSED" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING
               "REASON " DELIMITED BY SIZE
               WS-REJ-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJ-TEXT DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE.

       REPORT-EXPORT-FILE.
           MOVE "database_export.txt - FULL EXTRACT FOR DOWNSTREAM"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "database_export.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT DATABASE-EXPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-EXPORT-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE DATABASE-EXPORT-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-EXPORT-LINE.
           READ DATABASE-EXPORT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF EXPORT-LINE(1:36) NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE "  ACCOUNT RECORD AS SENT:" TO SAR-LINE
           WRITE SAR-LINE
           MOVE EXPORT-LINE TO WS-AUDIT-WORK
           PERFORM UNPACK-EXPORT-LINE
           PERFORM DESCRIBE-ACCOUNT-IMAGE.

       REPORT-DELTA-EXPORT-FILE.
           MOVE
             "database_export_delta.txt - CHANGES SENT DOWNSTREAM"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "database_export_delta.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT DELTA-EXPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-DELTA-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE DELTA-EXPORT-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-DELTA-LINE.
           READ DELTA-EXPORT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           EVALUATE TRUE
               WHEN DELTA-LINE(1:10) = "*DELETED*|"
                   IF DELTA-LINE(11:36) = WS-TARGET-USER-ID
                       ADD 1 TO WS-FOUND-COUNT
                       MOVE SPACES TO SAR-LINE
                       STRING
                           "  DELETION NOTIFIED, DELETED AT "
                               DELIMITED BY SIZE
                           DELTA-LINE(48:19) DELIMITED BY SIZE
                           INTO SAR-LINE
                       END-STRING
                       WRITE SAR-LINE
                   END-IF
               WHEN DELTA-LINE(1:12) = "*SUSPENDED*|"
                   IF DELTA-LINE(13:36) = WS-TARGET-USER-ID
                       ADD 1 TO WS-FOUND-COUNT
                       MOVE SPACES TO SAR-LINE
                       STRING
                           "  SUSPENSION NOTIFIED, ACCOUNT DATA "
                               DELIMITED BY SIZE
                           "WITHHELD, CHANGED AT " DELIMITED BY SIZE
                           DELTA-LINE(50:19) DELIMITED BY SIZE
                           INTO SAR-LINE
                       END-STRING
                       WRITE SAR-LINE
                   END-IF
               WHEN DELTA-LINE(1:36) = WS-TARGET-USER-ID
                   ADD 1 TO WS-FOUND-COUNT
                   MOVE "  CHANGED ACCOUNT RECORD AS SENT:" TO SAR-LINE
                   WRITE SAR-LINE
                   MOVE DELTA-LINE TO WS-AUDIT-WORK
                   PERFORM UNPACK-EXPORT-LINE
                   PERFORM DESCRIBE-ACCOUNT-IMAGE
           END-EVALUATE.

      *    EXPORT LINES ARE THE ACCOUNT FIELDS AT FULL WIDTH, EACH
      *    FOLLOWED BY "|", SO THE RECORD IS TAKEN BACK BY POSITION.
       UNPACK-EXPORT-LINE.
           MOVE WS-AUDIT-WORK(1:36)    TO IMG-USER-ID
           MOVE WS-AUDIT-WORK(38:50)   TO IMG-USERNAME
           MOVE WS-AUDIT-WORK(89:100)  TO IMG-EMAIL
           MOVE WS-AUDIT-WORK(190:30)  TO IMG-CATEGORY
           MOVE WS-AUDIT-WORK(221:5)   TO WS-SCORE-TEXT
           MOVE WS-SCORE-NUM           TO IMG-BEHAVIOR-SCORE
           MOVE WS-AUDIT-WORK(227:6)   TO IMG-FOLLOWER-COUNT
           MOVE WS-AUDIT-WORK(234:6)   TO IMG-FOLLOWING-COUNT
           MOVE WS-AUDIT-WORK(241:6)   TO IMG-POST-COUNT
           MOVE WS-AUDIT-WORK(248:19)  TO IMG-LAST-ACTIVE
           MOVE WS-AUDIT-WORK(268:19)  TO IMG-CREATED-AT
           MOVE WS-AUDIT-WORK(288:500) TO IMG-METADATA.

       REPORT-PARSED-DATA.
           MOVE "parsed_data.txt - DAILY SCORING OUTPUT"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "parsed_data.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT PARSED-DATA-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-PARSED-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE PARSED-DATA-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-PARSED-LINE.
           READ PARSED-DATA-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF PARSED-LINE(1:36) NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE PARSED-LINE(69:5) TO WS-SCORE-TEXT
           MOVE WS-SCORE-NUM TO WS-SCORE-EDIT
           MOVE "SCORED AS" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING
               "CATEGORY " DELIMITED BY SIZE
               PARSED-LINE(38:30) DELIMITED BY SIZE
               " SCORE " DELIMITED BY SIZE
               WS-SCORE-EDIT DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE.

       REPORT-LEADERBOARD.
           MOVE "leaderboard_report.txt - LEADERBOARD ENTRIES"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "leaderboard_report.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT LEADERBOARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-LEADERBOARD-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE LEADERBOARD-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-LEADERBOARD-LINE.
           READ LEADERBOARD-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF LEADERBOARD-LINE(1:36) NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE LEADERBOARD-LINE(38:5) TO WS-SCORE-TEXT
           MOVE WS-SCORE-NUM TO WS-SCORE-EDIT
           MOVE "LISTED ON LEADERBOARD" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING
               "WITH SCORE " DELIMITED BY SIZE
               WS-SCORE-EDIT DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE.

      *    THE DUPLICATE REPORT HAS SEVERAL LINE LAYOUTS; A LINE IS
      *    THE SUBJECT'S IF ANY OF THE PLACES DB-ERASE-USER CHECKS
      *    HOLDS THEIR USER ID, EMAIL OR USERNAME. IT IS QUOTED AS IS.
       REPORT-DUPLICATE-REPORT.
           MOVE "duplicate_report.txt - POSSIBLE DUPLICATE ACCOUNTS"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "duplicate_report.txt" TO WS-CURRENT-FILE-NAME
           MOVE WS-TARGET-USERNAME TO WS-UNAME-AS-VALUE
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT DUPLICATE-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-DUPREPORT-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE DUPLICATE-REPORT-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-DUPREPORT-LINE.
           READ DUPLICATE-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF DUPREPORT-LINE(131:36) = WS-TARGET-USER-ID
               OR DUPREPORT-LINE(174:36) = WS-TARGET-USER-ID
               OR DUPREPORT-LINE(8:36) = WS-TARGET-USER-ID
               OR DUPREPORT-LINE(50:36) = WS-TARGET-USER-ID
               OR DUPREPORT-LINE(29:36) = WS-TARGET-USER-ID
               OR DUPREPORT-LINE(22:36) = WS-TARGET-USER-ID
               OR DUPREPORT-LINE(32:36) = WS-TARGET-USER-ID
               OR (WS-TARGET-EMAIL NOT = SPACES
                   AND DUPREPORT-LINE(21:100) = WS-TARGET-EMAIL)
               OR (WS-UNAME-AS-VALUE NOT = SPACES
                   AND DUPREPORT-LINE(21:100) = WS-UNAME-AS-VALUE)
               ADD 1 TO WS-FOUND-COUNT
               MOVE SPACES TO SAR-LINE
               STRING
                   "    " DELIMITED BY SIZE
                   DUPREPORT-LINE DELIMITED BY SIZE
                   INTO SAR-LINE
               END-STRING
               WRITE SAR-LINE
           END-IF.

       REPORT-DORMANCY-NOTICES.
           MOVE "dormancy_notices.txt - INACTIVITY NOTICES FOR EMAIL"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "dormancy_notices.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT NOTICE-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-NOTICE-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE NOTICE-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-NOTICE-LINE.
           READ NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF NOTICE-LINE(1:36) NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE "NOTICE ADDRESSED TO" TO WS-FIELD-LABEL
           MOVE NOTICE-LINE(89:100) TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "  USERNAME ON NOTICE" TO WS-FIELD-LABEL
           MOVE NOTICE-LINE(38:50) TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "  ARCHIVE DATE GIVEN" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING
               NOTICE-LINE(190:10) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               NOTICE-LINE(201:3) DELIMITED BY SIZE
               " DAYS AWAY" DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE.

       REPORT-ARCHIVE-REPORT.
           MOVE "dormant_archive_report.txt - ARCHIVE RUN REPORT"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "dormant_archive_report.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT ARCHIVE-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-ARCHIVE-REPORT-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE ARCHIVE-REPORT-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-ARCHIVE-REPORT-LINE.
           READ ARCHIVE-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF ARCHIVE-REPORT-LINE(1:36) NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES TO SAR-LINE
           STRING
               "    " DELIMITED BY SIZE
               ARCHIVE-REPORT-LINE DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE.

       REPORT-QUALITY-SCORECARD.
           MOVE "quality_scorecard.txt - DATA QUALITY FAILURES"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "quality_scorecard.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT SCORECARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-SCORECARD-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE SCORECARD-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-SCORECARD-LINE.
           READ SCORECARD-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF SCORECARD-LINE(1:36) NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES TO SAR-LINE
           STRING
               "    " DELIMITED BY SIZE
               SCORECARD-LINE(38:213) DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE.

       REPORT-RISK-WATCHLIST.
           MOVE "risk_watchlist.dat - ACCOUNT RISK WATCHLIST"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "risk_watchlist.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT WATCHLIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-WATCHLIST-ENTRY
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE WATCHLIST-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-WATCHLIST-ENTRY.
           READ WATCHLIST-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF WL-USER-ID NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE "SCORED ON" TO WS-FIELD-LABEL
           MOVE WL-RUN-DATE TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "RISK SCORE" TO WS-FIELD-LABEL
           MOVE WL-RISK-SCORE TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "RISK BAND" TO WS-FIELD-LABEL
           MOVE WL-RISK-BAND TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "RANK ON WATCHLIST" TO WS-FIELD-LABEL
           MOVE WL-RANK TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "REASONS" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING
               WL-REASON-CODES DELIMITED BY SIZE
               " (RR RECIPROCAL FOLLOW RING, FB BURST OF FOLLOWS"
                   DELIMITED BY SIZE
               " ON ONE DAY, SR REFERRAL SHARED BY MANY ACCOUNTS,"
                   DELIMITED BY SIZE
               " SS BEHAVIOR SCORE SPIKE, NP FOLLOWS MANY, POSTS"
                   DELIMITED BY SIZE
               " NOTHING)" DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE.

       REPORT-RISK-REPORT.
           MOVE "risk_report.txt - TRUST AND SAFETY RISK REPORT"
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE "risk_report.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT RISK-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RECORD-STORE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-RISK-REPORT-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE RISK-REPORT-FILE
           PERFORM RECORD-STORE-SEARCHED.

       REPORT-ONE-RISK-REPORT-LINE.
           READ RISK-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF RISK-REPORT-LINE(1:36) NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES TO SAR-LINE
           STRING
               "    " DELIMITED BY SIZE
               RISK-REPORT-LINE(38:163) DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE.

      ******************************************************************
      *    DECODING AND REPORT LINES
      ******************************************************************
       DESCRIBE-ACCOUNT-IMAGE.
           MOVE "USER ID" TO WS-FIELD-LABEL
           MOVE IMG-USER-ID TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "USERNAME" TO WS-FIELD-LABEL
           MOVE IMG-USERNAME TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "EMAIL ADDRESS" TO WS-FIELD-LABEL
           MOVE IMG-EMAIL TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "INTEREST CATEGORY" TO WS-FIELD-LABEL
           MOVE IMG-CATEGORY TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "BEHAVIOR SCORE (0-100)" TO WS-FIELD-LABEL
           IF IMG-BEHAVIOR-SCORE NUMERIC
               MOVE IMG-BEHAVIOR-SCORE TO WS-SCORE-EDIT
               MOVE WS-SCORE-EDIT TO WS-FIELD-VALUE
           ELSE
               MOVE "NOT RECORDED" TO WS-FIELD-VALUE
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE "FOLLOWERS" TO WS-FIELD-LABEL
           IF IMG-FOLLOWER-COUNT NUMERIC
               MOVE IMG-FOLLOWER-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-FIELD-VALUE
           ELSE
               MOVE "NOT RECORDED" TO WS-FIELD-VALUE
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE "ACCOUNTS FOLLOWED" TO WS-FIELD-LABEL
           IF IMG-FOLLOWING-COUNT NUMERIC
               MOVE IMG-FOLLOWING-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-FIELD-VALUE
           ELSE
               MOVE "NOT RECORDED" TO WS-FIELD-VALUE
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE "POSTS" TO WS-FIELD-LABEL
           IF IMG-POST-COUNT NUMERIC
               MOVE IMG-POST-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-FIELD-VALUE
           ELSE
               MOVE "NOT RECORDED" TO WS-FIELD-VALUE
           END-IF
           PERFORM WRITE-FIELD-LINE
           MOVE "LAST ACTIVE" TO WS-FIELD-LABEL
           MOVE IMG-LAST-ACTIVE TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "ACCOUNT CREATED" TO WS-FIELD-LABEL
           MOVE IMG-CREATED-AT TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE IMG-METADATA TO WS-META-SOURCE
           PERFORM DESCRIBE-METADATA.

      *    METADATA IS KEY=VALUE PAIRS SEPARATED BY ";". ANYTHING THAT
      *    DOES NOT SPLIT THAT WAY IS SHOWN AS IT IS HELD.
       DESCRIBE-METADATA.
           IF WS-META-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-META-POINTER
           MOVE 0 TO WS-META-PASSES
           MOVE 0 TO WS-META-PAIRS-SHOWN
           MOVE 'N' TO WS-META-DONE
           PERFORM DESCRIBE-ONE-METADATA-PAIR
               UNTIL WS-META-DONE = 'Y'
           IF WS-META-PAIRS-SHOWN = 0
               MOVE "PROFILE DETAILS" TO WS-FIELD-LABEL
               MOVE WS-META-SOURCE TO WS-FIELD-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.

       DESCRIBE-ONE-METADATA-PAIR.
           ADD 1 TO WS-META-PASSES
           IF WS-META-POINTER > 500
               OR WS-META-PASSES > 100
               MOVE 'Y' TO WS-META-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-META-PAIR
           UNSTRING WS-META-SOURCE DELIMITED BY ";"
               INTO WS-META-PAIR
               WITH POINTER WS-META-POINTER
           END-UNSTRING
           IF WS-META-PAIR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-META-KEY
           MOVE SPACES TO WS-META-VALUE
           UNSTRING WS-META-PAIR DELIMITED BY "="
               INTO WS-META-KEY, WS-META-VALUE
           END-UNSTRING
           IF WS-META-KEY = SPACES OR WS-META-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-META-PAIRS-SHOWN
           MOVE SPACES TO WS-FIELD-LABEL
           STRING
               "PROFILE " DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-META-KEY))
                   DELIMITED BY SIZE
               INTO WS-FIELD-LABEL
           END-STRING
           MOVE FUNCTION TRIM(WS-META-VALUE) TO WS-FIELD-VALUE
           PERFORM WRITE-FIELD-LINE.

       WRITE-FIELD-LINE.
           MOVE SPACES TO SAR-LINE
           STRING
               "    " DELIMITED BY SIZE
               WS-FIELD-LABEL DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-FIELD-VALUE DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO SAR-LINE
           WRITE SAR-LINE
           MOVE SPACES TO SAR-LINE
           STRING
               "--- " DELIMITED BY SIZE
               WS-SECTION-TITLE DELIMITED BY "  "
               " ---" DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE.

       RECORD-STORE-SEARCHED.
           IF WS-FOUND-COUNT = 0
               MOVE "    NOTHING HELD" TO SAR-LINE
               WRITE SAR-LINE
           END-IF
           MOVE "SEARCHED" TO WS-STORE-STATE
           PERFORM ADD-STORE-RESULT.

       RECORD-STORE-ABSENT.
           MOVE "    FILE NOT PRESENT, NOTHING HELD" TO SAR-LINE
           WRITE SAR-LINE
           MOVE "NOT PRESENT" TO WS-STORE-STATE
           PERFORM ADD-STORE-RESULT.

       ADD-STORE-RESULT.
           ADD WS-FOUND-COUNT TO WS-TOTAL-FOUND
           IF WS-STORE-SIZE < 30
               ADD 1 TO WS-STORE-SIZE
               SET WS-STORE-IDX TO WS-STORE-SIZE
               MOVE WS-CURRENT-FILE-NAME TO WS-STR-NAME(WS-STORE-IDX)
               MOVE WS-STORE-STATE TO WS-STR-STATE(WS-STORE-IDX)
               MOVE WS-EXAMINED-COUNT
                   TO WS-STR-EXAMINED(WS-STORE-IDX)
               MOVE WS-FOUND-COUNT TO WS-STR-FOUND(WS-STORE-IDX)
           END-IF.

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

       WRITE-CERTIFICATE-FOOTER.
           MOVE SPACES TO SAR-LINE
           WRITE SAR-LINE
           MOVE "=== CERTIFICATE OF STORES SEARCHED ===" TO SAR-LINE
           WRITE SAR-LINE
           MOVE SPACES TO SAR-LINE
           STRING
               "STORE                          RESULT      "
                   DELIMITED BY SIZE
               "  EXAMINED      HELD" DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-SIZE
               MOVE WS-STR-EXAMINED(WS-STORE-IDX)
                   TO WS-STR-EXAMINED-EDIT
               MOVE WS-STR-FOUND(WS-STORE-IDX) TO WS-STR-FOUND-EDIT
               MOVE SPACES TO SAR-LINE
               STRING
                   WS-STR-NAME(WS-STORE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STR-STATE(WS-STORE-IDX) DELIMITED BY SIZE
                   WS-STR-EXAMINED-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STR-FOUND-EDIT DELIMITED BY SIZE
                   INTO SAR-LINE
               END-STRING
               WRITE SAR-LINE
           END-PERFORM
           MOVE WS-GENERATION-COUNT TO WS-COUNT-EDIT
           MOVE WS-GENERATION-MISSING TO WS-COUNT-EDIT-2
           MOVE SPACES TO SAR-LINE
           STRING
               "AUDIT GENERATIONS LISTED IN THE INDEX: "
                   DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "   NOT PRESENT: " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE
           MOVE WS-TOTAL-FOUND TO WS-STR-FOUND-EDIT
           MOVE SPACES TO SAR-LINE
           STRING
               "TOTAL RECORDS HELD ABOUT THE SUBJECT: "
                   DELIMITED BY SIZE
               WS-STR-FOUND-EDIT DELIMITED BY SIZE
               INTO SAR-LINE
           END-STRING
           WRITE SAR-LINE
           MOVE "EVERY STORE WAS OPENED FOR READING ONLY; NOTHING WAS"
               TO SAR-LINE
           WRITE SAR-LINE
           MOVE "CHANGED BY THE PREPARATION OF THIS REPORT."
               TO SAR-LINE
           WRITE SAR-LINE
           MOVE "REPORT PREPARED BY:   ____________________"
               TO SAR-LINE
           WRITE SAR-LINE
           MOVE "CHECKED BY:           ____________________"
               TO SAR-LINE
           WRITE SAR-LINE.

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
