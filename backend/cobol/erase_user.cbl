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
           SELECT DORMANT-ARCHIVE-FILE ASSIGN TO "dormant_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "score_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
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
           SELECT CERTIFICATE-FILE ASSIGN TO "erasure_certificate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD DORMANT-ARCHIVE-FILE.
       01 ARCHIVE-RECORD         PIC X(777).

       01 REJECT-LINE            PIC X(200).

       FD SCORE-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-USER-ID       PIC X(36).
               10 HIST-RUN-DATE      PIC X(10).
               10 HIST-RECORD-TYPE   PIC X(1).
           05 FILLER             PIC X(61).

       FD DUPLICATE-REPORT-FILE.
       01 DUPREPORT-LINE         PIC X(250).

       FD NOTICE-FILE.
       01 NOTICE-LINE            PIC X(250).

       FD ARCHIVE-REPORT-FILE.
       01 ARCHIVE-REPORT-LINE    PIC X(250).

       FD SCORECARD-FILE.
       01 SCORECARD-LINE         PIC X(250).

       FD WATCHLIST-FILE.
       01 WATCHLIST-LINE         PIC X(100).

       FD RISK-REPORT-FILE.
       01 RISK-REPORT-LINE       PIC X(200).

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-LINE       PIC X(200).

       01 WS-EDGE-STATUS        PIC XX.
       01 WS-EDGE-PURGE-EOF     PIC X VALUE 'N'.
       01 WS-EDGES-REMOVED      PIC 9(6) VALUE 0.
       01 WS-SUSPENSION-STATUS  PIC XX.
       01 WS-SUSPENSION-DELETED-TEXT PIC X(3) VALUE "NO".
       01 WS-WARNING-STATUS     PIC XX.
       01 WS-WARNING-DELETED-TEXT PIC X(3) VALUE "NO".
       01 WS-FILE-STATUS        PIC XX.
       01 WS-GEN-STATUS         PIC XX.
       01 WS-GENIDX-STATUS      PIC XX.
           05 WS-AFFECTED-COUNT     PIC 9(6) VALUE 0.
           05 WS-TOTAL-AFFECTED     PIC 9(6) VALUE 0.
       01 WS-DB-DELETED-TEXT    PIC X(3) VALUE "NO".
       01 WS-CURRENT-FILE-NAME  PIC X(30).
       01 WS-TABLE-OVERFLOW     PIC X(1) VALUE 'N'.
       01 WS-ERASURE-INCOMPLETE PIC X(1) VALUE 'N'.
       01 WS-UNAME-AS-VALUE     PIC X(100).
               PERFORM ERASE-FROM-DATABASE
               PERFORM ERASE-XREF-ENTRIES
               PERFORM ERASE-FOLLOWER-EDGES
               PERFORM ERASE-SUSPENSION-RECORD
               PERFORM ERASE-DORMANCY-WARNING-STATE
               PERFORM SCRUB-PENDING-CHANGES
               PERFORM ERASE-FROM-ARCHIVE
               PERFORM SCRUB-AUDIT-TRAIL
               PERFORM SCRUB-AUDIT-GENERATIONS
               PERFORM FILTER-PARSED-DATA
               PERFORM FILTER-LEADERBOARD
               PERFORM FILTER-REJECTS
               PERFORM ERASE-SCORE-HISTORY
               PERFORM FILTER-DUPLICATE-REPORT
               PERFORM FILTER-DORMANCY-NOTICES
               PERFORM FILTER-ARCHIVE-REPORT
               PERFORM FILTER-QUALITY-SCORECARD
               PERFORM FILTER-RISK-WATCHLIST
               PERFORM FILTER-RISK-REPORT
               PERFORM WRITE-CERTIFICATE-FOOTER
           END-IF
           CLOSE CERTIFICATE-FILE
           END-STRING
           WRITE CERTIFICATE-LINE.

       ERASE-SUSPENSION-RECORD.
           MOVE "NO" TO WS-SUSPENSION-DELETED-TEXT
           OPEN I-O SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS = "00"
               MOVE WS-TARGET-USER-ID TO SUSP-USER-ID
               DELETE SUSPENSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-SUSPENSION-DELETED-TEXT
                       ADD 1 TO WS-TOTAL-AFFECTED
               END-DELETE
               CLOSE SUSPENSION-FILE
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           STRING
               "suspensions.dat RECORD DELETED: " DELIMITED BY SIZE
               WS-SUSPENSION-DELETED-TEXT DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           END-STRING
           WRITE CERTIFICATE-LINE.

       ERASE-DORMANCY-WARNING-STATE.
           MOVE "NO" TO WS-WARNING-DELETED-TEXT
           OPEN I-O WARNING-STATE-FILE
           IF WS-WARNING-STATUS = "00"
               MOVE WS-TARGET-USER-ID TO DWN-USER-ID
               DELETE WARNING-STATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-WARNING-DELETED-TEXT
                       ADD 1 TO WS-TOTAL-AFFECTED
               END-DELETE
               CLOSE WARNING-STATE-FILE
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           STRING
               "dormancy_warnings.dat RECORD DELETED: "
                   DELIMITED BY SIZE
               WS-WARNING-DELETED-TEXT DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           END-STRING
           WRITE CERTIFICATE-LINE.

      *    MAKER-CHECKER RECORDS ARE KEPT AS THE RECORD OF WHO ASKED
      *    FOR AND WHO DECIDED A CHANGE, SO THEY ARE REDACTED IN PLACE
      *    RATHER THAN REMOVED.
       SCRUB-PENDING-CHANGES.
           MOVE "pending_changes.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-TABLE-OVERFLOW
           OPEN I-O CHANGE-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM SCRUB-ONE-PENDING-CHANGE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE CHANGE-FILE
           PERFORM WRITE-FILE-CERT-LINE.

       SCRUB-ONE-PENDING-CHANGE.
           READ CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-EXAMINED-COUNT
           IF PCH-USER-ID NOT = WS-TARGET-USER-ID
               EXIT PARAGRAPH
           END-IF
           IF PCH-BEFORE-IMAGE NOT = SPACES
               MOVE PCH-BEFORE-IMAGE TO WS-IMAGE-WORK
               PERFORM REDACT-IMAGE-WORK
               MOVE WS-IMAGE-WORK TO PCH-BEFORE-IMAGE
           END-IF
           IF PCH-AFTER-IMAGE NOT = SPACES
               MOVE PCH-AFTER-IMAGE TO WS-IMAGE-WORK
               PERFORM REDACT-IMAGE-WORK
               MOVE WS-IMAGE-WORK TO PCH-AFTER-IMAGE
           END-IF
           MOVE "REDACTED" TO PCH-REQUEST-NOTE
           MOVE "REDACTED" TO PCH-DECISION-NOTE
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "PENDING CHANGE NOT REDACTED: "
                       PCH-CHANGE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-AFFECTED-COUNT
                   ADD 1 TO WS-TOTAL-AFFECTED
           END-REWRITE.

       PURGE-FOLLOWER-SIDE.
           READ FOLLOWER-EDGE-FILE NEXT RECORD
               AT END
               PERFORM REDACT-IMAGE-WORK
               MOVE WS-IMAGE-WORK
                   TO WS-LINE-TEXT(WS-LINE-IDX)(838:777)
           END-IF
           IF WS-LINE-TEXT(WS-LINE-IDX)(1:1) = 'S'
               OR WS-LINE-TEXT(WS-LINE-IDX)(1:1) = 'L'
               MOVE "REDACTED" TO WS-LINE-TEXT(WS-LINE-IDX)(1630:60)
           END-IF.

       REDACT-IMAGE-WORK.
                   END-IF
           END-READ.

      *    SCORE HISTORY IS KEYED BY USER, SO ONLY THE TARGET'S OWN
      *    SNAPSHOTS ARE READ AND DELETED.
       ERASE-SCORE-HISTORY.
           MOVE "score_history.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-TABLE-OVERFLOW
           OPEN I-O SCORE-HISTORY-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-USER-ID TO HIST-USER-ID
           MOVE LOW-VALUES TO HIST-RUN-DATE
           MOVE LOW-VALUES TO HIST-RECORD-TYPE
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START
           PERFORM PURGE-USER-HISTORY
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE SCORE-HISTORY-FILE
           PERFORM WRITE-FILE-CERT-LINE.

       PURGE-USER-HISTORY.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF HIST-USER-ID = WS-TARGET-USER-ID
                       ADD 1 TO WS-EXAMINED-COUNT
                       DELETE SCORE-HISTORY-FILE
                           INVALID KEY
                               DISPLAY "SCORE HISTORY NOT DELETED: "
                                   HIST-KEY
                               MOVE 'Y' TO WS-ERASURE-INCOMPLETE
                           NOT INVALID KEY
                               ADD 1 TO WS-AFFECTED-COUNT
                               ADD 1 TO WS-TOTAL-AFFECTED
                       END-DELETE
                   ELSE
                       MOVE 'Y' TO WS-FILE-EOF
                   END-IF
           END-READ.
           WRITE CERTIFICATE-LINE
           DISPLAY CERTIFICATE-LINE.

       FILTER-DORMANCY-NOTICES.
           MOVE "dormancy_notices.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-LINE-SIZE
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-TABLE-OVERFLOW
           OPEN INPUT NOTICE-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-NOTICE-LINES
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE NOTICE-FILE
           IF WS-AFFECTED-COUNT > 0
               AND WS-TABLE-OVERFLOW = 'N'
               OPEN OUTPUT NOTICE-FILE
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-SIZE
                   IF WS-LINE-KEEP(WS-LINE-IDX) = 'Y'
                       MOVE WS-LINE-TEXT(WS-LINE-IDX)(1:250)
                           TO NOTICE-LINE
                       WRITE NOTICE-LINE
                   END-IF
               END-PERFORM
               CLOSE NOTICE-FILE
           END-IF
           PERFORM WRITE-FILE-CERT-LINE.

       LOAD-NOTICE-LINES.
           READ NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   IF WS-LINE-SIZE < WS-LINE-MAX
                       ADD 1 TO WS-LINE-SIZE
                       SET WS-LINE-IDX TO WS-LINE-SIZE
                       MOVE SPACES TO WS-LINE-TEXT(WS-LINE-IDX)
                       MOVE NOTICE-LINE
                           TO WS-LINE-TEXT(WS-LINE-IDX)(1:250)
                       PERFORM FLAG-LINE-BY-USER-ID
                   ELSE
                       DISPLAY "LINE TABLE FULL, FILE NOT CHANGED: "
                           WS-CURRENT-FILE-NAME
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                       MOVE 'Y' TO WS-FILE-EOF
                   END-IF
           END-READ.

       FILTER-ARCHIVE-REPORT.
           MOVE "dormant_archive_report.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-LINE-SIZE
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-TABLE-OVERFLOW
           OPEN INPUT ARCHIVE-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ARCHIVE-REPORT-LINES
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE ARCHIVE-REPORT-FILE
           IF WS-AFFECTED-COUNT > 0
               AND WS-TABLE-OVERFLOW = 'N'
               OPEN OUTPUT ARCHIVE-REPORT-FILE
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-SIZE
                   IF WS-LINE-KEEP(WS-LINE-IDX) = 'Y'
                       MOVE WS-LINE-TEXT(WS-LINE-IDX)(1:250)
                           TO ARCHIVE-REPORT-LINE
                       WRITE ARCHIVE-REPORT-LINE
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-REPORT-FILE
           END-IF
           PERFORM WRITE-FILE-CERT-LINE.

       LOAD-ARCHIVE-REPORT-LINES.
           READ ARCHIVE-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   IF WS-LINE-SIZE < WS-LINE-MAX
                       ADD 1 TO WS-LINE-SIZE
                       SET WS-LINE-IDX TO WS-LINE-SIZE
                       MOVE SPACES TO WS-LINE-TEXT(WS-LINE-IDX)
                       MOVE ARCHIVE-REPORT-LINE
                           TO WS-LINE-TEXT(WS-LINE-IDX)(1:250)
                       PERFORM FLAG-LINE-BY-USER-ID
                   ELSE
                       DISPLAY "LINE TABLE FULL, FILE NOT CHANGED: "
                           WS-CURRENT-FILE-NAME
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                       MOVE 'Y' TO WS-FILE-EOF
                   END-IF
           END-READ.

       FILTER-QUALITY-SCORECARD.
           MOVE "quality_scorecard.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-LINE-SIZE
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-TABLE-OVERFLOW
           OPEN INPUT SCORECARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SCORECARD-LINES
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE SCORECARD-FILE
           IF WS-AFFECTED-COUNT > 0
               AND WS-TABLE-OVERFLOW = 'N'
               OPEN OUTPUT SCORECARD-FILE
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-SIZE
                   IF WS-LINE-KEEP(WS-LINE-IDX) = 'Y'
                       MOVE WS-LINE-TEXT(WS-LINE-IDX)(1:250)
                           TO SCORECARD-LINE
                       WRITE SCORECARD-LINE
                   END-IF
               END-PERFORM
               CLOSE SCORECARD-FILE
           END-IF
           PERFORM WRITE-FILE-CERT-LINE.

       LOAD-SCORECARD-LINES.
           READ SCORECARD-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   IF WS-LINE-SIZE < WS-LINE-MAX
                       ADD 1 TO WS-LINE-SIZE
                       SET WS-LINE-IDX TO WS-LINE-SIZE
                       MOVE SPACES TO WS-LINE-TEXT(WS-LINE-IDX)
                       MOVE SCORECARD-LINE
                           TO WS-LINE-TEXT(WS-LINE-IDX)(1:250)
                       PERFORM FLAG-LINE-BY-USER-ID
                   ELSE
                       DISPLAY "LINE TABLE FULL, FILE NOT CHANGED: "
                           WS-CURRENT-FILE-NAME
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                       MOVE 'Y' TO WS-FILE-EOF
                   END-IF
           END-READ.

       FILTER-RISK-WATCHLIST.
           MOVE "risk_watchlist.dat" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-LINE-SIZE
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-TABLE-OVERFLOW
           OPEN INPUT WATCHLIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-WATCHLIST-LINES
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE WATCHLIST-FILE
           IF WS-AFFECTED-COUNT > 0
               AND WS-TABLE-OVERFLOW = 'N'
               OPEN OUTPUT WATCHLIST-FILE
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-SIZE
                   IF WS-LINE-KEEP(WS-LINE-IDX) = 'Y'
                       MOVE WS-LINE-TEXT(WS-LINE-IDX)(1:100)
                           TO WATCHLIST-LINE
                       WRITE WATCHLIST-LINE
                   END-IF
               END-PERFORM
               CLOSE WATCHLIST-FILE
           END-IF
           PERFORM WRITE-FILE-CERT-LINE.

       LOAD-WATCHLIST-LINES.
           READ WATCHLIST-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   IF WS-LINE-SIZE < WS-LINE-MAX
                       ADD 1 TO WS-LINE-SIZE
                       SET WS-LINE-IDX TO WS-LINE-SIZE
                       MOVE SPACES TO WS-LINE-TEXT(WS-LINE-IDX)
                       MOVE WATCHLIST-LINE
                           TO WS-LINE-TEXT(WS-LINE-IDX)(1:100)
                       PERFORM FLAG-LINE-BY-USER-ID
                   ELSE
                       DISPLAY "LINE TABLE FULL, FILE NOT CHANGED: "
                           WS-CURRENT-FILE-NAME
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                       MOVE 'Y' TO WS-FILE-EOF
                   END-IF
           END-READ.

       FILTER-RISK-REPORT.
           MOVE "risk_report.txt" TO WS-CURRENT-FILE-NAME
           MOVE 0 TO WS-LINE-SIZE
           MOVE 0 TO WS-EXAMINED-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-TABLE-OVERFLOW
           OPEN INPUT RISK-REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-CERT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RISK-REPORT-LINES
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE RISK-REPORT-FILE
           IF WS-AFFECTED-COUNT > 0
               AND WS-TABLE-OVERFLOW = 'N'
               OPEN OUTPUT RISK-REPORT-FILE
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-SIZE
                   IF WS-LINE-KEEP(WS-LINE-IDX) = 'Y'
                       MOVE WS-LINE-TEXT(WS-LINE-IDX)(1:200)
                           TO RISK-REPORT-LINE
                       WRITE RISK-REPORT-LINE
                   END-IF
               END-PERFORM
               CLOSE RISK-REPORT-FILE
           END-IF
           PERFORM WRITE-FILE-CERT-LINE.

       LOAD-RISK-REPORT-LINES.
           READ RISK-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   IF WS-LINE-SIZE < WS-LINE-MAX
                       ADD 1 TO WS-LINE-SIZE
                       SET WS-LINE-IDX TO WS-LINE-SIZE
                       MOVE SPACES TO WS-LINE-TEXT(WS-LINE-IDX)
                       MOVE RISK-REPORT-LINE
                           TO WS-LINE-TEXT(WS-LINE-IDX)(1:200)
                       PERFORM FLAG-LINE-BY-USER-ID
                   ELSE
                       DISPLAY "LINE TABLE FULL, FILE NOT CHANGED: "
                           WS-CURRENT-FILE-NAME
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                       MOVE 'Y' TO WS-FILE-EOF
                   END-IF
           END-READ.

       WRITE-CERTIFICATE-FOOTER.
           MOVE SPACES TO CERTIFICATE-LINE
           STRING
