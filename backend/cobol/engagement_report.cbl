               RECORD KEY IS DB-USER-ID
               FILE STATUS IS WS-DATABASE-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "score_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO "categories.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
           05 DB-CREATED-AT      PIC X(19).
           05 DB-METADATA        PIC X(500).

      *    DAILY SNAPSHOTS ARE TYPE 'D'; HISTORY-ROLLUP MONTHLY
      *    RECORDS ARE TYPE 'M'. ONLY DAILIES FEED THE LATEST
      *    INTERACTION-COUNT SNAPSHOT.
       FD SCORE-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-USER-ID       PIC X(36).
               10 HIST-RUN-DATE      PIC X(10).
               10 HIST-RECORD-TYPE   PIC X(1).
                   88 MONTHLY-RECORD     VALUE 'M'.
           05 HIST-CATEGORY      PIC X(30).
           05 HIST-SCORE         PIC 9(3)V99.
           05 HIST-INTERACTIONS  PIC 9(5).
           05 HIST-MIN-SCORE     PIC 9(3)V99.
           05 HIST-MAX-SCORE     PIC 9(3)V99.
           05 HIST-TOTAL-INT     PIC 9(7).
           05 HIST-DAY-COUNT     PIC 9(4).

       FD CATEGORY-FILE.
       01 CATEGORY-CONFIG-RECORD PIC X(30).
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-DATABASE-EOF       PIC X VALUE 'N'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
       01 WS-HISTORY-OPEN-FLAG  PIC X VALUE 'N'.

       01 WS-CATEGORY-FILE-STATUS PIC XX.

       01 CATEGORY-TABLE.
           05 CATEGORY-TABLE-COUNT PIC 9(3) VALUE 0.
           05 CATEGORY-ENTRY OCCURS 1 TO 50 TIMES
               10 WS-ACCT-INTERACTIONS PIC 9(5).
       01 WS-TABLE-OVERFLOW     PIC X(1) VALUE 'N'.

       01 WS-HOLD-INTERACTIONS  PIC 9(5) VALUE 0.
       01 WS-SCAN-IDX           PIC 9(6) VALUE 0.

               GOBACK
           END-IF
           PERFORM INITIALIZATION
           PERFORM LOAD-ACCOUNT-TABLE
               UNTIL WS-DATABASE-EOF = 'Y'
           PERFORM GENERATE-CATEGORY-SECTIONS
               END-START
           END-IF
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           ELSE
               DISPLAY "SCORE HISTORY NOT AVAILABLE: "
                   WS-HISTORY-STATUS
           END-IF
           PERFORM LOAD-CATEGORY-TABLE
           OPEN OUTPUT ENGAGEMENT-REPORT-FILE
               END-IF
           END-PERFORM.

       LOAD-ACCOUNT-TABLE.
           READ DATABASE-FILE NEXT RECORD
               AT END
           MOVE WS-HOLD-INTERACTIONS
               TO WS-ACCT-INTERACTIONS(WS-ACCT-IDX).

      *    THE LATEST DAILY SNAPSHOT IS THE LAST DAILY RECORD UNDER
      *    THE USER'S KEY, SO ONLY THAT USER'S HISTORY IS READ.
       FIND-LATEST-INTERACTIONS.
           MOVE 0 TO WS-HOLD-INTERACTIONS
           IF WS-HISTORY-OPEN-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF
           MOVE DB-USER-ID TO HIST-USER-ID
           MOVE LOW-VALUES TO HIST-RUN-DATE
           MOVE LOW-VALUES TO HIST-RECORD-TYPE
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
           END-START
           PERFORM READ-USER-HISTORY
               UNTIL WS-HISTORY-EOF = 'Y'.

       READ-USER-HISTORY.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   IF HIST-USER-ID NOT = DB-USER-ID
                       MOVE 'Y' TO WS-HISTORY-EOF
                   ELSE
                       IF NOT MONTHLY-RECORD
                           MOVE HIST-INTERACTIONS
                               TO WS-HOLD-INTERACTIONS
                       END-IF
                   END-IF
           END-READ.

       GENERATE-CATEGORY-SECTIONS.
           IF WS-TABLE-OVERFLOW = 'Y'
           IF WS-DATABASE-STATUS = "00" OR WS-DATABASE-STATUS = "10"
               CLOSE DATABASE-FILE
           END-IF
           IF WS-HISTORY-OPEN-FLAG = 'Y'
               CLOSE SCORE-HISTORY-FILE
           END-IF
           CLOSE ENGAGEMENT-REPORT-FILE
