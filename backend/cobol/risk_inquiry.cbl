       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-INQUIRY.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    LOOKS AN ACCOUNT UP ON THE WATCHLIST THAT RISK-SCORING
      *    WROTE LAST NIGHT AND RETURNS ITS RANK, SCORE, BAND AND THE
      *    REASONS BEHIND IT. RETURN CODE 00 LISTED, 23 NOT ON THE
      *    WATCHLIST (RUN DATE STILL RETURNED WHEN THE WATCHLIST HAS
      *    ANY ENTRIES), 35 NO WATCHLIST HAS BEEN WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-FILE ASSIGN TO "risk_watchlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           05 WL-USER-ID         PIC X(36).
           05 WL-RANK            PIC 9(6).
           05 WL-RISK-SCORE      PIC 9(3).
           05 WL-RISK-BAND       PIC X(6).
           05 WL-RUN-DATE        PIC X(10).
           05 WL-REASON-CODES    PIC X(15).
           05 FILLER             PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-WATCHLIST-STATUS   PIC XX.
       01 WS-WATCHLIST-EOF      PIC X VALUE 'N'.
       01 WS-ENTRY-FOUND        PIC X VALUE 'N'.

       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 5 TIMES
                               INDEXED BY WS-REASON-IDX.
               10 WS-REASON-CODE  PIC X(2).
               10 WS-REASON-TEXT  PIC X(40).
       01 WS-CODE-POINTER       PIC 9(2).
       01 WS-CODE-WORK          PIC X(2).

       LINKAGE SECTION.
       01 RI-PARAMETERS.
           05 RI-USER-ID         PIC X(36).
           05 RI-RANK            PIC 9(6).
           05 RI-RISK-SCORE      PIC 9(3).
           05 RI-RISK-BAND       PIC X(6).
           05 RI-RUN-DATE        PIC X(10).
           05 RI-REASON-COUNT    PIC 9(1).
           05 RI-REASON-ENTRY OCCURS 5 TIMES.
               10 RI-REASON-CODE  PIC X(2).
               10 RI-REASON-TEXT  PIC X(40).
           05 RI-RETURN-CODE     PIC 9(2).
               88 RI-LISTED          VALUE 00.
               88 RI-NOT-LISTED      VALUE 23.
               88 RI-NO-WATCHLIST    VALUE 35.

       PROCEDURE DIVISION USING RI-PARAMETERS.
       MAIN-PROCESS.
           MOVE 0 TO RI-RANK
           MOVE 0 TO RI-RISK-SCORE
           MOVE SPACES TO RI-RISK-BAND
           MOVE SPACES TO RI-RUN-DATE
           MOVE 0 TO RI-REASON-COUNT
           PERFORM LOAD-REASON-TABLE
           MOVE 'N' TO WS-WATCHLIST-EOF
           MOVE 'N' TO WS-ENTRY-FOUND
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS NOT = "00"
               MOVE 35 TO RI-RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-WATCHLIST-ENTRY
               UNTIL WS-WATCHLIST-EOF = 'Y'
           CLOSE WATCHLIST-FILE
           IF WS-ENTRY-FOUND = 'Y'
               MOVE 00 TO RI-RETURN-CODE
           ELSE
               MOVE 23 TO RI-RETURN-CODE
           END-IF
           GOBACK.

       LOAD-REASON-TABLE.
           MOVE "RR" TO WS-REASON-CODE(1)
           MOVE "RECIPROCAL FOLLOW RING" TO WS-REASON-TEXT(1)
           MOVE "FB" TO WS-REASON-CODE(2)
           MOVE "BURST OF FOLLOWS ON ONE DAY" TO WS-REASON-TEXT(2)
           MOVE "SR" TO WS-REASON-CODE(3)
           MOVE "REFERRAL SHARED BY MANY ACCOUNTS"
               TO WS-REASON-TEXT(3)
           MOVE "SS" TO WS-REASON-CODE(4)
           MOVE "BEHAVIOR SCORE SPIKE" TO WS-REASON-TEXT(4)
           MOVE "NP" TO WS-REASON-CODE(5)
           MOVE "FOLLOWS MANY, POSTS NOTHING" TO WS-REASON-TEXT(5).

       READ-WATCHLIST-ENTRY.
           READ WATCHLIST-FILE
               AT END
                   MOVE 'Y' TO WS-WATCHLIST-EOF
               NOT AT END
                   MOVE WL-RUN-DATE TO RI-RUN-DATE
                   IF WL-USER-ID = RI-USER-ID
                       PERFORM RETURN-WATCHLIST-ENTRY
                       MOVE 'Y' TO WS-ENTRY-FOUND
                       MOVE 'Y' TO WS-WATCHLIST-EOF
                   END-IF
           END-READ.

       RETURN-WATCHLIST-ENTRY.
           MOVE WL-RANK TO RI-RANK
           MOVE WL-RISK-SCORE TO RI-RISK-SCORE
           MOVE WL-RISK-BAND TO RI-RISK-BAND
           PERFORM VARYING WS-CODE-POINTER FROM 1 BY 3
                   UNTIL WS-CODE-POINTER > 13
                   OR RI-REASON-COUNT >= 5
               MOVE WL-REASON-CODES(WS-CODE-POINTER:2) TO WS-CODE-WORK
               IF WS-CODE-WORK NOT = SPACES
                   ADD 1 TO RI-REASON-COUNT
                   MOVE WS-CODE-WORK
                       TO RI-REASON-CODE(RI-REASON-COUNT)
                   MOVE SPACES TO RI-REASON-TEXT(RI-REASON-COUNT)
                   SET WS-REASON-IDX TO 1
                   SEARCH WS-REASON-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-REASON-CODE(WS-REASON-IDX)
                           = WS-CODE-WORK
                           MOVE WS-REASON-TEXT(WS-REASON-IDX)
                               TO RI-REASON-TEXT(RI-REASON-COUNT)
                   END-SEARCH
               END-IF
           END-PERFORM.
