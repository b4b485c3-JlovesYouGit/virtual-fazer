           05 FX-FOLLOWER-ID        PIC X(36).
           05 FX-FOLLOWED-ID        PIC X(36).
           05 FX-SINCE-DATE         PIC X(10).
       01 FOLLOWER-CONTROL-RECORD.
           05 FCR-RECORD-TYPE       PIC X(4).
               88 FCR-HEADER         VALUE "HDR ".
               88 FCR-TRAILER        VALUE "TRL ".
           05 FILLER                PIC X(79).

       WORKING-STORAGE SECTION.
       01 WS-EDGE-STATUS        PIC XX.
           05 RCP-RECORD-COUNT   PIC 9(6).
           05 RCP-RETURN-CODE    PIC 9(2).

       01 WS-FEED-REFUSED-FLAG  PIC X(1) VALUE 'N'.
       01 WS-FEED-CHECKED-FLAG  PIC X(1) VALUE 'N'.
       01 WS-FEED-TRAILER-FLAG  PIC X(1) VALUE 'N'.
       01 WS-FEED-FIRST-FLAG    PIC X(1) VALUE 'Y'.
       01 WS-FEED-DATE-WORK.
           05 WS-FEED-DATE-YYYY  PIC X(4).
           05 WS-FEED-DATE-MM    PIC X(2).
           05 WS-FEED-DATE-DD    PIC X(2).
       01 WS-FEED-DATE-NUMBER REDEFINES WS-FEED-DATE-WORK PIC 9(8).
       01 FEED-CONTROL-PARAMETERS.
           05 FCP-FUNCTION       PIC X(1).
           05 FCP-JOB-NAME       PIC X(20).
           05 FCP-FEED-NAME      PIC X(20).
           05 FCP-HEADER-RECORD  PIC X(60).
           05 FCP-TRAILER-RECORD PIC X(60).
           05 FCP-ACTUAL-COUNT   PIC 9(9).
           05 FCP-ACTUAL-HASH    PIC 9(15)V99.
           05 FCP-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-RUN-START
           IF WS-RUN-REFUSED-FLAG = 'Y'
               GOBACK
           END-IF
           PERFORM VERIFY-FEED-CONTROL
           IF WS-FEED-REFUSED-FLAG = 'Y'
               PERFORM REGISTER-RUN-END
               GOBACK
           END-IF
           PERFORM INITIALIZATION
           PERFORM PROCESS-EXTRACT-RECORDS
               UNTIL WS-EXTRACT-EOF = 'Y'
       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "FOLLOWER-LOAD" TO RCP-JOB-NAME
           EVALUATE TRUE
               WHEN WS-FEED-REFUSED-FLAG = 'Y'
                   MOVE "REJECTED" TO RCP-END-STATUS
               WHEN WS-RUN-ERROR-COUNT = 0
                   MOVE "OK" TO RCP-END-STATUS
               WHEN OTHER
                   MOVE "ERROR" TO RCP-END-STATUS
           END-EVALUATE
           MOVE WS-READ-COUNT TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

      *    THE FOLLOWER FEED CARRIES NO AMOUNT FIELD, SO ITS HASH TOTAL
      *    IS THE SUM OF THE SINCE-DATES TAKEN AS YYYYMMDD NUMBERS.
       VERIFY-FEED-CONTROL.
           OPEN INPUT FOLLOWER-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FEED-CHECKED-FLAG
           MOVE 'N' TO WS-FEED-TRAILER-FLAG
           MOVE 'Y' TO WS-FEED-FIRST-FLAG
           MOVE SPACES TO FCP-HEADER-RECORD
           MOVE SPACES TO FCP-TRAILER-RECORD
           MOVE 0 TO FCP-ACTUAL-COUNT
           MOVE 0 TO FCP-ACTUAL-HASH
           MOVE 'N' TO WS-EXTRACT-EOF
           PERFORM READ-FEED-CONTROL-RECORD
               UNTIL WS-EXTRACT-EOF = 'Y'
           CLOSE FOLLOWER-EXTRACT-FILE
           MOVE 'N' TO WS-EXTRACT-EOF
           MOVE 'V' TO FCP-FUNCTION
           MOVE "FOLLOWER-LOAD" TO FCP-JOB-NAME
           MOVE "FOLLOWER-EXTRACT" TO FCP-FEED-NAME
           CALL "FEED-CONTROL" USING FEED-CONTROL-PARAMETERS
           IF FCP-RETURN-CODE NOT = 00
               MOVE 'Y' TO WS-FEED-REFUSED-FLAG
               DISPLAY "FOLLOWER LOAD REFUSED: EXTRACT FEED "
                   "FAILED FEED CONTROL, CODE " FCP-RETURN-CODE
           END-IF.

       READ-FEED-CONTROL-RECORD.
           READ FOLLOWER-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EXTRACT-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-FEED-FIRST-FLAG = 'Y' AND FCR-HEADER
                           MOVE FOLLOWER-CONTROL-RECORD
                               TO FCP-HEADER-RECORD
                       WHEN FCR-TRAILER AND WS-FEED-TRAILER-FLAG = 'N'
                           MOVE 'Y' TO WS-FEED-TRAILER-FLAG
                           MOVE FOLLOWER-CONTROL-RECORD
                               TO FCP-TRAILER-RECORD
                       WHEN OTHER
                           ADD 1 TO FCP-ACTUAL-COUNT
                           MOVE FX-SINCE-DATE(1:4) TO WS-FEED-DATE-YYYY
                           MOVE FX-SINCE-DATE(6:2) TO WS-FEED-DATE-MM
                           MOVE FX-SINCE-DATE(9:2) TO WS-FEED-DATE-DD
                           IF WS-FEED-DATE-NUMBER IS NUMERIC
                               ADD WS-FEED-DATE-NUMBER
                                   TO FCP-ACTUAL-HASH
                           END-IF
                   END-EVALUATE
                   MOVE 'N' TO WS-FEED-FIRST-FLAG
           END-READ.

       COMMIT-FEED-CONTROL.
           MOVE 'C' TO FCP-FUNCTION
           CALL "FEED-CONTROL" USING FEED-CONTROL-PARAMETERS
           IF FCP-RETURN-CODE NOT = 00
               DISPLAY "FOLLOWER EXTRACT NOT RECORDED AS LOADED: "
                   FCP-RETURN-CODE
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF.

       INITIALIZATION.
           OPEN INPUT FOLLOWER-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               AT END
                   MOVE 'Y' TO WS-EXTRACT-EOF
               NOT AT END
                   IF NOT FCR-HEADER AND NOT FCR-TRAILER
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-EXTRACT-RECORD
                   END-IF
           END-READ.

       APPLY-EXTRACT-RECORD.
           IF WS-EDGE-OPEN-FLAG = 'Y'
               CLOSE FOLLOWER-EDGE-FILE
           END-IF
           IF WS-RUN-ERROR-COUNT = 0 AND WS-FEED-CHECKED-FLAG = 'Y'
               PERFORM COMMIT-FEED-CONTROL
           END-IF
           PERFORM REGISTER-RUN-END
           DISPLAY "FOLLOWER EDGE LOAD COMPLETED".
