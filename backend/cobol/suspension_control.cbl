       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSION-CONTROL.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    OWNS suspensions.dat, ONE RECORD PER SUSPENDED DB-USER-ID.
      *    'Q' INQUIRES, 'S' SUSPENDS, 'L' LIFTS. EVERY SUSPENSION AND
      *    LIFT IS WRITTEN TO THE AUDIT TRAIL AS OPERATION 'S' OR 'L'.
      *    BOTH IMAGES ON THOSE LINES CARRY THE ACCOUNT AS IT STOOD,
      *    SO ROLLBACK AND ERASURE READ THEM LIKE ANY OTHER ENTRY.
      *    THE SUSPENSION DETAILS FOLLOW THE AFTER IMAGE:
      *      COL 1615 "|", 1616-1617 REASON, 1618 "|",
      *      1619-1628 EXPIRES-ON, 1629 "|", 1630-1689 NOTE
      *    AND, WHEN AN OPERATOR MADE THE CHANGE, COL 1690 "|" AND
      *    1691-1698 OPERATOR ID, AS DB-INTERFACE WRITES FOR I/U/D.
      *    AN ACCOUNT WITH NO EXPIRY STAYS SUSPENDED UNTIL LIFTED.
      *    ONE WITH AN EXPIRY IS LIFTED BY SUSPENSION-EXPIRY ON THAT
      *    DATE.

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
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "audit_trail.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-LINE                PIC X(1700).

       WORKING-STORAGE SECTION.
       01 WS-SUSPENSION-STATUS  PIC XX.
       01 WS-REASON-STATUS      PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-REASON-EOF         PIC X VALUE 'N'.
       01 WS-SUSPENSION-FOUND   PIC X VALUE 'N'.

       01 WS-REASON-TABLE.
           05 WS-REASON-COUNT    PIC 9(2) VALUE 0.
           05 WS-REASON-ENTRY OCCURS 1 TO 30 TIMES
                               DEPENDING ON WS-REASON-COUNT
                               INDEXED BY WS-REASON-IDX.
               10 WS-REASON-CODE  PIC X(2).
               10 WS-REASON-TEXT  PIC X(40).
       01 WS-REASON-FOUND-INDEX PIC 9(2) VALUE 0.
       01 WS-REASON-KEY-WORK    PIC X(80).
       01 WS-REASON-VALUE-WORK  PIC X(80).

       01 WS-EXPIRY-WORK.
           05 WS-EXPIRY-YEAR     PIC X(4).
           05 WS-EXPIRY-DASH-1   PIC X(1).
           05 WS-EXPIRY-MONTH    PIC X(2).
           05 WS-EXPIRY-DASH-2   PIC X(1).
           05 WS-EXPIRY-DAY      PIC X(2).
       01 WS-EXPIRY-NUMBERS REDEFINES WS-EXPIRY-WORK.
           05 WS-EXPIRY-YEAR-N   PIC 9(4).
           05 FILLER             PIC X(1).
           05 WS-EXPIRY-MONTH-N  PIC 9(2).
           05 FILLER             PIC X(1).
           05 WS-EXPIRY-DAY-N    PIC 9(2).

       01 WS-AUDIT-OPERATION    PIC X(1).
       01 WS-AUDIT-IMAGE        PIC X(777) VALUE SPACES.
       01 WS-AUDIT-DETAIL.
           05 WS-DETAIL-REASON   PIC X(2).
           05 WS-DETAIL-EXPIRES  PIC X(10).
           05 WS-DETAIL-NOTE     PIC X(60).

       01 WS-TIMESTAMP-WORK.
           05 WS-RAW-TIMESTAMP   PIC X(21).
           05 WS-CURRENT-TIMESTAMP PIC X(19).
       01 WS-TODAY              PIC X(10).

       01 DBI-INPUT-PARAMETERS.
           05 DBI-OPERATION      PIC X(1).
           05 DBI-USER-ID        PIC X(36).
           05 DBI-USER-DATA      PIC X(1000).

       01 DBI-OUTPUT-PARAMETERS.
           05 DBI-STATUS-CODE    PIC 9(2).
           05 DBI-RESULT-DATA    PIC X(2000).
           05 DBI-RECORD-COUNT   PIC 9(6).

       LINKAGE SECTION.
       01 SC-PARAMETERS.
           05 SC-FUNCTION        PIC X(1).
               88 SC-INQUIRE      VALUE 'Q'.
               88 SC-SUSPEND      VALUE 'S'.
               88 SC-LIFT         VALUE 'L'.
           05 SC-USER-ID         PIC X(36).
           05 SC-REASON-CODE     PIC X(2).
           05 SC-REASON-TEXT     PIC X(40).
           05 SC-NOTE            PIC X(60).
           05 SC-EXPIRES-ON      PIC X(10).
           05 SC-SUSPENDED-AT    PIC X(19).
           05 SC-EXPIRED-FLAG    PIC X(1).
           05 SC-OPERATOR-ID     PIC X(8).
           05 SC-RETURN-CODE     PIC 9(2).
               88 SC-OK               VALUE 00.
               88 SC-ALREADY-SUSPENDED VALUE 22.
               88 SC-NOT-FOUND        VALUE 23.
               88 SC-BAD-REASON       VALUE 81.
               88 SC-BAD-EXPIRY       VALUE 82.
               88 SC-DATABASE-IN-USE  VALUE 91.

       PROCEDURE DIVISION USING SC-PARAMETERS.
       MAIN-PROCESS.
           MOVE 00 TO SC-RETURN-CODE
           PERFORM BUILD-CURRENT-TIMESTAMP
           PERFORM LOAD-REASON-TABLE
           EVALUATE TRUE
               WHEN SC-INQUIRE
                   PERFORM INQUIRE-SUSPENSION
               WHEN SC-SUSPEND
                   PERFORM SUSPEND-ACCOUNT
               WHEN SC-LIFT
                   PERFORM LIFT-SUSPENSION
               WHEN OTHER
                   MOVE 99 TO SC-RETURN-CODE
           END-EVALUATE
           GOBACK.

       INQUIRE-SUSPENSION.
           MOVE SPACES TO SC-REASON-CODE
           MOVE SPACES TO SC-REASON-TEXT
           MOVE SPACES TO SC-NOTE
           MOVE SPACES TO SC-EXPIRES-ON
           MOVE SPACES TO SC-SUSPENDED-AT
           MOVE 'N' TO SC-EXPIRED-FLAG
           OPEN INPUT SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS NOT = "00"
               MOVE 23 TO SC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SUSPENSION-RECORD
           CLOSE SUSPENSION-FILE
           IF WS-SUSPENSION-FOUND = 'N'
               MOVE 23 TO SC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM RETURN-SUSPENSION-DETAILS.

       SUSPEND-ACCOUNT.
           MOVE SC-REASON-CODE TO WS-REASON-KEY-WORK
           PERFORM FIND-REASON-INDEX
           IF WS-REASON-FOUND-INDEX = 0
               MOVE 81 TO SC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REASON-TEXT(WS-REASON-FOUND-INDEX) TO SC-REASON-TEXT
           IF SC-EXPIRES-ON NOT = SPACES
               PERFORM VALIDATE-EXPIRY-DATE
               IF SC-BAD-EXPIRY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM READ-ACCOUNT-IMAGE
           IF SC-RETURN-CODE NOT = 00
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SUSPENSION-FILE
           IF SC-RETURN-CODE NOT = 00
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SUSPENSION-RECORD
           IF WS-SUSPENSION-FOUND = 'Y'
               CLOSE SUSPENSION-FILE
               PERFORM RETURN-SUSPENSION-DETAILS
               MOVE 22 TO SC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUSPENSION-RECORD
           MOVE SC-USER-ID TO SUSP-USER-ID
           MOVE SC-REASON-CODE TO SUSP-REASON-CODE
           MOVE SC-NOTE TO SUSP-NOTE
           MOVE WS-CURRENT-TIMESTAMP TO SUSP-SUSPENDED-AT
           MOVE SC-EXPIRES-ON TO SUSP-EXPIRES-ON
           WRITE SUSPENSION-RECORD
               INVALID KEY
                   MOVE 99 TO SC-RETURN-CODE
           END-WRITE
           CLOSE SUSPENSION-FILE
           IF SC-RETURN-CODE NOT = 00
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-TIMESTAMP TO SC-SUSPENDED-AT
           MOVE 'N' TO SC-EXPIRED-FLAG
           MOVE 'S' TO WS-AUDIT-OPERATION
           MOVE SC-REASON-CODE TO WS-DETAIL-REASON
           MOVE SC-EXPIRES-ON TO WS-DETAIL-EXPIRES
           MOVE SC-NOTE TO WS-DETAIL-NOTE
           PERFORM WRITE-AUDIT-TRAIL.

       LIFT-SUSPENSION.
           PERFORM OPEN-SUSPENSION-FILE
           IF SC-RETURN-CODE NOT = 00
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SUSPENSION-RECORD
           IF WS-SUSPENSION-FOUND = 'N'
               CLOSE SUSPENSION-FILE
               MOVE 23 TO SC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SUSP-REASON-CODE TO WS-DETAIL-REASON
           MOVE SUSP-EXPIRES-ON TO WS-DETAIL-EXPIRES
           IF SC-NOTE NOT = SPACES
               MOVE SC-NOTE TO WS-DETAIL-NOTE
           ELSE
               MOVE SUSP-NOTE TO WS-DETAIL-NOTE
           END-IF
           PERFORM RETURN-SUSPENSION-DETAILS
           DELETE SUSPENSION-FILE
               INVALID KEY
                   MOVE 99 TO SC-RETURN-CODE
           END-DELETE
           CLOSE SUSPENSION-FILE
           IF SC-RETURN-CODE NOT = 00
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ACCOUNT-IMAGE
           IF SC-RETURN-CODE NOT = 00
               MOVE SPACES TO WS-AUDIT-IMAGE
               MOVE 00 TO SC-RETURN-CODE
           END-IF
           MOVE 'L' TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-TRAIL.

       OPEN-SUSPENSION-FILE.
           OPEN I-O SUSPENSION-FILE
           IF WS-SUSPENSION-STATUS NOT = "00"
               OPEN OUTPUT SUSPENSION-FILE
               CLOSE SUSPENSION-FILE
               OPEN I-O SUSPENSION-FILE
           END-IF
           IF WS-SUSPENSION-STATUS NOT = "00"
               DISPLAY "SUSPENSION FILE NOT AVAILABLE: "
                   WS-SUSPENSION-STATUS
               MOVE 99 TO SC-RETURN-CODE
           END-IF.

       READ-SUSPENSION-RECORD.
           MOVE SC-USER-ID TO SUSP-USER-ID
           READ SUSPENSION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SUSPENSION-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUSPENSION-FOUND
           END-READ.

       RETURN-SUSPENSION-DETAILS.
           MOVE SUSP-REASON-CODE TO SC-REASON-CODE
           MOVE SUSP-NOTE TO SC-NOTE
           MOVE SUSP-EXPIRES-ON TO SC-EXPIRES-ON
           MOVE SUSP-SUSPENDED-AT TO SC-SUSPENDED-AT
           MOVE SUSP-REASON-CODE TO WS-REASON-KEY-WORK
           PERFORM FIND-REASON-INDEX
           IF WS-REASON-FOUND-INDEX > 0
               MOVE WS-REASON-TEXT(WS-REASON-FOUND-INDEX)
                   TO SC-REASON-TEXT
           ELSE
               MOVE "UNKNOWN REASON CODE" TO SC-REASON-TEXT
           END-IF
           IF SUSP-EXPIRES-ON NOT = SPACES
               AND SUSP-EXPIRES-ON NOT > WS-TODAY
               MOVE 'Y' TO SC-EXPIRED-FLAG
           ELSE
               MOVE 'N' TO SC-EXPIRED-FLAG
           END-IF.

       READ-ACCOUNT-IMAGE.
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE 'R' TO DBI-OPERATION
           MOVE SC-USER-ID TO DBI-USER-ID
           MOVE SPACES TO DBI-USER-DATA
           CALL "DB-INTERFACE"
               USING DBI-INPUT-PARAMETERS, DBI-OUTPUT-PARAMETERS
           EVALUATE DBI-STATUS-CODE
               WHEN 00
                   MOVE DBI-RESULT-DATA(1:777) TO WS-AUDIT-IMAGE
               WHEN 91
                   MOVE 91 TO SC-RETURN-CODE
               WHEN OTHER
                   MOVE 23 TO SC-RETURN-CODE
           END-EVALUATE.

       VALIDATE-EXPIRY-DATE.
           MOVE SC-EXPIRES-ON TO WS-EXPIRY-WORK
           IF WS-EXPIRY-YEAR NOT NUMERIC
               OR WS-EXPIRY-MONTH NOT NUMERIC
               OR WS-EXPIRY-DAY NOT NUMERIC
               OR WS-EXPIRY-DASH-1 NOT = "-"
               OR WS-EXPIRY-DASH-2 NOT = "-"
               MOVE 82 TO SC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-EXPIRY-MONTH-N < 1 OR WS-EXPIRY-MONTH-N > 12
               OR WS-EXPIRY-DAY-N < 1 OR WS-EXPIRY-DAY-N > 31
               MOVE 82 TO SC-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF SC-EXPIRES-ON NOT > WS-TODAY
               MOVE 82 TO SC-RETURN-CODE
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
           ELSE
               DISPLAY "REASON TABLE FULL, SKIPPING: "
                   REASON-CONFIG-RECORD
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

       FIND-REASON-INDEX.
           MOVE 0 TO WS-REASON-FOUND-INDEX
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               IF WS-REASON-CODE(WS-REASON-IDX) = WS-REASON-KEY-WORK
                   SET WS-REASON-FOUND-INDEX TO WS-REASON-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDIT TRAIL NOT AVAILABLE: " WS-AUDIT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-AUDIT-OPERATION      DELIMITED BY SIZE
               "|"                     DELIMITED BY SIZE
               WS-CURRENT-TIMESTAMP    DELIMITED BY SIZE
               "|"                     DELIMITED BY SIZE
               SC-USER-ID              DELIMITED BY SIZE
               "|"                     DELIMITED BY SIZE
               WS-AUDIT-IMAGE          DELIMITED BY SIZE
               "|"                     DELIMITED BY SIZE
               WS-AUDIT-IMAGE          DELIMITED BY SIZE
               "|"                     DELIMITED BY SIZE
               WS-DETAIL-REASON        DELIMITED BY SIZE
               "|"                     DELIMITED BY SIZE
               WS-DETAIL-EXPIRES       DELIMITED BY SIZE
               "|"                     DELIMITED BY SIZE
               WS-DETAIL-NOTE          DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           IF SC-OPERATOR-ID NOT = SPACES
               MOVE "|" TO AUDIT-LINE(1690:1)
               MOVE SC-OPERATOR-ID TO AUDIT-LINE(1691:8)
           END-IF
           WRITE AUDIT-LINE
           CLOSE AUDIT-TRAIL-FILE.

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
