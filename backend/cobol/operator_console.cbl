           88 MENU-INSERT        VALUE '4'.
           88 MENU-LOOKUP        VALUE '5'.
           88 MENU-META-QUERY    VALUE '6'.
           88 MENU-SUSPENSION    VALUE '7'.
           88 MENU-APPROVALS     VALUE '8'.
           88 MENU-EXIT          VALUE '9'.

       01 WS-CONSOLE-DONE       PIC X VALUE 'N'.
       01 WS-COUNT-WORK         PIC 9(6).
       01 WS-SCORE-DISPLAY      PIC ZZ9.99.
       01 WS-COUNT-DISPLAY      PIC ZZZZZ9.
       01 WS-REASON-REPLY       PIC X(2).
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-DECISION-REPLY     PIC X(1).
       01 WS-CHANGE-TYPE-TEXT   PIC X(20).
       01 WS-SCORE-BEFORE       PIC ZZ9.99.
       01 WS-COUNT-BEFORE       PIC ZZZZZ9.

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

       01 RISK-INQUIRY-PARAMETERS.
           05 RIP-USER-ID        PIC X(36).
           05 RIP-RANK           PIC 9(6).
           05 RIP-RISK-SCORE     PIC 9(3).
           05 RIP-RISK-BAND      PIC X(6).
           05 RIP-RUN-DATE       PIC X(10).
           05 RIP-REASON-COUNT   PIC 9(1).
           05 RIP-REASON-ENTRY OCCURS 5 TIMES.
               10 RIP-REASON-CODE  PIC X(2).
               10 RIP-REASON-TEXT  PIC X(40).
           05 RIP-RETURN-CODE    PIC 9(2).
       01 WS-REASON-SUB         PIC 9(1).
       01 WS-RISK-SCORE-DISPLAY PIC ZZ9.

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
           05 CCP-BEFORE-R REDEFINES CCP-BEFORE-IMAGE.
               10 CCB-USER-ID          PIC X(36).
               10 CCB-USERNAME         PIC X(50).
               10 CCB-EMAIL            PIC X(100).
               10 CCB-CATEGORY         PIC X(30).
               10 CCB-BEHAVIOR-SCORE   PIC 9(3)V99.
               10 CCB-FOLLOWER-COUNT   PIC 9(6).
               10 CCB-FOLLOWING-COUNT  PIC 9(6).
               10 CCB-POST-COUNT       PIC 9(6).
               10 CCB-LAST-ACTIVE      PIC X(19).
               10 CCB-CREATED-AT       PIC X(19).
               10 CCB-METADATA         PIC X(500).
           05 CCP-AFTER-IMAGE    PIC X(777).
           05 CCP-AFTER-R REDEFINES CCP-AFTER-IMAGE.
               10 CCA-USER-ID          PIC X(36).
               10 CCA-USERNAME         PIC X(50).
               10 CCA-EMAIL            PIC X(100).
               10 CCA-CATEGORY         PIC X(30).
               10 CCA-BEHAVIOR-SCORE   PIC 9(3)V99.
               10 CCA-FOLLOWER-COUNT   PIC 9(6).
               10 CCA-FOLLOWING-COUNT  PIC 9(6).
               10 CCA-POST-COUNT       PIC 9(6).
               10 CCA-LAST-ACTIVE      PIC X(19).
               10 CCA-CREATED-AT       PIC X(19).
               10 CCA-METADATA         PIC X(500).
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

       01 WS-WORK-RECORD.
           05 WRK-USER-ID          PIC X(36).
               10 DBD-FOLLOWING-COUNT PIC 9(6).
               10 DBD-POST-COUNT      PIC 9(6).
               10 DBD-METADATA        PIC X(500).
               10 DBD-OPERATOR-ID     PIC X(8).
               10 FILLER              PIC X(289).
           05 DBI-LOOKUP-CRITERIA-R REDEFINES DBI-USER-DATA.
               10 DBL-KEY-TYPE        PIC X(1).
               10 DBL-KEY-VALUE       PIC X(100).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== INSTAGRAN OPERATOR CONSOLE ==="
           PERFORM SIGN-ON-OPERATOR
               UNTIL WS-OPERATOR-ID NOT = SPACES
           PERFORM CONSOLE-CYCLE
               UNTIL WS-CONSOLE-DONE = 'Y'
           DISPLAY "OPERATOR CONSOLE SESSION ENDED"
           GOBACK.

       SIGN-ON-OPERATOR.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR ID IS REQUIRED"
           ELSE
               DISPLAY "SIGNED ON AS " WS-OPERATOR-ID
           END-IF.

       CONSOLE-CYCLE.
           DISPLAY " "
           DISPLAY "1 - INQUIRE ON ACCOUNT"
           DISPLAY "4 - INSERT ACCOUNT"
           DISPLAY "5 - FIND BY EMAIL OR USERNAME"
           DISPLAY "6 - QUERY BY METADATA KEY=VALUE"
           DISPLAY "7 - SUSPEND OR LIFT SUSPENSION"
           DISPLAY "8 - APPROVE OR REJECT PENDING CHANGES"
           DISPLAY "9 - EXIT"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
                   PERFORM LOOKUP-ACCOUNT
               WHEN MENU-META-QUERY
                   PERFORM QUERY-BY-METADATA
               WHEN MENU-SUSPENSION
                   PERFORM SUSPEND-OR-LIFT-ACCOUNT
               WHEN MENU-APPROVALS
                   PERFORM REVIEW-PENDING-CHANGES
               WHEN MENU-EXIT
                   MOVE 'Y' TO WS-CONSOLE-DONE
               WHEN OTHER
           DISPLAY "LAST ACTIVE....: " DBR-LAST-ACTIVE
           DISPLAY "CREATED AT.....: " DBR-CREATED-AT
           DISPLAY "METADATA.......: " DBR-METADATA
           PERFORM DISPLAY-SUSPENSION-STATUS
           PERFORM DISPLAY-RISK-BAND
           DISPLAY "----------------------------------------".

       DISPLAY-SUSPENSION-STATUS.
           MOVE 'Q' TO SCP-FUNCTION
           MOVE DBR-USER-ID TO SCP-USER-ID
           CALL "SUSPENSION-CONTROL" USING SUSPENSION-CONTROL-PARAMETERS
           IF SCP-RETURN-CODE NOT = 00
               DISPLAY "SUSPENSION.....: NONE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "****************************************"
           DISPLAY "***        ACCOUNT SUSPENDED         ***"
           DISPLAY "****************************************"
           DISPLAY "REASON.........: " SCP-REASON-CODE " "
               SCP-REASON-TEXT
           DISPLAY "NOTE...........: " SCP-NOTE
           DISPLAY "SUSPENDED AT...: " SCP-SUSPENDED-AT
           IF SCP-EXPIRES-ON = SPACES
               DISPLAY "EXPIRES ON.....: NO EXPIRY, UNTIL LIFTED"
           ELSE
               DISPLAY "EXPIRES ON.....: " SCP-EXPIRES-ON
           END-IF
           IF SCP-EXPIRED-FLAG = 'Y'
               DISPLAY "EXPIRY DATE REACHED, REINSTATED BY THE NEXT"
                   " SUSPENSION-EXPIRY RUN"
           END-IF.

       DISPLAY-RISK-BAND.
           MOVE DBR-USER-ID TO RIP-USER-ID
           CALL "RISK-INQUIRY" USING RISK-INQUIRY-PARAMETERS
           EVALUATE RIP-RETURN-CODE
               WHEN 00
                   MOVE RIP-RISK-SCORE TO WS-RISK-SCORE-DISPLAY
                   MOVE RIP-RANK TO WS-COUNT-DISPLAY
                   DISPLAY "RISK BAND......: " RIP-RISK-BAND
                       " SCORE " WS-RISK-SCORE-DISPLAY
                       " RANK " WS-COUNT-DISPLAY
                       " AS OF " RIP-RUN-DATE
                   PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                           UNTIL WS-REASON-SUB > RIP-REASON-COUNT
                       DISPLAY "RISK REASON....: "
                           RIP-REASON-CODE(WS-REASON-SUB) " "
                           RIP-REASON-TEXT(WS-REASON-SUB)
                   END-PERFORM
               WHEN 23
                   IF RIP-RUN-DATE = SPACES
                       DISPLAY "RISK BAND......: NONE, NOT ON WATCHLIST"
                   ELSE
                       DISPLAY "RISK BAND......: NONE, NOT ON WATCHLIST"
                           " OF " RIP-RUN-DATE
                   END-IF
               WHEN OTHER
                   DISPLAY "RISK BAND......: NOT SCORED, NO WATCHLIST"
           END-EVALUATE.

       UPDATE-ACCOUNT.
           PERFORM ACCEPT-USER-ID
           IF WS-USER-ID-OK = 'N'
           PERFORM PROMPT-ALL-FIELDS
           PERFORM DISPLAY-PENDING-CHANGES
           PERFORM CONFIRM-ACTION
           IF WS-CONFIRM-REPLY NOT = 'Y'
               DISPLAY "UPDATE ABANDONED, NOTHING WRITTEN"
               EXIT PARAGRAPH
           END-IF
           IF WRK-EMAIL NOT = DBR-EMAIL
               OR WRK-BEHAVIOR-SCORE NOT = DBR-BEHAVIOR-SCORE
               DISPLAY "EMAIL OR BEHAVIOR SCORE CHANGED, A SECOND"
                   " OPERATOR MUST APPROVE THIS UPDATE"
               MOVE 'U' TO CCP-CHANGE-TYPE
               PERFORM QUEUE-ACCOUNT-CHANGE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-USER-DATA-FROM-WORK
           MOVE 'U' TO DBI-OPERATION
           CALL "DB-INTERFACE"
               USING DBI-INPUT-PARAMETERS, DBI-OUTPUT-PARAMETERS
           PERFORM REPORT-CALL-RESULT.

       DELETE-ACCOUNT.
           PERFORM ACCEPT-USER-ID
           END-IF
           PERFORM DISPLAY-FULL-RECORD
           DISPLAY "DELETE THIS ACCOUNT?"
           DISPLAY "A SECOND OPERATOR MUST APPROVE THE DELETE"
           PERFORM CONFIRM-ACTION
           IF WS-CONFIRM-REPLY = 'Y'
               MOVE 'D' TO CCP-CHANGE-TYPE
               MOVE SPACES TO WS-WORK-RECORD
               PERFORM QUEUE-ACCOUNT-CHANGE
           ELSE
               DISPLAY "DELETE ABANDONED, NOTHING WRITTEN"
           END-IF.

      *    DELETES AND EMAIL OR SCORE CHANGES ARE NOT APPLIED HERE.
      *    THEY GO TO CHANGE-CONTROL AND WAIT FOR A SECOND OPERATOR
      *    UNDER OPTION 8.
       QUEUE-ACCOUNT-CHANGE.
           DISPLAY "REASON FOR THE CHANGE: " WITH NO ADVANCING
           ACCEPT WS-FIELD-REPLY
           MOVE 'R' TO CCP-FUNCTION
           MOVE SPACES TO CCP-CHANGE-ID
           MOVE DBI-USER-ID TO CCP-USER-ID
           MOVE WS-OPERATOR-ID TO CCP-OPERATOR-ID
           MOVE WS-FIELD-REPLY(1:60) TO CCP-NOTE
           MOVE WS-WORK-RECORD TO CCP-AFTER-IMAGE
           CALL "CHANGE-CONTROL" USING CHANGE-CONTROL-PARAMETERS
           EVALUATE CCP-RETURN-CODE
               WHEN 00
                   DISPLAY "CHANGE QUEUED FOR APPROVAL, CHANGE ID: "
                       CCP-CHANGE-ID
                   MOVE CCP-EXPIRY-HOURS TO WS-COUNT-DISPLAY
                   DISPLAY "IT EXPIRES IF NOT DECIDED WITHIN"
                       WS-COUNT-DISPLAY " HOURS"
               WHEN 22
                   DISPLAY "A CHANGE IS ALREADY PENDING FOR THIS"
                       " ACCOUNT, CHANGE ID: " CCP-CHANGE-ID
               WHEN 23
                   DISPLAY "ACCOUNT NOT FOUND, NOTHING QUEUED"
               WHEN 91
                   DISPLAY "DATABASE IN USE, TRY AGAIN LATER"
               WHEN OTHER
                   DISPLAY "CHANGE NOT QUEUED, STATUS: "
                       CCP-RETURN-CODE
           END-EVALUATE.

       INSERT-ACCOUNT.
           PERFORM ACCEPT-USER-ID
           IF WS-USER-ID-OK = 'N'
               DISPLAY "INSERT ABANDONED, NOTHING WRITTEN"
           END-IF.

       SUSPEND-OR-LIFT-ACCOUNT.
           PERFORM ACCEPT-USER-ID
           IF WS-USER-ID-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-RECORD
           IF DBI-STATUS-CODE NOT = 00
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-FULL-RECORD
           IF SCP-RETURN-CODE = 00
               PERFORM LIFT-ACCOUNT-SUSPENSION
           ELSE
               PERFORM SUSPEND-ACCOUNT
           END-IF.

       SUSPEND-ACCOUNT.
           DISPLAY "REASON CODE (SEE suspension_reasons.cfg): "
               WITH NO ADVANCING
           ACCEPT WS-REASON-REPLY
           MOVE FUNCTION UPPER-CASE(WS-REASON-REPLY) TO WS-REASON-REPLY
           IF WS-REASON-REPLY = SPACES
               DISPLAY "A REASON CODE IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOTE: " WITH NO ADVANCING
           ACCEPT WS-FIELD-REPLY
           MOVE WS-FIELD-REPLY(1:60) TO SCP-NOTE
           DISPLAY "EXPIRES ON YYYY-MM-DD (ENTER FOR NO EXPIRY): "
               WITH NO ADVANCING
           ACCEPT WS-NUMERIC-REPLY
           MOVE WS-NUMERIC-REPLY TO SCP-EXPIRES-ON
           DISPLAY "SUSPEND THIS ACCOUNT?"
           PERFORM CONFIRM-ACTION
           IF WS-CONFIRM-REPLY NOT = 'Y'
               DISPLAY "SUSPENSION ABANDONED, NOTHING WRITTEN"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO SCP-FUNCTION
           MOVE DBI-USER-ID TO SCP-USER-ID
           MOVE WS-OPERATOR-ID TO SCP-OPERATOR-ID
           MOVE WS-REASON-REPLY TO SCP-REASON-CODE
           CALL "SUSPENSION-CONTROL" USING SUSPENSION-CONTROL-PARAMETERS
           PERFORM REPORT-SUSPENSION-RESULT.

       LIFT-ACCOUNT-SUSPENSION.
           DISPLAY "LIFT THIS SUSPENSION?"
           PERFORM CONFIRM-ACTION
           IF WS-CONFIRM-REPLY NOT = 'Y'
               DISPLAY "SUSPENSION LEFT IN PLACE, NOTHING WRITTEN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOTE FOR THE LIFT (ENTER TO KEEP ORIGINAL): "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-REPLY
           MOVE WS-FIELD-REPLY(1:60) TO SCP-NOTE
           MOVE 'L' TO SCP-FUNCTION
           MOVE DBI-USER-ID TO SCP-USER-ID
           MOVE WS-OPERATOR-ID TO SCP-OPERATOR-ID
           CALL "SUSPENSION-CONTROL" USING SUSPENSION-CONTROL-PARAMETERS
           PERFORM REPORT-SUSPENSION-RESULT.

       REPORT-SUSPENSION-RESULT.
           EVALUATE SCP-RETURN-CODE
               WHEN 00
                   DISPLAY "OPERATION COMPLETED, STATUS: "
                       SCP-RETURN-CODE
               WHEN 22
                   DISPLAY "ACCOUNT IS ALREADY SUSPENDED"
               WHEN 23
                   DISPLAY "ACCOUNT OR SUSPENSION NOT FOUND"
               WHEN 81
                   DISPLAY "UNKNOWN REASON CODE: " WS-REASON-REPLY
               WHEN 82
                   DISPLAY "EXPIRY MUST BE A FUTURE DATE YYYY-MM-DD"
               WHEN 91
                   DISPLAY "DATABASE IN USE, TRY AGAIN LATER"
               WHEN OTHER
                   DISPLAY "OPERATION FAILED, STATUS: "
                       SCP-RETURN-CODE
           END-EVALUATE.

       REVIEW-PENDING-CHANGES.
           MOVE 'L' TO CCP-FUNCTION
           MOVE WS-OPERATOR-ID TO CCP-OPERATOR-ID
           CALL "CHANGE-CONTROL" USING CHANGE-CONTROL-PARAMETERS
           IF CCP-RETURN-CODE NOT = 00
               DISPLAY "CHANGE QUEUE NOT AVAILABLE, STATUS: "
                   CCP-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CCP-EXPIRED-COUNT > 0
               MOVE CCP-EXPIRED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "CHANGES CLOSED AS EXPIRED: " WS-COUNT-DISPLAY
           END-IF
           IF CCP-PENDING-TOTAL = 0
               DISPLAY "NO CHANGES AWAITING APPROVAL"
               EXIT PARAGRAPH
           END-IF
           MOVE CCP-PENDING-TOTAL TO WS-COUNT-DISPLAY
           DISPLAY "CHANGES AWAITING APPROVAL: " WS-COUNT-DISPLAY
           PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
                   UNTIL WS-RESULT-IDX > CCP-LIST-COUNT
               IF CCP-LST-CHANGE-TYPE(WS-RESULT-IDX) = 'D'
                   MOVE "DELETE" TO WS-CHANGE-TYPE-TEXT
               ELSE
                   MOVE "UPDATE" TO WS-CHANGE-TYPE-TEXT
               END-IF
               DISPLAY "  " CCP-LST-CHANGE-ID(WS-RESULT-IDX)
                   " " WS-CHANGE-TYPE-TEXT(1:6)
                   " " CCP-LST-USER-ID(WS-RESULT-IDX)
                   " BY " CCP-LST-REQUESTED-BY(WS-RESULT-IDX)
                   " AT " CCP-LST-REQUESTED-AT(WS-RESULT-IDX)
           END-PERFORM
           IF CCP-PENDING-TOTAL > CCP-LIST-COUNT
               DISPLAY "ONLY THE OLDEST 10 ARE SHOWN"
           END-IF
           DISPLAY "ENTER CHANGE ID (ENTER TO RETURN): "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-REPLY
           IF WS-FIELD-REPLY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'G' TO CCP-FUNCTION
           MOVE WS-FIELD-REPLY(1:16) TO CCP-CHANGE-ID
           CALL "CHANGE-CONTROL" USING CHANGE-CONTROL-PARAMETERS
           EVALUATE CCP-RETURN-CODE
               WHEN 00
                   CONTINUE
               WHEN 23
                   DISPLAY "CHANGE ID NOT FOUND: " CCP-CHANGE-ID
                   EXIT PARAGRAPH
               WHEN 25
                   DISPLAY "CHANGE HAS EXPIRED, THE REQUESTER MUST"
                       " ASK AGAIN"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "CHANGE NOT AVAILABLE, STATUS: "
                       CCP-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF CCP-STATUS NOT = 'P'
               DISPLAY "CHANGE ALREADY DECIDED, STATUS: " CCP-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-CHANGE-DETAIL
           IF CCP-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "YOU REQUESTED THIS CHANGE, ANOTHER OPERATOR"
                   " MUST DECIDE IT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(A)PPROVE, (R)EJECT OR ENTER TO LEAVE PENDING: "
               WITH NO ADVANCING
           ACCEPT WS-DECISION-REPLY
           MOVE FUNCTION UPPER-CASE(WS-DECISION-REPLY)
               TO WS-DECISION-REPLY
           EVALUATE WS-DECISION-REPLY
               WHEN 'A'
                   PERFORM APPROVE-PENDING-CHANGE
               WHEN 'R'
                   PERFORM REJECT-PENDING-CHANGE
               WHEN OTHER
                   DISPLAY "CHANGE LEFT PENDING, NOTHING WRITTEN"
           END-EVALUATE.

       DISPLAY-CHANGE-DETAIL.
           DISPLAY "----------------------------------------"
           DISPLAY "CHANGE ID......: " CCP-CHANGE-ID
           IF CCP-CHANGE-TYPE = 'D'
               DISPLAY "CHANGE.........: DELETE ACCOUNT"
           ELSE
               DISPLAY "CHANGE.........: UPDATE ACCOUNT"
           END-IF
           DISPLAY "USER ID........: " CCP-USER-ID
           DISPLAY "REQUESTED BY...: " CCP-REQUESTED-BY
           DISPLAY "REQUESTED AT...: " CCP-REQUESTED-AT
           DISPLAY "REASON.........: " CCP-NOTE
           IF CCP-CHANGE-TYPE = 'D'
               DISPLAY "ACCOUNT TO BE DELETED:"
               DISPLAY "USERNAME.......: " CCB-USERNAME
               DISPLAY "EMAIL..........: " CCB-EMAIL
               DISPLAY "CATEGORY.......: " CCB-CATEGORY
               MOVE CCB-BEHAVIOR-SCORE TO WS-SCORE-DISPLAY
               DISPLAY "BEHAVIOR SCORE.: " WS-SCORE-DISPLAY
           ELSE
               DISPLAY "FIELDS CHANGED (BEFORE / AFTER):"
               PERFORM DISPLAY-CHANGED-FIELDS
           END-IF
           DISPLAY "----------------------------------------".

       DISPLAY-CHANGED-FIELDS.
           IF CCA-USERNAME NOT = CCB-USERNAME
               DISPLAY "USERNAME.......: " CCB-USERNAME
               DISPLAY "            NOW: " CCA-USERNAME
           END-IF
           IF CCA-EMAIL NOT = CCB-EMAIL
               DISPLAY "EMAIL..........: " CCB-EMAIL
               DISPLAY "            NOW: " CCA-EMAIL
           END-IF
           IF CCA-CATEGORY NOT = CCB-CATEGORY
               DISPLAY "CATEGORY.......: " CCB-CATEGORY
               DISPLAY "            NOW: " CCA-CATEGORY
           END-IF
           IF CCA-BEHAVIOR-SCORE NOT = CCB-BEHAVIOR-SCORE
               MOVE CCB-BEHAVIOR-SCORE TO WS-SCORE-BEFORE
               MOVE CCA-BEHAVIOR-SCORE TO WS-SCORE-DISPLAY
               DISPLAY "BEHAVIOR SCORE.: " WS-SCORE-BEFORE
                   " NOW: " WS-SCORE-DISPLAY
           END-IF
           IF CCA-FOLLOWER-COUNT NOT = CCB-FOLLOWER-COUNT
               MOVE CCB-FOLLOWER-COUNT TO WS-COUNT-BEFORE
               MOVE CCA-FOLLOWER-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "FOLLOWERS......: " WS-COUNT-BEFORE
                   " NOW: " WS-COUNT-DISPLAY
           END-IF
           IF CCA-FOLLOWING-COUNT NOT = CCB-FOLLOWING-COUNT
               MOVE CCB-FOLLOWING-COUNT TO WS-COUNT-BEFORE
               MOVE CCA-FOLLOWING-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "FOLLOWING......: " WS-COUNT-BEFORE
                   " NOW: " WS-COUNT-DISPLAY
           END-IF
           IF CCA-POST-COUNT NOT = CCB-POST-COUNT
               MOVE CCB-POST-COUNT TO WS-COUNT-BEFORE
               MOVE CCA-POST-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "POSTS..........: " WS-COUNT-BEFORE
                   " NOW: " WS-COUNT-DISPLAY
           END-IF
           IF CCA-METADATA NOT = CCB-METADATA
               DISPLAY "METADATA.......: " CCB-METADATA
               DISPLAY "            NOW: " CCA-METADATA
           END-IF.

       APPROVE-PENDING-CHANGE.
           DISPLAY "APPROVAL NOTE: " WITH NO ADVANCING
           ACCEPT WS-FIELD-REPLY
           MOVE 'A' TO CCP-FUNCTION
           MOVE WS-OPERATOR-ID TO CCP-OPERATOR-ID
           MOVE WS-FIELD-REPLY(1:60) TO CCP-NOTE
           CALL "CHANGE-CONTROL" USING CHANGE-CONTROL-PARAMETERS
           PERFORM REPORT-DECISION-RESULT.

       REJECT-PENDING-CHANGE.
           DISPLAY "REASON FOR REJECTING: " WITH NO ADVANCING
           ACCEPT WS-FIELD-REPLY
           IF WS-FIELD-REPLY = SPACES
               DISPLAY "A REASON IS REQUIRED TO REJECT, CHANGE LEFT"
                   " PENDING"
               EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO CCP-FUNCTION
           MOVE WS-OPERATOR-ID TO CCP-OPERATOR-ID
           MOVE WS-FIELD-REPLY(1:60) TO CCP-NOTE
           CALL "CHANGE-CONTROL" USING CHANGE-CONTROL-PARAMETERS
           PERFORM REPORT-DECISION-RESULT.

       REPORT-DECISION-RESULT.
           EVALUATE CCP-RETURN-CODE
               WHEN 00
                   IF CCP-STATUS = 'A'
                       DISPLAY "CHANGE APPROVED AND APPLIED"
                   ELSE
                       DISPLAY "CHANGE REJECTED, NOTHING WRITTEN"
                   END-IF
               WHEN 24
                   DISPLAY "CHANGE WAS ALREADY DECIDED, STATUS: "
                       CCP-STATUS
               WHEN 25
                   DISPLAY "CHANGE HAS EXPIRED, THE REQUESTER MUST"
                       " ASK AGAIN"
               WHEN 26
                   DISPLAY "THE REQUESTING OPERATOR CANNOT DECIDE"
                       " THE SAME CHANGE"
               WHEN 27
                   DISPLAY "ACCOUNT HAS CHANGED SINCE THE REQUEST,"
                       " REJECT THIS CHANGE AND ASK AGAIN"
               WHEN 28
                   DISPLAY "CHANGE COULD NOT BE APPLIED, STATUS: "
                       CCP-DBI-STATUS ", LEFT PENDING"
               WHEN 91
                   DISPLAY "DATABASE IN USE, TRY AGAIN LATER"
               WHEN OTHER
                   DISPLAY "DECISION NOT RECORDED, STATUS: "
                       CCP-RETURN-CODE
           END-EVALUATE.

       LOOKUP-ACCOUNT.
           DISPLAY "SEARCH BY (E)MAIL OR USER(N)AME: "
               WITH NO ADVANCING
           MOVE WRK-FOLLOWER-COUNT  TO DBD-FOLLOWER-COUNT
           MOVE WRK-FOLLOWING-COUNT TO DBD-FOLLOWING-COUNT
           MOVE WRK-POST-COUNT      TO DBD-POST-COUNT
           MOVE WRK-METADATA        TO DBD-METADATA
           MOVE WS-OPERATOR-ID      TO DBD-OPERATOR-ID.

       REPORT-CALL-RESULT.
           EVALUATE DBI-STATUS-CODE
