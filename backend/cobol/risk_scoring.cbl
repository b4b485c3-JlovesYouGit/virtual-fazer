       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-SCORING.
       AUTHOR. INSTAGRAN TEAM.
       DATE-WRITTEN. 2026-10-15.

      *    NIGHTLY FAKE-ACCOUNT RISK SCORING FOR TRUST AND SAFETY.
      *    EVERY ACCOUNT IN database.dat IS TESTED FOR FIVE SIGNALS:
      *      RR  RECIPROCAL FOLLOW RING (follower_edges.dat)
      *      FB  BURST OF FOLLOWS ON ONE EDGE-SINCE-DATE, GIVEN OR
      *          RECEIVED (follower_edges.dat)
      *      SR  REFERRAL CODE SHARED BY MANY ACCOUNTS (METADATA
      *          KEY REFERRAL)
      *      SS  SCORE SPIKE BETWEEN TWO DAILY SNAPSHOTS IN
      *          score_history.dat
      *      NP  FOLLOWS MANY, POSTS NOTHING (AS ENGAGEMENT-REPORT)
      *    THE RISK SCORE IS THE SUM OF THE WEIGHTS OF THE SIGNALS
      *    HIT. WEIGHTS, THRESHOLDS AND BANDS COME FROM risk_rules.cfg
      *    (KEY=VALUE LINES, # FOR COMMENTS) AND DEFAULT TO THE VALUES
      *    BELOW WHEN THE FILE OR A KEY IS MISSING.
      *    ACCOUNTS SCORING AT LEAST WATCHLIST-MIN-SCORE ARE WRITTEN,
      *    HIGHEST SCORE FIRST, TO risk_watchlist.dat, WHICH IS WHAT
      *    OPERATOR-CONSOLE SHOWS ON INQUIRY THROUGH RISK-INQUIRY.
      *    risk_report.txt GIVES THE SAME RANKING WITH THE REASONS.
      *    EVERY WATCHLIST AND REPORT DETAIL LINE HAS THE USER ID IN
      *    COLUMN 1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATABASE-FILE ASSIGN TO "database.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-USER-ID
               FILE STATUS IS WS-DATABASE-STATUS.
           SELECT FOLLOWER-EDGE-FILE ASSIGN TO "follower_edges.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDGE-KEY
               ALTERNATE RECORD KEY IS EDGE-FOLLOWED-XKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-EDGE-STATUS.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "score_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RULES-FILE ASSIGN TO "risk_rules.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT WATCHLIST-FILE ASSIGN TO "risk_watchlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RISK-REPORT-FILE ASSIGN TO "risk_report.txt"
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

       FD FOLLOWER-EDGE-FILE.
       01 EDGE-RECORD.
           05 EDGE-KEY.
               10 EDGE-FOLLOWER-ID  PIC X(36).
               10 EDGE-FOLLOWED-ID  PIC X(36).
           05 EDGE-FOLLOWED-XKEY    PIC X(36).
           05 EDGE-SINCE-DATE       PIC X(10).

      *    KEYED ON USER, RUN DATE AND TYPE: 'D' DAILY SNAPSHOT,
      *    'M' MONTHLY ROLL-UP WRITTEN BY HISTORY-ROLLUP.
       FD SCORE-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-USER-ID       PIC X(36).
               10 HIST-RUN-DATE      PIC X(10).
               10 HIST-RECORD-TYPE   PIC X(1).
                   88 MONTHLY-RECORD  VALUE 'M'.
           05 HIST-CATEGORY      PIC X(30).
           05 HIST-SCORE         PIC 9(3)V99.
           05 HIST-INTERACTIONS  PIC 9(5).
           05 HIST-MIN-SCORE     PIC 9(3)V99.
           05 HIST-MAX-SCORE     PIC 9(3)V99.
           05 HIST-TOTAL-INT     PIC 9(7).
           05 HIST-DAY-COUNT     PIC 9(4).

       FD RULES-FILE.
       01 RULES-RECORD           PIC X(80).

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
       01 REPORT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-DATABASE-STATUS    PIC XX.
       01 WS-EDGE-STATUS        PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-RULES-STATUS       PIC XX.
       01 WS-DATABASE-EOF       PIC X VALUE 'N'.
       01 WS-EDGE-EOF           PIC X VALUE 'N'.
       01 WS-HISTORY-EOF        PIC X VALUE 'N'.
       01 WS-RULES-EOF          PIC X VALUE 'N'.
       01 WS-DATABASE-OPEN-FLAG PIC X VALUE 'N'.
       01 WS-EDGE-OPEN-FLAG     PIC X VALUE 'N'.
       01 WS-HISTORY-OPEN-FLAG  PIC X VALUE 'N'.

      *    DEFAULTS, REPLACED BY ANY KEY FOUND IN risk_rules.cfg.
       01 WS-RISK-THRESHOLDS.
           05 WS-RING-MIN-RECIPROCAL PIC 9(6) VALUE 10.
           05 WS-RING-MIN-PERCENT    PIC 9(3) VALUE 80.
           05 WS-BURST-MIN-FOLLOWS   PIC 9(6) VALUE 50.
           05 WS-REFERRAL-MIN-SHARED PIC 9(6) VALUE 20.
           05 WS-SPIKE-MIN-JUMP      PIC 9(3)V99 VALUE 25.
           05 WS-SPIKE-WINDOW-DAYS   PIC 9(4) VALUE 30.
           05 WS-NOPOST-FOLLOWING-FLOOR PIC 9(6) VALUE 1000.
           05 WS-BAND-HIGH           PIC 9(3) VALUE 60.
           05 WS-BAND-MEDIUM         PIC 9(3) VALUE 30.
           05 WS-WATCHLIST-MIN-SCORE PIC 9(3) VALUE 1.
       01 WS-RULE-KEY-WORK      PIC X(80).
       01 WS-RULE-VALUE-WORK    PIC X(80).
       01 WS-RULE-VALUE-NUM     PIC 9(6)V99.

      *    ONE ENTRY PER SIGNAL. HIT COUNT IS THE NUMBER OF ACCOUNTS
      *    THE SIGNAL FIRED FOR.
       01 WS-SIGNAL-TABLE.
           05 WS-SIGNAL-COUNT    PIC 9(1) VALUE 0.
           05 WS-SIGNAL-ENTRY OCCURS 5 TIMES
                                 INDEXED BY WS-SIGNAL-IDX.
               10 WS-SIGNAL-CODE     PIC X(2).
               10 WS-SIGNAL-TEXT     PIC X(40).
               10 WS-SIGNAL-WEIGHT   PIC 9(3).
               10 WS-SIGNAL-HITS     PIC 9(6).
       01 WS-SIGNAL-SUB         PIC 9(1).
       01 WS-RING-SIGNAL        PIC 9(1) VALUE 1.
       01 WS-BURST-SIGNAL       PIC 9(1) VALUE 2.
       01 WS-REFERRAL-SIGNAL    PIC 9(1) VALUE 3.
       01 WS-SPIKE-SIGNAL       PIC 9(1) VALUE 4.
       01 WS-NOPOST-SIGNAL      PIC 9(1) VALUE 5.

      *    database.dat IS READ IN KEY ORDER, SO THE ACCOUNT TABLE IS
      *    ALREADY IN USER ID ORDER FOR SEARCH ALL.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCT-SIZE       PIC 9(6) VALUE 0.
           05 WS-ACCT-MAX        PIC 9(6) VALUE 200000.
           05 WS-ACCT-ENTRY OCCURS 1 TO 200000 TIMES
                               DEPENDING ON WS-ACCT-SIZE
                               ASCENDING KEY IS WS-ACCT-USER-ID
                               INDEXED BY WS-ACCT-IDX.
               10 WS-ACCT-USER-ID       PIC X(36).
               10 WS-ACCT-USERNAME      PIC X(50).
               10 WS-ACCT-FOLLOWING     PIC 9(6).
               10 WS-ACCT-POSTS         PIC 9(6).
               10 WS-ACCT-EDGES-OUT     PIC 9(6).
               10 WS-ACCT-RECIPROCAL    PIC 9(6).
               10 WS-ACCT-BURST-OUT     PIC 9(6).
               10 WS-ACCT-BURST-OUT-DATE PIC X(10).
               10 WS-ACCT-BURST-IN      PIC 9(6).
               10 WS-ACCT-BURST-IN-DATE PIC X(10).
               10 WS-ACCT-REF-SHARED    PIC 9(6).
               10 WS-ACCT-REF-SUB       PIC 9(6).
               10 WS-ACCT-SPIKE         PIC 9(3)V99.
               10 WS-ACCT-SPIKE-DATE    PIC X(10).
               10 WS-ACCT-SIGNAL-FLAG   PIC X(1) OCCURS 5 TIMES.
               10 WS-ACCT-RISK-SCORE    PIC 9(3).
               10 WS-ACCT-RISK-BAND     PIC X(6).
       01 WS-ACCT-FOUND-INDEX   PIC 9(6) VALUE 0.
       01 WS-SEARCH-USER-ID     PIC X(36).
       01 WS-ACCT-OVERFLOW      PIC X(1) VALUE 'N'.

       01 WS-EDGE-TABLE.
           05 WS-EDGE-SIZE       PIC 9(6) VALUE 0.
           05 WS-EDGE-MAX        PIC 9(6) VALUE 500000.
           05 WS-EDGE-ENTRY OCCURS 1 TO 500000 TIMES
                                DEPENDING ON WS-EDGE-SIZE
                                ASCENDING KEY IS WS-EDGE-PAIR
                                INDEXED BY WS-EDGE-IDX.
               10 WS-EDGE-PAIR.
                   15 WS-EDGE-FOLLOWER PIC X(36).
                   15 WS-EDGE-FOLLOWED PIC X(36).
               10 WS-EDGE-SINCE-DATE PIC X(10).
       01 WS-SEARCH-PAIR.
           05 WS-SEARCH-FOLLOWER PIC X(36).
           05 WS-SEARCH-FOLLOWED PIC X(36).
       01 WS-EDGE-COUNT         PIC 9(6) VALUE 0.
       01 WS-EDGE-OVERFLOW      PIC X(1) VALUE 'N'.

      *    REFERRAL CODES ARE COLLECTED AND SORTED AFTER THE SCAN; EACH
      *    RUN OF EQUAL CODES IS ONE SHARED REFERRAL.
       01 WS-REFERRAL-TABLE.
           05 WS-REF-SIZE        PIC 9(6) VALUE 0.
           05 WS-REF-MAX         PIC 9(6) VALUE 200000.
           05 WS-REF-ENTRY OCCURS 1 TO 200000 TIMES
                               DEPENDING ON WS-REF-SIZE
                               INDEXED BY WS-REF-IDX.
               10 WS-REF-CODE        PIC X(100).
               10 WS-REF-ACCT-SUB    PIC 9(6).
       01 WS-REF-RUN-START      PIC 9(6).
       01 WS-REF-RUN-LENGTH     PIC 9(6).
       01 WS-REF-MEMBER         PIC 9(6).
       01 WS-REFERRAL-CODE      PIC X(100).

       01 WS-META-WORK.
           05 WS-META-POINTER     PIC 9(3).
           05 WS-META-PAIR-COUNT  PIC 9(3).
           05 WS-META-PAIR        PIC X(500).
           05 WS-META-KEY         PIC X(100).
           05 WS-META-VALUE       PIC X(400).
       01 WS-META-DONE          PIC X(1).

      *    PREVIOUS DAILY SNAPSHOT OF THE ACCOUNT BEING SCANNED.
       01 WS-PREV-SCORE         PIC 9(3)V99.
       01 WS-PREV-SCORE-FLAG    PIC X(1) VALUE 'N'.
       01 WS-SCORE-JUMP         PIC S9(3)V99.

       01 WS-TODAY-WORK.
           05 WS-TODAY-RAW        PIC X(21).
           05 WS-TODAY-DATE-R REDEFINES WS-TODAY-RAW.
               10 WS-TODAY-DATE       PIC 9(8).
               10 FILLER              PIC X(13).
       01 WS-TODAY-TEXT         PIC X(10).
       01 WS-TODAY-INTEGER      PIC 9(8).
       01 WS-SPIKE-CUTOFF-INTEGER PIC 9(8).
       01 WS-SPIKE-START-NUM    PIC 9(8).
       01 WS-SPIKE-START-TEXT   PIC X(10).
       01 WS-ROW-DATE-NUM       PIC 9(8).
       01 WS-ROW-DATE-INTEGER   PIC 9(8).
       01 WS-DATE-TEXT-WORK     PIC X(10).

      *    RUN-BREAK WORK FOR THE EDGE SCANS.
       01 WS-SCAN-IDX           PIC 9(6) VALUE 0.
       01 WS-HOLD-USER-ID       PIC X(36).
       01 WS-HOLD-DATE          PIC X(10).
       01 WS-HOLD-COUNT         PIC 9(6).
       01 WS-HOLD-RECIPROCAL    PIC 9(6).
       01 WS-BURST-DIRECTION    PIC X(1).
           88 BURST-GIVEN        VALUE 'O'.
           88 BURST-RECEIVED     VALUE 'I'.

       01 WS-RANK-TABLE.
           05 WS-RANK-SIZE       PIC 9(6) VALUE 0.
           05 WS-RANK-ENTRY OCCURS 1 TO 200000 TIMES
                               DEPENDING ON WS-RANK-SIZE
                               INDEXED BY WS-RANK-IDX.
               10 WS-RANK-SCORE      PIC 9(3).
               10 WS-RANK-USER-ID    PIC X(36).
               10 WS-RANK-ACCT-SUB   PIC 9(6).
       01 WS-RANK-NUMBER        PIC 9(6).

       01 WS-RISK-TOTAL         PIC 9(4).
       01 WS-REASON-CODES       PIC X(15).
       01 WS-REASON-POINTER     PIC 9(2).

       01 WS-COUNTERS.
           05 WS-SCANNED-COUNT      PIC 9(6) VALUE 0.
           05 WS-HIGH-COUNT         PIC 9(6) VALUE 0.
           05 WS-MEDIUM-COUNT       PIC 9(6) VALUE 0.
           05 WS-LOW-COUNT          PIC 9(6) VALUE 0.
           05 WS-RUN-ERROR-COUNT    PIC 9(4) VALUE 0.

       01 WS-REPORT-FIELDS.
           05 WS-RANK-EDIT        PIC ZZZZZ9.
           05 WS-SCORE-EDIT       PIC ZZ9.
           05 WS-COUNT-EDIT       PIC ZZZZZ9.
           05 WS-COUNT-EDIT-2     PIC ZZZZZ9.
           05 WS-JUMP-EDIT        PIC ZZ9.99.
           05 WS-DAYS-EDIT        PIC ZZZ9.
           05 WS-PERCENT-EDIT     PIC ZZ9.
       01 WS-ACCT-SUB           PIC 9(6).

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
           PERFORM REGISTER-RUN-START
           IF WS-RUN-REFUSED-FLAG = 'Y'
               GOBACK
           END-IF
           PERFORM INITIALIZATION
           PERFORM LOAD-ACCOUNT-TABLE
               UNTIL WS-DATABASE-EOF = 'Y'
           PERFORM LOAD-EDGE-TABLE
               UNTIL WS-EDGE-EOF = 'Y'
           PERFORM COUNT-RECIPROCAL-FOLLOWS
           PERFORM FIND-FOLLOW-BURSTS
           PERFORM FIND-SHARED-REFERRALS
           PERFORM FIND-SCORE-SPIKES
           PERFORM SCORE-ACCOUNTS
           PERFORM RANK-WATCHLIST
           PERFORM WRITE-WATCHLIST
           PERFORM WRITE-RISK-REPORT
           PERFORM DISPLAY-STATISTICS
           PERFORM CLEANUP
           GOBACK.

       REGISTER-RUN-START.
           MOVE 'S' TO RCP-FUNCTION
           MOVE "RISK-SCORING" TO RCP-JOB-NAME
           MOVE 'N' TO RCP-EXCLUSIVE-FLAG
           MOVE SPACES TO RCP-END-STATUS
           MOVE 0 TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS
           IF RCP-RETURN-CODE = 91
               MOVE 'Y' TO WS-RUN-REFUSED-FLAG
               DISPLAY "RISK SCORING REFUSED: EXCLUSIVE JOB RUNNING"
           END-IF.

       REGISTER-RUN-END.
           MOVE 'E' TO RCP-FUNCTION
           MOVE "RISK-SCORING" TO RCP-JOB-NAME
           IF WS-RUN-ERROR-COUNT = 0
               MOVE "OK" TO RCP-END-STATUS
           ELSE
               MOVE "ERROR" TO RCP-END-STATUS
           END-IF
           MOVE WS-SCANNED-COUNT TO RCP-RECORD-COUNT
           CALL "RUN-CONTROL" USING RUN-CONTROL-PARAMETERS.

       INITIALIZATION.
           PERFORM BUILD-TODAY
           PERFORM LOAD-SIGNAL-TABLE
           PERFORM LOAD-RISK-RULES
           IF WS-BAND-HIGH < WS-BAND-MEDIUM
               DISPLAY "BAND-HIGH BELOW BAND-MEDIUM, USING DEFAULT "
                   "BANDS"
               MOVE 60 TO WS-BAND-HIGH
               MOVE 30 TO WS-BAND-MEDIUM
           END-IF
           COMPUTE WS-SPIKE-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-SPIKE-WINDOW-DAYS
      *    ONE SNAPSHOT BEFORE THE WINDOW IS NEEDED TO SEE A JUMP ON
      *    ITS FIRST DAY, SO EACH ACCOUNT IS READ FROM A DAY EARLIER.
           COMPUTE WS-SPIKE-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-SPIKE-CUTOFF-INTEGER - 1)
           MOVE SPACES TO WS-SPIKE-START-TEXT
           STRING
               WS-SPIKE-START-NUM(1:4) DELIMITED BY SIZE
               "-"                     DELIMITED BY SIZE
               WS-SPIKE-START-NUM(5:2) DELIMITED BY SIZE
               "-"                     DELIMITED BY SIZE
               WS-SPIKE-START-NUM(7:2) DELIMITED BY SIZE
               INTO WS-SPIKE-START-TEXT
           END-STRING
           OPEN INPUT DATABASE-FILE
           IF WS-DATABASE-STATUS = "00"
               MOVE 'Y' TO WS-DATABASE-OPEN-FLAG
               MOVE LOW-VALUES TO DB-USER-ID
               START DATABASE-FILE KEY IS NOT LESS THAN DB-USER-ID
                   INVALID KEY MOVE 'Y' TO WS-DATABASE-EOF
               END-START
           ELSE
               DISPLAY "DATABASE FILE NOT AVAILABLE: "
                   WS-DATABASE-STATUS
               MOVE 'Y' TO WS-DATABASE-EOF
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF
           OPEN INPUT FOLLOWER-EDGE-FILE
           IF WS-EDGE-STATUS = "00"
               MOVE 'Y' TO WS-EDGE-OPEN-FLAG
               MOVE LOW-VALUES TO EDGE-KEY
               START FOLLOWER-EDGE-FILE
                   KEY IS NOT LESS THAN EDGE-KEY
                   INVALID KEY MOVE 'Y' TO WS-EDGE-EOF
               END-START
           ELSE
               DISPLAY "FOLLOWER EDGE FILE NOT AVAILABLE: "
                   WS-EDGE-STATUS
               MOVE 'Y' TO WS-EDGE-EOF
               ADD 1 TO WS-RUN-ERROR-COUNT
           END-IF
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           ELSE
               DISPLAY "SCORE HISTORY NOT AVAILABLE: "
                   WS-HISTORY-STATUS
               MOVE 'Y' TO WS-HISTORY-EOF
           END-IF.

       BUILD-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           STRING
               WS-TODAY-RAW(1:4)  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-TODAY-RAW(5:2)  DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-TODAY-RAW(7:2)  DELIMITED BY SIZE
               INTO WS-TODAY-TEXT
           END-STRING.

       LOAD-SIGNAL-TABLE.
           MOVE 5 TO WS-SIGNAL-COUNT
           MOVE "RR" TO WS-SIGNAL-CODE(1)
           MOVE "RECIPROCAL FOLLOW RING" TO WS-SIGNAL-TEXT(1)
           MOVE 30 TO WS-SIGNAL-WEIGHT(1)
           MOVE "FB" TO WS-SIGNAL-CODE(2)
           MOVE "BURST OF FOLLOWS ON ONE DAY" TO WS-SIGNAL-TEXT(2)
           MOVE 25 TO WS-SIGNAL-WEIGHT(2)
           MOVE "SR" TO WS-SIGNAL-CODE(3)
           MOVE "REFERRAL SHARED BY MANY ACCOUNTS"
               TO WS-SIGNAL-TEXT(3)
           MOVE 20 TO WS-SIGNAL-WEIGHT(3)
           MOVE "SS" TO WS-SIGNAL-CODE(4)
           MOVE "BEHAVIOR SCORE SPIKE" TO WS-SIGNAL-TEXT(4)
           MOVE 15 TO WS-SIGNAL-WEIGHT(4)
           MOVE "NP" TO WS-SIGNAL-CODE(5)
           MOVE "FOLLOWS MANY, POSTS NOTHING" TO WS-SIGNAL-TEXT(5)
           MOVE 10 TO WS-SIGNAL-WEIGHT(5)
           PERFORM VARYING WS-SIGNAL-IDX FROM 1 BY 1
                   UNTIL WS-SIGNAL-IDX > WS-SIGNAL-COUNT
               MOVE 0 TO WS-SIGNAL-HITS(WS-SIGNAL-IDX)
           END-PERFORM.

       LOAD-RISK-RULES.
           MOVE 'N' TO WS-RULES-EOF
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "RULES FILE NOT PRESENT, USING DEFAULT WEIGHTS"
               MOVE 'Y' TO WS-RULES-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-RULE
               UNTIL WS-RULES-EOF = 'Y'
           CLOSE RULES-FILE.

       LOAD-ONE-RULE.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-RULES-EOF
               NOT AT END
                   IF RULES-RECORD NOT = SPACES
                       AND RULES-RECORD(1:1) NOT = '#'
                       PERFORM APPLY-ONE-RULE
                   END-IF
           END-READ.

       APPLY-ONE-RULE.
           MOVE SPACES TO WS-RULE-KEY-WORK
           MOVE SPACES TO WS-RULE-VALUE-WORK
           UNSTRING RULES-RECORD DELIMITED BY "="
               INTO WS-RULE-KEY-WORK, WS-RULE-VALUE-WORK
           END-UNSTRING
           IF WS-RULE-KEY-WORK = SPACES
               OR WS-RULE-VALUE-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RULE-VALUE-NUM =
               FUNCTION NUMVAL(WS-RULE-VALUE-WORK)
           EVALUATE FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-RULE-KEY-WORK))
               WHEN "WEIGHT-RING"
                   MOVE WS-RULE-VALUE-NUM
                       TO WS-SIGNAL-WEIGHT(WS-RING-SIGNAL)
               WHEN "WEIGHT-BURST"
                   MOVE WS-RULE-VALUE-NUM
                       TO WS-SIGNAL-WEIGHT(WS-BURST-SIGNAL)
               WHEN "WEIGHT-REFERRAL"
                   MOVE WS-RULE-VALUE-NUM
                       TO WS-SIGNAL-WEIGHT(WS-REFERRAL-SIGNAL)
               WHEN "WEIGHT-SPIKE"
                   MOVE WS-RULE-VALUE-NUM
                       TO WS-SIGNAL-WEIGHT(WS-SPIKE-SIGNAL)
               WHEN "WEIGHT-NO-POSTS"
                   MOVE WS-RULE-VALUE-NUM
                       TO WS-SIGNAL-WEIGHT(WS-NOPOST-SIGNAL)
               WHEN "RING-MIN-RECIPROCAL"
                   IF WS-RULE-VALUE-NUM > 0
                       MOVE WS-RULE-VALUE-NUM
                           TO WS-RING-MIN-RECIPROCAL
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN "RING-MIN-PERCENT"
                   IF WS-RULE-VALUE-NUM > 0
                       AND WS-RULE-VALUE-NUM NOT > 100
                       MOVE WS-RULE-VALUE-NUM TO WS-RING-MIN-PERCENT
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN "BURST-MIN-FOLLOWS"
                   IF WS-RULE-VALUE-NUM > 0
                       MOVE WS-RULE-VALUE-NUM TO WS-BURST-MIN-FOLLOWS
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN "REFERRAL-MIN-SHARED"
                   IF WS-RULE-VALUE-NUM > 1
                       MOVE WS-RULE-VALUE-NUM
                           TO WS-REFERRAL-MIN-SHARED
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN "SPIKE-MIN-JUMP"
                   IF WS-RULE-VALUE-NUM > 0
                       MOVE WS-RULE-VALUE-NUM TO WS-SPIKE-MIN-JUMP
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN "SPIKE-WINDOW-DAYS"
                   IF WS-RULE-VALUE-NUM > 0
                       MOVE WS-RULE-VALUE-NUM TO WS-SPIKE-WINDOW-DAYS
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN "NOPOST-FOLLOWING-FLOOR"
                   IF WS-RULE-VALUE-NUM > 0
                       MOVE WS-RULE-VALUE-NUM
                           TO WS-NOPOST-FOLLOWING-FLOOR
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN "BAND-HIGH"
                   IF WS-RULE-VALUE-NUM > 0
                       MOVE WS-RULE-VALUE-NUM TO WS-BAND-HIGH
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN "BAND-MEDIUM"
                   IF WS-RULE-VALUE-NUM > 0
                       MOVE WS-RULE-VALUE-NUM TO WS-BAND-MEDIUM
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN "WATCHLIST-MIN-SCORE"
                   IF WS-RULE-VALUE-NUM > 0
                       MOVE WS-RULE-VALUE-NUM
                           TO WS-WATCHLIST-MIN-SCORE
                   ELSE
                       PERFORM REJECT-THRESHOLD-RULE
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN RISK RULE: " WS-RULE-KEY-WORK
           END-EVALUATE.

      *    A ZERO THRESHOLD WOULD FIRE THE SIGNAL FOR EVERY ACCOUNT,
      *    AND A ZERO WATCHLIST FLOOR WOULD LIST THE WHOLE DATABASE.
       REJECT-THRESHOLD-RULE.
           DISPLAY "THRESHOLD RULE OUT OF RANGE, KEEPING DEFAULT: "
               WS-RULE-KEY-WORK.

       LOAD-ACCOUNT-TABLE.
           READ DATABASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DATABASE-EOF
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM STORE-ACCOUNT
           END-READ.

       STORE-ACCOUNT.
           IF WS-ACCT-SIZE >= WS-ACCT-MAX
               IF WS-ACCT-OVERFLOW = 'N'
                   DISPLAY "ACCOUNT TABLE FULL, COVERAGE PARTIAL"
                   ADD 1 TO WS-RUN-ERROR-COUNT
               END-IF
               MOVE 'Y' TO WS-ACCT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-SIZE
           SET WS-ACCT-IDX TO WS-ACCT-SIZE
           MOVE DB-USER-ID TO WS-ACCT-USER-ID(WS-ACCT-IDX)
           MOVE DB-USERNAME TO WS-ACCT-USERNAME(WS-ACCT-IDX)
           MOVE DB-FOLLOWING-COUNT TO WS-ACCT-FOLLOWING(WS-ACCT-IDX)
           MOVE DB-POST-COUNT TO WS-ACCT-POSTS(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-EDGES-OUT(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-RECIPROCAL(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-BURST-OUT(WS-ACCT-IDX)
           MOVE SPACES TO WS-ACCT-BURST-OUT-DATE(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-BURST-IN(WS-ACCT-IDX)
           MOVE SPACES TO WS-ACCT-BURST-IN-DATE(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-REF-SHARED(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-REF-SUB(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-SPIKE(WS-ACCT-IDX)
           MOVE SPACES TO WS-ACCT-SPIKE-DATE(WS-ACCT-IDX)
           PERFORM VARYING WS-SIGNAL-SUB FROM 1 BY 1
                   UNTIL WS-SIGNAL-SUB > WS-SIGNAL-COUNT
               MOVE 'N' TO WS-ACCT-SIGNAL-FLAG(WS-ACCT-IDX,
                   WS-SIGNAL-SUB)
           END-PERFORM
           MOVE 0 TO WS-ACCT-RISK-SCORE(WS-ACCT-IDX)
           MOVE SPACES TO WS-ACCT-RISK-BAND(WS-ACCT-IDX)
           PERFORM FIND-REFERRAL-CODE
           IF WS-REFERRAL-CODE NOT = SPACES
               AND WS-REF-SIZE < WS-REF-MAX
               ADD 1 TO WS-REF-SIZE
               MOVE WS-REFERRAL-CODE TO WS-REF-CODE(WS-REF-SIZE)
               MOVE WS-ACCT-SIZE TO WS-REF-ACCT-SUB(WS-REF-SIZE)
           END-IF.

      *    METADATA IS KEY=VALUE PAIRS SEPARATED BY ";", AS
      *    DB-INTERFACE STORES IT; ONLY THE REFERRAL KEY IS WANTED.
       FIND-REFERRAL-CODE.
           MOVE SPACES TO WS-REFERRAL-CODE
           MOVE 1 TO WS-META-POINTER
           MOVE 0 TO WS-META-PAIR-COUNT
           MOVE 'N' TO WS-META-DONE
           PERFORM SCAN-ONE-METADATA-PAIR
               UNTIL WS-META-DONE = 'Y'.

       SCAN-ONE-METADATA-PAIR.
           IF WS-META-POINTER > 500
               OR WS-META-PAIR-COUNT >= 20
               MOVE 'Y' TO WS-META-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-META-PAIR
           UNSTRING DB-METADATA DELIMITED BY ";"
               INTO WS-META-PAIR
               WITH POINTER WS-META-POINTER
           END-UNSTRING
           IF WS-META-PAIR = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-META-PAIR-COUNT
           MOVE SPACES TO WS-META-KEY
           MOVE SPACES TO WS-META-VALUE
           UNSTRING WS-META-PAIR DELIMITED BY "="
               INTO WS-META-KEY, WS-META-VALUE
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-META-KEY))
               = "REFERRAL"
               AND WS-META-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-META-VALUE) TO WS-REFERRAL-CODE
               MOVE 'Y' TO WS-META-DONE
           END-IF.

       LOAD-EDGE-TABLE.
           READ FOLLOWER-EDGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EDGE-EOF
               NOT AT END
                   ADD 1 TO WS-EDGE-COUNT
                   IF WS-EDGE-SIZE < WS-EDGE-MAX
                       ADD 1 TO WS-EDGE-SIZE
                       SET WS-EDGE-IDX TO WS-EDGE-SIZE
                       MOVE EDGE-FOLLOWER-ID
                           TO WS-EDGE-FOLLOWER(WS-EDGE-IDX)
                       MOVE EDGE-FOLLOWED-ID
                           TO WS-EDGE-FOLLOWED(WS-EDGE-IDX)
                       MOVE EDGE-SINCE-DATE
                           TO WS-EDGE-SINCE-DATE(WS-EDGE-IDX)
                   ELSE
                       MOVE 'Y' TO WS-EDGE-OVERFLOW
                       MOVE 'Y' TO WS-EDGE-EOF
                       DISPLAY "EDGE TABLE FULL, COVERAGE PARTIAL"
                   END-IF
           END-READ.

       CONVERT-DATE-TEXT.
           COMPUTE WS-ROW-DATE-NUM =
               FUNCTION NUMVAL(WS-DATE-TEXT-WORK(1:4))
               * 10000
               + FUNCTION NUMVAL(WS-DATE-TEXT-WORK(6:2))
               * 100
               + FUNCTION NUMVAL(WS-DATE-TEXT-WORK(9:2))
           COMPUTE WS-ROW-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM).

       FIND-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND-INDEX
           IF WS-ACCT-SIZE = 0
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-ACCT-ENTRY
               AT END
                   MOVE 0 TO WS-ACCT-FOUND-INDEX
               WHEN WS-ACCT-USER-ID(WS-ACCT-IDX) = WS-SEARCH-USER-ID
                   SET WS-ACCT-FOUND-INDEX TO WS-ACCT-IDX
           END-SEARCH.

      *    IN PAIR ORDER EACH FOLLOWER'S EDGES ARE TOGETHER; AN EDGE
      *    IS RECIPROCAL WHEN THE REVERSE PAIR IS ALSO ON FILE.
       COUNT-RECIPROCAL-FOLLOWS.
           IF WS-EDGE-SIZE > 1
               SORT WS-EDGE-ENTRY ASCENDING KEY WS-EDGE-PAIR
           END-IF
           MOVE SPACES TO WS-HOLD-USER-ID
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HOLD-RECIPROCAL
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EDGE-SIZE
               IF WS-EDGE-FOLLOWER(WS-SCAN-IDX) NOT = WS-HOLD-USER-ID
                   PERFORM STORE-RECIPROCAL-COUNTS
                   MOVE WS-EDGE-FOLLOWER(WS-SCAN-IDX)
                       TO WS-HOLD-USER-ID
                   MOVE 0 TO WS-HOLD-COUNT
                   MOVE 0 TO WS-HOLD-RECIPROCAL
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               PERFORM CHECK-RECIPROCAL-EDGE
           END-PERFORM
           PERFORM STORE-RECIPROCAL-COUNTS.

       CHECK-RECIPROCAL-EDGE.
           MOVE WS-EDGE-FOLLOWED(WS-SCAN-IDX) TO WS-SEARCH-FOLLOWER
           MOVE WS-EDGE-FOLLOWER(WS-SCAN-IDX) TO WS-SEARCH-FOLLOWED
           SEARCH ALL WS-EDGE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EDGE-PAIR(WS-EDGE-IDX) = WS-SEARCH-PAIR
                   ADD 1 TO WS-HOLD-RECIPROCAL
           END-SEARCH.

       STORE-RECIPROCAL-COUNTS.
           IF WS-HOLD-USER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-USER-ID TO WS-SEARCH-USER-ID
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-FOUND-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-COUNT TO WS-ACCT-EDGES-OUT(WS-ACCT-FOUND-INDEX)
           MOVE WS-HOLD-RECIPROCAL
               TO WS-ACCT-RECIPROCAL(WS-ACCT-FOUND-INDEX).

      *    A BURST IS THE LARGEST NUMBER OF FOLLOWS AN ACCOUNT GAVE,
      *    OR RECEIVED, WITH THE SAME EDGE-SINCE-DATE. EDGES WITH NO
      *    DATE ARE LEFT OUT.
       FIND-FOLLOW-BURSTS.
           IF WS-EDGE-SIZE > 1
               SORT WS-EDGE-ENTRY ASCENDING KEY WS-EDGE-FOLLOWER
                   WS-EDGE-SINCE-DATE
           END-IF
           MOVE 'O' TO WS-BURST-DIRECTION
           MOVE SPACES TO WS-HOLD-USER-ID
           MOVE SPACES TO WS-HOLD-DATE
           MOVE 0 TO WS-HOLD-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EDGE-SIZE
               IF WS-EDGE-FOLLOWER(WS-SCAN-IDX) NOT = WS-HOLD-USER-ID
                   OR WS-EDGE-SINCE-DATE(WS-SCAN-IDX)
                       NOT = WS-HOLD-DATE
                   PERFORM STORE-FOLLOW-BURST
                   MOVE WS-EDGE-FOLLOWER(WS-SCAN-IDX)
                       TO WS-HOLD-USER-ID
                   MOVE WS-EDGE-SINCE-DATE(WS-SCAN-IDX)
                       TO WS-HOLD-DATE
                   MOVE 0 TO WS-HOLD-COUNT
               END-IF
               ADD 1 TO WS-HOLD-COUNT
           END-PERFORM
           PERFORM STORE-FOLLOW-BURST
           IF WS-EDGE-SIZE > 1
               SORT WS-EDGE-ENTRY ASCENDING KEY WS-EDGE-FOLLOWED
                   WS-EDGE-SINCE-DATE
           END-IF
           MOVE 'I' TO WS-BURST-DIRECTION
           MOVE SPACES TO WS-HOLD-USER-ID
           MOVE SPACES TO WS-HOLD-DATE
           MOVE 0 TO WS-HOLD-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EDGE-SIZE
               IF WS-EDGE-FOLLOWED(WS-SCAN-IDX) NOT = WS-HOLD-USER-ID
                   OR WS-EDGE-SINCE-DATE(WS-SCAN-IDX)
                       NOT = WS-HOLD-DATE
                   PERFORM STORE-FOLLOW-BURST
                   MOVE WS-EDGE-FOLLOWED(WS-SCAN-IDX)
                       TO WS-HOLD-USER-ID
                   MOVE WS-EDGE-SINCE-DATE(WS-SCAN-IDX)
                       TO WS-HOLD-DATE
                   MOVE 0 TO WS-HOLD-COUNT
               END-IF
               ADD 1 TO WS-HOLD-COUNT
           END-PERFORM
           PERFORM STORE-FOLLOW-BURST.

       STORE-FOLLOW-BURST.
           IF WS-HOLD-USER-ID = SPACES
               OR WS-HOLD-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-USER-ID TO WS-SEARCH-USER-ID
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-FOUND-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-ACCT-IDX TO WS-ACCT-FOUND-INDEX
           IF BURST-GIVEN
               IF WS-HOLD-COUNT > WS-ACCT-BURST-OUT(WS-ACCT-IDX)
                   MOVE WS-HOLD-COUNT
                       TO WS-ACCT-BURST-OUT(WS-ACCT-IDX)
                   MOVE WS-HOLD-DATE
                       TO WS-ACCT-BURST-OUT-DATE(WS-ACCT-IDX)
               END-IF
           ELSE
               IF WS-HOLD-COUNT > WS-ACCT-BURST-IN(WS-ACCT-IDX)
                   MOVE WS-HOLD-COUNT
                       TO WS-ACCT-BURST-IN(WS-ACCT-IDX)
                   MOVE WS-HOLD-DATE
                       TO WS-ACCT-BURST-IN-DATE(WS-ACCT-IDX)
               END-IF
           END-IF.

       FIND-SHARED-REFERRALS.
           IF WS-REF-SIZE > 1
               SORT WS-REF-ENTRY ASCENDING KEY WS-REF-CODE
           END-IF
           MOVE 1 TO WS-REF-RUN-START
           PERFORM VARYING WS-SCAN-IDX FROM 2 BY 1
                   UNTIL WS-SCAN-IDX > WS-REF-SIZE
               IF WS-REF-CODE(WS-SCAN-IDX)
                   NOT = WS-REF-CODE(WS-REF-RUN-START)
                   PERFORM MARK-REFERRAL-RUN
                   MOVE WS-SCAN-IDX TO WS-REF-RUN-START
               END-IF
           END-PERFORM
           PERFORM MARK-REFERRAL-RUN.

      *    WS-SCAN-IDX IS ONE PAST THE END OF THE RUN.
       MARK-REFERRAL-RUN.
           IF WS-REF-SIZE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REF-RUN-LENGTH = WS-SCAN-IDX - WS-REF-RUN-START
           IF WS-REF-RUN-LENGTH < WS-REFERRAL-MIN-SHARED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-MEMBER FROM WS-REF-RUN-START BY 1
                   UNTIL WS-REF-MEMBER >= WS-SCAN-IDX
               MOVE WS-REF-ACCT-SUB(WS-REF-MEMBER) TO WS-ACCT-SUB
               MOVE WS-REF-RUN-LENGTH
                   TO WS-ACCT-REF-SHARED(WS-ACCT-SUB)
               MOVE WS-REF-RUN-START TO WS-ACCT-REF-SUB(WS-ACCT-SUB)
           END-PERFORM.

      *    THE LARGEST RISE BETWEEN TWO CONSECUTIVE DAILY SNAPSHOTS OF
      *    THE SAME ACCOUNT, WHERE THE LATER ONE IS IN THE WINDOW.
      *    EACH ACCOUNT'S DAILIES ARE READ IN DATE ORDER STRAIGHT FROM
      *    score_history.dat BY KEY.
       FIND-SCORE-SPIKES.
           IF WS-HISTORY-OPEN-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-SIZE
               PERFORM SCAN-ACCOUNT-HISTORY
           END-PERFORM.

       SCAN-ACCOUNT-HISTORY.
           MOVE 'N' TO WS-PREV-SCORE-FLAG
           MOVE 'N' TO WS-HISTORY-EOF
           MOVE WS-ACCT-USER-ID(WS-ACCT-IDX) TO HIST-USER-ID
           MOVE WS-SPIKE-START-TEXT TO HIST-RUN-DATE
           MOVE LOW-VALUES TO HIST-RECORD-TYPE
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF
           END-START
           PERFORM CHECK-ONE-SPIKE
               UNTIL WS-HISTORY-EOF = 'Y'.

       CHECK-ONE-SPIKE.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
                   EXIT PARAGRAPH
           END-READ
           IF HIST-USER-ID NOT = WS-ACCT-USER-ID(WS-ACCT-IDX)
               MOVE 'Y' TO WS-HISTORY-EOF
               EXIT PARAGRAPH
           END-IF
           IF MONTHLY-RECORD
               EXIT PARAGRAPH
           END-IF
           IF HIST-RUN-DATE(1:4) NOT NUMERIC
               OR HIST-RUN-DATE(6:2) NOT NUMERIC
               OR HIST-RUN-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-PREV-SCORE-FLAG = 'N'
               MOVE 'Y' TO WS-PREV-SCORE-FLAG
               MOVE HIST-SCORE TO WS-PREV-SCORE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCORE-JUMP = HIST-SCORE - WS-PREV-SCORE
           MOVE HIST-SCORE TO WS-PREV-SCORE
           IF WS-SCORE-JUMP NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-RUN-DATE TO WS-DATE-TEXT-WORK
           PERFORM CONVERT-DATE-TEXT
           IF WS-ROW-DATE-INTEGER < WS-SPIKE-CUTOFF-INTEGER
               EXIT PARAGRAPH
           END-IF
           IF WS-SCORE-JUMP > WS-ACCT-SPIKE(WS-ACCT-IDX)
               MOVE WS-SCORE-JUMP TO WS-ACCT-SPIKE(WS-ACCT-IDX)
               MOVE HIST-RUN-DATE TO WS-ACCT-SPIKE-DATE(WS-ACCT-IDX)
           END-IF.

       SCORE-ACCOUNTS.
           MOVE 0 TO WS-RANK-SIZE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-SIZE
               PERFORM SCORE-ONE-ACCOUNT
           END-PERFORM.

       SCORE-ONE-ACCOUNT.
           IF WS-ACCT-RECIPROCAL(WS-ACCT-IDX)
               >= WS-RING-MIN-RECIPROCAL
               AND WS-ACCT-RECIPROCAL(WS-ACCT-IDX) * 100
                   >= WS-RING-MIN-PERCENT
                       * WS-ACCT-EDGES-OUT(WS-ACCT-IDX)
               MOVE 'Y' TO WS-ACCT-SIGNAL-FLAG(WS-ACCT-IDX,
                   WS-RING-SIGNAL)
           END-IF
           IF WS-ACCT-BURST-OUT(WS-ACCT-IDX) >= WS-BURST-MIN-FOLLOWS
               OR WS-ACCT-BURST-IN(WS-ACCT-IDX)
                   >= WS-BURST-MIN-FOLLOWS
               MOVE 'Y' TO WS-ACCT-SIGNAL-FLAG(WS-ACCT-IDX,
                   WS-BURST-SIGNAL)
           END-IF
           IF WS-ACCT-REF-SHARED(WS-ACCT-IDX) > 0
               MOVE 'Y' TO WS-ACCT-SIGNAL-FLAG(WS-ACCT-IDX,
                   WS-REFERRAL-SIGNAL)
           END-IF
           IF WS-ACCT-SPIKE(WS-ACCT-IDX) >= WS-SPIKE-MIN-JUMP
               MOVE 'Y' TO WS-ACCT-SIGNAL-FLAG(WS-ACCT-IDX,
                   WS-SPIKE-SIGNAL)
           END-IF
           IF WS-ACCT-FOLLOWING(WS-ACCT-IDX)
               >= WS-NOPOST-FOLLOWING-FLOOR
               AND WS-ACCT-POSTS(WS-ACCT-IDX) = 0
               MOVE 'Y' TO WS-ACCT-SIGNAL-FLAG(WS-ACCT-IDX,
                   WS-NOPOST-SIGNAL)
           END-IF
           MOVE 0 TO WS-RISK-TOTAL
           PERFORM VARYING WS-SIGNAL-SUB FROM 1 BY 1
                   UNTIL WS-SIGNAL-SUB > WS-SIGNAL-COUNT
               IF WS-ACCT-SIGNAL-FLAG(WS-ACCT-IDX, WS-SIGNAL-SUB)
                   = 'Y'
                   ADD 1 TO WS-SIGNAL-HITS(WS-SIGNAL-SUB)
                   ADD WS-SIGNAL-WEIGHT(WS-SIGNAL-SUB)
                       TO WS-RISK-TOTAL
               END-IF
           END-PERFORM
           IF WS-RISK-TOTAL > 999
               MOVE 999 TO WS-RISK-TOTAL
           END-IF
           MOVE WS-RISK-TOTAL TO WS-ACCT-RISK-SCORE(WS-ACCT-IDX)
           EVALUATE TRUE
               WHEN WS-RISK-TOTAL >= WS-BAND-HIGH
                   MOVE "HIGH" TO WS-ACCT-RISK-BAND(WS-ACCT-IDX)
               WHEN WS-RISK-TOTAL >= WS-BAND-MEDIUM
                   MOVE "MEDIUM" TO WS-ACCT-RISK-BAND(WS-ACCT-IDX)
               WHEN OTHER
                   MOVE "LOW" TO WS-ACCT-RISK-BAND(WS-ACCT-IDX)
           END-EVALUATE
           IF WS-RISK-TOTAL < WS-WATCHLIST-MIN-SCORE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ACCT-RISK-BAND(WS-ACCT-IDX)
               WHEN "HIGH"
                   ADD 1 TO WS-HIGH-COUNT
               WHEN "MEDIUM"
                   ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           ADD 1 TO WS-RANK-SIZE
           SET WS-RANK-IDX TO WS-RANK-SIZE
           MOVE WS-RISK-TOTAL TO WS-RANK-SCORE(WS-RANK-IDX)
           MOVE WS-ACCT-USER-ID(WS-ACCT-IDX)
               TO WS-RANK-USER-ID(WS-RANK-IDX)
           SET WS-RANK-ACCT-SUB(WS-RANK-IDX) TO WS-ACCT-IDX.

       RANK-WATCHLIST.
           IF WS-RANK-SIZE > 1
               SORT WS-RANK-ENTRY DESCENDING KEY WS-RANK-SCORE
                   ASCENDING KEY WS-RANK-USER-ID
           END-IF.

      *    WITHOUT THE DATABASE THERE IS NOTHING TO RANK, SO THE LAST
      *    GOOD WATCHLIST IS LEFT FOR THE CONSOLE.
       WRITE-WATCHLIST.
           IF WS-DATABASE-OPEN-FLAG = 'N'
               DISPLAY "WATCHLIST NOT REPLACED"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WATCHLIST-FILE
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-SIZE
               MOVE WS-RANK-ACCT-SUB(WS-RANK-IDX) TO WS-ACCT-SUB
               PERFORM BUILD-REASON-CODES
               MOVE SPACES TO WATCHLIST-RECORD
               MOVE WS-ACCT-USER-ID(WS-ACCT-SUB) TO WL-USER-ID
               SET WL-RANK TO WS-RANK-IDX
               MOVE WS-ACCT-RISK-SCORE(WS-ACCT-SUB) TO WL-RISK-SCORE
               MOVE WS-ACCT-RISK-BAND(WS-ACCT-SUB) TO WL-RISK-BAND
               MOVE WS-TODAY-TEXT TO WL-RUN-DATE
               MOVE WS-REASON-CODES TO WL-REASON-CODES
               WRITE WATCHLIST-RECORD
           END-PERFORM
           CLOSE WATCHLIST-FILE.

       BUILD-REASON-CODES.
           MOVE SPACES TO WS-REASON-CODES
           MOVE 1 TO WS-REASON-POINTER
           PERFORM VARYING WS-SIGNAL-SUB FROM 1 BY 1
                   UNTIL WS-SIGNAL-SUB > WS-SIGNAL-COUNT
               IF WS-ACCT-SIGNAL-FLAG(WS-ACCT-SUB, WS-SIGNAL-SUB)
                   = 'Y'
                   STRING
                       WS-SIGNAL-CODE(WS-SIGNAL-SUB)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-REASON-CODES
                       WITH POINTER WS-REASON-POINTER
                   END-STRING
               END-IF
           END-PERFORM.

       WRITE-RISK-REPORT.
           OPEN OUTPUT RISK-REPORT-FILE
           MOVE "=== ACCOUNT RISK SCORING REPORT ===" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "RUN DATE: " DELIMITED BY SIZE
               WS-TODAY-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-RULES-REPORT-LINES
           PERFORM WRITE-COVERAGE-WARNINGS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- SIGNALS (CODE, WEIGHT, ACCOUNTS HIT) ---"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SIGNAL-IDX FROM 1 BY 1
                   UNTIL WS-SIGNAL-IDX > WS-SIGNAL-COUNT
               MOVE WS-SIGNAL-WEIGHT(WS-SIGNAL-IDX) TO WS-SCORE-EDIT
               MOVE WS-SIGNAL-HITS(WS-SIGNAL-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING
                   WS-SIGNAL-CODE(WS-SIGNAL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SIGNAL-TEXT(WS-SIGNAL-IDX) DELIMITED BY SIZE
                   " WEIGHT " DELIMITED BY SIZE
                   WS-SCORE-EDIT DELIMITED BY SIZE
                   "  ACCOUNTS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- RANKED WATCHLIST (ONE LINE PER REASON BELOW) ---"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-SIZE
               MOVE WS-RANK-ACCT-SUB(WS-RANK-IDX) TO WS-ACCT-SUB
               SET WS-RANK-NUMBER TO WS-RANK-IDX
               PERFORM WRITE-ACCOUNT-LINES
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SCANNED-COUNT TO WS-COUNT-EDIT
           MOVE WS-RANK-SIZE TO WS-COUNT-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING
               "ACCOUNTS SCORED: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  ON WATCHLIST: " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-HIGH-COUNT TO WS-COUNT-EDIT
           MOVE WS-MEDIUM-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-LOW-COUNT TO WS-RANK-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING
               "HIGH: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  MEDIUM: " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               "  LOW: " DELIMITED BY SIZE
               WS-RANK-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE RISK-REPORT-FILE.

       WRITE-RULES-REPORT-LINES.
           MOVE SPACES TO REPORT-LINE
           STRING
               "WEIGHTS RR=" DELIMITED BY SIZE
               WS-SIGNAL-WEIGHT(WS-RING-SIGNAL) DELIMITED BY SIZE
               " FB=" DELIMITED BY SIZE
               WS-SIGNAL-WEIGHT(WS-BURST-SIGNAL) DELIMITED BY SIZE
               " SR=" DELIMITED BY SIZE
               WS-SIGNAL-WEIGHT(WS-REFERRAL-SIGNAL) DELIMITED BY SIZE
               " SS=" DELIMITED BY SIZE
               WS-SIGNAL-WEIGHT(WS-SPIKE-SIGNAL) DELIMITED BY SIZE
               " NP=" DELIMITED BY SIZE
               WS-SIGNAL-WEIGHT(WS-NOPOST-SIGNAL) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-SPIKE-MIN-JUMP TO WS-JUMP-EDIT
           MOVE WS-SPIKE-WINDOW-DAYS TO WS-DAYS-EDIT
           MOVE WS-RING-MIN-PERCENT TO WS-PERCENT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING
               "RING>=" DELIMITED BY SIZE
               WS-RING-MIN-RECIPROCAL DELIMITED BY SIZE
               " RECIPROCAL AND " DELIMITED BY SIZE
               WS-PERCENT-EDIT DELIMITED BY SIZE
               "%  BURST>=" DELIMITED BY SIZE
               WS-BURST-MIN-FOLLOWS DELIMITED BY SIZE
               "/DAY  REFERRAL>=" DELIMITED BY SIZE
               WS-REFERRAL-MIN-SHARED DELIMITED BY SIZE
               "  SPIKE>=" DELIMITED BY SIZE
               WS-JUMP-EDIT DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " DAYS  NO-POSTS FOLLOWING>=" DELIMITED BY SIZE
               WS-NOPOST-FOLLOWING-FLOOR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "BANDS HIGH>=" DELIMITED BY SIZE
               WS-BAND-HIGH DELIMITED BY SIZE
               " MEDIUM>=" DELIMITED BY SIZE
               WS-BAND-MEDIUM DELIMITED BY SIZE
               " LOW BELOW MEDIUM  WATCHLIST SCORE>="
                   DELIMITED BY SIZE
               WS-WATCHLIST-MIN-SCORE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-COVERAGE-WARNINGS.
           IF WS-DATABASE-OPEN-FLAG = 'N'
               MOVE "*** WARNING: NO DATABASE, NOTHING SCORED ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-ACCT-OVERFLOW = 'Y'
               MOVE "*** WARNING: ACCOUNT TABLE FULL, PARTIAL ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-EDGE-OPEN-FLAG = 'N'
               MOVE "*** WARNING: NO FOLLOWER EDGES, NO RR/FB ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-EDGE-OVERFLOW = 'Y'
               MOVE "*** WARNING: EDGE TABLE FULL, RR/FB PARTIAL ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-HISTORY-OPEN-FLAG = 'N'
               MOVE "*** WARNING: NO SCORE HISTORY, SS NOT RUN ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ACCOUNT-LINES.
           MOVE WS-RANK-NUMBER TO WS-RANK-EDIT
           MOVE WS-ACCT-RISK-SCORE(WS-ACCT-SUB) TO WS-SCORE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-ACCT-USER-ID(WS-ACCT-SUB) DELIMITED BY SIZE
               " RANK " DELIMITED BY SIZE
               WS-RANK-EDIT DELIMITED BY SIZE
               " SCORE " DELIMITED BY SIZE
               WS-SCORE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACCT-RISK-BAND(WS-ACCT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACCT-USERNAME(WS-ACCT-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-ACCT-SIGNAL-FLAG(WS-ACCT-SUB, WS-RING-SIGNAL) = 'Y'
               MOVE WS-ACCT-RECIPROCAL(WS-ACCT-SUB) TO WS-COUNT-EDIT
               MOVE WS-ACCT-EDGES-OUT(WS-ACCT-SUB) TO WS-COUNT-EDIT-2
               MOVE WS-RING-SIGNAL TO WS-SIGNAL-SUB
               PERFORM START-REASON-LINE
               STRING
                   "FOLLOWED BACK BY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " OF THE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
                   " ACCOUNTS IT FOLLOWS" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER WS-REASON-POINTER
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-ACCT-SIGNAL-FLAG(WS-ACCT-SUB, WS-BURST-SIGNAL) = 'Y'
               IF WS-ACCT-BURST-OUT(WS-ACCT-SUB)
                   >= WS-BURST-MIN-FOLLOWS
                   MOVE WS-ACCT-BURST-OUT(WS-ACCT-SUB)
                       TO WS-COUNT-EDIT
                   MOVE WS-BURST-SIGNAL TO WS-SIGNAL-SUB
                   PERFORM START-REASON-LINE
                   STRING
                       "FOLLOWED " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " ACCOUNTS ON " DELIMITED BY SIZE
                       WS-ACCT-BURST-OUT-DATE(WS-ACCT-SUB)
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                       WITH POINTER WS-REASON-POINTER
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
               IF WS-ACCT-BURST-IN(WS-ACCT-SUB)
                   >= WS-BURST-MIN-FOLLOWS
                   MOVE WS-ACCT-BURST-IN(WS-ACCT-SUB)
                       TO WS-COUNT-EDIT
                   MOVE WS-BURST-SIGNAL TO WS-SIGNAL-SUB
                   PERFORM START-REASON-LINE
                   STRING
                       "GAINED " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " FOLLOWERS ON " DELIMITED BY SIZE
                       WS-ACCT-BURST-IN-DATE(WS-ACCT-SUB)
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                       WITH POINTER WS-REASON-POINTER
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF
           IF WS-ACCT-SIGNAL-FLAG(WS-ACCT-SUB, WS-REFERRAL-SIGNAL)
               = 'Y'
               MOVE WS-ACCT-REF-SHARED(WS-ACCT-SUB) TO WS-COUNT-EDIT
               MOVE WS-ACCT-REF-SUB(WS-ACCT-SUB) TO WS-REF-MEMBER
               MOVE WS-REFERRAL-SIGNAL TO WS-SIGNAL-SUB
               PERFORM START-REASON-LINE
               STRING
                   "REFERRAL " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REF-CODE(WS-REF-MEMBER))
                       DELIMITED BY SIZE
                   " SHARED BY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " ACCOUNTS" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER WS-REASON-POINTER
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-ACCT-SIGNAL-FLAG(WS-ACCT-SUB, WS-SPIKE-SIGNAL) = 'Y'
               MOVE WS-ACCT-SPIKE(WS-ACCT-SUB) TO WS-JUMP-EDIT
               MOVE WS-SPIKE-SIGNAL TO WS-SIGNAL-SUB
               PERFORM START-REASON-LINE
               STRING
                   "SCORE ROSE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JUMP-EDIT) DELIMITED BY SIZE
                   " IN THE SNAPSHOT OF " DELIMITED BY SIZE
                   WS-ACCT-SPIKE-DATE(WS-ACCT-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER WS-REASON-POINTER
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-ACCT-SIGNAL-FLAG(WS-ACCT-SUB, WS-NOPOST-SIGNAL) = 'Y'
               MOVE WS-ACCT-FOLLOWING(WS-ACCT-SUB) TO WS-COUNT-EDIT
               MOVE WS-NOPOST-SIGNAL TO WS-SIGNAL-SUB
               PERFORM START-REASON-LINE
               STRING
                   "FOLLOWING " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " WITH NO POSTS" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER WS-REASON-POINTER
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       START-REASON-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-REASON-POINTER
           STRING
               WS-ACCT-USER-ID(WS-ACCT-SUB) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SIGNAL-CODE(WS-SIGNAL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-REASON-POINTER
           END-STRING.

       DISPLAY-STATISTICS.
           DISPLAY "=== RISK SCORING STATISTICS ==="
           DISPLAY "ACCOUNTS SCORED: " WS-SCANNED-COUNT
           DISPLAY "EDGES LOADED: " WS-EDGE-COUNT
           DISPLAY "ON WATCHLIST: " WS-RANK-SIZE
           DISPLAY "HIGH: " WS-HIGH-COUNT
               " MEDIUM: " WS-MEDIUM-COUNT
               " LOW: " WS-LOW-COUNT.

       CLEANUP.
           IF WS-DATABASE-OPEN-FLAG = 'Y'
               CLOSE DATABASE-FILE
           END-IF
           IF WS-EDGE-OPEN-FLAG = 'Y'
               CLOSE FOLLOWER-EDGE-FILE
           END-IF
           IF WS-HISTORY-OPEN-FLAG = 'Y'
               CLOSE SCORE-HISTORY-FILE
           END-IF
           PERFORM REGISTER-RUN-END
           DISPLAY "RISK SCORING COMPLETED".
