           05 INTERACTION-COUNT  PIC 9(5).
           05 LAST-ACTIVE        PIC X(19).
           05 FILLER             PIC X(1).
       01 USER-CONTROL-RECORD.
           05 UCR-RECORD-TYPE    PIC X(4).
               88 UCR-HEADER      VALUE "HDR ".
               88 UCR-TRAILER     VALUE "TRL ".
           05 FILLER             PIC X(142).

       FD RECONCILE-REPORT-FILE.
       01 REPORT-LINE            PIC X(200).
           READ USER-DATA-FILE
               AT END MOVE 'Y' TO WS-USERDATA-EOF
               NOT AT END
                   IF UCR-HEADER OR UCR-TRAILER
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-USERDATA-COUNT
                   IF WS-UD-SIZE < WS-UD-MAX-ENTRIES
                       ADD 1 TO WS-UD-SIZE
