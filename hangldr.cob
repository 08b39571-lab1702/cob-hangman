           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(100).
           05  WS-RECORDS-READ     PIC 9(7) VALUE 0.
           05  WS-RECORDS-RELEASED PIC 9(7) VALUE 0.
           05  WS-RECORDS-SKIPPED  PIC 9(7) VALUE 0.
           05  WS-RECORDS-HELD     PIC 9(7) VALUE 0.
           05  WS-RECORDS-INACTIVE PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-RECORDS-RELEASED
           MOVE 0 TO WS-RECORDS-SKIPPED
           MOVE 0 TO WS-RECORDS-HELD
           MOVE 0 TO WS-RECORDS-INACTIVE
           MOVE 'N' TO WS-LB-EOF
           OPEN INPUT LEADERBOARD-FILE
           PERFORM UNTIL WS-LB-EOF = 'Y'
                   LB-SEAS-SCORE IS NUMERIC
               MOVE LB-PLAYER-ID TO SR-PLAYER-ID
               PERFORM LOOK-UP-DISPLAY-NAME
               IF PM-REVIEW-FLAG = 'Y'
                   ADD 1 TO WS-RECORDS-HELD
                   EXIT PARAGRAPH
               END-IF
               IF PM-ACTIVE = 'N'
                   ADD 1 TO WS-RECORDS-INACTIVE
                   EXIT PARAGRAPH
               END-IF
               MOVE PM-DISPLAY-NAME TO SR-NAME
               MOVE LB-WINS TO SR-WINS
               MOVE LB-LOSSES TO SR-LOSSES
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       MOVE LB-PLAYER-ID TO PM-DISPLAY-NAME
                       MOVE 'N' TO PM-REVIEW-FLAG
                       MOVE 'Y' TO PM-ACTIVE
               END-READ
           ELSE
               MOVE LB-PLAYER-ID TO PM-DISPLAY-NAME
               MOVE 'N' TO PM-REVIEW-FLAG
               MOVE 'Y' TO PM-ACTIVE
           END-IF.

       PRINT-ALL-TIME-SECTION.
               PERFORM PRINT-LINE
               DISPLAY "WARNING: " WS-RECORDS-SKIPPED
                   " leaderboard record(s) skipped."
           END-IF
           IF WS-RECORDS-HELD > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NOTE: " WS-RECORDS-HELD
                   " player(s) flagged for review are not ranked"
                   " until cleared in PLAYMNT."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
               DISPLAY "NOTE: " WS-RECORDS-HELD
                   " player(s) held back pending review."
           END-IF
           IF WS-RECORDS-INACTIVE > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NOTE: " WS-RECORDS-INACTIVE
                   " inactive player(s) are not ranked."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
               DISPLAY "NOTE: " WS-RECORDS-INACTIVE
                   " inactive player(s) left out of the rankings."
           END-IF.

       OPEN-PRINT-FILE.
