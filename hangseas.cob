               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAS-FILE-STATUS.

           SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-CODE
               FILE STATUS IS WS-TM-FILE-STATUS.

           SELECT TEAM-ASSIGN-FILE ASSIGN TO "TEAMASGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-TA-FILE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "ADJJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT SYSTEM-AVAIL-FILE ASSIGN TO "SYSAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEADERBOARD-FILE.
           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  SEASON-HISTORY-FILE.
       01  SEASON-HISTORY-RECORD.
           05  SH-SEAS-LOSSES      PIC 9(5).
           05  FILLER              PIC X(01).
           05  SH-SEAS-SCORE       PIC 9(7).
           05  FILLER              PIC X(01).
           05  SH-RECORD-TYPE      PIC X.

       FD  TEAM-MASTER-FILE.
       01  TEAM-MASTER-RECORD.
           05  TEAM-CODE               PIC X(10).
           05  FILLER                  PIC X(01).
           05  TEAM-NAME               PIC X(30).
           05  FILLER                  PIC X(01).
           05  TEAM-CAPTAIN-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  TEAM-DEPARTMENT         PIC X(10).
           05  FILLER                  PIC X(01).
           05  TEAM-ACTIVE             PIC X.
           05  FILLER                  PIC X(01).
           05  TEAM-CREATED-DATE       PIC X(8).

       FD  TEAM-ASSIGN-FILE.
       01  TEAM-ASSIGN-RECORD.
           05  TA-KEY.
               10  TA-PLAYER-ID        PIC X(10).
               10  TA-EFFECTIVE-DATE   PIC X(8).
           05  FILLER                  PIC X(01).
           05  TA-TEAM-CODE            PIC X(10).
           05  FILLER                  PIC X(01).
           05  TA-SOURCE               PIC X.
           05  FILLER                  PIC X(01).
           05  TA-ENTERED-BY           PIC X(10).
           05  FILLER                  PIC X(01).
           05  TA-ENTERED-DATE         PIC X(8).

       FD  GAME-HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-TIMESTAMP      PIC X(21).
           05  FILLER              PIC X(01).
           05  HIST-WORD           PIC X(40).
           05  FILLER              PIC X(01).
           05  HIST-RESULT         PIC X(04).
           05  FILLER              PIC X(01).
           05  HIST-WRONG-COUNT    PIC 9.
           05  FILLER              PIC X(01).
           05  HIST-GUESS-COUNT    PIC 99.
           05  FILLER              PIC X(01).
           05  HIST-SCORE          PIC 9(5).
           05  FILLER              PIC X(01).
           05  HIST-HINTS-USED     PIC 99.
           05  FILLER              PIC X(01).
           05  HIST-PLAYER-ID      PIC X(10).
           05  FILLER              PIC X(01).
           05  HIST-OPPONENT-ID    PIC X(10).
           05  FILLER              PIC X(01).
           05  HIST-WINNER-ID      PIC X(10).
           05  FILLER              PIC X(01).
           05  HIST-CATEGORY       PIC X(10).
           05  FILLER              PIC X(01).
           05  HIST-DIFF-LEVEL     PIC 9.
           05  FILLER              PIC X(01).
           05  HIST-GAME-MODE      PIC X.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  AJ-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01).
           05  AJ-PLAYER-ID        PIC X(10).
           05  FILLER              PIC X(01).
           05  AJ-FIELD            PIC X(6).
           05  FILLER              PIC X(01).
           05  AJ-AMOUNT           PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AJ-SEAS-AMOUNT      PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AJ-REASON           PIC X(6).
           05  FILLER              PIC X(01).
           05  AJ-AUTH-BY          PIC X(10).
           05  FILLER              PIC X(01).
           05  AJ-APPROVED-BY      PIC X(10).
           05  FILLER              PIC X(01).
           05  AJ-SOURCE           PIC X.
           05  FILLER              PIC X(01).
           05  AJ-PEND-NO          PIC 9(6).
           05  FILLER              PIC X(01).
           05  AJ-NOTE             PIC X(30).

       FD  SYSTEM-AVAIL-FILE.
       01  SYSTEM-AVAIL-RECORD.
           05  SA-STATE            PIC X(6).
           05  FILLER              PIC X(01).
           05  SA-JOB              PIC X(8).
           05  FILLER              PIC X(01).
           05  SA-STAMP            PIC X(14).
           05  FILLER              PIC X(01).
           05  SA-NOTE             PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-LB-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-PM-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-SEAS-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-TM-EOF           PIC X VALUE 'N'.
           05  WS-TA-EOF           PIC X VALUE 'N'.
           05  WS-HIST-EOF         PIC X VALUE 'N'.
           05  WS-JRNL-EOF         PIC X VALUE 'N'.
           05  WS-TM-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-TA-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-HIST-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-JRNL-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-HIST-FILE-NAME   PIC X(40) VALUE SPACES.

       01  WS-RUN-PARMS.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-RECORDS-READ     PIC 9(7) VALUE 0.
           05  WS-RECORDS-WRITTEN  PIC 9(7) VALUE 0.
           05  WS-RECORDS-RESET    PIC 9(7) VALUE 0.
           05  WS-PLAYERS-HELD     PIC 9(7) VALUE 0.
           05  WS-TEAM-WRITTEN     PIC 9(7) VALUE 0.

       01  WS-WINNER-TABLE.
           05  WS-WINNERS OCCURS 3 TIMES.
               10  WS-WIN-SCORE        PIC 9(7).
               10  WS-WIN-WINS         PIC 9(5).

       01  WS-TEAM-SEASON-DATA.
           05  WS-TEAMS-AVAILABLE  PIC X VALUE 'N'.
           05  WS-TEAM-COUNT       PIC 9(3) VALUE 0.
           05  WS-MAX-TEAMS        PIC 9(3) VALUE 200.
           05  WS-TEAM-IDX         PIC 9(3) VALUE 0.
           05  WS-TEAM-WINNER      PIC 9(3) VALUE 0.
           05  WS-TEAMS OCCURS 200 TIMES.
               10  WS-TT-CODE          PIC X(10).
               10  WS-TT-NAME          PIC X(30).
               10  WS-TT-WINS          PIC S9(7).
               10  WS-TT-LOSSES        PIC S9(7).
               10  WS-TT-POINTS        PIC S9(9).
           05  WS-CREDIT-PLAYER    PIC X(10) VALUE SPACES.
           05  WS-CREDIT-RESULT    PIC X(4) VALUE SPACES.
           05  WS-CREDIT-SCORE     PIC 9(5) VALUE 0.
           05  WS-CREDIT-DATE      PIC X(8) VALUE SPACES.
           05  WS-CREDIT-TEAM      PIC X(10) VALUE SPACES.
           05  WS-TEAM-CREDITS     PIC 9(7) VALUE 0.
           05  WS-TEAM-CREDITS-HELD PIC 9(7) VALUE 0.
           05  WS-NO-TEAM-CREDITS  PIC 9(7) VALUE 0.
           05  WS-TEAM-POINTS-DISPLAY PIC -(8)9.

       01  WS-TEMP-DATA.
           05  WS-INDEX            PIC 9.
           05  WS-INDEX2           PIC 9.
           05  WS-PLACE-FOUND      PIC 9 VALUE 0.

       01  WS-BATCH-WINDOW.
           05  WS-SA-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-WINDOW-JOB       PIC X(8) VALUE "HANGSEAS".
           05  WS-WINDOW-STATE     PIC X(6) VALUE SPACES.
           05  WS-WINDOW-REFUSED   PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-SEASON-PERIOD
                   " closed - nothing done."
               STOP RUN
           END-IF
           PERFORM OPEN-BATCH-WINDOW
           IF WS-WINDOW-REFUSED = 'Y'
               DISPLAY "Season close-out abandoned - nothing changed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           PERFORM TALLY-TEAM-SEASON
           PERFORM SNAPSHOT-AND-RESET
           PERFORM WRITE-TEAM-WINNER
           PERFORM CLOSE-FILES
           PERFORM CLOSE-BATCH-WINDOW
           PERFORM PRINT-SEASON-WINNERS
           PERFORM PRINT-CONTROL-REPORT
           STOP RUN.
               DISPLAY "Cannot open leaderboard LEADERBD.DAT -"
                   " status " WS-LB-FILE-STATUS
               DISPLAY "Season close-out abandoned."
               PERFORM CLOSE-BATCH-WINDOW
               STOP RUN
           END-IF
           OPEN INPUT PLAYER-MASTER-FILE
               DISPLAY "Cannot open season history SEASHIST.TXT -"
                   " status " WS-SEAS-FILE-STATUS
               CLOSE LEADERBOARD-FILE
               PERFORM CLOSE-BATCH-WINDOW
               STOP RUN
           END-IF.

           MOVE LB-SEAS-WINS TO SH-SEAS-WINS
           MOVE LB-SEAS-LOSSES TO SH-SEAS-LOSSES
           MOVE LB-SEAS-SCORE TO SH-SEAS-SCORE
           MOVE 'P' TO SH-RECORD-TYPE
           WRITE SEASON-HISTORY-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

       RANK-SEASON-WINNER.
           PERFORM LOOK-UP-DISPLAY-NAME
           IF PM-REVIEW-FLAG = 'Y'
               IF LB-SEAS-SCORE > 0 OR LB-SEAS-WINS > 0
                   ADD 1 TO WS-PLAYERS-HELD
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PLACE-FOUND
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > 3 OR WS-PLACE-FOUND > 0
                   TO WS-WIN-PLAYER-ID(WS-PLACE-FOUND)
               MOVE LB-SEAS-SCORE TO WS-WIN-SCORE(WS-PLACE-FOUND)
               MOVE LB-SEAS-WINS TO WS-WIN-WINS(WS-PLACE-FOUND)
               MOVE PM-DISPLAY-NAME
                   TO WS-WIN-NAME(WS-PLACE-FOUND)
           END-IF.
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       MOVE LB-PLAYER-ID TO PM-DISPLAY-NAME
                       MOVE 'N' TO PM-REVIEW-FLAG
               END-READ
           ELSE
               MOVE LB-PLAYER-ID TO PM-DISPLAY-NAME
               MOVE 'N' TO PM-REVIEW-FLAG
           END-IF.

       RESET-SEASON-COUNTERS.
           REWRITE LEADERBOARD-RECORD
           ADD 1 TO WS-RECORDS-RESET.

       TALLY-TEAM-SEASON.
           MOVE 'N' TO WS-TEAMS-AVAILABLE
           MOVE 0 TO WS-TEAM-COUNT
           MOVE 0 TO WS-TEAM-WINNER
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TM-EOF
           PERFORM UNTIL WS-TM-EOF = 'Y'
               READ TEAM-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TM-EOF
                   NOT AT END
                       IF WS-TEAM-COUNT < WS-MAX-TEAMS
                           ADD 1 TO WS-TEAM-COUNT
                           MOVE TEAM-CODE TO WS-TT-CODE(WS-TEAM-COUNT)
                           MOVE TEAM-NAME TO WS-TT-NAME(WS-TEAM-COUNT)
                           MOVE 0 TO WS-TT-WINS(WS-TEAM-COUNT)
                           MOVE 0 TO WS-TT-LOSSES(WS-TEAM-COUNT)
                           MOVE 0 TO WS-TT-POINTS(WS-TEAM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEAM-MASTER-FILE
           IF WS-TEAM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TEAM-ASSIGN-FILE
           IF WS-TA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TEAMS-AVAILABLE
           MOVE "GAMEHIST.TXT" TO WS-HIST-FILE-NAME
           PERFORM TALLY-TEAM-HISTORY-FILE
           MOVE SPACES TO WS-HIST-FILE-NAME
           STRING "GAMH" WS-SEASON-PERIOD ".TXT"
               DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
           PERFORM TALLY-TEAM-HISTORY-FILE
           PERFORM TALLY-TEAM-ADJUSTMENTS
           CLOSE TEAM-ASSIGN-FILE
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF WS-TT-POINTS(WS-TEAM-IDX) > 0 OR
                       WS-TT-WINS(WS-TEAM-IDX) > 0
                   PERFORM RANK-TEAM-WINNER
               END-IF
           END-PERFORM.

       RANK-TEAM-WINNER.
           IF WS-TEAM-WINNER = 0
               MOVE WS-TEAM-IDX TO WS-TEAM-WINNER
               EXIT PARAGRAPH
           END-IF
           IF WS-TT-POINTS(WS-TEAM-IDX) >
                   WS-TT-POINTS(WS-TEAM-WINNER) OR
                   (WS-TT-POINTS(WS-TEAM-IDX) =
                    WS-TT-POINTS(WS-TEAM-WINNER) AND
                    WS-TT-WINS(WS-TEAM-IDX) >
                    WS-TT-WINS(WS-TEAM-WINNER))
               MOVE WS-TEAM-IDX TO WS-TEAM-WINNER
           END-IF.

       TALLY-TEAM-HISTORY-FILE.
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT GAME-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ GAME-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-TIMESTAMP(1:6) = WS-SEASON-PERIOD AND
                               HIST-PLAYER-ID NOT = SPACES
                           PERFORM TALLY-TEAM-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAME-HISTORY-FILE.

       TALLY-TEAM-HISTORY-RECORD.
           MOVE HIST-TIMESTAMP(1:8) TO WS-CREDIT-DATE
           IF HIST-GAME-MODE = 'M' OR HIST-GAME-MODE = 'T'
               MOVE HIST-PLAYER-ID TO WS-CREDIT-PLAYER
               PERFORM SET-ROUND-OUTCOME
               PERFORM CREDIT-TEAM-RESULT
               MOVE HIST-OPPONENT-ID TO WS-CREDIT-PLAYER
               PERFORM SET-ROUND-OUTCOME
               PERFORM CREDIT-TEAM-RESULT
           ELSE
               MOVE HIST-PLAYER-ID TO WS-CREDIT-PLAYER
               MOVE HIST-RESULT TO WS-CREDIT-RESULT
               MOVE 0 TO WS-CREDIT-SCORE
               IF HIST-SCORE IS NUMERIC
                   MOVE HIST-SCORE TO WS-CREDIT-SCORE
               END-IF
               PERFORM CREDIT-TEAM-RESULT
           END-IF.

       SET-ROUND-OUTCOME.
           MOVE 0 TO WS-CREDIT-SCORE
           IF HIST-WINNER-ID = WS-CREDIT-PLAYER
               MOVE "WIN " TO WS-CREDIT-RESULT
               IF HIST-SCORE IS NUMERIC
                   MOVE HIST-SCORE TO WS-CREDIT-SCORE
               END-IF
           ELSE
               MOVE "LOSS" TO WS-CREDIT-RESULT
           END-IF.

       CREDIT-TEAM-RESULT.
           PERFORM FIND-CREDIT-TEAM
           IF WS-TEAM-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CREDIT-RESULT = "WIN "
               ADD 1 TO WS-TT-WINS(WS-TEAM-IDX)
           ELSE
               ADD 1 TO WS-TT-LOSSES(WS-TEAM-IDX)
           END-IF
           ADD WS-CREDIT-SCORE TO WS-TT-POINTS(WS-TEAM-IDX).

       FIND-CREDIT-TEAM.
           MOVE 0 TO WS-TEAM-IDX
           ADD 1 TO WS-TEAM-CREDITS
           IF WS-PM-AVAILABLE = 'Y'
               MOVE WS-CREDIT-PLAYER TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO PM-REVIEW-FLAG
               END-READ
               IF PM-REVIEW-FLAG = 'Y'
                   ADD 1 TO WS-TEAM-CREDITS-HELD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM FIND-TEAM-ON-DATE
           IF WS-CREDIT-TEAM NOT = SPACES
               PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                       UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                   IF WS-TT-CODE(WS-TEAM-IDX) = WS-CREDIT-TEAM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CREDIT-TEAM = SPACES OR WS-TEAM-IDX > WS-TEAM-COUNT
               MOVE 0 TO WS-TEAM-IDX
               ADD 1 TO WS-NO-TEAM-CREDITS
           END-IF.

       FIND-TEAM-ON-DATE.
           MOVE SPACES TO WS-CREDIT-TEAM
           MOVE 'N' TO WS-TA-EOF
           MOVE WS-CREDIT-PLAYER TO TA-PLAYER-ID
           MOVE LOW-VALUES TO TA-EFFECTIVE-DATE
           START TEAM-ASSIGN-FILE KEY NOT < TA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TA-EOF
           END-START
           PERFORM UNTIL WS-TA-EOF = 'Y'
               READ TEAM-ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TA-EOF
                   NOT AT END
                       IF TA-PLAYER-ID NOT = WS-CREDIT-PLAYER OR
                               TA-EFFECTIVE-DATE > WS-CREDIT-DATE
                           MOVE 'Y' TO WS-TA-EOF
                       ELSE
                           MOVE TA-TEAM-CODE TO WS-CREDIT-TEAM
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-TEAM-ADJUSTMENTS.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JRNL-EOF
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       IF AJ-TIMESTAMP(1:6) = WS-SEASON-PERIOD AND
                               AJ-SEAS-AMOUNT IS NUMERIC AND
                               AJ-PLAYER-ID NOT = SPACES
                           PERFORM CREDIT-TEAM-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       CREDIT-TEAM-ADJUSTMENT.
           MOVE AJ-PLAYER-ID TO WS-CREDIT-PLAYER
           MOVE AJ-TIMESTAMP(1:8) TO WS-CREDIT-DATE
           PERFORM FIND-CREDIT-TEAM
           IF WS-TEAM-IDX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE AJ-FIELD
               WHEN "WINS"
                   ADD AJ-SEAS-AMOUNT TO WS-TT-WINS(WS-TEAM-IDX)
               WHEN "LOSSES"
                   ADD AJ-SEAS-AMOUNT TO WS-TT-LOSSES(WS-TEAM-IDX)
               WHEN "POINTS"
                   ADD AJ-SEAS-AMOUNT TO WS-TT-POINTS(WS-TEAM-IDX)
           END-EVALUATE.

       WRITE-TEAM-WINNER.
           IF WS-TEAM-WINNER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SEASON-HISTORY-RECORD
           MOVE WS-SEASON-PERIOD TO SH-PERIOD
           MOVE WS-TT-CODE(WS-TEAM-WINNER) TO SH-PLAYER-ID
           MOVE 0 TO SH-SEAS-WINS
           MOVE 0 TO SH-SEAS-LOSSES
           MOVE 0 TO SH-SEAS-SCORE
           IF WS-TT-WINS(WS-TEAM-WINNER) > 0
               MOVE WS-TT-WINS(WS-TEAM-WINNER) TO SH-SEAS-WINS
           END-IF
           IF WS-TT-LOSSES(WS-TEAM-WINNER) > 0
               MOVE WS-TT-LOSSES(WS-TEAM-WINNER) TO SH-SEAS-LOSSES
           END-IF
           IF WS-TT-POINTS(WS-TEAM-WINNER) > 0
               MOVE WS-TT-POINTS(WS-TEAM-WINNER) TO SH-SEAS-SCORE
           END-IF
           MOVE 'T' TO SH-RECORD-TYPE
           WRITE SEASON-HISTORY-RECORD
           ADD 1 TO WS-TEAM-WRITTEN.

       CLOSE-FILES.
           CLOSE SEASON-HISTORY-FILE
           IF WS-PM-AVAILABLE = 'Y'
           END-IF
           CLOSE LEADERBOARD-FILE.

       OPEN-BATCH-WINDOW.
           MOVE 'N' TO WS-WINDOW-REFUSED
           PERFORM READ-SYSTEM-AVAILABILITY
           IF SA-STATE = "BATCH" AND SA-JOB NOT = WS-WINDOW-JOB
               DISPLAY "Batch window already open for " SA-JOB
                   " since " SA-STAMP
               DISPLAY "Run HANGLOCK to check for a stale lock."
               MOVE 'Y' TO WS-WINDOW-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF SA-STATE = "BATCH"
               DISPLAY "Note: taking over the lock left by an earlier "
                   WS-WINDOW-JOB " run (" SA-STAMP ")."
           END-IF
           MOVE "BATCH" TO WS-WINDOW-STATE
           PERFORM WRITE-SYSTEM-AVAILABILITY
           IF WS-SA-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-WINDOW-REFUSED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Batch window opened - interactive play is"
               " suspended.".

       CLOSE-BATCH-WINDOW.
           MOVE "ONLINE" TO WS-WINDOW-STATE
           PERFORM WRITE-SYSTEM-AVAILABILITY
           DISPLAY "Batch window closed - interactive play is"
               " available."
           DISPLAY "Run HANGPOST to post any results held while the"
               " window was open.".

       READ-SYSTEM-AVAILABILITY.
           MOVE SPACES TO SYSTEM-AVAIL-RECORD
           OPEN INPUT SYSTEM-AVAIL-FILE
           IF WS-SA-FILE-STATUS = "00"
               READ SYSTEM-AVAIL-FILE
                   AT END
                       MOVE SPACES TO SYSTEM-AVAIL-RECORD
               END-READ
               CLOSE SYSTEM-AVAIL-FILE
           END-IF
           IF SA-STATE NOT = "BATCH"
               MOVE "ONLINE" TO SA-STATE
           END-IF.

       WRITE-SYSTEM-AVAILABILITY.
           OPEN OUTPUT SYSTEM-AVAIL-FILE
           IF WS-SA-FILE-STATUS NOT = "00"
               DISPLAY "Cannot update availability file SYSAVAIL.TXT"
                   " - status " WS-SA-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SYSTEM-AVAIL-RECORD
           MOVE WS-WINDOW-STATE TO SA-STATE
           MOVE WS-WINDOW-JOB TO SA-JOB
           MOVE FUNCTION CURRENT-DATE(1:14) TO SA-STAMP
           IF WS-WINDOW-STATE = "BATCH"
               MOVE "BATCH WINDOW OPEN" TO SA-NOTE
           ELSE
               MOVE "BATCH WINDOW CLEARED" TO SA-NOTE
           END-IF
           WRITE SYSTEM-AVAIL-RECORD
           CLOSE SYSTEM-AVAIL-FILE.

       PRINT-SEASON-WINNERS.
           DISPLAY " "
           DISPLAY "Season " WS-SEASON-PERIOD " winners"
                           WS-WIN-WINS(WS-INDEX) " win(s)"
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PLAYERS-HELD > 0
               DISPLAY "  (" WS-PLAYERS-HELD " player(s) flagged for"
                   " review were not ranked.)"
           END-IF
           EVALUATE TRUE
               WHEN WS-TEAMS-AVAILABLE = 'N'
                   DISPLAY "Team winner: none - no teams or team"
                       " assignments on file."
               WHEN WS-TEAM-WINNER = 0
                   DISPLAY "Team winner: none - no team results this"
                       " season."
               WHEN OTHER
                   MOVE WS-TT-POINTS(WS-TEAM-WINNER)
                       TO WS-TEAM-POINTS-DISPLAY
                   DISPLAY "Team winner: " WS-TT-CODE(WS-TEAM-WINNER)
                       " " WS-TT-NAME(WS-TEAM-WINNER)
                   DISPLAY "  " WS-TEAM-POINTS-DISPLAY " points, "
                       WS-TT-WINS(WS-TEAM-WINNER) " win(s)"
           END-EVALUATE.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Leaderboard records read : " WS-RECORDS-READ
           DISPLAY "Snapshot records written : " WS-RECORDS-WRITTEN
           DISPLAY "Season counters reset    : " WS-RECORDS-RESET
           DISPLAY "Team results examined    : " WS-TEAM-CREDITS
           DISPLAY "  flagged players left out: " WS-TEAM-CREDITS-HELD
           DISPLAY "  players not on a team  : " WS-NO-TEAM-CREDITS
           DISPLAY "Team winner records      : " WS-TEAM-WRITTEN
           IF WS-RECORDS-WRITTEN = WS-RECORDS-READ AND
                   WS-RECORDS-RESET = WS-RECORDS-READ
               DISPLAY "Control totals IN BALANCE."
