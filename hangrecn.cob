               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLOG-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "ADJJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT DORMANT-FILE ASSIGN TO "DORMANT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
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

       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD.
           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  DAILY-RESULTS-FILE.
       01  DAILY-RESULT-RECORD.
           05  FILLER              PIC X(01).
           05  GL-OUTCOME          PIC X(4).

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

       FD  DORMANT-FILE.
       01  DORMANT-RECORD.
           05  DM-RECORD-TYPE      PIC X.
           05  FILLER              PIC X(01).
           05  DM-PLAYER-ID        PIC X(10).
           05  FILLER              PIC X(01).
           05  DM-PURGE-DATE       PIC X(8).
           05  FILLER              PIC X(01).
           05  DM-LAST-ACTIVE      PIC X(8).
           05  FILLER              PIC X(01).
           05  DM-IMAGE            PIC X(80).
           05  DM-LB-IMAGE REDEFINES DM-IMAGE.
               10  DM-LB-PLAYER-ID     PIC X(10).
               10  FILLER              PIC X(01).
               10  DM-LB-WINS          PIC 9(5).
               10  FILLER              PIC X(01).
               10  DM-LB-LOSSES        PIC 9(5).
               10  FILLER              PIC X(09).
               10  DM-LB-TOTAL-SCORE   PIC 9(7).
               10  FILLER              PIC X(42).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-HIST-EOF          PIC X VALUE 'N'.
           05  WS-LB-EOF            PIC X VALUE 'N'.
           05  WS-DAILY-EOF         PIC X VALUE 'N'.
           05  WS-GLOG-EOF          PIC X VALUE 'N'.
           05  WS-JRNL-EOF          PIC X VALUE 'N'.
           05  WS-DM-EOF            PIC X VALUE 'N'.
           05  WS-HIST-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-LB-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-PM-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-DAILY-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-GLOG-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-JRNL-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-DM-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-PM-AVAILABLE      PIC X VALUE 'N'.

       01  WS-FILE-NAMES.
           05  WS-HIST-GAMES       PIC 9(7) VALUE 0.
           05  WS-HIST-WINS        PIC 9(7) VALUE 0.
           05  WS-HIST-LOSSES      PIC 9(7) VALUE 0.
           05  WS-HIST-POINTS      PIC 9(9) VALUE 0.
           05  WS-FILE-GAMES       PIC 9(7) VALUE 0.

       01  WS-LEADERBOARD-TOTALS.
           05  WS-LB-PLAYERS       PIC 9(5) VALUE 0.
           05  WS-LB-WINS-TOTAL    PIC 9(9) VALUE 0.
           05  WS-LB-LOSSES-TOTAL  PIC 9(9) VALUE 0.
           05  WS-LB-POINTS-TOTAL  PIC 9(9) VALUE 0.
           05  WS-LB-ORPHANS       PIC 9(5) VALUE 0.
           05  WS-LB-AVAILABLE     PIC X VALUE 'N'.

       01  WS-DORMANT-TOTALS.
           05  WS-DM-RECORDS       PIC 9(7) VALUE 0.
           05  WS-DM-LB-RECORDS    PIC 9(7) VALUE 0.
           05  WS-DM-WINS-TOTAL    PIC 9(9) VALUE 0.
           05  WS-DM-LOSSES-TOTAL  PIC 9(9) VALUE 0.
           05  WS-DM-POINTS-TOTAL  PIC 9(9) VALUE 0.
           05  WS-DM-INVALID       PIC 9(5) VALUE 0.
           05  WS-DM-PLAYER-COUNT  PIC 9(5) VALUE 0.
           05  WS-DM-MAX-PLAYERS   PIC 9(5) VALUE 5000.
           05  WS-DM-OVERFLOW      PIC X VALUE 'N'.
           05  WS-DM-PLAYER-IDS OCCURS 5000 TIMES
                                   PIC X(10).
           05  WS-DM-IDX           PIC 9(5) VALUE 0.
           05  WS-DM-PLAYER-FOUND  PIC X VALUE 'N'.

       01  WS-DAILY-TOTALS.
           05  WS-DR-RECORDS       PIC 9(7) VALUE 0.
           05  WS-DAILY-ATTEMPTS   PIC 9(7) VALUE 0.
           05  WS-DR-ORPHANS       PIC 9(5) VALUE 0.
           05  WS-DR-ARCHIVED      PIC 9(7) VALUE 0.
           05  WS-DR-ORPHAN-COUNT  PIC 99 VALUE 0.
           05  WS-DR-ORPHAN-IDS OCCURS 50 TIMES
                                   PIC X(10).
           05  WS-GLOG-GAMES       PIC 9(7) VALUE 0.
           05  WS-PREV-GUESS-NUM   PIC 99 VALUE 99.

       01  WS-ADJUSTMENT-TOTALS.
           05  WS-ADJ-RECORDS      PIC 9(7) VALUE 0.
           05  WS-ADJ-INVALID      PIC 9(5) VALUE 0.
           05  WS-ADJ-WINS         PIC S9(9) VALUE 0.
           05  WS-ADJ-LOSSES       PIC S9(9) VALUE 0.
           05  WS-ADJ-POINTS       PIC S9(9) VALUE 0.
           05  WS-ADJ-DISPLAY      PIC -(8)9.

       01  WS-BALANCE-DATA.
           05  WS-OUT-OF-BALANCE   PIC X VALUE 'N'.
           05  WS-DIFFERENCE       PIC S9(9) VALUE 0.
           05  WS-DIFF-DISPLAY     PIC -(8)9.
           05  WS-EXPECTED-GAMES   PIC 9(9) VALUE 0.
           05  WS-HELD-WINS        PIC 9(9) VALUE 0.
           05  WS-HELD-LOSSES      PIC 9(9) VALUE 0.
           05  WS-HELD-POINTS      PIC 9(9) VALUE 0.

       01  WS-TEMP-DATA.
           05  WS-INDEX            PIC 999.
           PERFORM TALLY-ARCHIVE-HISTORY
           PERFORM OPEN-PLAYER-MASTER
           PERFORM TALLY-LEADERBOARD
           PERFORM TALLY-DORMANT-ARCHIVE
           PERFORM TALLY-DAILY-RESULTS
           PERFORM TALLY-GUESS-LOG
           PERFORM TALLY-ADJUSTMENT-JOURNAL
           IF WS-PM-AVAILABLE = 'Y'
               CLOSE PLAYER-MASTER-FILE
           END-IF
                           ELSE
                               ADD 1 TO WS-HIST-LOSSES
                           END-IF
                           IF HIST-SCORE IS NUMERIC
                               ADD HIST-SCORE TO WS-HIST-POINTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-HISTORY-FILE
                           ADD 1 TO WS-LB-PLAYERS
                           ADD LB-WINS TO WS-LB-WINS-TOTAL
                           ADD LB-LOSSES TO WS-LB-LOSSES-TOTAL
                           ADD LB-TOTAL-SCORE TO WS-LB-POINTS-TOTAL
                           PERFORM CHECK-LB-PLAYER-ID
                   END-READ
               END-PERFORM
               END-READ
           END-IF.

       TALLY-DORMANT-ARCHIVE.
           OPEN INPUT DORMANT-FILE
           IF WS-DM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DM-EOF
           PERFORM UNTIL WS-DM-EOF = 'Y'
               READ DORMANT-FILE
                   AT END
                       MOVE 'Y' TO WS-DM-EOF
                   NOT AT END
                       ADD 1 TO WS-DM-RECORDS
                       PERFORM TALLY-ONE-DORMANT-RECORD
               END-READ
           END-PERFORM
           CLOSE DORMANT-FILE.

       TALLY-ONE-DORMANT-RECORD.
           EVALUATE DM-RECORD-TYPE
               WHEN 'P'
                   IF WS-DM-PLAYER-COUNT < WS-DM-MAX-PLAYERS
                       ADD 1 TO WS-DM-PLAYER-COUNT
                       MOVE DM-PLAYER-ID
                           TO WS-DM-PLAYER-IDS(WS-DM-PLAYER-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-DM-OVERFLOW
                   END-IF
               WHEN 'L'
                   IF DM-LB-WINS IS NUMERIC AND
                           DM-LB-LOSSES IS NUMERIC AND
                           DM-LB-TOTAL-SCORE IS NUMERIC
                       ADD 1 TO WS-DM-LB-RECORDS
                       ADD DM-LB-WINS TO WS-DM-WINS-TOTAL
                       ADD DM-LB-LOSSES TO WS-DM-LOSSES-TOTAL
                       ADD DM-LB-TOTAL-SCORE TO WS-DM-POINTS-TOTAL
                   ELSE
                       ADD 1 TO WS-DM-INVALID
                       DISPLAY "  Dormant leaderboard image for "
                           DM-PLAYER-ID " has non-numeric counters."
                   END-IF
           END-EVALUATE.

       FIND-DORMANT-PLAYER.
           MOVE 'N' TO WS-DM-PLAYER-FOUND
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-PLAYER-COUNT
               IF WS-DM-PLAYER-IDS(WS-DM-IDX) = DR-PLAYER-ID
                   MOVE 'Y' TO WS-DM-PLAYER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TALLY-DAILY-RESULTS.
           OPEN INPUT DAILY-RESULTS-FILE
           IF WS-DAILY-FILE-STATUS = "00"
               MOVE DR-PLAYER-ID TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       PERFORM FIND-DORMANT-PLAYER
                       IF WS-DM-PLAYER-FOUND = 'Y'
                           ADD 1 TO WS-DR-ARCHIVED
                       ELSE
                           PERFORM REPORT-DR-ORPHAN
                       END-IF
               END-READ
           END-IF.

               CLOSE GUESS-LOG-FILE
           END-IF.

       TALLY-ADJUSTMENT-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS = "00"
               MOVE 'N' TO WS-JRNL-EOF
               PERFORM UNTIL WS-JRNL-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JRNL-EOF
                       NOT AT END
                           ADD 1 TO WS-ADJ-RECORDS
                           PERFORM TALLY-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       TALLY-ONE-ADJUSTMENT.
           IF AJ-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-ADJ-INVALID
               DISPLAY "  Journal entry " AJ-TIMESTAMP(1:14)
                   " for " AJ-PLAYER-ID " has no valid amount."
               EXIT PARAGRAPH
           END-IF
           EVALUATE AJ-FIELD
               WHEN "WINS"
                   ADD AJ-AMOUNT TO WS-ADJ-WINS
               WHEN "LOSSES"
                   ADD AJ-AMOUNT TO WS-ADJ-LOSSES
               WHEN "POINTS"
                   ADD AJ-AMOUNT TO WS-ADJ-POINTS
               WHEN OTHER
                   ADD 1 TO WS-ADJ-INVALID
                   DISPLAY "  Journal entry " AJ-TIMESTAMP(1:14)
                       " for " AJ-PLAYER-ID " has unknown field "
                       AJ-FIELD "."
           END-EVALUATE.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Reconciliation control report"
           DISPLAY "History games (current)  : " WS-HIST-GAMES
           DISPLAY "  of which wins          : " WS-HIST-WINS
           DISPLAY "  of which losses        : " WS-HIST-LOSSES
           DISPLAY "  points scored          : " WS-HIST-POINTS
           DISPLAY "  archive files included : " WS-ARCHIVES-FOUND
           DISPLAY "Leaderboard players      : " WS-LB-PLAYERS
           DISPLAY "Leaderboard wins total   : " WS-LB-WINS-TOTAL
           DISPLAY "Leaderboard losses total : " WS-LB-LOSSES-TOTAL
           DISPLAY "Leaderboard points total : " WS-LB-POINTS-TOTAL
           DISPLAY "Archived (dormant) images: " WS-DM-LB-RECORDS
           DISPLAY "  archived wins          : " WS-DM-WINS-TOTAL
           DISPLAY "  archived losses        : " WS-DM-LOSSES-TOTAL
           DISPLAY "  archived points        : " WS-DM-POINTS-TOTAL
           DISPLAY "Adjustment journal lines : " WS-ADJ-RECORDS
           MOVE WS-ADJ-WINS TO WS-ADJ-DISPLAY
           DISPLAY "  net wins adjusted      : " WS-ADJ-DISPLAY
           MOVE WS-ADJ-LOSSES TO WS-ADJ-DISPLAY
           DISPLAY "  net losses adjusted    : " WS-ADJ-DISPLAY
           MOVE WS-ADJ-POINTS TO WS-ADJ-DISPLAY
           DISPLAY "  net points adjusted    : " WS-ADJ-DISPLAY
           DISPLAY "Daily result records     : " WS-DR-RECORDS
           DISPLAY "Daily challenge attempts : " WS-DAILY-ATTEMPTS
           DISPLAY "  for archived players   : " WS-DR-ARCHIVED
           DISPLAY "Guess log records        : " WS-GLOG-RECORDS
           DISPLAY "Guess log implied games  : " WS-GLOG-GAMES
           DISPLAY " "
           PERFORM CHECK-WIN-BALANCE
           PERFORM CHECK-LOSS-BALANCE
           PERFORM CHECK-POINTS-BALANCE
           PERFORM CHECK-GAME-BALANCE
           PERFORM CHECK-JOURNAL-BALANCE
           PERFORM CHECK-ORPHAN-BALANCE
           DISPLAY " "
           IF WS-OUT-OF-BALANCE = 'Y'
           DISPLAY " ".

       CHECK-WIN-BALANCE.
           COMPUTE WS-HELD-WINS = WS-LB-WINS-TOTAL + WS-DM-WINS-TOTAL
           DISPLAY "Wins: leaderboard " WS-LB-WINS-TOTAL
               " + archived (dormant) " WS-DM-WINS-TOTAL
               " = " WS-HELD-WINS
           COMPUTE WS-DIFFERENCE =
               WS-HELD-WINS - WS-HIST-WINS - WS-ADJ-WINS
           IF WS-DIFFERENCE = 0
               DISPLAY "Wins: leaderboard ties to game history plus"
                   " adjustments."
           ELSE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
               DISPLAY "Wins: leaderboard differs from game history"
                   " plus adjustments by " WS-DIFF-DISPLAY " win(s)."
           END-IF.

       CHECK-LOSS-BALANCE.
           COMPUTE WS-HELD-LOSSES =
               WS-LB-LOSSES-TOTAL + WS-DM-LOSSES-TOTAL
           DISPLAY "Losses: leaderboard " WS-LB-LOSSES-TOTAL
               " + archived (dormant) " WS-DM-LOSSES-TOTAL
               " = " WS-HELD-LOSSES
           COMPUTE WS-DIFFERENCE =
               WS-HELD-LOSSES - WS-HIST-LOSSES - WS-ADJ-LOSSES
           EVALUATE TRUE
               WHEN WS-DIFFERENCE = 0
                   DISPLAY "Losses: leaderboard ties to game history"
                       " plus adjustments."
               WHEN WS-DIFFERENCE > 0
                   MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
                   DISPLAY "Losses: leaderboard exceeds game history"
                       " plus adjustments by " WS-DIFF-DISPLAY " -"
                       " expected when head-to-head rounds post a"
                       " second loss."
               WHEN OTHER
                   MOVE 'Y' TO WS-OUT-OF-BALANCE
                   MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
                   DISPLAY "Losses: leaderboard is SHORT of game"
                       " history plus adjustments by " WS-DIFF-DISPLAY
                       " loss(es)."
           END-EVALUATE.

       CHECK-POINTS-BALANCE.
           COMPUTE WS-HELD-POINTS =
               WS-LB-POINTS-TOTAL + WS-DM-POINTS-TOTAL
           DISPLAY "Points: leaderboard " WS-LB-POINTS-TOTAL
               " + archived (dormant) " WS-DM-POINTS-TOTAL
               " = " WS-HELD-POINTS
           COMPUTE WS-DIFFERENCE =
               WS-HELD-POINTS - WS-HIST-POINTS - WS-ADJ-POINTS
           IF WS-DIFFERENCE = 0
               DISPLAY "Points: leaderboard ties to game history plus"
                   " adjustments."
           ELSE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
               DISPLAY "Points: leaderboard differs from game history"
                   " plus adjustments by " WS-DIFF-DISPLAY
                   " point(s)."
           END-IF.

       CHECK-GAME-BALANCE.
           COMPUTE WS-EXPECTED-GAMES =
               WS-HIST-GAMES + WS-DAILY-ATTEMPTS
                       " history plus daily attempts."
           END-EVALUATE.

       CHECK-JOURNAL-BALANCE.
           IF WS-ADJ-INVALID > 0
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               DISPLAY "Adjustment journal lines that could not be"
                   " counted: " WS-ADJ-INVALID
           END-IF
           IF WS-DM-INVALID > 0
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               DISPLAY "Dormant leaderboard images that could not be"
                   " counted: " WS-DM-INVALID
           END-IF.

       CHECK-ORPHAN-BALANCE.
           IF WS-LB-ORPHANS > 0
               MOVE 'Y' TO WS-OUT-OF-BALANCE
                   DISPLAY "All daily result IDs are on the player"
                       " master."
               END-IF
           END-IF
           IF WS-DR-ARCHIVED > 0
               DISPLAY "Daily result records for archived (dormant)"
                   " players: " WS-DR-ARCHIVED
           END-IF
           IF WS-DM-OVERFLOW = 'Y'
               DISPLAY "WARNING: more than " WS-DM-MAX-PLAYERS
                   " archived players in DORMANT.TXT - the rest are"
                   " checked as unknown IDs."
           END-IF.
