               RECORD KEY IS WM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT WORD-RATING-FILE ASSIGN TO "WORDRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "HANGCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.
               RECORD KEY IS ACH-KEY
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT TOURNAMENT-FILE ASSIGN TO "TOURNMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TOURN-ID
               FILE STATUS IS WS-TM-FILE-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "TOURNBRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TB-FILE-STATUS.

           SELECT SYSTEM-AVAIL-FILE ASSIGN TO "SYSAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT PENDING-POST-FILE ASSIGN TO "PENDPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-MASTER-FILE.
               10  WM-WORD         PIC X(40).
           05  WM-CLUE             PIC X(60).

       FD  WORD-RATING-FILE.
       01  WORD-RATING-RECORD.
           05  WR-KEY.
               10  WR-CATEGORY     PIC X(10).
               10  WR-WORD         PIC X(40).
           05  FILLER              PIC X(01).
           05  WR-PLAYS            PIC 9(5).
           05  FILLER              PIC X(01).
           05  WR-WINS             PIC 9(5).
           05  FILLER              PIC X(01).
           05  WR-SOLVE-PCT        PIC 9(3).
           05  FILLER              PIC X(01).
           05  WR-AVG-WRONG        PIC 9V99.
           05  FILLER              PIC X(01).
           05  WR-HINT-PCT         PIC 9(3).
           05  FILLER              PIC X(01).
           05  WR-DIFF-INDEX       PIC 9(3).
           05  FILLER              PIC X(01).
           05  WR-RATED-LEVEL      PIC 9.
           05  FILLER              PIC X(01).
           05  WR-LENGTH-LEVEL     PIC 9.
           05  FILLER              PIC X(01).
           05  WR-RATE-DATE        PIC X(8).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC X(80).

           05  HIST-GUESS-COUNT    PIC 99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HIST-SCORE          PIC 9(5).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HIST-HINTS-USED     PIC 99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HIST-PLAYER-ID      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HIST-OPPONENT-ID    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HIST-WINNER-ID      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HIST-CATEGORY       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HIST-DIFF-LEVEL     PIC 9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HIST-GAME-MODE      PIC X.

       FD  GUESSES-FILE.
       01  GUESS-RECORD            PIC X(01).
           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD.
               10  ACH-BADGE-CODE      PIC X(8).
           05  ACH-DATE-EARNED         PIC X(8).

       FD  TOURNAMENT-FILE.
       01  TOURNAMENT-RECORD.
           05  TM-TOURN-ID             PIC X(8).
           05  FILLER                  PIC X(01).
           05  TM-NAME                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  TM-START-DATE           PIC X(8).
           05  FILLER                  PIC X(01).
           05  TM-END-DATE             PIC X(8).
           05  FILLER                  PIC X(01).
           05  TM-CATEGORY             PIC X(10).
           05  FILLER                  PIC X(01).
           05  TM-DIFF-LEVEL           PIC 9.
           05  FILLER                  PIC X(01).
           05  TM-BEST-OF              PIC 9.
           05  FILLER                  PIC X(01).
           05  TM-STATUS               PIC X.
           05  FILLER                  PIC X(01).
           05  TM-ENTRANTS             PIC 99.
           05  FILLER                  PIC X(01).
           05  TM-BRACKET-SIZE         PIC 99.
           05  FILLER                  PIC X(01).
           05  TM-ROUNDS               PIC 9.
           05  FILLER                  PIC X(01).
           05  TM-CHAMPION-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  TM-CREATED-DATE         PIC X(8).

       FD  BRACKET-FILE.
       01  BRACKET-RECORD.
           05  TB-KEY.
               10  TB-TOURN-ID         PIC X(8).
               10  TB-ROUND            PIC 9.
               10  TB-MATCH            PIC 99.
           05  FILLER                  PIC X(01).
           05  TB-PLAYER1-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  TB-SEED1                PIC 99.
           05  FILLER                  PIC X(01).
           05  TB-PLAYER2-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  TB-SEED2                PIC 99.
           05  FILLER                  PIC X(01).
           05  TB-STATUS               PIC X.
           05  FILLER                  PIC X(01).
           05  TB-WINNER-ID            PIC X(10).
           05  FILLER                  PIC X(01).
           05  TB-P1-ROUNDS            PIC 9.
           05  FILLER                  PIC X(01).
           05  TB-P2-ROUNDS            PIC 9.
           05  FILLER                  PIC X(01).
           05  TB-PLAYED-DATE          PIC X(8).

       FD  SYSTEM-AVAIL-FILE.
       01  SYSTEM-AVAIL-RECORD.
           05  SA-STATE            PIC X(6).
           05  FILLER              PIC X(01).
           05  SA-JOB              PIC X(8).
           05  FILLER              PIC X(01).
           05  SA-STAMP            PIC X(14).
           05  FILLER              PIC X(01).
           05  SA-NOTE             PIC X(30).

       FD  PENDING-POST-FILE.
       01  PENDING-POST-RECORD.
           05  PP-TYPE             PIC X.
           05  FILLER              PIC X(01).
           05  PP-HISTORY-IMAGE    PIC X(129).
           05  PP-LB-POSTING REDEFINES PP-HISTORY-IMAGE.
               10  PP-PLAYER-ID        PIC X(10).
               10  FILLER              PIC X(01).
               10  PP-GAME-WON         PIC X.
               10  FILLER              PIC X(01).
               10  PP-ROUND-SCORE      PIC 9(5).
               10  FILLER              PIC X(01).
               10  PP-BADGES-ALLOWED   PIC X.
               10  FILLER              PIC X(01).
               10  PP-HELD-STAMP       PIC X(21).
               10  FILLER              PIC X(01).
               10  PP-WRONG-COUNT      PIC 99.
               10  FILLER              PIC X(01).
               10  PP-HINTS-USED       PIC 99.
               10  FILLER              PIC X(81).
           05  PP-DAILY-POSTING REDEFINES PP-HISTORY-IMAGE.
               10  PP-DR-DATE          PIC X(8).
               10  FILLER              PIC X(01).
               10  PP-DR-PLAYER-ID     PIC X(10).
               10  FILLER              PIC X(01).
               10  PP-DR-RESULT        PIC X(04).
               10  FILLER              PIC X(01).
               10  PP-DR-WRONG-COUNT   PIC 9.
               10  FILLER              PIC X(01).
               10  PP-DR-GUESS-COUNT   PIC 99.
               10  FILLER              PIC X(01).
               10  PP-DR-SCORE         PIC 9(5).
               10  FILLER              PIC X(01).
               10  PP-DR-HINTS-USED    PIC 99.
               10  FILLER              PIC X(91).

       WORKING-STORAGE SECTION.
       01  WS-GAME-DATA.
           05  WS-SELECTED-WORD    PIC X(40).
           05  WS-ACH-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-SCHED-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-MATCH-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-RATE-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-TM-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-TB-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-SA-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-PP-FILE-STATUS   PIC X(02) VALUE "00".

       01  WS-PLAYER-DATA.
           05  WS-PLAYER-ID        PIC X(10) VALUE SPACES.
           05  WS-WRONG-BEFORE     PIC 99 VALUE 0.
           05  WS-WINNER-SCORE     PIC 9(5) VALUE 0.

       01  WS-TOURNAMENT-DATA.
           05  WS-TOURN-PLAY       PIC X VALUE 'N'.
           05  WS-TOURN-ID         PIC X(8) VALUE SPACES.
           05  WS-TOURN-OK         PIC X VALUE 'N'.
           05  WS-TOURN-ROUND      PIC 9 VALUE 0.
           05  WS-TOURN-MATCH      PIC 99 VALUE 0.
           05  WS-TOURN-DIFF       PIC 9 VALUE 0.
           05  WS-TOURN-POSTED     PIC X VALUE 'N'.
           05  WS-TOURN-OPPONENT   PIC X(10) VALUE SPACES.
           05  WS-TB-EOF           PIC X VALUE 'N'.
           05  WS-MATCH-DECIDED    PIC X VALUE 'N'.
           05  WS-ADV-ROUND        PIC 9 VALUE 0.
           05  WS-ADV-MATCH        PIC 99 VALUE 0.
           05  WS-ADV-WINNER-ID    PIC X(10) VALUE SPACES.
           05  WS-ADV-WINNER-SEED  PIC 99 VALUE 0.
           05  WS-ADV-CHAMPION     PIC X VALUE 'N'.
           05  WS-ADV-FAILED       PIC X VALUE 'N'.
           05  WS-NEXT-MATCH       PIC 99 VALUE 0.

       01  WS-DAILY-DATA.
           05  WS-TODAY-DATE       PIC X(8) VALUE SPACES.
           05  WS-DAILY-PLAYED     PIC X VALUE 'N'.
           05  WS-BATCH-EOF        PIC X VALUE 'N'.
           05  WS-BATCH-TRUNCATED  PIC X VALUE 'N'.
           05  WS-RESULT-LINE      PIC X(120).
           05  WS-WINDOW-OPEN      PIC X VALUE 'N'.
           05  WS-HOLD-RESULTS     PIC X VALUE 'N'.

       01  WS-DIFFICULTY-DATA.
           05  WS-DIFFICULTY-CHOICE    PIC X VALUE '2'.
           05  WS-HINT-COST            PIC 9 VALUE 1.
           05  WS-ELIGIBLE-COUNT       PIC 9(5) VALUE 0.
           05  WS-MATCH-COUNT          PIC 9(5) VALUE 0.
           05  WS-RATINGS-OPEN         PIC X VALUE 'N'.
           05  WS-USE-RATINGS          PIC X VALUE 'Y'.
           05  WS-WORD-RATED           PIC X VALUE 'N'.
           05  WS-WORD-ELIGIBLE        PIC X VALUE 'N'.

       01  WS-ACHIEVEMENT-DATA.
           05  WS-BADGE-CODE       PIC X(8) VALUE SPACES.
           05  WS-CFG-ANY-DIFF         PIC X VALUE 'N'.
           05  WS-CFG-ERROR-TEXT       PIC X(28) VALUE SPACES.
           05  WS-CFG-CATEGORY-COUNT   PIC 9 VALUE 0.
           05  WS-CFG-MIN-PLAYS        PIC 9(3) VALUE 10.
           05  WS-CFG-CATEGORIES OCCURS 9 TIMES.
               10  WS-CFG-CAT-CODE     PIC X(10).
               10  WS-CFG-CAT-LABEL    PIC X(20).
           PERFORM INITIALIZE-GAME
           PERFORM DETERMINE-RUN-MODE
           PERFORM LOAD-CONFIG
           PERFORM CHECK-BATCH-WINDOW
           IF WS-WINDOW-OPEN = 'Y'
               DISPLAY " "
               DISPLAY "Hangman is closed while the nightly batch"
                   " runs (" SA-JOB " since " SA-STAMP ")."
               DISPLAY "Please try again once the batch window has"
                   " closed."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CAPTURE-PLAYER-ID
           IF WS-BATCH-MODE = 'Y'
               PERFORM BATCH-OPEN-FILES
           ELSE
               IF WS-TOURN-PLAY = 'N'
                   PERFORM CHECK-FOR-CHECKPOINT
               END-IF
           END-IF
           IF WS-RESUME-GAME = 'N' AND WS-GAME-MODE NOT = '3' AND
                   WS-TOURN-PLAY = 'N'
               PERFORM SELECT-CATEGORY
           END-IF
           PERFORM OPEN-WORD-MASTER
           PERFORM GAME-LOOP UNTIL WS-PLAY-AGAIN = 'N' OR 'n'
                   OR (WS-BATCH-MODE = 'Y' AND WS-BATCH-EOF = 'Y')
           CLOSE WORD-MASTER-FILE
           PERFORM CLOSE-WORD-RATINGS
           IF WS-BATCH-MODE = 'Y'
               PERFORM BATCH-CLOSE-FILES
           ELSE
                   PERFORM PARSE-CATEGORY-RECORD
               WHEN CONFIG-RECORD(1:4) = "DIFF"
                   PERFORM PARSE-DIFF-RECORD
               WHEN CONFIG-RECORD(1:4) = "RATE"
                   PERFORM PARSE-RATE-RECORD
               WHEN CONFIG-RECORD(1:5) = "AUDIT"
                   CONTINUE
               WHEN CONFIG-RECORD(1:6) = "ADJUST"
                   CONTINUE
               WHEN CONFIG-RECORD(1:3) = "EOD"
                   CONTINUE
               WHEN CONFIG-RECORD(1:4) = "LOCK"
                   CONTINUE
               WHEN CONFIG-RECORD(1:5) = "CHECK"
                   CONTINUE
               WHEN CONFIG-RECORD(1:6) = "RETAIN"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-CFG-ERROR-TEXT
                   PERFORM CONFIG-ERROR
               PERFORM CONFIG-ERROR
           END-IF.

       PARSE-RATE-RECORD.
           IF CONFIG-RECORD(10:3) NOT NUMERIC
               MOVE "MINIMUM PLAYS NOT NUMERIC" TO WS-CFG-ERROR-TEXT
               PERFORM CONFIG-ERROR
           END-IF
           MOVE CONFIG-RECORD(10:3) TO WS-CFG-MIN-PLAYS.

       CHECK-CONFIG-COMPLETE.
           MOVE 0 TO WS-CFG-LINE-NUM
           IF WS-CFG-CATEGORY-COUNT = 0
                       END-IF
                       IF CKPT-ACTIVE = 'Y' AND WS-CKPT-VALID = 'Y'
                           DISPLAY " "
                           DISPLAY "A previous game was interrupted"
                               " mid-round."
                           DISPLAY "Resume that game? (Y/N): "
                               WITH NO ADVANCING
                           ACCEPT WS-RESUME-CHOICE
                           MOVE FUNCTION UPPER-CASE(WS-RESUME-CHOICE)
                               TO WS-RESUME-CHOICE
           MOVE 'N' TO WS-GAME-OVER.

       SAVE-CHECKPOINT.
           IF WS-TOURN-PLAY = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE 'Y' TO CKPT-ACTIVE
           MOVE WS-SELECTED-WORD   TO CKPT-SELECTED-WORD
           CLOSE CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.
           IF WS-TOURN-PLAY = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE 'N' TO CKPT-ACTIVE
           OPEN OUTPUT CHECKPOINT-FILE
               MOVE WS-PLAYER-ID TO WS-PLAYER1-ID
               MOVE WS-PLAYER-NAME TO WS-PLAYER1-NAME
               IF WS-GAME-MODE = '2'
                   IF WS-TOURN-PLAY = 'Y'
                       PERFORM CAPTURE-TOURNAMENT-MATCH
                   ELSE
                       PERFORM CAPTURE-SECOND-PLAYER
                       PERFORM CAPTURE-MATCH-ROUNDS
                   END-IF
               END-IF
           END-IF
           CLOSE PLAYER-MASTER-FILE.
           DISPLAY "  1. Single player"
           DISPLAY "  2. Head-to-head (two players)"
           DISPLAY "  3. Daily challenge"
           DISPLAY "  4. Tournament bracket match"
           DISPLAY "Enter choice (1-4): " WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE
           EVALUATE WS-MODE-CHOICE
               WHEN '2'
                   MOVE '2' TO WS-GAME-MODE
               WHEN '3'
                   MOVE '3' TO WS-GAME-MODE
               WHEN '4'
                   MOVE '2' TO WS-GAME-MODE
                   MOVE 'Y' TO WS-TOURN-PLAY
               WHEN OTHER
                   MOVE '1' TO WS-GAME-MODE
           END-EVALUATE.
           MOVE WS-PLAYER-ID TO WS-PLAYER2-ID
           MOVE WS-PLAYER-NAME TO WS-PLAYER2-NAME.

       CAPTURE-TOURNAMENT-MATCH.
           OPEN INPUT TOURNAMENT-FILE
           OPEN INPUT BRACKET-FILE
           IF WS-TM-FILE-STATUS NOT = "00" OR
                   WS-TB-FILE-STATUS NOT = "00"
               DISPLAY "No tournaments are on file - ask the operator"
                   " to set one up with TOURNMNT."
               PERFORM CANCEL-TOURNAMENT-MATCH
           END-IF
           MOVE 'N' TO WS-TOURN-OK
           PERFORM CAPTURE-TOURNAMENT-ID UNTIL WS-TOURN-OK = 'Y'
           DISPLAY " "
           DISPLAY TM-NAME ": round " WS-TOURN-ROUND ", match "
               WS-TOURN-MATCH
           DISPLAY "Your opponent is " WS-TOURN-OPPONENT
           MOVE SPACES TO WS-PLAYER-ID
           PERFORM UNTIL WS-PLAYER-ID = WS-TOURN-OPPONENT
               DISPLAY "Player 2, enter your player ID"
                   " (blank to cancel): " WITH NO ADVANCING
               ACCEPT WS-PLAYER-ID
               MOVE FUNCTION UPPER-CASE(WS-PLAYER-ID) TO WS-PLAYER-ID
               IF WS-PLAYER-ID = SPACES
                   PERFORM CANCEL-TOURNAMENT-MATCH
               END-IF
               IF WS-PLAYER-ID NOT = WS-TOURN-OPPONENT
                   DISPLAY "Only " WS-TOURN-OPPONENT
                       " may play this bracket match."
               END-IF
           END-PERFORM
           PERFORM LOOK-UP-PLAYER
           IF WS-PLAYER-KNOWN = 'N' OR PM-ACTIVE NOT = 'Y'
               DISPLAY "Player " WS-PLAYER-ID " is no longer active"
                   " - ask the operator to record a walkover."
               PERFORM CANCEL-TOURNAMENT-MATCH
           END-IF
           MOVE PM-DISPLAY-NAME TO WS-PLAYER-NAME
           DISPLAY "Welcome, " WS-PLAYER-NAME
           MOVE WS-PLAYER-ID TO WS-PLAYER2-ID
           MOVE WS-PLAYER-NAME TO WS-PLAYER2-NAME
           MOVE TM-CATEGORY TO WS-CATEGORY-CODE
           MOVE TM-DIFF-LEVEL TO WS-TOURN-DIFF
           MOVE TM-BEST-OF TO WS-MATCH-ROUNDS
           DISPLAY "Best of " WS-MATCH-ROUNDS " rounds, category "
               WS-CATEGORY-CODE
           CLOSE TOURNAMENT-FILE
           CLOSE BRACKET-FILE.

       CAPTURE-TOURNAMENT-ID.
           DISPLAY " "
           DISPLAY "Enter the tournament ID (blank to cancel): "
               WITH NO ADVANCING
           ACCEPT WS-TOURN-ID
           MOVE FUNCTION UPPER-CASE(WS-TOURN-ID) TO WS-TOURN-ID
           IF WS-TOURN-ID = SPACES
               PERFORM CANCEL-TOURNAMENT-MATCH
           END-IF
           MOVE WS-TOURN-ID TO TM-TOURN-ID
           READ TOURNAMENT-FILE
               INVALID KEY
                   DISPLAY "Tournament " WS-TOURN-ID
                       " is not on file."
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           EVALUATE TRUE
               WHEN TM-STATUS = 'O'
                   DISPLAY "The bracket for " WS-TOURN-ID
                       " has not been drawn yet."
               WHEN TM-STATUS = 'C'
                   DISPLAY "Tournament " WS-TOURN-ID " is over -"
                       " the champion is " TM-CHAMPION-ID
               WHEN WS-TODAY-DATE < TM-START-DATE OR
                       WS-TODAY-DATE > TM-END-DATE
                   DISPLAY "Bracket matches for " WS-TOURN-ID
                       " are played from " TM-START-DATE " to "
                       TM-END-DATE "."
               WHEN OTHER
                   PERFORM FIND-SCHEDULED-MATCH
           END-EVALUATE.

       FIND-SCHEDULED-MATCH.
           MOVE 'N' TO WS-TB-EOF
           MOVE WS-TOURN-ID TO TB-TOURN-ID
           MOVE 0 TO TB-ROUND
           MOVE 0 TO TB-MATCH
           START BRACKET-FILE KEY NOT < TB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TB-EOF
           END-START
           PERFORM UNTIL WS-TB-EOF = 'Y'
               READ BRACKET-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TB-EOF
                   NOT AT END
                       IF TB-TOURN-ID NOT = WS-TOURN-ID
                           MOVE 'Y' TO WS-TB-EOF
                       ELSE
                           PERFORM CHECK-SCHEDULED-MATCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TOURN-OK = 'N'
               DISPLAY "You have no bracket match waiting to be"
                   " played in " WS-TOURN-ID "."
           END-IF.

       CHECK-SCHEDULED-MATCH.
           IF TB-STATUS = 'S'
               IF TB-PLAYER1-ID = WS-PLAYER1-ID
                   MOVE TB-PLAYER2-ID TO WS-TOURN-OPPONENT
                   MOVE 'Y' TO WS-TOURN-OK
               END-IF
               IF TB-PLAYER2-ID = WS-PLAYER1-ID
                   MOVE TB-PLAYER1-ID TO WS-TOURN-OPPONENT
                   MOVE 'Y' TO WS-TOURN-OK
               END-IF
               IF WS-TOURN-OK = 'Y'
                   MOVE TB-ROUND TO WS-TOURN-ROUND
                   MOVE TB-MATCH TO WS-TOURN-MATCH
                   MOVE 'Y' TO WS-TB-EOF
               END-IF
           END-IF.

       CANCEL-TOURNAMENT-MATCH.
           CLOSE TOURNAMENT-FILE
           CLOSE BRACKET-FILE
           CLOSE PLAYER-MASTER-FILE
           DISPLAY "No tournament match played."
           STOP RUN.

       CAPTURE-MATCH-ROUNDS.
           DISPLAY "Rounds in the match (1-9): " WITH NO ADVANCING
           ACCEPT WS-ROUNDS-CHOICE
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO PM-DATE-REGISTERED
                   MOVE 'Y' TO PM-ACTIVE
                   MOVE 'N' TO PM-REVIEW-FLAG
                   MOVE SPACES TO PM-REVIEW-DATE
                   WRITE PLAYER-MASTER-RECORD
               NOT INVALID KEY
                   MOVE PM-DISPLAY-NAME TO WS-PLAYER-NAME
                   WS-MASTER-FILE-STATUS
               DISPLAY "Run WORDLOAD to build it from the word files."
               STOP RUN
           END-IF
           MOVE 'N' TO WS-RATINGS-OPEN
           OPEN INPUT WORD-RATING-FILE
           IF WS-RATE-FILE-STATUS = "00"
               MOVE 'Y' TO WS-RATINGS-OPEN
           END-IF.

       GAME-LOOP.
               MOVE 0 TO WS-P2-ROUNDS-WON
               MOVE 1 TO WS-TURN-PLAYER
           END-IF
           MOVE 'N' TO WS-MATCH-DECIDED
           PERFORM PLAY-MATCH-ROUND
               UNTIL WS-ROUND-NUMBER > WS-MATCH-ROUNDS
                   OR WS-MATCH-DECIDED = 'Y'
           PERFORM DISPLAY-MATCH-RESULT.

       PLAY-MATCH-ROUND.
               DISPLAY " "
               DISPLAY "Round " WS-ROUND-NUMBER " of "
                   WS-MATCH-ROUNDS
               IF WS-TOURN-PLAY = 'Y'
                   PERFORM SET-TOURNAMENT-DIFFICULTY
               ELSE
                   PERFORM SELECT-DIFFICULTY
               END-IF
               PERFORM SETUP-NEW-GAME
           END-IF
           PERFORM PLAY-ROUND UNTIL WS-GAME-OVER = 'Y'
           PERFORM END-GAME
           ADD 1 TO WS-ROUND-NUMBER
           IF WS-TOURN-PLAY = 'Y'
               PERFORM CHECK-MATCH-DECIDED
           END-IF.

       SET-TOURNAMENT-DIFFICULTY.
           MOVE 'N' TO WS-TIMED-MODE
           MOVE WS-TOURN-DIFF TO WS-CHOICE-NUM
           IF WS-CHOICE-NUM < 1
               MOVE WS-DEFAULT-DIFF TO WS-DIFFICULTY-CHOICE
               MOVE WS-DIFFICULTY-CHOICE TO WS-CHOICE-NUM
           ELSE
               IF WS-CFG-DIFF-DEFINED(WS-CHOICE-NUM) = 'N'
                   MOVE WS-DEFAULT-DIFF TO WS-DIFFICULTY-CHOICE
                   MOVE WS-DIFFICULTY-CHOICE TO WS-CHOICE-NUM
               END-IF
           END-IF
           MOVE WS-CFG-MAX-WRONG(WS-CHOICE-NUM) TO WS-MAX-WRONG
           MOVE WS-CFG-MIN-LEN(WS-CHOICE-NUM) TO WS-MIN-WORD-LEN
           MOVE WS-CFG-MAX-LEN(WS-CHOICE-NUM) TO WS-MAX-WORD-LEN
           MOVE WS-CFG-HINT-COST(WS-CHOICE-NUM) TO WS-HINT-COST
           MOVE WS-CFG-CLUE-COST(WS-CHOICE-NUM) TO WS-CLUE-COST
           MOVE WS-CHOICE-NUM TO WS-DIFF-FACTOR.

       CHECK-MATCH-DECIDED.
           IF WS-P1-ROUNDS-WON * 2 > WS-MATCH-ROUNDS OR
                   WS-P2-ROUNDS-WON * 2 > WS-MATCH-ROUNDS
               MOVE 'Y' TO WS-MATCH-DECIDED
           END-IF.

       DISPLAY-MATCH-RESULT.
           DISPLAY " "
               WHEN OTHER
                   DISPLAY "The match is a draw!"
           END-EVALUATE
           PERFORM RECORD-MATCH-HISTORY
           IF WS-TOURN-PLAY = 'Y'
               PERFORM POST-TOURNAMENT-RESULT
           END-IF.

       POST-TOURNAMENT-RESULT.
           IF WS-P1-ROUNDS-WON = WS-P2-ROUNDS-WON
               DISPLAY "A drawn bracket match does not count -"
                   " play it again to decide who advances."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TOURNAMENT-FILE
           OPEN I-O BRACKET-FILE
           IF WS-TM-FILE-STATUS NOT = "00" OR
                   WS-TB-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: tournament files not available -"
                   " status " WS-TM-FILE-STATUS "/"
                   WS-TB-FILE-STATUS
               DISPLAY "Ask the operator to record this result"
                   " in TOURNMNT."
               CLOSE TOURNAMENT-FILE
               CLOSE BRACKET-FILE
               MOVE 'Y' TO WS-TOURN-POSTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOURN-ID TO TB-TOURN-ID
           MOVE WS-TOURN-ROUND TO TB-ROUND
           MOVE WS-TOURN-MATCH TO TB-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   MOVE SPACE TO TB-STATUS
           END-READ
           IF TB-STATUS NOT = 'S' OR
                   (TB-PLAYER1-ID NOT = WS-PLAYER1-ID AND
                    TB-PLAYER2-ID NOT = WS-PLAYER1-ID)
               DISPLAY "WARNING: this bracket match is no longer"
                   " open - the result was not posted."
               CLOSE TOURNAMENT-FILE
               CLOSE BRACKET-FILE
               MOVE 'Y' TO WS-TOURN-POSTED
               EXIT PARAGRAPH
           END-IF
           IF WS-P1-ROUNDS-WON > WS-P2-ROUNDS-WON
               MOVE WS-PLAYER1-ID TO WS-ADV-WINNER-ID
               MOVE WS-PLAYER1-NAME TO WS-PLAYER-NAME
           ELSE
               MOVE WS-PLAYER2-ID TO WS-ADV-WINNER-ID
               MOVE WS-PLAYER2-NAME TO WS-PLAYER-NAME
           END-IF
           IF TB-PLAYER1-ID = WS-PLAYER1-ID
               MOVE WS-P1-ROUNDS-WON TO TB-P1-ROUNDS
               MOVE WS-P2-ROUNDS-WON TO TB-P2-ROUNDS
           ELSE
               MOVE WS-P2-ROUNDS-WON TO TB-P1-ROUNDS
               MOVE WS-P1-ROUNDS-WON TO TB-P2-ROUNDS
           END-IF
           IF WS-ADV-WINNER-ID = TB-PLAYER1-ID
               MOVE TB-SEED1 TO WS-ADV-WINNER-SEED
           ELSE
               MOVE TB-SEED2 TO WS-ADV-WINNER-SEED
           END-IF
           MOVE 'D' TO TB-STATUS
           MOVE WS-ADV-WINNER-ID TO TB-WINNER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO TB-PLAYED-DATE
           REWRITE BRACKET-RECORD
           IF WS-TB-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot update TOURNBRK.DAT -"
                   " status " WS-TB-FILE-STATUS
               DISPLAY "Ask the operator to record this result"
                   " in TOURNMNT."
               CLOSE TOURNAMENT-FILE
               CLOSE BRACKET-FILE
               MOVE 'Y' TO WS-TOURN-POSTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOURN-ROUND TO WS-ADV-ROUND
           MOVE WS-TOURN-MATCH TO WS-ADV-MATCH
           PERFORM ADVANCE-WINNER
           CLOSE TOURNAMENT-FILE
           CLOSE BRACKET-FILE
           MOVE 'Y' TO WS-TOURN-POSTED
           IF WS-ADV-FAILED = 'Y'
               DISPLAY "The match result is recorded but "
                   WS-PLAYER-NAME " was not advanced."
               DISPLAY "Ask the operator to advance the winner"
                   " in TOURNMNT."
           ELSE
           IF WS-ADV-CHAMPION = 'Y'
               DISPLAY WS-PLAYER-NAME " is the champion of "
                   TM-NAME "!"
           ELSE
               DISPLAY WS-PLAYER-NAME " advances to round "
                   WS-ADV-ROUND " of " TM-NAME
           END-IF
           END-IF.

       ADVANCE-WINNER.
           MOVE 'N' TO WS-ADV-CHAMPION
           MOVE 'N' TO WS-ADV-FAILED
           MOVE WS-TOURN-ID TO TM-TOURN-ID
           READ TOURNAMENT-FILE
               INVALID KEY
                   DISPLAY "WARNING: tournament " WS-TOURN-ID
                       " missing from TOURNMST.DAT"
                   MOVE 'Y' TO WS-ADV-FAILED
                   EXIT PARAGRAPH
           END-READ
           IF WS-ADV-ROUND >= TM-ROUNDS
               MOVE WS-ADV-WINNER-ID TO TM-CHAMPION-ID
               MOVE 'C' TO TM-STATUS
               REWRITE TOURNAMENT-RECORD
               IF WS-TM-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: cannot update TOURNMST.DAT -"
                       " status " WS-TM-FILE-STATUS
                   MOVE 'Y' TO WS-ADV-FAILED
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-ADV-CHAMPION
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-MATCH = (WS-ADV-MATCH + 1) / 2
           ADD 1 TO WS-ADV-ROUND
           MOVE WS-TOURN-ID TO TB-TOURN-ID
           MOVE WS-ADV-ROUND TO TB-ROUND
           MOVE WS-NEXT-MATCH TO TB-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   DISPLAY "WARNING: round " WS-ADV-ROUND " match "
                       WS-NEXT-MATCH " missing from TOURNBRK.DAT"
                   MOVE 'Y' TO WS-ADV-FAILED
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION MOD(WS-ADV-MATCH, 2) = 1
               MOVE WS-ADV-WINNER-ID TO TB-PLAYER1-ID
               MOVE WS-ADV-WINNER-SEED TO TB-SEED1
           ELSE
               MOVE WS-ADV-WINNER-ID TO TB-PLAYER2-ID
               MOVE WS-ADV-WINNER-SEED TO TB-SEED2
           END-IF
           IF TB-PLAYER1-ID NOT = SPACES AND
                   TB-PLAYER2-ID NOT = SPACES
               MOVE 'S' TO TB-STATUS
           END-IF
           REWRITE BRACKET-RECORD
           IF WS-TB-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot update TOURNBRK.DAT -"
                   " status " WS-TB-FILE-STATUS
               MOVE 'Y' TO WS-ADV-FAILED
           END-IF.

       RECORD-MATCH-HISTORY.
           OPEN EXTEND MATCH-HISTORY-FILE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-WORD-LENGTH
               COMPUTE WS-DISPLAY-POS = (WS-INDEX - 1) * 2 + 1
               IF WS-SELECTED-WORD(WS-INDEX:1) = SPACE OR
                       WS-SELECTED-WORD(WS-INDEX:1) = '-'
           END-PERFORM.

       PLAY-DAILY-CHALLENGE.
           PERFORM CHECK-BATCH-WINDOW
           IF WS-WINDOW-OPEN = 'Y'
               DISPLAY " "
               DISPLAY "The daily challenge is closed while the"
                   " nightly batch runs (" SA-JOB ")."
               DISPLAY "Please try again once the batch window"
                   " has closed."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM CHECK-DAILY-PLAYED
           IF WS-DAILY-PLAYED = 'Y'
           MOVE WS-WRONG-COUNT TO WS-DR-WRONG
           MOVE WS-GUESS-COUNT TO WS-DR-GUESSES
           MOVE WS-ROUND-SCORE TO WS-DR-SCORE
           PERFORM CHECK-BATCH-WINDOW
           IF WS-WINDOW-OPEN = 'Y'
               PERFORM HOLD-DAILY-RESULT
           ELSE
               PERFORM WRITE-DAILY-RESULT
               PERFORM CHECK-DAILY-BADGES
               DISPLAY "Your result has been recorded for today's"
                   " ranking."
           END-IF.

       HOLD-DAILY-RESULT.
           DISPLAY "The nightly batch window is open - this"
               " result is held and posted when it closes."
           MOVE SPACES TO PENDING-POST-RECORD
           MOVE 'D' TO PP-TYPE
           MOVE WS-TODAY-DATE TO PP-DR-DATE
           MOVE WS-PLAYER-ID TO PP-DR-PLAYER-ID
           MOVE WS-DR-RESULT TO PP-DR-RESULT
           MOVE WS-DR-WRONG TO PP-DR-WRONG-COUNT
           MOVE WS-DR-GUESSES TO PP-DR-GUESS-COUNT
           MOVE WS-DR-SCORE TO PP-DR-SCORE
           MOVE WS-HINTS-USED TO PP-DR-HINTS-USED
           PERFORM WRITE-PENDING-POST.

       WRITE-DAILY-RESULT.
           OPEN EXTEND DAILY-RESULTS-FILE
           CLOSE DAILY-RESULTS-FILE.

       SELECT-GAME-WORD.
           MOVE 'Y' TO WS-USE-RATINGS
           PERFORM COUNT-ELIGIBLE-WORDS
           IF WS-ELIGIBLE-COUNT = 0
               IF WS-BATCH-MODE = 'N'
                   DISPLAY "No words match this difficulty -"
                   DISPLAY "using the full word list instead."
               END-IF
               MOVE 'N' TO WS-USE-RATINGS
               MOVE 1 TO WS-MIN-WORD-LEN
               MOVE 40 TO WS-MAX-WORD-LEN
               PERFORM COUNT-ELIGIBLE-WORDS
                   WS-CATEGORY-CODE
               DISPLAY "Add some with WORDMNT or rerun WORDLOAD."
               CLOSE WORD-MASTER-FILE
               PERFORM CLOSE-WORD-RATINGS
               STOP RUN
           END-IF
           COMPUTE WS-RANDOM-NUM =
               FUNCTION RANDOM * WS-ELIGIBLE-COUNT + 1
           IF WS-RANDOM-NUM > WS-ELIGIBLE-COUNT
               MOVE WS-ELIGIBLE-COUNT TO WS-RANDOM-NUM
           END-IF
                       IF WM-CATEGORY NOT = WS-CATEGORY-CODE
                           MOVE 'Y' TO WS-MASTER-EOF
                       ELSE
                           PERFORM CHECK-WORD-ELIGIBLE
                           IF WS-WORD-ELIGIBLE = 'Y'
                               ADD 1 TO WS-ELIGIBLE-COUNT
                           END-IF
                       END-IF
                       IF WM-CATEGORY NOT = WS-CATEGORY-CODE
                           MOVE 'Y' TO WS-MASTER-EOF
                       ELSE
                           PERFORM CHECK-WORD-ELIGIBLE
                           IF WS-WORD-ELIGIBLE = 'Y'
                               ADD 1 TO WS-MATCH-COUNT
                               IF WS-MATCH-COUNT = WS-RANDOM-NUM
                                   MOVE WM-WORD TO WS-SELECTED-WORD
               END-READ
           END-PERFORM.

       CHECK-WORD-ELIGIBLE.
           MOVE 'N' TO WS-WORD-ELIGIBLE
           PERFORM LOOK-UP-WORD-RATING
           IF WS-WORD-RATED = 'Y'
               IF WR-RATED-LEVEL = WS-DIFF-FACTOR
                   MOVE 'Y' TO WS-WORD-ELIGIBLE
               END-IF
           ELSE
               PERFORM COMPUTE-CANDIDATE-LENGTH
               IF WS-CANDIDATE-LEN >= WS-MIN-WORD-LEN AND
                       WS-CANDIDATE-LEN <= WS-MAX-WORD-LEN
                   MOVE 'Y' TO WS-WORD-ELIGIBLE
               END-IF
           END-IF.

       LOOK-UP-WORD-RATING.
           MOVE 'N' TO WS-WORD-RATED
           IF WS-USE-RATINGS = 'N' OR WS-RATINGS-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WM-KEY TO WR-KEY
           READ WORD-RATING-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WR-PLAYS IS NUMERIC AND WR-RATED-LEVEL IS NUMERIC
               IF WR-RATED-LEVEL > 0 AND
                       WR-PLAYS >= WS-CFG-MIN-PLAYS
                   MOVE 'Y' TO WS-WORD-RATED
               END-IF
           END-IF.

       CLOSE-WORD-RATINGS.
           IF WS-RATINGS-OPEN = 'Y'
               CLOSE WORD-RATING-FILE
               MOVE 'N' TO WS-RATINGS-OPEN
           END-IF.

       START-CATEGORY-READ.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE WS-CATEGORY-CODE TO WM-CATEGORY
                           PERFORM CHECK-ALREADY-GUESSED
                           IF WS-ALREADY-GUESSED = 'Y'
                               IF WS-BATCH-MODE = 'N'
                                   DISPLAY "You already guessed that"
                                       " letter!"
                               END-IF
                           ELSE
                               PERFORM PROCESS-GUESS
                   MOVE 'Y' TO WS-BATCH-EOF
               NOT AT END
                   MOVE GUESS-RECORD(1:1) TO WS-USER-GUESS
                   MOVE FUNCTION UPPER-CASE(WS-USER-GUESS)
                       TO WS-USER-GUESS
                   IF WS-USER-GUESS = '?' OR WS-USER-GUESS = '!' OR
                           (WS-USER-GUESS >= 'A' AND
                            WS-USER-GUESS <= 'Z')
                       MOVE 'Y' TO WS-VALID-INPUT
                   END-IF
           END-READ.
                   DISPLAY "No more letters left to hint!"
               END-IF
           ELSE
               MOVE WS-SELECTED-WORD(WS-HINT-CHAR-INDEX:1)
                   TO WS-WORD-CHAR
               MOVE FUNCTION UPPER-CASE(WS-WORD-CHAR) TO WS-USER-GUESS
               IF WS-BATCH-MODE = 'N'
                   DISPLAY "Hint: revealing the letter '"
                       WS-USER-GUESS "'"
               END-IF
               COMPUTE WS-WRONG-TEMP = WS-WRONG-COUNT + WS-HINT-COST
               IF WS-WRONG-TEMP > WS-MAX-WRONG

       FIND-UNREVEALED-LETTER.
           MOVE 'N' TO WS-HINT-FOUND
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-WORD-LENGTH
               COMPUTE WS-DISPLAY-POS = (WS-INDEX - 1) * 2 + 1
               IF WS-DISPLAY-WORD(WS-DISPLAY-POS:1) = '_'
                   MOVE WS-INDEX TO WS-HINT-CHAR-INDEX

       CHECK-WIN-CONDITION.
           MOVE 'Y' TO WS-GAME-WON
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-WORD-LENGTH
               COMPUTE WS-DISPLAY-POS = (WS-INDEX - 1) * 2 + 1
               IF WS-DISPLAY-WORD(WS-DISPLAY-POS:1) = '_'
                   MOVE 'N' TO WS-GAME-WON
           MOVE WS-WRONG-COUNT TO HIST-WRONG-COUNT
           MOVE WS-GUESS-COUNT TO HIST-GUESS-COUNT
           MOVE WS-ROUND-SCORE TO HIST-SCORE
           MOVE WS-HINTS-USED TO HIST-HINTS-USED
           MOVE WS-CATEGORY-CODE TO HIST-CATEGORY
           MOVE WS-DIFF-FACTOR TO HIST-DIFF-LEVEL
           IF WS-GAME-MODE = '2' AND WS-BATCH-MODE = 'N'
               IF WS-TOURN-PLAY = 'Y'
                   MOVE 'T' TO HIST-GAME-MODE
               ELSE
                   MOVE 'M' TO HIST-GAME-MODE
               END-IF
               MOVE WS-PLAYER1-ID TO HIST-PLAYER-ID
               MOVE WS-PLAYER2-ID TO HIST-OPPONENT-ID
               EVALUATE WS-ROUND-WINNER
                   WHEN 1
                       MOVE WS-PLAYER1-ID TO HIST-WINNER-ID
                   WHEN 2
                       MOVE WS-PLAYER2-ID TO HIST-WINNER-ID
               END-EVALUATE
           ELSE
               MOVE 'S' TO HIST-GAME-MODE
               MOVE WS-PLAYER-ID TO HIST-PLAYER-ID
               IF WS-GAME-WON = 'Y'
                   MOVE WS-PLAYER-ID TO HIST-WINNER-ID
               END-IF
           END-IF

           PERFORM CHECK-BATCH-WINDOW
           MOVE WS-WINDOW-OPEN TO WS-HOLD-RESULTS
           IF WS-HOLD-RESULTS = 'Y'
               DISPLAY "The nightly batch window is open - this"
                   " result is held and posted when it closes."
               MOVE SPACES TO PENDING-POST-RECORD
               MOVE 'H' TO PP-TYPE
               MOVE HISTORY-RECORD TO PP-HISTORY-IMAGE
               PERFORM WRITE-PENDING-POST
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GAME-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT GAME-HISTORY-FILE
           CLOSE GAME-HISTORY-FILE.

       UPDATE-LEADERBOARD.
           IF WS-HOLD-RESULTS = 'N'
               PERFORM CHECK-BATCH-WINDOW
               MOVE WS-WINDOW-OPEN TO WS-HOLD-RESULTS
           END-IF
           IF WS-HOLD-RESULTS = 'Y'
               MOVE SPACES TO PENDING-POST-RECORD
               MOVE 'L' TO PP-TYPE
               MOVE WS-PLAYER-ID TO PP-PLAYER-ID
               MOVE WS-GAME-WON TO PP-GAME-WON
               MOVE WS-ROUND-SCORE TO PP-ROUND-SCORE
               IF WS-BATCH-MODE = 'Y'
                   MOVE 'N' TO PP-BADGES-ALLOWED
               ELSE
                   MOVE 'Y' TO PP-BADGES-ALLOWED
               END-IF
               MOVE FUNCTION CURRENT-DATE TO PP-HELD-STAMP
               MOVE WS-WRONG-COUNT TO PP-WRONG-COUNT
               MOVE WS-HINTS-USED TO PP-HINTS-USED
               PERFORM WRITE-PENDING-POST
               MOVE 0 TO WS-LB-WINS-AFTER
               MOVE 0 TO WS-LB-STREAK-AFTER
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LB-UPDATE-OK
           OPEN I-O LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS = "35"
               MOVE 0 TO WS-LB-STREAK-AFTER
           END-IF.

       CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-WINDOW-OPEN
           MOVE SPACES TO SYSTEM-AVAIL-RECORD
           OPEN INPUT SYSTEM-AVAIL-FILE
           IF WS-SA-FILE-STATUS = "00"
               READ SYSTEM-AVAIL-FILE
                   AT END
                       MOVE SPACES TO SYSTEM-AVAIL-RECORD
               END-READ
               CLOSE SYSTEM-AVAIL-FILE
           END-IF
           IF SA-STATE = "BATCH"
               MOVE 'Y' TO WS-WINDOW-OPEN
           END-IF.

       WRITE-PENDING-POST.
           OPEN EXTEND PENDING-POST-FILE
           IF WS-PP-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-POST-FILE
           END-IF
           IF WS-PP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot hold this result in"
                   " PENDPOST.TXT - status " WS-PP-FILE-STATUS
               DISPLAY "Report the game to operations so it can be"
                   " posted by adjustment."
               EXIT PARAGRAPH
           END-IF
           WRITE PENDING-POST-RECORD
           CLOSE PENDING-POST-FILE.

       CONFIRM-CREATE-LEADERBOARD.
           DISPLAY " "
           DISPLAY "*** WARNING ***"

       CHECK-GAME-BADGES.
           IF WS-BATCH-MODE = 'Y' OR WS-GAME-WON = 'N'
                   OR WS-HOLD-RESULTS = 'Y'
               CONTINUE
           ELSE
               IF WS-LB-WINS-AFTER = 1
                   MOVE 'Y' TO WS-PLAY-AGAIN
               END-IF
           ELSE
               IF WS-TOURN-PLAY = 'Y' AND WS-TOURN-POSTED = 'Y'
                   MOVE 'N' TO WS-PLAY-AGAIN
               ELSE
                   DISPLAY " "
                   DISPLAY "Play again? (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-PLAY-AGAIN
               END-IF
           END-IF
           IF WS-PLAY-AGAIN NOT = 'N' AND WS-PLAY-AGAIN NOT = 'n'
                   AND WS-TOURN-PLAY NOT = 'Y'
               PERFORM CHECK-BATCH-WINDOW
               IF WS-WINDOW-OPEN = 'Y'
                   DISPLAY " "
                   DISPLAY "Hangman is closed while the nightly batch"
                       " runs (" SA-JOB " since " SA-STAMP ")."
                   DISPLAY "Please try again once the batch window"
                       " has closed."
                   MOVE 'N' TO WS-PLAY-AGAIN
               END-IF
           END-IF.
