       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORDRATE.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORD-MASTER-FILE ASSIGN TO "WORDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT GUESS-LOG-FILE ASSIGN TO "GUESSLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLOG-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-MASTER-FILE.
       01  WORD-MASTER-RECORD.
           05  WM-KEY.
               10  WM-CATEGORY     PIC X(10).
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

       FD  GUESS-LOG-FILE.
       01  GUESS-LOG-RECORD.
           05  GL-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01).
           05  GL-PLAYER-ID        PIC X(10).
           05  FILLER              PIC X(01).
           05  GL-WORD             PIC X(40).
           05  FILLER              PIC X(01).
           05  GL-GUESS-NUM        PIC 99.
           05  FILLER              PIC X(01).
           05  GL-LETTER           PIC X.
           05  FILLER              PIC X(01).
           05  GL-OUTCOME          PIC X(4).

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-WORD             PIC X(40).
           05  SR-TYPE             PIC X.
           05  SR-CATEGORY         PIC X(10).
           05  SR-RESULT           PIC X(4).
           05  SR-HINTS            PIC 99.
           05  SR-MISSES           PIC 99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-MASTER-EOF         PIC X VALUE 'N'.
           05  WS-HIST-EOF           PIC X VALUE 'N'.
           05  WS-GLOG-EOF           PIC X VALUE 'N'.
           05  WS-CFG-EOF            PIC X VALUE 'N'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
           05  WS-MASTER-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-RATE-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-CFG-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-HIST-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-GLOG-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-PRINT-FILE-STATUS  PIC X(02) VALUE "00".

       01  WS-FILE-NAMES.
           05  WS-HIST-FILE-NAME   PIC X(40) VALUE SPACES.

       01  WS-PERIOD-DATA.
           05  WS-CURRENT-PERIOD   PIC X(6) VALUE SPACES.
           05  WS-SCAN-PERIOD.
               10  WS-SCAN-YEAR    PIC 9(4).
               10  WS-SCAN-MONTH   PIC 9(2).
           05  WS-PERIODS-BACK     PIC 999 VALUE 0.
           05  WS-ARCHIVES-FOUND   PIC 999 VALUE 0.

       01  WS-PRINT-DATA.
           05  WS-PRINT-FILE-NAME  PIC X(40) VALUE SPACES.
           05  WS-RUN-DATE         PIC X(8) VALUE SPACES.
           05  WS-PRINT-LINE       PIC X(100) VALUE SPACES.
           05  WS-PAGE-NUMBER      PIC 9(3) VALUE 0.
           05  WS-LINE-COUNT       PIC 99 VALUE 99.
           05  WS-PAGE-LIMIT       PIC 99 VALUE 55.

       01  WS-HEADING-LINE.
           05  WS-HDG-TITLE        PIC X(42) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "Date: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(08) VALUE "  Page: ".
           05  WS-HDG-PAGE         PIC ZZ9.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-CATEGORY      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EX-WORD          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EX-LETTERS       PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EX-LENGTH-LABEL  PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EX-RATED-LABEL   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EX-PLAYS         PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EX-SOLVE-PCT     PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-EX-AVG-WRONG     PIC 9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-EX-HINT-PCT      PIC ZZ9.

       01  WS-CONFIG-DATA.
           05  WS-CFG-INDEX        PIC 99.
           05  WS-CFG-LEVEL        PIC 9.
           05  WS-CFG-ANY-DIFF     PIC X VALUE 'N'.
           05  WS-MIN-PLAYS        PIC 9(3) VALUE 10.
           05  WS-REF-WRONG        PIC 9 VALUE 1.
           05  WS-LEVEL-COUNT      PIC 9 VALUE 0.
           05  WS-LEVEL-LIST OCCURS 9 TIMES
                                   PIC 9.
           05  WS-CFG-DIFFS OCCURS 9 TIMES.
               10  WS-CFG-DIFF-DEFINED PIC X.
               10  WS-CFG-MAX-WRONG    PIC 9.
               10  WS-CFG-MIN-LEN      PIC 99.
               10  WS-CFG-MAX-LEN      PIC 99.
               10  WS-CFG-DIFF-LABEL   PIC X(20).

       01  WS-WORD-TOTALS.
           05  WS-CURRENT-WORD     PIC X(40) VALUE SPACES.
           05  WS-WORD-PLAYS       PIC 9(5) VALUE 0.
           05  WS-WORD-WINS        PIC 9(5) VALUE 0.
           05  WS-WORD-HINT-PLAYS  PIC 9(5) VALUE 0.
           05  WS-WORD-LOG-GAMES   PIC 9(5) VALUE 0.
           05  WS-WORD-LOG-MISSES  PIC 9(7) VALUE 0.

       01  WS-GAME-TRACKING.
           05  WS-GAME-WORD        PIC X(40) VALUE SPACES.
           05  WS-GAME-MISSES      PIC 99 VALUE 0.
           05  WS-GAME-OPEN        PIC X VALUE 'N'.
           05  WS-PREV-GUESS-NUM   PIC 99 VALUE 99.

       01  WS-RATING-WORK.
           05  WS-SOLVE-PCT        PIC 9(3) VALUE 0.
           05  WS-FAIL-PCT         PIC 9(3) VALUE 0.
           05  WS-MISS-PCT         PIC 9(3) VALUE 0.
           05  WS-HINT-PCT         PIC 9(3) VALUE 0.
           05  WS-AVG-WRONG        PIC 9V99 VALUE 0.
           05  WS-INDEX-TEMP       PIC 9(5) VALUE 0.
           05  WS-DIFF-INDEX       PIC 9(3) VALUE 0.
           05  WS-LEVEL-POSITION   PIC 9 VALUE 0.
           05  WS-RATED-LEVEL      PIC 9 VALUE 0.
           05  WS-LENGTH-LEVEL     PIC 9 VALUE 0.
           05  WS-CANDIDATE-LEN    PIC 99 VALUE 0.
           05  WS-CHAR-INDEX       PIC 99.

       01  WS-CONTROL-COUNTS.
           05  WS-HIST-RECORDS     PIC 9(7) VALUE 0.
           05  WS-HIST-RELEASED    PIC 9(7) VALUE 0.
           05  WS-GLOG-RECORDS     PIC 9(7) VALUE 0.
           05  WS-GLOG-GAMES       PIC 9(7) VALUE 0.
           05  WS-MASTER-WORDS     PIC 9(7) VALUE 0.
           05  WS-RATINGS-WRITTEN  PIC 9(7) VALUE 0.
           05  WS-WORDS-RATED      PIC 9(7) VALUE 0.
           05  WS-WORDS-UNRATED    PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-COUNT  PIC 9(7) VALUE 0.
           05  WS-WRITE-ERRORS     PIC 9(7) VALUE 0.
           05  WS-BALANCE-TOTAL    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD
           DISPLAY " "
           DISPLAY "Word difficulty calibration run"
           DISPLAY "-------------------------------"
           PERFORM LOAD-CONFIG
           PERFORM OPEN-FILES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-WORD
               ASCENDING KEY SR-TYPE
               ASCENDING KEY SR-CATEGORY
               INPUT PROCEDURE IS FEED-RATING-SORT
               OUTPUT PROCEDURE IS BUILD-WORD-RATINGS
           PERFORM PRINT-EXCEPTION-TRAILER
           CLOSE WORD-RATING-FILE
           CLOSE PRINT-FILE
           DISPLAY "Exception list written to " WS-PRINT-FILE-NAME
           PERFORM PRINT-CONTROL-REPORT
           GOBACK.

       LOAD-CONFIG.
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               MOVE 'N' TO WS-CFG-DIFF-DEFINED(WS-CFG-INDEX)
           END-PERFORM
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CFG-EOF = 'Y'
                   READ CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           PERFORM PARSE-CONFIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           MOVE 'N' TO WS-CFG-ANY-DIFF
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               IF WS-CFG-DIFF-DEFINED(WS-CFG-INDEX) = 'Y'
                   MOVE 'Y' TO WS-CFG-ANY-DIFF
               END-IF
           END-PERFORM
           IF WS-CFG-ANY-DIFF = 'N'
               PERFORM DEFAULT-DIFF-CONFIG
           END-IF
           MOVE 0 TO WS-LEVEL-COUNT
           MOVE 1 TO WS-REF-WRONG
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               IF WS-CFG-DIFF-DEFINED(WS-CFG-INDEX) = 'Y'
                   ADD 1 TO WS-LEVEL-COUNT
                   MOVE WS-CFG-INDEX TO WS-LEVEL-LIST(WS-LEVEL-COUNT)
                   IF WS-CFG-MAX-WRONG(WS-CFG-INDEX) > WS-REF-WRONG
                       MOVE WS-CFG-MAX-WRONG(WS-CFG-INDEX)
                           TO WS-REF-WRONG
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Difficulty levels in use : " WS-LEVEL-COUNT
           DISPLAY "Plays needed to calibrate: " WS-MIN-PLAYS.

       PARSE-CONFIG-RECORD.
           EVALUATE TRUE
               WHEN CONFIG-RECORD(1:4) = "DIFF"
                   IF CONFIG-RECORD(10:1) IS NUMERIC AND
                           CONFIG-RECORD(10:1) NOT = '0' AND
                           CONFIG-RECORD(12:1) IS NUMERIC AND
                           CONFIG-RECORD(14:2) IS NUMERIC AND
                           CONFIG-RECORD(17:2) IS NUMERIC
                       MOVE CONFIG-RECORD(10:1) TO WS-CFG-LEVEL
                       MOVE 'Y' TO WS-CFG-DIFF-DEFINED(WS-CFG-LEVEL)
                       MOVE CONFIG-RECORD(12:1)
                           TO WS-CFG-MAX-WRONG(WS-CFG-LEVEL)
                       MOVE CONFIG-RECORD(14:2)
                           TO WS-CFG-MIN-LEN(WS-CFG-LEVEL)
                       MOVE CONFIG-RECORD(17:2)
                           TO WS-CFG-MAX-LEN(WS-CFG-LEVEL)
                       IF CONFIG-RECORD(24:20) = SPACES
                           MOVE "Level"
                               TO WS-CFG-DIFF-LABEL(WS-CFG-LEVEL)
                       ELSE
                           MOVE CONFIG-RECORD(24:20)
                               TO WS-CFG-DIFF-LABEL(WS-CFG-LEVEL)
                       END-IF
                   END-IF
               WHEN CONFIG-RECORD(1:4) = "RATE"
                   IF CONFIG-RECORD(10:3) IS NUMERIC
                       MOVE CONFIG-RECORD(10:3) TO WS-MIN-PLAYS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DEFAULT-DIFF-CONFIG.
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(1)
           MOVE 9 TO WS-CFG-MAX-WRONG(1)
           MOVE 1 TO WS-CFG-MIN-LEN(1)
           MOVE 5 TO WS-CFG-MAX-LEN(1)
           MOVE "Easy" TO WS-CFG-DIFF-LABEL(1)
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(2)
           MOVE 6 TO WS-CFG-MAX-WRONG(2)
           MOVE 6 TO WS-CFG-MIN-LEN(2)
           MOVE 8 TO WS-CFG-MAX-LEN(2)
           MOVE "Medium" TO WS-CFG-DIFF-LABEL(2)
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(3)
           MOVE 4 TO WS-CFG-MAX-WRONG(3)
           MOVE 9 TO WS-CFG-MIN-LEN(3)
           MOVE 40 TO WS-CFG-MAX-LEN(3)
           MOVE "Hard" TO WS-CFG-DIFF-LABEL(3).

       OPEN-FILES.
           OPEN INPUT WORD-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open word master WORDMAST.DAT -"
                   " status " WS-MASTER-FILE-STATUS
               DISPLAY "No ratings calculated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE WORD-MASTER-FILE
           OPEN OUTPUT WORD-RATING-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create word rating file WORDRATE.DAT"
                   " - status " WS-RATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING "RRAT" WS-RUN-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-PRINT-FILE-NAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create print file "
                   WS-PRINT-FILE-NAME " - status "
                   WS-PRINT-FILE-STATUS
               CLOSE WORD-RATING-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 99 TO WS-LINE-COUNT.

       FEED-RATING-SORT.
           PERFORM RELEASE-GUESS-LOG-GAMES
           MOVE "GAMEHIST.TXT" TO WS-HIST-FILE-NAME
           PERFORM RELEASE-ONE-HISTORY-FILE
           PERFORM RELEASE-ARCHIVE-HISTORY
           PERFORM RELEASE-MASTER-WORDS.

       RELEASE-GUESS-LOG-GAMES.
           OPEN INPUT GUESS-LOG-FILE
           IF WS-GLOG-FILE-STATUS NOT = "00"
               DISPLAY "Note: GUESSLOG.TXT not found - wrong-guess"
                   " averages not available."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GLOG-EOF
           PERFORM UNTIL WS-GLOG-EOF = 'Y'
               READ GUESS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-GLOG-EOF
                   NOT AT END
                       ADD 1 TO WS-GLOG-RECORDS
                       PERFORM TRACK-GUESS-LOG-GAME
               END-READ
           END-PERFORM
           IF WS-GAME-OPEN = 'Y'
               PERFORM RELEASE-GUESS-LOG-GAME
           END-IF
           CLOSE GUESS-LOG-FILE.

       TRACK-GUESS-LOG-GAME.
           IF GL-GUESS-NUM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-GAME-OPEN = 'Y' AND
                   (GL-WORD NOT = WS-GAME-WORD OR
                    GL-GUESS-NUM <= WS-PREV-GUESS-NUM)
               PERFORM RELEASE-GUESS-LOG-GAME
           END-IF
           IF WS-GAME-OPEN = 'N'
               MOVE 'Y' TO WS-GAME-OPEN
               MOVE GL-WORD TO WS-GAME-WORD
               MOVE 0 TO WS-GAME-MISSES
           END-IF
           IF GL-OUTCOME = "MISS" AND WS-GAME-MISSES < 99
               ADD 1 TO WS-GAME-MISSES
           END-IF
           MOVE GL-GUESS-NUM TO WS-PREV-GUESS-NUM.

       RELEASE-GUESS-LOG-GAME.
           MOVE SPACES TO SORT-RECORD
           MOVE WS-GAME-WORD TO SR-WORD
           MOVE 'G' TO SR-TYPE
           MOVE 0 TO SR-HINTS
           MOVE WS-GAME-MISSES TO SR-MISSES
           RELEASE SORT-RECORD
           ADD 1 TO WS-GLOG-GAMES
           MOVE 'N' TO WS-GAME-OPEN.

       RELEASE-ARCHIVE-HISTORY.
           MOVE WS-CURRENT-PERIOD TO WS-SCAN-PERIOD
           PERFORM VARYING WS-PERIODS-BACK FROM 1 BY 1
                   UNTIL WS-PERIODS-BACK > 120
               IF WS-SCAN-MONTH = 1
                   MOVE 12 TO WS-SCAN-MONTH
                   SUBTRACT 1 FROM WS-SCAN-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-SCAN-MONTH
               END-IF
               MOVE SPACES TO WS-HIST-FILE-NAME
               STRING "GAMH" WS-SCAN-PERIOD ".TXT"
                   DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
               PERFORM RELEASE-ONE-HISTORY-FILE
               IF WS-HIST-FILE-STATUS = "00"
                   ADD 1 TO WS-ARCHIVES-FOUND
               END-IF
           END-PERFORM.

       RELEASE-ONE-HISTORY-FILE.
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT GAME-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ GAME-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           ADD 1 TO WS-HIST-RECORDS
                           PERFORM RELEASE-HISTORY-GAME
                   END-READ
               END-PERFORM
               CLOSE GAME-HISTORY-FILE
           END-IF.

       RELEASE-HISTORY-GAME.
           IF HIST-WORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SORT-RECORD
           MOVE HIST-WORD TO SR-WORD
           MOVE 'H' TO SR-TYPE
           MOVE HIST-RESULT TO SR-RESULT
           IF HIST-HINTS-USED IS NUMERIC
               MOVE HIST-HINTS-USED TO SR-HINTS
           ELSE
               MOVE 0 TO SR-HINTS
           END-IF
           MOVE 0 TO SR-MISSES
           RELEASE SORT-RECORD
           ADD 1 TO WS-HIST-RELEASED.

       RELEASE-MASTER-WORDS.
           OPEN INPUT WORD-MASTER-FILE
           MOVE 'N' TO WS-MASTER-EOF
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ WORD-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-MASTER-WORDS
                       MOVE SPACES TO SORT-RECORD
                       MOVE WM-WORD TO SR-WORD
                       MOVE 'M' TO SR-TYPE
                       MOVE WM-CATEGORY TO SR-CATEGORY
                       MOVE 0 TO SR-HINTS
                       MOVE 0 TO SR-MISSES
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE WORD-MASTER-FILE.

       BUILD-WORD-RATINGS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE HIGH-VALUES TO WS-CURRENT-WORD
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SR-WORD NOT = WS-CURRENT-WORD
                           PERFORM START-NEW-WORD
                       END-IF
                       EVALUATE SR-TYPE
                           WHEN 'G'
                               ADD 1 TO WS-WORD-LOG-GAMES
                               ADD SR-MISSES TO WS-WORD-LOG-MISSES
                           WHEN 'H'
                               ADD 1 TO WS-WORD-PLAYS
                               IF SR-RESULT = "WIN "
                                   ADD 1 TO WS-WORD-WINS
                               END-IF
                               IF SR-HINTS > 0
                                   ADD 1 TO WS-WORD-HINT-PLAYS
                               END-IF
                           WHEN 'M'
                               PERFORM RATE-MASTER-WORD
                       END-EVALUATE
               END-RETURN
           END-PERFORM.

       START-NEW-WORD.
           MOVE SR-WORD TO WS-CURRENT-WORD
           MOVE 0 TO WS-WORD-PLAYS
           MOVE 0 TO WS-WORD-WINS
           MOVE 0 TO WS-WORD-HINT-PLAYS
           MOVE 0 TO WS-WORD-LOG-GAMES
           MOVE 0 TO WS-WORD-LOG-MISSES.

       RATE-MASTER-WORD.
           PERFORM COMPUTE-WORD-STATISTICS
           PERFORM COMPUTE-LENGTH-LEVEL
           PERFORM COMPUTE-RATED-LEVEL
           MOVE SPACES TO WORD-RATING-RECORD
           MOVE SR-CATEGORY TO WR-CATEGORY
           MOVE SR-WORD TO WR-WORD
           MOVE WS-WORD-PLAYS TO WR-PLAYS
           MOVE WS-WORD-WINS TO WR-WINS
           MOVE WS-SOLVE-PCT TO WR-SOLVE-PCT
           MOVE WS-AVG-WRONG TO WR-AVG-WRONG
           MOVE WS-HINT-PCT TO WR-HINT-PCT
           MOVE WS-DIFF-INDEX TO WR-DIFF-INDEX
           MOVE WS-RATED-LEVEL TO WR-RATED-LEVEL
           MOVE WS-LENGTH-LEVEL TO WR-LENGTH-LEVEL
           MOVE WS-RUN-DATE TO WR-RATE-DATE
           WRITE WORD-RATING-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-RATINGS-WRITTEN
           END-WRITE
           IF WS-RATED-LEVEL = 0
               ADD 1 TO WS-WORDS-UNRATED
           ELSE
               ADD 1 TO WS-WORDS-RATED
               IF WS-RATED-LEVEL NOT = WS-LENGTH-LEVEL
                   PERFORM PRINT-EXCEPTION-LINE
               END-IF
           END-IF.

       COMPUTE-WORD-STATISTICS.
           MOVE 0 TO WS-SOLVE-PCT
           MOVE 0 TO WS-HINT-PCT
           MOVE 0 TO WS-AVG-WRONG
           MOVE 0 TO WS-MISS-PCT
           IF WS-WORD-PLAYS > 0
               COMPUTE WS-SOLVE-PCT ROUNDED =
                   WS-WORD-WINS * 100 / WS-WORD-PLAYS
               COMPUTE WS-HINT-PCT ROUNDED =
                   WS-WORD-HINT-PLAYS * 100 / WS-WORD-PLAYS
           END-IF
           IF WS-WORD-LOG-GAMES > 0
               COMPUTE WS-AVG-WRONG ROUNDED =
                   WS-WORD-LOG-MISSES / WS-WORD-LOG-GAMES
               COMPUTE WS-INDEX-TEMP ROUNDED =
                   WS-WORD-LOG-MISSES * 100
                   / (WS-WORD-LOG-GAMES * WS-REF-WRONG)
               IF WS-INDEX-TEMP > 100
                   MOVE 100 TO WS-MISS-PCT
               ELSE
                   MOVE WS-INDEX-TEMP TO WS-MISS-PCT
               END-IF
           END-IF
           COMPUTE WS-FAIL-PCT = 100 - WS-SOLVE-PCT
           IF WS-WORD-LOG-GAMES > 0
               COMPUTE WS-INDEX-TEMP ROUNDED =
                   (WS-FAIL-PCT * 5 + WS-MISS-PCT * 3
                    + WS-HINT-PCT * 2) / 10
           ELSE
               COMPUTE WS-INDEX-TEMP ROUNDED =
                   (WS-FAIL-PCT * 5 + WS-HINT-PCT * 2) / 7
           END-IF
           IF WS-INDEX-TEMP > 100
               MOVE 100 TO WS-DIFF-INDEX
           ELSE
               MOVE WS-INDEX-TEMP TO WS-DIFF-INDEX
           END-IF.

       COMPUTE-LENGTH-LEVEL.
           MOVE 0 TO WS-CANDIDATE-LEN
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                   UNTIL WS-CHAR-INDEX > 40
               IF SR-WORD(WS-CHAR-INDEX:1) NOT = SPACE AND
                       SR-WORD(WS-CHAR-INDEX:1) NOT = '-'
                   ADD 1 TO WS-CANDIDATE-LEN
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LENGTH-LEVEL
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > WS-LEVEL-COUNT
               MOVE WS-LEVEL-LIST(WS-CFG-INDEX) TO WS-CFG-LEVEL
               IF WS-CANDIDATE-LEN >= WS-CFG-MIN-LEN(WS-CFG-LEVEL) AND
                       WS-CANDIDATE-LEN <= WS-CFG-MAX-LEN(WS-CFG-LEVEL)
                   MOVE WS-CFG-LEVEL TO WS-LENGTH-LEVEL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COMPUTE-RATED-LEVEL.
           MOVE 0 TO WS-RATED-LEVEL
           IF WS-WORD-PLAYS >= WS-MIN-PLAYS AND WS-WORD-PLAYS > 0
                   AND WS-LEVEL-COUNT > 0
               COMPUTE WS-INDEX-TEMP =
                   WS-DIFF-INDEX * WS-LEVEL-COUNT / 100 + 1
               IF WS-INDEX-TEMP > WS-LEVEL-COUNT
                   MOVE WS-LEVEL-COUNT TO WS-LEVEL-POSITION
               ELSE
                   MOVE WS-INDEX-TEMP TO WS-LEVEL-POSITION
               END-IF
               MOVE WS-LEVEL-LIST(WS-LEVEL-POSITION) TO WS-RATED-LEVEL
           END-IF.

       PRINT-EXCEPTION-LINE.
           IF WS-EXCEPTION-COUNT = 0
               PERFORM PRINT-EXCEPTION-HEADINGS
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SR-CATEGORY TO WS-EX-CATEGORY
           MOVE SR-WORD TO WS-EX-WORD
           MOVE WS-CANDIDATE-LEN TO WS-EX-LETTERS
           IF WS-LENGTH-LEVEL = 0
               MOVE "(no band)" TO WS-EX-LENGTH-LABEL
           ELSE
               MOVE WS-CFG-DIFF-LABEL(WS-LENGTH-LEVEL)
                   TO WS-EX-LENGTH-LABEL
           END-IF
           MOVE WS-CFG-DIFF-LABEL(WS-RATED-LEVEL)
               TO WS-EX-RATED-LABEL
           MOVE WS-WORD-PLAYS TO WS-EX-PLAYS
           MOVE WS-SOLVE-PCT TO WS-EX-SOLVE-PCT
           MOVE WS-AVG-WRONG TO WS-EX-AVG-WRONG
           MOVE WS-HINT-PCT TO WS-EX-HINT-PCT
           MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-EXCEPTION-HEADINGS.
           MOVE "Words whose calibrated rating disagrees with their"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "length band" TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "--------------------------------------------------"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Category   Word                           Len"
               "  By length  Rated      Plays Solve% AvgWr Hint%"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-EXCEPTION-TRAILER.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "No calibrated word disagrees with its length band."
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Words rated: " WS-WORDS-RATED
               "   Awaiting " WS-MIN-PLAYS " plays: "
               WS-WORDS-UNRATED
               "   Exceptions: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "Solve% = games won; AvgWr = wrong letters per game"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "(guess log); Hint% = games that used a hint or clue."
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE "Word difficulty calibration" TO WS-HDG-TITLE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE WS-HEADING-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ALL "=" TO PRINT-RECORD(1:67)
           MOVE SPACES TO PRINT-RECORD(68:33)
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Calibration control report"
           DISPLAY "--------------------------"
           DISPLAY "History records read     : " WS-HIST-RECORDS
           DISPLAY "  archive files included : " WS-ARCHIVES-FOUND
           DISPLAY "Guess log records read   : " WS-GLOG-RECORDS
           DISPLAY "  games in guess log     : " WS-GLOG-GAMES
           DISPLAY "Master words read        : " WS-MASTER-WORDS
           DISPLAY "Ratings written          : " WS-RATINGS-WRITTEN
           DISPLAY "  calibrated             : " WS-WORDS-RATED
           DISPLAY "  awaiting enough plays  : " WS-WORDS-UNRATED
           DISPLAY "Rating exceptions        : " WS-EXCEPTION-COUNT
           COMPUTE WS-BALANCE-TOTAL =
               WS-WORDS-RATED + WS-WORDS-UNRATED
           IF WS-RATINGS-WRITTEN = WS-MASTER-WORDS AND
                   WS-BALANCE-TOTAL = WS-MASTER-WORDS AND
                   WS-WRITE-ERRORS = 0
               DISPLAY "Control totals IN BALANCE."
           ELSE
               DISPLAY "Control totals OUT OF BALANCE - "
                   WS-WRITE-ERRORS " rating(s) not written."
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY " ".
