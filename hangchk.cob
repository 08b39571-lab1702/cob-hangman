       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANGCHK.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "HANGCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

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

           SELECT DAILY-SCHEDULE-FILE ASSIGN TO "DAYSCHED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC X(120).

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

       FD  DAILY-SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  SC-DATE             PIC X(8).
           05  FILLER              PIC X(01).
           05  SC-CATEGORY         PIC X(10).
           05  FILLER              PIC X(01).
           05  SC-WORD             PIC X(40).
           05  FILLER              PIC X(01).
           05  SC-CLUE             PIC X(60).

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CFG-EOF            PIC X VALUE 'N'.
           05  WS-MASTER-EOF         PIC X VALUE 'N'.
           05  WS-SCHED-EOF          PIC X VALUE 'N'.
           05  WS-CFG-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-MASTER-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-RATE-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-SCHED-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-PRINT-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-MASTER-OPEN        PIC X VALUE 'N'.
           05  WS-RATINGS-OPEN       PIC X VALUE 'N'.

       01  WS-RUN-DATA.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-CHECK-DATE       PIC X(8) VALUE SPACES.
           05  WS-CHECK-DATE-NUM   PIC 9(8) VALUE 0.
           05  WS-CHECK-DATE-INT   PIC 9(7) VALUE 0.
           05  WS-DATE-NUM         PIC 9(8) VALUE 0.
           05  WS-DATE-INT         PIC 9(7) VALUE 0.

       01  WS-CHECK-LIMITS.
           05  WS-MIN-CELL-WORDS   PIC 9(3) VALUE 5.
           05  WS-LOOKAHEAD-DAYS   PIC 9(3) VALUE 7.
           05  WS-LOOKAHEAD-MAX    PIC 9(3) VALUE 60.
           05  WS-CFG-MIN-PLAYS    PIC 9(3) VALUE 10.

       01  WS-CONFIG-TABLE.
           05  WS-CFG-LINE-NUM     PIC 9(4) VALUE 0.
           05  WS-CFG-LINE-DISPLAY PIC ZZZ9.
           05  WS-CFG-LEVEL        PIC 9.
           05  WS-CFG-INDEX        PIC 99.
           05  WS-CFG-MESSAGE      PIC X(45) VALUE SPACES.
           05  WS-CFG-ANY-DIFF     PIC X VALUE 'N'.
           05  WS-CFG-CATEGORY-COUNT PIC 99 VALUE 0.
           05  WS-CFG-CATEGORIES OCCURS 9 TIMES.
               10  WS-CFG-CAT-CODE     PIC X(10).
               10  WS-CFG-CAT-WORDS    PIC 9(5).
               10  WS-CFG-CAT-CELL     PIC 9(5) OCCURS 9 TIMES.
           05  WS-CFG-DIFFS OCCURS 9 TIMES.
               10  WS-CFG-DIFF-DEFINED PIC X.
               10  WS-CFG-MIN-LEN      PIC 99.
               10  WS-CFG-MAX-LEN      PIC 99.
               10  WS-CFG-DIFF-LABEL   PIC X(20).

       01  WS-WORD-CHECK-DATA.
           05  WS-CAT-INDEX        PIC 99 VALUE 0.
           05  WS-CAT-FOUND        PIC X VALUE 'N'.
           05  WS-CANDIDATE-WORD   PIC X(40) VALUE SPACES.
           05  WS-CANDIDATE-LEN    PIC 99 VALUE 0.
           05  WS-CHAR-INDEX       PIC 99 VALUE 0.
           05  WS-WORD-RATED       PIC X VALUE 'N'.
           05  WS-PREV-CATEGORY    PIC X(10) VALUE SPACES.
           05  WS-OTHER-CAT-WORDS  PIC 9(5) VALUE 0.
           05  WS-MASTER-WORDS     PIC 9(7) VALUE 0.
           05  WS-OTHER-WORDS      PIC 9(7) VALUE 0.
           05  WS-RATED-WORDS      PIC 9(7) VALUE 0.
           05  WS-ON-MASTER        PIC X VALUE 'N'.

       01  WS-SCHEDULE-DATA.
           05  WS-SCHED-READ       PIC 9(5) VALUE 0.
           05  WS-SCHED-AHEAD      PIC 9(5) VALUE 0.
           05  WS-DAY-INDEX        PIC 9(3) VALUE 0.
           05  WS-DAY-OFFSET       PIC 9(7) VALUE 0.
           05  WS-DAY-SLOTS OCCURS 60 TIMES.
               10  WS-DAY-FOUND        PIC X.
               10  WS-DAY-CATEGORY     PIC X(10).
               10  WS-DAY-WORD         PIC X(40).
               10  WS-DAY-PROBLEM      PIC X(30).
           05  WS-SCHED-PROBLEM    PIC X(30) VALUE SPACES.

       01  WS-PROBLEM-DATA.
           05  WS-PROBLEM-SEVERITY PIC X VALUE SPACE.
           05  WS-PROBLEM-TEXT     PIC X(88) VALUE SPACES.
           05  WS-ERROR-COUNT      PIC 9(5) VALUE 0.
           05  WS-WARNING-COUNT    PIC 9(5) VALUE 0.

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

       01  WS-GRID-HEADING.
           05  GH-CATEGORY         PIC X(10).
           05  FILLER              PIC X(02).
           05  GH-TOTAL            PIC X(05).
           05  GH-CELLS OCCURS 9 TIMES.
               10  FILLER          PIC X(01).
               10  GH-LABEL        PIC X(07).

       01  WS-GRID-LINE.
           05  GL-CATEGORY         PIC X(10).
           05  FILLER              PIC X(02).
           05  GL-TOTAL            PIC ZZZZ9.
           05  GL-CELLS OCCURS 9 TIMES.
               10  FILLER          PIC X(01).
               10  GL-COUNT        PIC ZZZZ9.
               10  GL-FLAG         PIC X(01).
               10  FILLER          PIC X(01).

       01  WS-GRID-DATA.
           05  WS-GRID-COLUMN      PIC 99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZ9.
           05  WS-ED-MIN           PIC ZZ9.
           05  WS-ED-DAYS          PIC ZZ9.
           05  WS-ED-TOTAL         PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM DETERMINE-CHECK-DATE
           DISPLAY " "
           DISPLAY "Configuration and schedule pre-flight check"
           DISPLAY "-------------------------------------------"
           DISPLAY "Checking play from       : " WS-CHECK-DATE
           PERFORM OPEN-PRINT-FILE
           PERFORM CHECK-CONFIGURATION
           PERFORM CHECK-WORD-MASTER
           PERFORM CHECK-DAILY-SCHEDULE
           IF WS-MASTER-OPEN = 'Y'
               CLOSE WORD-MASTER-FILE
           END-IF
           IF WS-RATINGS-OPEN = 'Y'
               CLOSE WORD-RATING-FILE
           END-IF
           PERFORM PRINT-CHECK-SUMMARY
           CLOSE PRINT-FILE
           DISPLAY "Pre-flight check written to " WS-PRINT-FILE-NAME
           DISPLAY " "
           GOBACK.

       DETERMINE-CHECK-DATE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CHECK-DATE
           IF WS-COMMAND-LINE(1:8) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:8) TO WS-CHECK-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM)
                       = 0
                   MOVE WS-COMMAND-LINE(1:8) TO WS-CHECK-DATE
               END-IF
           END-IF
           IF WS-CHECK-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CHECK-DATE
           END-IF
           MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
           COMPUTE WS-CHECK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM).

       CHECK-CONFIGURATION.
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               MOVE 'N' TO WS-CFG-DIFF-DEFINED(WS-CFG-INDEX)
           END-PERFORM
           MOVE "Configuration HANGCFG.TXT" TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM PRINT-LINE
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS = "35"
               MOVE 'W' TO WS-PROBLEM-SEVERITY
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "HANGCFG.TXT not found - the built-in"
                   " categories and difficulty levels are in use."
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM REPORT-PROBLEM
               PERFORM DEFAULT-CONFIG
           ELSE
               IF WS-CFG-FILE-STATUS NOT = "00"
                   MOVE 'E' TO WS-PROBLEM-SEVERITY
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "Cannot open HANGCFG.TXT - status "
                       WS-CFG-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   PERFORM REPORT-PROBLEM
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-CFG-EOF
               PERFORM UNTIL WS-CFG-EOF = 'Y'
                   READ CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           ADD 1 TO WS-CFG-LINE-NUM
                           PERFORM PARSE-CONFIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
               PERFORM CHECK-CONFIG-COMPLETE
           END-IF
           MOVE WS-CFG-LINE-NUM TO WS-ED-TOTAL
           MOVE WS-MIN-CELL-WORDS TO WS-ED-MIN
           MOVE WS-LOOKAHEAD-DAYS TO WS-ED-DAYS
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Lines read " WS-ED-TOTAL
               "   Minimum words per cell " WS-ED-MIN
               "   Schedule look-ahead (days) " WS-ED-DAYS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM PRINT-LINE.

       PARSE-CONFIG-RECORD.
           EVALUATE TRUE
               WHEN CONFIG-RECORD = SPACES
                   CONTINUE
               WHEN CONFIG-RECORD(1:1) = '*'
                   CONTINUE
               WHEN CONFIG-RECORD(1:8) = "CATEGORY"
                   PERFORM PARSE-CATEGORY-RECORD
               WHEN CONFIG-RECORD(1:4) = "DIFF"
                   PERFORM PARSE-DIFF-RECORD
               WHEN CONFIG-RECORD(1:4) = "RATE"
                   IF CONFIG-RECORD(10:3) NOT NUMERIC
                       MOVE "MINIMUM PLAYS NOT NUMERIC"
                           TO WS-PROBLEM-TEXT
                       PERFORM CONFIG-ERROR
                   ELSE
                       MOVE CONFIG-RECORD(10:3) TO WS-CFG-MIN-PLAYS
                   END-IF
               WHEN CONFIG-RECORD(1:5) = "AUDIT"
                   PERFORM PARSE-AUDIT-RECORD
               WHEN CONFIG-RECORD(1:6) = "ADJUST"
                   IF CONFIG-RECORD(10:7) NOT NUMERIC OR
                           CONFIG-RECORD(18:3) NOT NUMERIC
                       PERFORM CONFIG-DEFAULT-WARNING
                   END-IF
               WHEN CONFIG-RECORD(1:3) = "EOD"
                   IF CONFIG-RECORD(10:8) = SPACES
                       MOVE "EOD STEP HAS NO PROGRAM NAME - IGNORED"
                           TO WS-PROBLEM-TEXT
                       PERFORM CONFIG-WARNING
                   END-IF
               WHEN CONFIG-RECORD(1:4) = "LOCK"
                   IF CONFIG-RECORD(10:4) NOT NUMERIC
                       PERFORM CONFIG-DEFAULT-WARNING
                   END-IF
               WHEN CONFIG-RECORD(1:5) = "CHECK"
                   PERFORM PARSE-CHECK-RECORD
               WHEN CONFIG-RECORD(1:6) = "RETAIN"
                   PERFORM PARSE-RETAIN-RECORD
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-PROBLEM-TEXT
                   PERFORM CONFIG-ERROR
           END-EVALUATE.

       PARSE-CATEGORY-RECORD.
           IF CONFIG-RECORD(10:10) = SPACES
               MOVE "CATEGORY CODE MISSING" TO WS-PROBLEM-TEXT
               PERFORM CONFIG-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > WS-CFG-CATEGORY-COUNT
               IF WS-CFG-CAT-CODE(WS-CFG-INDEX) =
                       CONFIG-RECORD(10:10)
                   MOVE "DUPLICATE CATEGORY - MENU SHOWS IT TWICE"
                       TO WS-PROBLEM-TEXT
                   PERFORM CONFIG-WARNING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CFG-CATEGORY-COUNT >= 9
               MOVE "TOO MANY CATEGORIES" TO WS-PROBLEM-TEXT
               PERFORM CONFIG-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CFG-CATEGORY-COUNT
           MOVE CONFIG-RECORD(10:10)
               TO WS-CFG-CAT-CODE(WS-CFG-CATEGORY-COUNT).

       PARSE-DIFF-RECORD.
           IF CONFIG-RECORD(10:1) NOT NUMERIC OR
                   CONFIG-RECORD(10:1) = '0'
               MOVE "DIFF LEVEL NOT 1-9" TO WS-PROBLEM-TEXT
               PERFORM CONFIG-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE CONFIG-RECORD(10:1) TO WS-CFG-LEVEL
           IF WS-CFG-DIFF-DEFINED(WS-CFG-LEVEL) = 'Y'
               MOVE "DUPLICATE DIFF LEVEL" TO WS-PROBLEM-TEXT
               PERFORM CONFIG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF CONFIG-RECORD(12:1) NOT NUMERIC OR
                   CONFIG-RECORD(12:1) = '0'
               MOVE "MAX WRONG NOT 1-9" TO WS-PROBLEM-TEXT
               PERFORM CONFIG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF CONFIG-RECORD(14:2) NOT NUMERIC OR
                   CONFIG-RECORD(17:2) NOT NUMERIC
               MOVE "LENGTH BAND NOT NUMERIC" TO WS-PROBLEM-TEXT
               PERFORM CONFIG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF CONFIG-RECORD(20:1) NOT NUMERIC OR
                   CONFIG-RECORD(22:1) NOT NUMERIC
               MOVE "HINT/CLUE COST NOT NUMERIC" TO WS-PROBLEM-TEXT
               PERFORM CONFIG-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE CONFIG-RECORD(14:2) TO WS-CFG-MIN-LEN(WS-CFG-LEVEL)
           MOVE CONFIG-RECORD(17:2) TO WS-CFG-MAX-LEN(WS-CFG-LEVEL)
           IF WS-CFG-MIN-LEN(WS-CFG-LEVEL) < 1 OR
                   WS-CFG-MAX-LEN(WS-CFG-LEVEL) > 40 OR
                   WS-CFG-MIN-LEN(WS-CFG-LEVEL) >
                       WS-CFG-MAX-LEN(WS-CFG-LEVEL)
               MOVE "BAD LENGTH BAND" TO WS-PROBLEM-TEXT
               PERFORM CONFIG-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(WS-CFG-LEVEL)
           IF CONFIG-RECORD(24:20) = SPACES
               MOVE "Level" TO WS-CFG-DIFF-LABEL(WS-CFG-LEVEL)
           ELSE
               MOVE CONFIG-RECORD(24:20)
                   TO WS-CFG-DIFF-LABEL(WS-CFG-LEVEL)
           END-IF.

       PARSE-AUDIT-RECORD.
           IF CONFIG-RECORD(10:3) NOT NUMERIC OR
                   CONFIG-RECORD(14:2) NOT NUMERIC OR
                   CONFIG-RECORD(17:2) NOT NUMERIC OR
                   CONFIG-RECORD(20:1) NOT NUMERIC
               PERFORM CONFIG-DEFAULT-WARNING
               EXIT PARAGRAPH
           END-IF
           IF CONFIG-RECORD(22:7) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CONFIG-RECORD(22:3) NOT NUMERIC OR
                   CONFIG-RECORD(26:3) NOT NUMERIC
               PERFORM CONFIG-DEFAULT-WARNING
               EXIT PARAGRAPH
           END-IF
           IF CONFIG-RECORD(22:3) = "000"
               MOVE "FLAG SCORE 000 - EVERY CASE IS FLAGGED"
                   TO WS-PROBLEM-TEXT
               PERFORM CONFIG-WARNING
           END-IF
           IF CONFIG-RECORD(26:3) = "000"
               MOVE "RETRY WINDOW 000 - 60 MINUTES USED"
                   TO WS-PROBLEM-TEXT
               PERFORM CONFIG-WARNING
           END-IF.

       PARSE-CHECK-RECORD.
           IF CONFIG-RECORD(10:3) NOT NUMERIC OR
                   CONFIG-RECORD(14:3) NOT NUMERIC
               PERFORM CONFIG-DEFAULT-WARNING
               EXIT PARAGRAPH
           END-IF
           MOVE CONFIG-RECORD(10:3) TO WS-MIN-CELL-WORDS
           MOVE CONFIG-RECORD(14:3) TO WS-LOOKAHEAD-DAYS
           IF WS-LOOKAHEAD-DAYS = 0
               MOVE 1 TO WS-LOOKAHEAD-DAYS
           END-IF
           IF WS-LOOKAHEAD-DAYS > WS-LOOKAHEAD-MAX
               MOVE "LOOK-AHEAD OVER 60 DAYS - 60 USED"
                   TO WS-PROBLEM-TEXT
               PERFORM CONFIG-WARNING
               MOVE WS-LOOKAHEAD-MAX TO WS-LOOKAHEAD-DAYS
           END-IF.

       PARSE-RETAIN-RECORD.
           IF CONFIG-RECORD(10:4) NOT NUMERIC OR
                   CONFIG-RECORD(15:4) NOT NUMERIC
               PERFORM CONFIG-DEFAULT-WARNING
               EXIT PARAGRAPH
           END-IF
           IF CONFIG-RECORD(10:4) < "0030"
               MOVE "DEACTIVATE DAYS UNDER 30 - 30 USED"
                   TO WS-PROBLEM-TEXT
               PERFORM CONFIG-WARNING
           END-IF
           IF CONFIG-RECORD(15:4) NOT = "0000" AND
                   CONFIG-RECORD(15:4) NOT > CONFIG-RECORD(10:4)
               MOVE "PURGE NOT AFTER DEACTIVATE - DEFAULTS USED"
                   TO WS-PROBLEM-TEXT
               PERFORM CONFIG-WARNING
           END-IF.

       CHECK-CONFIG-COMPLETE.
           IF WS-CFG-CATEGORY-COUNT = 0
               MOVE 'E' TO WS-PROBLEM-SEVERITY
               MOVE "HANGCFG.TXT has no valid CATEGORY records."
                   TO WS-PROBLEM-TEXT
               PERFORM REPORT-PROBLEM
           END-IF
           MOVE 'N' TO WS-CFG-ANY-DIFF
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               IF WS-CFG-DIFF-DEFINED(WS-CFG-INDEX) = 'Y'
                   MOVE 'Y' TO WS-CFG-ANY-DIFF
               END-IF
           END-PERFORM
           IF WS-CFG-ANY-DIFF = 'N'
               MOVE 'E' TO WS-PROBLEM-SEVERITY
               MOVE "HANGCFG.TXT has no valid DIFF records."
                   TO WS-PROBLEM-TEXT
               PERFORM REPORT-PROBLEM
           END-IF.

       CONFIG-ERROR.
           MOVE 'E' TO WS-PROBLEM-SEVERITY
           PERFORM REPORT-CONFIG-LINE.

       CONFIG-WARNING.
           MOVE 'W' TO WS-PROBLEM-SEVERITY
           PERFORM REPORT-CONFIG-LINE.

       CONFIG-DEFAULT-WARNING.
           MOVE "VALUE NOT NUMERIC - THE DEFAULT IS USED"
               TO WS-PROBLEM-TEXT
           PERFORM CONFIG-WARNING.

       REPORT-CONFIG-LINE.
           MOVE WS-CFG-LINE-NUM TO WS-CFG-LINE-DISPLAY
           MOVE WS-PROBLEM-TEXT TO WS-CFG-MESSAGE
           MOVE SPACES TO WS-PROBLEM-TEXT
           STRING "HANGCFG.TXT line " WS-CFG-LINE-DISPLAY ": "
               WS-CFG-MESSAGE " ("
               CONFIG-RECORD(1:20) ")"
               DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
           PERFORM REPORT-PROBLEM.

       DEFAULT-CONFIG.
           MOVE 4 TO WS-CFG-CATEGORY-COUNT
           MOVE "GENERAL"   TO WS-CFG-CAT-CODE(1)
           MOVE "ANIMALS"   TO WS-CFG-CAT-CODE(2)
           MOVE "COBOL"     TO WS-CFG-CAT-CODE(3)
           MOVE "COUNTRY"   TO WS-CFG-CAT-CODE(4)
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(1)
           MOVE 1 TO WS-CFG-MIN-LEN(1)
           MOVE 5 TO WS-CFG-MAX-LEN(1)
           MOVE "Easy" TO WS-CFG-DIFF-LABEL(1)
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(2)
           MOVE 6 TO WS-CFG-MIN-LEN(2)
           MOVE 8 TO WS-CFG-MAX-LEN(2)
           MOVE "Medium" TO WS-CFG-DIFF-LABEL(2)
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(3)
           MOVE 9 TO WS-CFG-MIN-LEN(3)
           MOVE 40 TO WS-CFG-MAX-LEN(3)
           MOVE "Hard" TO WS-CFG-DIFF-LABEL(3).

       CHECK-WORD-MASTER.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > 9
               MOVE 0 TO WS-CFG-CAT-WORDS(WS-CAT-INDEX)
               PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                       UNTIL WS-CFG-INDEX > 9
                   MOVE 0 TO WS-CFG-CAT-CELL(WS-CAT-INDEX,
                       WS-CFG-INDEX)
               END-PERFORM
           END-PERFORM
           MOVE "Eligible words by category and difficulty"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM PRINT-LINE
           OPEN INPUT WORD-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE 'E' TO WS-PROBLEM-SEVERITY
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "Cannot open word master WORDMAST.DAT - status "
                   WS-MASTER-FILE-STATUS " - run WORDLOAD."
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM REPORT-PROBLEM
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN
           OPEN INPUT WORD-RATING-FILE
           IF WS-RATE-FILE-STATUS = "00"
               MOVE 'Y' TO WS-RATINGS-OPEN
           END-IF
           MOVE SPACES TO WS-PREV-CATEGORY
           MOVE 0 TO WS-OTHER-CAT-WORDS
           MOVE 'N' TO WS-MASTER-EOF
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ WORD-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-MASTER-WORDS
                       PERFORM TALLY-MASTER-WORD
               END-READ
           END-PERFORM
           PERFORM END-OTHER-CATEGORY
           PERFORM PRINT-ELIGIBILITY-GRID
           PERFORM CHECK-CATEGORY-CELLS.

       TALLY-MASTER-WORD.
           IF WM-CATEGORY NOT = WS-PREV-CATEGORY
               PERFORM END-OTHER-CATEGORY
               MOVE WM-CATEGORY TO WS-PREV-CATEGORY
           END-IF
           PERFORM FIND-CONFIG-CATEGORY
           IF WS-CAT-FOUND = 'N'
               ADD 1 TO WS-OTHER-CAT-WORDS
               ADD 1 TO WS-OTHER-WORDS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CFG-CAT-WORDS(WS-CAT-INDEX)
           PERFORM LOOK-UP-WORD-RATING
           IF WS-WORD-RATED = 'Y'
               ADD 1 TO WS-RATED-WORDS
               IF WS-CFG-DIFF-DEFINED(WR-RATED-LEVEL) = 'Y'
                   ADD 1 TO WS-CFG-CAT-CELL(WS-CAT-INDEX,
                       WR-RATED-LEVEL)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CANDIDATE-LENGTH
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               IF WS-CFG-DIFF-DEFINED(WS-CFG-INDEX) = 'Y'
                   IF WS-CANDIDATE-LEN >= WS-CFG-MIN-LEN(WS-CFG-INDEX)
                       AND WS-CANDIDATE-LEN <=
                           WS-CFG-MAX-LEN(WS-CFG-INDEX)
                       ADD 1 TO WS-CFG-CAT-CELL(WS-CAT-INDEX,
                           WS-CFG-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

       END-OTHER-CATEGORY.
           IF WS-OTHER-CAT-WORDS > 0
               MOVE WS-OTHER-CAT-WORDS TO WS-ED-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Note: " WS-ED-COUNT " word(s) in category "
                   WS-PREV-CATEGORY " which is not in HANGCFG.TXT"
                   " (not playable)."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           MOVE 0 TO WS-OTHER-CAT-WORDS.

       FIND-CONFIG-CATEGORY.
           MOVE 'N' TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > WS-CFG-CATEGORY-COUNT
               IF WS-CFG-CAT-CODE(WS-CAT-INDEX) = WM-CATEGORY
                   MOVE 'Y' TO WS-CAT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOK-UP-WORD-RATING.
           MOVE 'N' TO WS-WORD-RATED
           IF WS-RATINGS-OPEN = 'N'
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

       COMPUTE-CANDIDATE-LENGTH.
           MOVE WM-WORD TO WS-CANDIDATE-WORD
           MOVE 0 TO WS-CANDIDATE-LEN
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
                   UNTIL WS-CHAR-INDEX > 40
               IF WS-CANDIDATE-WORD(WS-CHAR-INDEX:1) NOT = SPACE AND
                       WS-CANDIDATE-WORD(WS-CHAR-INDEX:1) NOT = '-'
                   ADD 1 TO WS-CANDIDATE-LEN
               END-IF
           END-PERFORM.

       PRINT-ELIGIBILITY-GRID.
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-GRID-HEADING
           MOVE "Category" TO GH-CATEGORY
           MOVE "Words" TO GH-TOTAL
           MOVE 0 TO WS-GRID-COLUMN
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               IF WS-CFG-DIFF-DEFINED(WS-CFG-INDEX) = 'Y'
                   ADD 1 TO WS-GRID-COLUMN
                   MOVE WS-CFG-DIFF-LABEL(WS-CFG-INDEX)
                       TO GH-LABEL(WS-GRID-COLUMN)
               END-IF
           END-PERFORM
           MOVE WS-GRID-HEADING TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > WS-CFG-CATEGORY-COUNT
               MOVE SPACES TO WS-GRID-LINE
               MOVE WS-CFG-CAT-CODE(WS-CAT-INDEX) TO GL-CATEGORY
               MOVE WS-CFG-CAT-WORDS(WS-CAT-INDEX) TO GL-TOTAL
               MOVE 0 TO WS-GRID-COLUMN
               PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                       UNTIL WS-CFG-INDEX > 9
                   IF WS-CFG-DIFF-DEFINED(WS-CFG-INDEX) = 'Y'
                       ADD 1 TO WS-GRID-COLUMN
                       MOVE WS-CFG-CAT-CELL(WS-CAT-INDEX,
                           WS-CFG-INDEX) TO GL-COUNT(WS-GRID-COLUMN)
                       IF WS-CFG-CAT-CELL(WS-CAT-INDEX, WS-CFG-INDEX)
                               < WS-MIN-CELL-WORDS
                           MOVE "*" TO GL-FLAG(WS-GRID-COLUMN)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-GRID-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-PERFORM
           MOVE WS-MIN-CELL-WORDS TO WS-ED-MIN
           MOVE SPACES TO WS-PRINT-LINE
           STRING "* below the minimum of " WS-ED-MIN
               " word(s) per cell"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE WS-MASTER-WORDS TO WS-ED-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Words on master " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE WS-RATED-WORDS TO WS-ED-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Placed by calibrated rating " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE WS-OTHER-WORDS TO WS-ED-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "In categories not configured " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM PRINT-LINE.

       CHECK-CATEGORY-CELLS.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > WS-CFG-CATEGORY-COUNT
               IF WS-CFG-CAT-WORDS(WS-CAT-INDEX) = 0
                   MOVE 'E' TO WS-PROBLEM-SEVERITY
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "Category " WS-CFG-CAT-CODE(WS-CAT-INDEX)
                       " has no words on the word master."
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   PERFORM REPORT-PROBLEM
               ELSE
                   PERFORM CHECK-ONE-CATEGORY-CELLS
               END-IF
           END-PERFORM.

       CHECK-ONE-CATEGORY-CELLS.
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               IF WS-CFG-DIFF-DEFINED(WS-CFG-INDEX) = 'Y' AND
                       WS-CFG-CAT-CELL(WS-CAT-INDEX, WS-CFG-INDEX)
                           < WS-MIN-CELL-WORDS
                   MOVE 'W' TO WS-PROBLEM-SEVERITY
                   MOVE WS-CFG-CAT-CELL(WS-CAT-INDEX, WS-CFG-INDEX)
                       TO WS-ED-COUNT
                   MOVE WS-CFG-INDEX TO WS-CFG-LEVEL
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   IF WS-CFG-CAT-CELL(WS-CAT-INDEX, WS-CFG-INDEX) = 0
                       STRING "Category " WS-CFG-CAT-CODE(WS-CAT-INDEX)
                           " level " WS-CFG-LEVEL
                           " has no words - play falls back to the"
                           " full list."
                           DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   ELSE
                       STRING "Category " WS-CFG-CAT-CODE(WS-CAT-INDEX)
                           " level " WS-CFG-LEVEL
                           " has only " WS-ED-COUNT " word(s)."
                           DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   END-IF
                   PERFORM REPORT-PROBLEM
               END-IF
           END-PERFORM.

       CHECK-DAILY-SCHEDULE.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-LOOKAHEAD-MAX
               MOVE 'N' TO WS-DAY-FOUND(WS-DAY-INDEX)
               MOVE SPACES TO WS-DAY-CATEGORY(WS-DAY-INDEX)
               MOVE SPACES TO WS-DAY-WORD(WS-DAY-INDEX)
               MOVE SPACES TO WS-DAY-PROBLEM(WS-DAY-INDEX)
           END-PERFORM
           PERFORM PRINT-LINE
           MOVE "Daily challenge schedule DAYSCHED.TXT"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM PRINT-LINE
           OPEN INPUT DAILY-SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = "00"
               MOVE 'N' TO WS-SCHED-EOF
               PERFORM UNTIL WS-SCHED-EOF = 'Y'
                   READ DAILY-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-SCHED-EOF
                       NOT AT END
                           ADD 1 TO WS-SCHED-READ
                           PERFORM CHECK-SCHEDULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DAILY-SCHEDULE-FILE
           ELSE
               MOVE "No schedule on file - run HANGSCHD."
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           PERFORM PRINT-LOOKAHEAD-DAYS.

       CHECK-SCHEDULE-ENTRY.
           IF SCHEDULE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SC-DATE IS NOT NUMERIC
               PERFORM REPORT-BAD-SCHEDULE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SC-DATE TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               PERFORM REPORT-BAD-SCHEDULE-DATE
               EXIT PARAGRAPH
           END-IF
           IF SC-DATE < WS-CHECK-DATE OR SC-WORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCHED-AHEAD
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAY-OFFSET = WS-DATE-INT - WS-CHECK-DATE-INT + 1
           IF WS-DAY-OFFSET <= WS-LOOKAHEAD-DAYS
               MOVE WS-DAY-OFFSET TO WS-DAY-INDEX
               IF WS-DAY-FOUND(WS-DAY-INDEX) = 'Y'
                   MOVE 'W' TO WS-PROBLEM-SEVERITY
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "Schedule date " SC-DATE
                       " appears more than once - only the first"
                       " entry is played."
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   PERFORM REPORT-PROBLEM
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-DAY-FOUND(WS-DAY-INDEX)
               MOVE SC-CATEGORY TO WS-DAY-CATEGORY(WS-DAY-INDEX)
               MOVE SC-WORD TO WS-DAY-WORD(WS-DAY-INDEX)
           END-IF
           PERFORM CHECK-SCHEDULED-WORD
           IF WS-SCHED-PROBLEM = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-OFFSET <= WS-LOOKAHEAD-DAYS
               MOVE WS-SCHED-PROBLEM TO WS-DAY-PROBLEM(WS-DAY-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'W' TO WS-PROBLEM-SEVERITY
           MOVE SPACES TO WS-PROBLEM-TEXT
           STRING "Schedule date " SC-DATE " "
               SC-WORD(1:20) " - " WS-SCHED-PROBLEM
               DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
           PERFORM REPORT-PROBLEM.

       REPORT-BAD-SCHEDULE-DATE.
           MOVE 'W' TO WS-PROBLEM-SEVERITY
           MOVE SPACES TO WS-PROBLEM-TEXT
           STRING "Schedule entry " SC-DATE " "
               SC-WORD(1:20) " - date is not valid, never played."
               DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
           PERFORM REPORT-PROBLEM.

       CHECK-SCHEDULED-WORD.
           MOVE SPACES TO WS-SCHED-PROBLEM
           IF WS-MASTER-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SC-CATEGORY TO WM-CATEGORY
           MOVE SC-WORD TO WM-WORD
           MOVE 'Y' TO WS-ON-MASTER
           READ WORD-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
           END-READ
           IF WS-ON-MASTER = 'N'
               PERFORM CHECK-CATEGORY-ON-MASTER
               IF WS-ON-MASTER = 'N'
                   MOVE "CATEGORY NOT ON WORD MASTER"
                       TO WS-SCHED-PROBLEM
               ELSE
                   MOVE "WORD NOT ON WORD MASTER"
                       TO WS-SCHED-PROBLEM
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SC-CATEGORY TO WM-CATEGORY
           PERFORM FIND-CONFIG-CATEGORY
           IF WS-CAT-FOUND = 'N'
               MOVE "CATEGORY NOT IN HANGCFG.TXT"
                   TO WS-SCHED-PROBLEM
           END-IF.

       CHECK-CATEGORY-ON-MASTER.
           MOVE 'N' TO WS-ON-MASTER
           MOVE SC-CATEGORY TO WM-CATEGORY
           MOVE SPACES TO WM-WORD
           START WORD-MASTER-FILE KEY NOT < WM-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ WORD-MASTER-FILE NEXT
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF WM-CATEGORY = SC-CATEGORY
               MOVE 'Y' TO WS-ON-MASTER
           END-IF.

       PRINT-LOOKAHEAD-DAYS.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "Date      Category    Word" TO WS-PRINT-LINE
           MOVE "Status" TO WS-PRINT-LINE(63:6)
           PERFORM PRINT-LINE
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-LOOKAHEAD-DAYS
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-CHECK-DATE-INT + WS-DAY-INDEX - 1)
               PERFORM PRINT-ONE-LOOKAHEAD-DAY
           END-PERFORM
           MOVE WS-SCHED-READ TO WS-ED-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Schedule entries read " WS-ED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE WS-SCHED-AHEAD TO WS-ED-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Entries from " WS-CHECK-DATE " " WS-ED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-ONE-LOOKAHEAD-DAY.
           IF WS-DAY-INDEX <= 2
               MOVE 'E' TO WS-PROBLEM-SEVERITY
           ELSE
               MOVE 'W' TO WS-PROBLEM-SEVERITY
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-DAY-FOUND(WS-DAY-INDEX) = 'N'
               STRING WS-DATE-NUM "  " "(none)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               MOVE "MISSING" TO WS-PRINT-LINE(63:30)
               PERFORM PRINT-LINE
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "Schedule date " WS-DATE-NUM
                   " is missing - no daily challenge that day."
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF
           STRING WS-DATE-NUM "  " WS-DAY-CATEGORY(WS-DAY-INDEX)
               "  " WS-DAY-WORD(WS-DAY-INDEX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF WS-DAY-PROBLEM(WS-DAY-INDEX) = SPACES
               MOVE "OK" TO WS-PRINT-LINE(63:30)
               PERFORM PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAY-PROBLEM(WS-DAY-INDEX) TO WS-PRINT-LINE(63:30)
           PERFORM PRINT-LINE
           IF WS-DAY-PROBLEM(WS-DAY-INDEX) =
                   "CATEGORY NOT IN HANGCFG.TXT"
               MOVE 'W' TO WS-PROBLEM-SEVERITY
           END-IF
           MOVE SPACES TO WS-PROBLEM-TEXT
           STRING "Schedule date " WS-DATE-NUM " "
               WS-DAY-WORD(WS-DAY-INDEX)(1:20) " - "
               WS-DAY-PROBLEM(WS-DAY-INDEX)
               DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
           PERFORM REPORT-PROBLEM.

       REPORT-PROBLEM.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PROBLEM-SEVERITY = 'E'
               ADD 1 TO WS-ERROR-COUNT
               STRING "ERROR   : " WS-PROBLEM-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               STRING "WARNING : " WS-PROBLEM-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           DISPLAY WS-PRINT-LINE(1:98)
           PERFORM PRINT-LINE.

       PRINT-CHECK-SUMMARY.
           PERFORM PRINT-LINE
           MOVE WS-ERROR-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Errors   " WS-ED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           DISPLAY "Errors                   : " WS-ED-COUNT
           MOVE WS-WARNING-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Warnings " WS-ED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           DISPLAY "Warnings                 : " WS-ED-COUNT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   STRING "Pre-flight check FAILED - correct the"
                       " errors before the next day's play."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE "Pre-flight check passed with warnings."
                       TO WS-PRINT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Pre-flight check passed."
                       TO WS-PRINT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY WS-PRINT-LINE(1:80)
           PERFORM PRINT-LINE.

       OPEN-PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING "RCHK" WS-CHECK-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-PRINT-FILE-NAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create print file "
                   WS-PRINT-FILE-NAME " - status "
                   WS-PRINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 99 TO WS-LINE-COUNT.

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
           MOVE SPACES TO WS-HDG-TITLE
           STRING "Pre-flight check for " WS-CHECK-DATE
               DELIMITED BY SIZE INTO WS-HDG-TITLE
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
