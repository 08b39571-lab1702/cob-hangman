       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANGAUDT.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT ACHIEVEMENTS-FILE ASSIGN TO "ACHIEVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-KEY
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "HANGCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT GUESS-LOG-FILE ASSIGN TO "GUESSLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLOG-FILE-STATUS.

           SELECT DAILY-RESULTS-FILE ASSIGN TO "DAILYRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.

           SELECT ROSTER-LINK-FILE ASSIGN TO "ROSTLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-PLAYER-ID
               FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "PLAYAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-WORK-FILE ASSIGN TO "AUDWORK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05  PM-PLAYER-ID            PIC X(10).
           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  ACHIEVEMENTS-FILE.
       01  ACHIEVEMENT-RECORD.
           05  ACH-KEY.
               10  ACH-PLAYER-ID       PIC X(10).
               10  ACH-BADGE-CODE      PIC X(8).
           05  ACH-DATE-EARNED         PIC X(8).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD               PIC X(80).

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

       FD  DAILY-RESULTS-FILE.
       01  DAILY-RESULT-RECORD.
           05  DR-DATE             PIC X(8).
           05  FILLER              PIC X(01).
           05  DR-PLAYER-ID        PIC X(10).
           05  FILLER              PIC X(01).
           05  DR-RESULT           PIC X(04).
           05  FILLER              PIC X(01).
           05  DR-WRONG-COUNT      PIC 9.
           05  FILLER              PIC X(01).
           05  DR-GUESS-COUNT      PIC 99.
           05  FILLER              PIC X(01).
           05  DR-SCORE            PIC 9(5).

       FD  ROSTER-LINK-FILE.
       01  ROSTER-LINK-RECORD.
           05  RL-PLAYER-ID        PIC X(10).
           05  FILLER              PIC X(01).
           05  RL-ROSTER-NAME      PIC X(30).
           05  FILLER              PIC X(01).
           05  RL-DEPARTMENT       PIC X(10).
           05  FILLER              PIC X(01).
           05  RL-STATUS           PIC X.
           05  FILLER              PIC X(01).
           05  RL-DATE-LOADED      PIC X(8).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  AUD-OPERATOR        PIC X(10).
           05  FILLER              PIC X(01).
           05  AUD-ACTION          PIC X(06).
           05  FILLER              PIC X(01).
           05  AUD-PLAYER-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  AUD-OLD-VALUE       PIC X(30).
           05  FILLER              PIC X(01).
           05  AUD-NEW-VALUE       PIC X(30).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD.
           05  AW-TOTAL-SCORE      PIC 9(5).
           05  AW-PLAYER-ID        PIC X(10).
           05  AW-LAST-DATE        PIC X(8).
           05  AW-CASE-TYPE        PIC X.
           05  AW-EVID-DATE        PIC X(8).
           05  AW-POINTS           PIC 9(3).
           05  AW-EVIDENCE         PIC X(70).

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-TOTAL-SCORE      PIC 9(5).
           05  SR-PLAYER-ID        PIC X(10).
           05  SR-LAST-DATE        PIC X(8).
           05  SR-CASE-TYPE        PIC X.
           05  SR-EVID-DATE        PIC X(8).
           05  SR-POINTS           PIC 9(3).
           05  SR-EVIDENCE         PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-GLOG-EOF           PIC X VALUE 'N'.
           05  WS-DAILY-EOF          PIC X VALUE 'N'.
           05  WS-ACH-EOF            PIC X VALUE 'N'.
           05  WS-CFG-EOF            PIC X VALUE 'N'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
           05  WS-PM-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-ACH-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-CFG-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-GLOG-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-DAILY-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-RL-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-RL-AVAILABLE       PIC X VALUE 'N'.
           05  WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-WORK-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-PRINT-FILE-STATUS  PIC X(02) VALUE "00".

       01  WS-RUN-PARMS.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-REPORT-ONLY      PIC X VALUE 'N'.
           05  WS-OPERATOR-ID      PIC X(10) VALUE "HANGAUDT".

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

       01  WS-PLAYER-LINE.
           05  WS-PL-RANK          PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-PLAYER-ID     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-PL-NAME          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-PL-SCORE         PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PL-ACTION        PIC X(40).

       01  WS-EVIDENCE-LINE.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  WS-EL-CASE-LABEL    PIC X(11).
           05  WS-EL-DATE          PIC X(8).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EL-POINTS        PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EL-EVIDENCE      PIC X(69).

       01  WS-THRESHOLDS.
           05  WS-FAST-GAP         PIC 9(3) VALUE 100.
           05  WS-FAST-GAMES       PIC 99 VALUE 3.
           05  WS-BADGE-WINDOW     PIC 99 VALUE 7.
           05  WS-EARLY-BADGES     PIC 9 VALUE 2.
           05  WS-MIN-GUESSES      PIC 99 VALUE 3.
           05  WS-MIN-FLAG-SCORE   PIC 9(3) VALUE 30.
           05  WS-RETRY-WINDOW     PIC 9(3) VALUE 60.
           05  WS-FAST-POINTS      PIC 9(3) VALUE 10.
           05  WS-RETRY-POINTS     PIC 9(3) VALUE 30.
           05  WS-RETRY-WIN-POINTS PIC 9(3) VALUE 20.
           05  WS-BADGE-POINTS     PIC 9(3) VALUE 15.

       01  WS-CLOCK-DATA.
           05  WS-CLOCK-STAMP.
               10  WS-CLOCK-DATE   PIC 9(8).
               10  WS-CLOCK-HH     PIC 99.
               10  WS-CLOCK-MI     PIC 99.
               10  WS-CLOCK-SS     PIC 99.
               10  WS-CLOCK-CC     PIC 99.
           05  WS-CLOCK-HUNDREDTHS PIC 9(12) VALUE 0.
           05  WS-PREV-HUNDREDTHS  PIC 9(12) VALUE 0.
           05  WS-GAP-HUNDREDTHS   PIC S9(12) VALUE 0.

       01  WS-GAME-TRACKING.
           05  WS-GAME-OPEN        PIC X VALUE 'N'.
           05  WS-GAME-WORD        PIC X(40) VALUE SPACES.
           05  WS-GAME-PLAYER      PIC X(10) VALUE SPACES.
           05  WS-GAME-DATE        PIC X(8) VALUE SPACES.
           05  WS-GAME-MIXED       PIC X VALUE 'N'.
           05  WS-GAME-GUESSES     PIC 99 VALUE 0.
           05  WS-GAME-MISSES      PIC 99 VALUE 0.
           05  WS-GAME-MAX-GAP     PIC 9(12) VALUE 0.
           05  WS-PREV-GUESS-NUM   PIC 99 VALUE 99.

       01  WS-FAST-TABLE.
           05  WS-FAST-COUNT       PIC 999 VALUE 0.
           05  WS-FAST-OVERFLOW    PIC 9(7) VALUE 0.
           05  WS-FAST-PLAYERS OCCURS 500 TIMES.
               10  WS-FP-PLAYER-ID     PIC X(10).
               10  WS-FP-GAMES         PIC 9(5).
               10  WS-FP-FAST-GAMES    PIC 9(5).
               10  WS-FP-FASTEST       PIC 9(12).
               10  WS-FP-FIRST-DATE    PIC X(8).
               10  WS-FP-LAST-DATE     PIC X(8).

       01  WS-DAY-TABLE.
           05  WS-CURRENT-DAY      PIC X(8) VALUE SPACES.
           05  WS-DAY-COUNT        PIC 999 VALUE 0.
           05  WS-DAY-OVERFLOW     PIC 9(7) VALUE 0.
           05  WS-DAY-PLAYERS OCCURS 300 TIMES.
               10  WS-DT-PLAYER-ID     PIC X(10).
               10  WS-DT-RESULT        PIC X(4).
               10  WS-DT-RETRY         PIC X.
               10  WS-DT-PRIOR-ID      PIC X(10).

       01  WS-RETRY-TABLE.
           05  WS-RT-COUNT         PIC 999 VALUE 0.
           05  WS-RT-OVERFLOW      PIC 9(7) VALUE 0.
           05  WS-RT-ENTRIES OCCURS 200 TIMES.
               10  WS-RT-DATE          PIC X(8).
               10  WS-RT-PLAYER-ID     PIC X(10).
               10  WS-RT-PRIOR-ID      PIC X(10).
               10  WS-RT-RESULT        PIC X(4).
               10  WS-RT-ON-ROSTER     PIC X.
               10  WS-RT-LINKED        PIC X.
               10  WS-RT-LOSS-TIME     PIC 9(12).
               10  WS-RT-PLAY-TIME     PIC 9(12).
               10  WS-RT-NOTE          PIC X(45).

       01  WS-BADGE-TRACKING.
           05  WS-BADGE-PLAYER     PIC X(10) VALUE SPACES.
           05  WS-BADGE-REGISTERED PIC X(8) VALUE SPACES.
           05  WS-BADGE-REG-DAY    PIC 9(7) VALUE 0.
           05  WS-BADGE-REG-KNOWN  PIC X VALUE 'N'.
           05  WS-BADGE-EARLY      PIC 9 VALUE 0.
           05  WS-BADGE-LAST-DATE  PIC X(8) VALUE SPACES.
           05  WS-BADGE-TEXT       PIC X(70) VALUE SPACES.
           05  WS-BADGE-POINTER    PIC 99 VALUE 1.
           05  WS-BADGE-DAYS       PIC S9(7) VALUE 0.

       01  WS-GROUP-DATA.
           05  WS-GRP-PLAYER-ID    PIC X(10) VALUE SPACES.
           05  WS-GRP-TOTAL        PIC 9(5) VALUE 0.
           05  WS-GRP-LAST-DATE    PIC X(8) VALUE SPACES.
           05  WS-GRP-COUNT        PIC 99 VALUE 0.
           05  WS-GRP-CASES OCCURS 50 TIMES
                                   PIC X(105).

       01  WS-RANK-DATA.
           05  WS-RANK-PLAYER-ID   PIC X(10) VALUE SPACES.
           05  WS-RANK-NUMBER      PIC 9(3) VALUE 0.

       01  WS-TEMP-DATA.
           05  WS-INDEX            PIC 999.
           05  WS-INDEX2           PIC 999.
           05  WS-FOUND            PIC X VALUE 'N'.
           05  WS-PM-FOUND         PIC X VALUE 'N'.
           05  WS-DATE-NUM         PIC 9(8).
           05  WS-DAY-NUMBER       PIC 9(7).
           05  WS-POINTS-WORK      PIC 9(5).
           05  WS-ED-COUNT         PIC ZZZZ9.
           05  WS-ED-GAMES         PIC ZZZZ9.
           05  WS-ED-SECONDS       PIC Z9.99.
           05  WS-ED-FASTEST       PIC Z9.99.
           05  WS-ED-DAYS          PIC ZZ9.
           05  WS-ED-MINUTES       PIC ZZZZ9.
           05  WS-MINUTES-WORK     PIC 9(5).
           05  WS-SECONDS-WORK     PIC 9(3)V99.
           05  WS-OLD-VALUE        PIC X(30) VALUE SPACES.
           05  WS-NEW-VALUE        PIC X(30) VALUE SPACES.

       01  WS-CONTROL-COUNTS.
           05  WS-GLOG-RECORDS     PIC 9(7) VALUE 0.
           05  WS-GLOG-SKIPPED     PIC 9(7) VALUE 0.
           05  WS-TIMED-GAMES      PIC 9(7) VALUE 0.
           05  WS-FAST-GAMES-FOUND PIC 9(7) VALUE 0.
           05  WS-DAILY-RECORDS    PIC 9(7) VALUE 0.
           05  WS-ACH-RECORDS      PIC 9(7) VALUE 0.
           05  WS-CASES-RELEASED   PIC 9(7) VALUE 0.
           05  WS-CASES-WRITTEN    PIC 9(7) VALUE 0.
           05  WS-CASES-DROPPED    PIC 9(7) VALUE 0.
           05  WS-CASES-PRINTED    PIC 9(7) VALUE 0.
           05  WS-FAST-CASES       PIC 9(7) VALUE 0.
           05  WS-RETRY-CASES      PIC 9(7) VALUE 0.
           05  WS-RETRY-UNLINKED   PIC 9(7) VALUE 0.
           05  WS-BADGE-CASES      PIC 9(7) VALUE 0.
           05  WS-PLAYERS-GROUPED  PIC 9(7) VALUE 0.
           05  WS-PLAYERS-RANKED   PIC 9(7) VALUE 0.
           05  WS-FLAGS-SET        PIC 9(7) VALUE 0.
           05  WS-ALREADY-FLAGGED  PIC 9(7) VALUE 0.
           05  WS-CLEARED-HELD     PIC 9(7) VALUE 0.
           05  WS-BELOW-THRESHOLD  PIC 9(7) VALUE 0.
           05  WS-NOT-ON-MASTER    PIC 9(7) VALUE 0.
           05  WS-BALANCE-TOTAL    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM DETERMINE-RUN-MODE
           DISPLAY " "
           DISPLAY "Suspicious-play audit"
           DISPLAY "---------------------"
           PERFORM LOAD-CONFIG
           PERFORM OPEN-FILES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-PLAYER-ID
               ASCENDING KEY SR-CASE-TYPE
               ASCENDING KEY SR-EVID-DATE
               INPUT PROCEDURE IS FEED-AUDIT-CASES
               OUTPUT PROCEDURE IS GROUP-PLAYER-CASES
           CLOSE AUDIT-WORK-FILE
           PERFORM PRINT-REPORT-HEADINGS
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-TOTAL-SCORE
               ASCENDING KEY SR-PLAYER-ID
               ASCENDING KEY SR-CASE-TYPE
               ASCENDING KEY SR-EVID-DATE
               USING AUDIT-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-RANKED-CASES
           PERFORM PRINT-REPORT-TRAILER
           PERFORM PRINT-UNLINKED-RETRIES
           CLOSE PLAYER-MASTER-FILE
           CLOSE PRINT-FILE
           DISPLAY "Audit report written to " WS-PRINT-FILE-NAME
           PERFORM PRINT-CONTROL-REPORT
           STOP RUN.

       DETERMINE-RUN-MODE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) = "REPORT"
               MOVE 'Y' TO WS-REPORT-ONLY
           ELSE
               MOVE 'N' TO WS-REPORT-ONLY
           END-IF.

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CFG-EOF = 'Y'
                   READ CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           IF CONFIG-RECORD(1:5) = "AUDIT"
                               PERFORM PARSE-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           COMPUTE WS-SECONDS-WORK = WS-FAST-GAP / 100
           MOVE WS-SECONDS-WORK TO WS-ED-SECONDS
           DISPLAY "Fast guess gap under     : " WS-ED-SECONDS
               " second(s)"
           DISPLAY "Fast flawless games      : " WS-FAST-GAMES
           DISPLAY "Early badge window       : " WS-BADGE-WINDOW
               " day(s), " WS-EARLY-BADGES " badge(s)"
           DISPLAY "Daily retry window       : " WS-RETRY-WINDOW
               " minute(s) after the loss"
           DISPLAY "Minimum flagging score   : " WS-MIN-FLAG-SCORE
           IF WS-REPORT-ONLY = 'Y'
               DISPLAY "Run mode                 : REPORT only -"
                   " no review flags set"
           ELSE
               DISPLAY "Run mode                 : review flags set"
           END-IF.

       PARSE-AUDIT-RECORD.
           IF CONFIG-RECORD(10:3) IS NUMERIC AND
                   CONFIG-RECORD(10:3) NOT = "000"
               MOVE CONFIG-RECORD(10:3) TO WS-FAST-GAP
           END-IF
           IF CONFIG-RECORD(14:2) IS NUMERIC AND
                   CONFIG-RECORD(14:2) NOT = "00"
               MOVE CONFIG-RECORD(14:2) TO WS-FAST-GAMES
           END-IF
           IF CONFIG-RECORD(17:2) IS NUMERIC
               MOVE CONFIG-RECORD(17:2) TO WS-BADGE-WINDOW
           END-IF
           IF CONFIG-RECORD(20:1) IS NUMERIC AND
                   CONFIG-RECORD(20:1) NOT = "0"
               MOVE CONFIG-RECORD(20:1) TO WS-EARLY-BADGES
           END-IF
           IF WS-EARLY-BADGES > 2
               MOVE 2 TO WS-EARLY-BADGES
           END-IF
           IF CONFIG-RECORD(22:3) IS NUMERIC
               MOVE CONFIG-RECORD(22:3) TO WS-MIN-FLAG-SCORE
           END-IF
           IF CONFIG-RECORD(26:3) IS NUMERIC AND
                   CONFIG-RECORD(26:3) NOT = "000"
               MOVE CONFIG-RECORD(26:3) TO WS-RETRY-WINDOW
           END-IF.

       OPEN-FILES.
           IF WS-REPORT-ONLY = 'Y'
               OPEN INPUT PLAYER-MASTER-FILE
           ELSE
               OPEN I-O PLAYER-MASTER-FILE
           END-IF
           IF WS-PM-FILE-STATUS = "39"
               DISPLAY "Player master PLAYMAST.DAT is in the old"
                   " layout - status 39."
               DISPLAY "Run HANGBKUP BACKUP PLAYER and HANGBKUP"
                   " REBUILD PLAYER first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open player master PLAYMAST.DAT -"
                   " status " WS-PM-FILE-STATUS
               DISPLAY "No audit performed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create work file AUDWORK.TXT -"
                   " status " WS-WORK-FILE-STATUS
               CLOSE PLAYER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING "RAUD" WS-RUN-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-PRINT-FILE-NAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create print file "
                   WS-PRINT-FILE-NAME " - status "
                   WS-PRINT-FILE-STATUS
               CLOSE PLAYER-MASTER-FILE
               CLOSE AUDIT-WORK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 99 TO WS-LINE-COUNT.

       FEED-AUDIT-CASES.
           PERFORM SCAN-GUESS-LOG
           PERFORM RELEASE-FAST-PLAY-CASES
           PERFORM SCAN-DAILY-RESULTS
           PERFORM SCAN-ACHIEVEMENTS.

       SCAN-GUESS-LOG.
           OPEN INPUT GUESS-LOG-FILE
           IF WS-GLOG-FILE-STATUS NOT = "00"
               DISPLAY "Note: GUESSLOG.TXT not found - fast play"
                   " not checked."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GLOG-EOF
           PERFORM UNTIL WS-GLOG-EOF = 'Y'
               READ GUESS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-GLOG-EOF
                   NOT AT END
                       ADD 1 TO WS-GLOG-RECORDS
                       PERFORM TRACK-GUESS-GAME
               END-READ
           END-PERFORM
           IF WS-GAME-OPEN = 'Y'
               PERFORM CLOSE-GUESS-GAME
           END-IF
           CLOSE GUESS-LOG-FILE.

       TRACK-GUESS-GAME.
           MOVE GL-TIMESTAMP(1:16) TO WS-CLOCK-STAMP
           IF GL-GUESS-NUM IS NOT NUMERIC OR
                   WS-CLOCK-STAMP IS NOT NUMERIC
               ADD 1 TO WS-GLOG-SKIPPED
               MOVE 'Y' TO WS-GAME-MIXED
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-GUESS-CLOCK
           IF WS-GAME-OPEN = 'Y' AND
                   (GL-WORD NOT = WS-GAME-WORD OR
                    GL-GUESS-NUM <= WS-PREV-GUESS-NUM)
               PERFORM CLOSE-GUESS-GAME
           END-IF
           IF WS-GAME-OPEN = 'N'
               MOVE 'Y' TO WS-GAME-OPEN
               MOVE GL-WORD TO WS-GAME-WORD
               MOVE GL-PLAYER-ID TO WS-GAME-PLAYER
               MOVE GL-TIMESTAMP(1:8) TO WS-GAME-DATE
               MOVE 'N' TO WS-GAME-MIXED
               MOVE 0 TO WS-GAME-GUESSES
               MOVE 0 TO WS-GAME-MISSES
               MOVE 0 TO WS-GAME-MAX-GAP
           ELSE
               IF GL-PLAYER-ID NOT = WS-GAME-PLAYER
                   MOVE 'Y' TO WS-GAME-MIXED
               END-IF
               COMPUTE WS-GAP-HUNDREDTHS =
                   WS-CLOCK-HUNDREDTHS - WS-PREV-HUNDREDTHS
               IF WS-GAP-HUNDREDTHS < 0
                   MOVE 'Y' TO WS-GAME-MIXED
               ELSE
                   IF WS-GAP-HUNDREDTHS > WS-GAME-MAX-GAP
                       MOVE WS-GAP-HUNDREDTHS TO WS-GAME-MAX-GAP
                   END-IF
               END-IF
           END-IF
           IF WS-GAME-GUESSES < 99
               ADD 1 TO WS-GAME-GUESSES
           END-IF
           IF GL-OUTCOME = "MISS" AND WS-GAME-MISSES < 99
               ADD 1 TO WS-GAME-MISSES
           END-IF
           MOVE GL-GUESS-NUM TO WS-PREV-GUESS-NUM
           MOVE WS-CLOCK-HUNDREDTHS TO WS-PREV-HUNDREDTHS.

       PARSE-GUESS-CLOCK.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE)
           COMPUTE WS-CLOCK-HUNDREDTHS =
               WS-DAY-NUMBER * 8640000
               + WS-CLOCK-HH * 360000
               + WS-CLOCK-MI * 6000
               + WS-CLOCK-SS * 100
               + WS-CLOCK-CC.

       CLOSE-GUESS-GAME.
           MOVE 'N' TO WS-GAME-OPEN
           IF WS-GAME-MIXED = 'Y' OR
                   WS-GAME-PLAYER = SPACES OR
                   WS-GAME-PLAYER = "BATCH" OR
                   WS-GAME-GUESSES < WS-MIN-GUESSES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TIMED-GAMES
           PERFORM FIND-FAST-PLAYER
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FP-GAMES(WS-INDEX)
           IF WS-GAME-MISSES = 0 AND
                   WS-GAME-MAX-GAP < WS-FAST-GAP
               ADD 1 TO WS-FAST-GAMES-FOUND
               ADD 1 TO WS-FP-FAST-GAMES(WS-INDEX)
               IF WS-FP-FAST-GAMES(WS-INDEX) = 1 OR
                       WS-GAME-MAX-GAP < WS-FP-FASTEST(WS-INDEX)
                   MOVE WS-GAME-MAX-GAP TO WS-FP-FASTEST(WS-INDEX)
               END-IF
               IF WS-FP-FIRST-DATE(WS-INDEX) = SPACES
                   MOVE WS-GAME-DATE TO WS-FP-FIRST-DATE(WS-INDEX)
               END-IF
               MOVE WS-GAME-DATE TO WS-FP-LAST-DATE(WS-INDEX)
           END-IF.

       FIND-FAST-PLAYER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-FAST-COUNT
               IF WS-FP-PLAYER-ID(WS-INDEX) = WS-GAME-PLAYER
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-FAST-COUNT >= 500
                   ADD 1 TO WS-FAST-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FAST-COUNT
               MOVE WS-FAST-COUNT TO WS-INDEX
               MOVE WS-GAME-PLAYER TO WS-FP-PLAYER-ID(WS-INDEX)
               MOVE 0 TO WS-FP-GAMES(WS-INDEX)
               MOVE 0 TO WS-FP-FAST-GAMES(WS-INDEX)
               MOVE 0 TO WS-FP-FASTEST(WS-INDEX)
               MOVE SPACES TO WS-FP-FIRST-DATE(WS-INDEX)
               MOVE SPACES TO WS-FP-LAST-DATE(WS-INDEX)
               MOVE 'Y' TO WS-FOUND
           END-IF.

       RELEASE-FAST-PLAY-CASES.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-FAST-COUNT
               IF WS-FP-FAST-GAMES(WS-INDEX) >= WS-FAST-GAMES
                   PERFORM RELEASE-ONE-FAST-CASE
               END-IF
           END-PERFORM.

       RELEASE-ONE-FAST-CASE.
           MOVE SPACES TO SORT-RECORD
           MOVE 0 TO SR-TOTAL-SCORE
           MOVE WS-FP-PLAYER-ID(WS-INDEX) TO SR-PLAYER-ID
           MOVE 'F' TO SR-CASE-TYPE
           MOVE WS-FP-LAST-DATE(WS-INDEX) TO SR-EVID-DATE
           COMPUTE WS-POINTS-WORK =
               WS-FP-FAST-GAMES(WS-INDEX) * WS-FAST-POINTS
           IF WS-POINTS-WORK > 999
               MOVE 999 TO SR-POINTS
           ELSE
               MOVE WS-POINTS-WORK TO SR-POINTS
           END-IF
           MOVE WS-FP-FAST-GAMES(WS-INDEX) TO WS-ED-COUNT
           MOVE WS-FP-GAMES(WS-INDEX) TO WS-ED-GAMES
           COMPUTE WS-SECONDS-WORK = WS-FP-FASTEST(WS-INDEX) / 100
           MOVE WS-SECONDS-WORK TO WS-ED-FASTEST
           STRING FUNCTION TRIM(WS-ED-COUNT) " of "
               FUNCTION TRIM(WS-ED-GAMES)
               " timed games flawless, no gap over "
               FUNCTION TRIM(WS-ED-SECONDS) "s (best "
               FUNCTION TRIM(WS-ED-FASTEST) "s) since "
               WS-FP-FIRST-DATE(WS-INDEX)
               DELIMITED BY SIZE INTO SR-EVIDENCE
           RELEASE SORT-RECORD
           ADD 1 TO WS-CASES-RELEASED
           ADD 1 TO WS-FAST-CASES.

       SCAN-DAILY-RESULTS.
           OPEN INPUT DAILY-RESULTS-FILE
           IF WS-DAILY-FILE-STATUS NOT = "00"
               DISPLAY "Note: DAILYRES.TXT not found - daily retries"
                   " not checked."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ROSTER-LINK-FILE
           IF WS-RL-FILE-STATUS = "00"
               MOVE 'Y' TO WS-RL-AVAILABLE
           ELSE
               MOVE 'N' TO WS-RL-AVAILABLE
               IF WS-RL-FILE-STATUS NOT = "35"
                   DISPLAY "Note: ROSTLINK.DAT not available - status "
                       WS-RL-FILE-STATUS " - staff roster not checked."
               END-IF
           END-IF
           MOVE SPACES TO WS-CURRENT-DAY
           MOVE 0 TO WS-DAY-COUNT
           MOVE 'N' TO WS-DAILY-EOF
           PERFORM UNTIL WS-DAILY-EOF = 'Y'
               READ DAILY-RESULTS-FILE
                   AT END
                       MOVE 'Y' TO WS-DAILY-EOF
                   NOT AT END
                       ADD 1 TO WS-DAILY-RECORDS
                       PERFORM TRACK-DAILY-RESULT
               END-READ
           END-PERFORM
           PERFORM CLOSE-DAILY-DATE
           CLOSE DAILY-RESULTS-FILE
           IF WS-RL-AVAILABLE = 'Y'
               CLOSE ROSTER-LINK-FILE
           END-IF
           PERFORM TIME-RETRY-CANDIDATES
           PERFORM RELEASE-RETRY-CASES.

       TRACK-DAILY-RESULT.
           IF DR-DATE NOT = WS-CURRENT-DAY
               PERFORM CLOSE-DAILY-DATE
               MOVE DR-DATE TO WS-CURRENT-DAY
               MOVE 0 TO WS-DAY-COUNT
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-DAY-COUNT
               IF WS-DT-PLAYER-ID(WS-INDEX) = DR-PLAYER-ID
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-DAY-COUNT >= 300
                   ADD 1 TO WS-DAY-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-INDEX
               MOVE DR-PLAYER-ID TO WS-DT-PLAYER-ID(WS-INDEX)
               MOVE SPACES TO WS-DT-RESULT(WS-INDEX)
               MOVE 'N' TO WS-DT-RETRY(WS-INDEX)
               MOVE SPACES TO WS-DT-PRIOR-ID(WS-INDEX)
               PERFORM CHECK-DAILY-RETRY
           END-IF
           MOVE DR-RESULT TO WS-DT-RESULT(WS-INDEX).

       CHECK-DAILY-RETRY.
           MOVE DR-PLAYER-ID TO PM-PLAYER-ID
           PERFORM READ-PLAYER-MASTER
           IF WS-PM-FOUND = 'N' OR
                   PM-DATE-REGISTERED NOT = DR-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
                   UNTIL WS-INDEX2 >= WS-INDEX
               IF WS-DT-RESULT(WS-INDEX2) = "LOSS"
                   MOVE 'Y' TO WS-DT-RETRY(WS-INDEX)
                   MOVE WS-DT-PLAYER-ID(WS-INDEX2)
                       TO WS-DT-PRIOR-ID(WS-INDEX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CLOSE-DAILY-DATE.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-DAY-COUNT
               IF WS-DT-RETRY(WS-INDEX) = 'Y'
                   PERFORM HOLD-RETRY-CANDIDATE
               END-IF
           END-PERFORM.

       HOLD-RETRY-CANDIDATE.
           IF WS-RT-COUNT >= 200
               ADD 1 TO WS-RT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RT-COUNT
           MOVE WS-RT-COUNT TO WS-INDEX2
           MOVE WS-CURRENT-DAY TO WS-RT-DATE(WS-INDEX2)
           MOVE WS-DT-PLAYER-ID(WS-INDEX) TO WS-RT-PLAYER-ID(WS-INDEX2)
           MOVE WS-DT-PRIOR-ID(WS-INDEX) TO WS-RT-PRIOR-ID(WS-INDEX2)
           MOVE WS-DT-RESULT(WS-INDEX) TO WS-RT-RESULT(WS-INDEX2)
           MOVE 'N' TO WS-RT-ON-ROSTER(WS-INDEX2)
           MOVE 'N' TO WS-RT-LINKED(WS-INDEX2)
           MOVE 0 TO WS-RT-LOSS-TIME(WS-INDEX2)
           MOVE 0 TO WS-RT-PLAY-TIME(WS-INDEX2)
           MOVE SPACES TO WS-RT-NOTE(WS-INDEX2)
           IF WS-RL-AVAILABLE = 'Y'
               MOVE WS-DT-PLAYER-ID(WS-INDEX) TO RL-PLAYER-ID
               READ ROSTER-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RT-ON-ROSTER(WS-INDEX2)
               END-READ
           END-IF.

       TIME-RETRY-CANDIDATES.
           IF WS-RT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GUESS-LOG-FILE
           IF WS-GLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GLOG-EOF
           PERFORM UNTIL WS-GLOG-EOF = 'Y'
               READ GUESS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-GLOG-EOF
                   NOT AT END
                       PERFORM TIME-ONE-GUESS
               END-READ
           END-PERFORM
           CLOSE GUESS-LOG-FILE.

       TIME-ONE-GUESS.
           MOVE GL-TIMESTAMP(1:16) TO WS-CLOCK-STAMP
           IF WS-CLOCK-STAMP IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-RT-COUNT
               IF WS-RT-DATE(WS-INDEX) = GL-TIMESTAMP(1:8) AND
                       WS-RT-PLAY-TIME(WS-INDEX) = 0
                   IF WS-FOUND = 'N'
                       PERFORM PARSE-GUESS-CLOCK
                       MOVE 'Y' TO WS-FOUND
                   END-IF
                   EVALUATE GL-PLAYER-ID
                       WHEN WS-RT-PRIOR-ID(WS-INDEX)
                           MOVE WS-CLOCK-HUNDREDTHS
                               TO WS-RT-LOSS-TIME(WS-INDEX)
                       WHEN WS-RT-PLAYER-ID(WS-INDEX)
                           MOVE WS-CLOCK-HUNDREDTHS
                               TO WS-RT-PLAY-TIME(WS-INDEX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       RELEASE-RETRY-CASES.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-RT-COUNT
               PERFORM LINK-ONE-RETRY
               IF WS-RT-LINKED(WS-INDEX) = 'Y'
                   PERFORM RELEASE-ONE-RETRY-CASE
               ELSE
                   ADD 1 TO WS-RETRY-UNLINKED
               END-IF
           END-PERFORM.

       LINK-ONE-RETRY.
           MOVE SPACES TO WS-RT-NOTE(WS-INDEX)
           EVALUATE TRUE
               WHEN WS-RT-ON-ROSTER(WS-INDEX) = 'Y'
                   MOVE "New ID is on the staff roster"
                       TO WS-RT-NOTE(WS-INDEX)
               WHEN WS-RT-LOSS-TIME(WS-INDEX) = 0 OR
                       WS-RT-PLAY-TIME(WS-INDEX) = 0
                   MOVE "No guess log times to tie it to the loss"
                       TO WS-RT-NOTE(WS-INDEX)
               WHEN OTHER
                   COMPUTE WS-MINUTES-WORK =
                       (WS-RT-PLAY-TIME(WS-INDEX) -
                        WS-RT-LOSS-TIME(WS-INDEX)) / 6000
                   MOVE WS-MINUTES-WORK TO WS-ED-MINUTES
                   IF WS-MINUTES-WORK > WS-RETRY-WINDOW
                       STRING "First played "
                           FUNCTION TRIM(WS-ED-MINUTES)
                           " min after the loss - outside window"
                           DELIMITED BY SIZE INTO WS-RT-NOTE(WS-INDEX)
                   ELSE
                       MOVE 'Y' TO WS-RT-LINKED(WS-INDEX)
                   END-IF
           END-EVALUATE.

       RELEASE-ONE-RETRY-CASE.
           MOVE SPACES TO SORT-RECORD
           MOVE 0 TO SR-TOTAL-SCORE
           MOVE WS-RT-PLAYER-ID(WS-INDEX) TO SR-PLAYER-ID
           MOVE 'D' TO SR-CASE-TYPE
           MOVE WS-RT-DATE(WS-INDEX) TO SR-EVID-DATE
           MOVE WS-RETRY-POINTS TO SR-POINTS
           IF WS-RT-RESULT(WS-INDEX) = "WIN "
               ADD WS-RETRY-WIN-POINTS TO SR-POINTS
           END-IF
           STRING "Registered same day, daily "
               FUNCTION TRIM(WS-ED-MINUTES) " min after "
               FUNCTION TRIM(WS-RT-PRIOR-ID(WS-INDEX))
               " lost - " WS-RT-RESULT(WS-INDEX)
               DELIMITED BY SIZE INTO SR-EVIDENCE
           RELEASE SORT-RECORD
           ADD 1 TO WS-CASES-RELEASED
           ADD 1 TO WS-RETRY-CASES.

       SCAN-ACHIEVEMENTS.
           OPEN INPUT ACHIEVEMENTS-FILE
           IF WS-ACH-FILE-STATUS NOT = "00"
               DISPLAY "Note: ACHIEVE.DAT not available - status "
                   WS-ACH-FILE-STATUS " - badge rates not checked."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BADGE-PLAYER
           MOVE 'N' TO WS-ACH-EOF
           PERFORM UNTIL WS-ACH-EOF = 'Y'
               READ ACHIEVEMENTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ACH-EOF
                   NOT AT END
                       ADD 1 TO WS-ACH-RECORDS
                       PERFORM TRACK-EARLY-BADGE
               END-READ
           END-PERFORM
           PERFORM CLOSE-BADGE-PLAYER
           CLOSE ACHIEVEMENTS-FILE.

       TRACK-EARLY-BADGE.
           IF ACH-BADGE-CODE NOT = "CLEANWIN" AND
                   ACH-BADGE-CODE NOT = "NOHELP"
               EXIT PARAGRAPH
           END-IF
           IF ACH-PLAYER-ID NOT = WS-BADGE-PLAYER
               PERFORM CLOSE-BADGE-PLAYER
               PERFORM START-BADGE-PLAYER
           END-IF
           IF WS-BADGE-REG-KNOWN = 'N' OR
                   ACH-DATE-EARNED IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ACH-DATE-EARNED TO WS-DATE-NUM
           COMPUTE WS-BADGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-BADGE-REG-DAY
           IF WS-BADGE-DAYS < 0 OR WS-BADGE-DAYS > WS-BADGE-WINDOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BADGE-EARLY
           IF ACH-DATE-EARNED > WS-BADGE-LAST-DATE
               MOVE ACH-DATE-EARNED TO WS-BADGE-LAST-DATE
           END-IF
           MOVE WS-BADGE-DAYS TO WS-ED-DAYS
           STRING FUNCTION TRIM(ACH-BADGE-CODE) " on day "
               FUNCTION TRIM(WS-ED-DAYS) "  "
               DELIMITED BY SIZE INTO WS-BADGE-TEXT
               WITH POINTER WS-BADGE-POINTER.

       START-BADGE-PLAYER.
           MOVE ACH-PLAYER-ID TO WS-BADGE-PLAYER
           MOVE 0 TO WS-BADGE-EARLY
           MOVE SPACES TO WS-BADGE-LAST-DATE
           MOVE SPACES TO WS-BADGE-TEXT
           MOVE 1 TO WS-BADGE-POINTER
           MOVE 'N' TO WS-BADGE-REG-KNOWN
           MOVE ACH-PLAYER-ID TO PM-PLAYER-ID
           PERFORM READ-PLAYER-MASTER
           IF WS-PM-FOUND = 'Y' AND PM-DATE-REGISTERED IS NUMERIC
               MOVE PM-DATE-REGISTERED TO WS-BADGE-REGISTERED
               MOVE PM-DATE-REGISTERED TO WS-DATE-NUM
               COMPUTE WS-BADGE-REG-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE 'Y' TO WS-BADGE-REG-KNOWN
           END-IF.

       CLOSE-BADGE-PLAYER.
           IF WS-BADGE-PLAYER = SPACES OR
                   WS-BADGE-EARLY < WS-EARLY-BADGES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SORT-RECORD
           MOVE 0 TO SR-TOTAL-SCORE
           MOVE WS-BADGE-PLAYER TO SR-PLAYER-ID
           MOVE 'B' TO SR-CASE-TYPE
           MOVE WS-BADGE-LAST-DATE TO SR-EVID-DATE
           COMPUTE SR-POINTS = WS-BADGE-EARLY * WS-BADGE-POINTS
           STRING WS-BADGE-TEXT(1:WS-BADGE-POINTER - 1)
               "after registering " WS-BADGE-REGISTERED
               DELIMITED BY SIZE INTO SR-EVIDENCE
           RELEASE SORT-RECORD
           ADD 1 TO WS-CASES-RELEASED
           ADD 1 TO WS-BADGE-CASES.

       READ-PLAYER-MASTER.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PM-FOUND
           END-READ.

       GROUP-PLAYER-CASES.
           MOVE SPACES TO WS-GRP-PLAYER-ID
           MOVE 0 TO WS-GRP-COUNT
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM GROUP-ONE-CASE
               END-RETURN
           END-PERFORM
           IF WS-GRP-COUNT > 0
               PERFORM WRITE-PLAYER-CASES
           END-IF.

       GROUP-ONE-CASE.
           IF SR-PLAYER-ID NOT = WS-GRP-PLAYER-ID
               IF WS-GRP-COUNT > 0
                   PERFORM WRITE-PLAYER-CASES
               END-IF
               MOVE SR-PLAYER-ID TO WS-GRP-PLAYER-ID
               MOVE 0 TO WS-GRP-TOTAL
               MOVE SPACES TO WS-GRP-LAST-DATE
               MOVE 0 TO WS-GRP-COUNT
           END-IF
           ADD SR-POINTS TO WS-GRP-TOTAL
               ON SIZE ERROR
                   MOVE 99999 TO WS-GRP-TOTAL
           END-ADD
           IF SR-EVID-DATE > WS-GRP-LAST-DATE
               MOVE SR-EVID-DATE TO WS-GRP-LAST-DATE
           END-IF
           IF WS-GRP-COUNT >= 50
               ADD 1 TO WS-CASES-DROPPED
           ELSE
               ADD 1 TO WS-GRP-COUNT
               MOVE SORT-RECORD TO WS-GRP-CASES(WS-GRP-COUNT)
           END-IF.

       WRITE-PLAYER-CASES.
           ADD 1 TO WS-PLAYERS-GROUPED
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-GRP-COUNT
               MOVE WS-GRP-CASES(WS-INDEX) TO AUDIT-WORK-RECORD
               MOVE WS-GRP-TOTAL TO AW-TOTAL-SCORE
               MOVE WS-GRP-LAST-DATE TO AW-LAST-DATE
               WRITE AUDIT-WORK-RECORD
               ADD 1 TO WS-CASES-WRITTEN
           END-PERFORM
           MOVE 0 TO WS-GRP-COUNT.

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Thresholds: no guess gap over "
               FUNCTION TRIM(WS-ED-SECONDS) "s in "
               WS-FAST-GAMES " or more flawless games; "
               WS-EARLY-BADGES " CLEANWIN/NOHELP badge(s) within "
               WS-BADGE-WINDOW " day(s)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Also: daily retry by an unrostered ID within "
               WS-RETRY-WINDOW " min of a loss;"
               " flag at score " WS-MIN-FLAG-SCORE " or more"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-REPORT-ONLY = 'Y'
               MOVE "Report only - no review flags were set."
                   TO WS-PRINT-LINE
           ELSE
               STRING "Players newly flagged are held out of"
                   " rankings until cleared in PLAYMNT."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Rank Player     Name                           "
               "Score  Action"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "       Evidence   Date     Pts"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:67)
           PERFORM PRINT-LINE.

       PRINT-RANKED-CASES.
           MOVE SPACES TO WS-RANK-PLAYER-ID
           MOVE 0 TO WS-RANK-NUMBER
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-CASE
               END-RETURN
           END-PERFORM.

       PRINT-ONE-CASE.
           IF SR-PLAYER-ID NOT = WS-RANK-PLAYER-ID
               MOVE SR-PLAYER-ID TO WS-RANK-PLAYER-ID
               PERFORM START-RANKED-PLAYER
           END-IF
           MOVE SPACES TO WS-EL-CASE-LABEL
           EVALUATE SR-CASE-TYPE
               WHEN 'F'
                   MOVE "Fast play" TO WS-EL-CASE-LABEL
               WHEN 'D'
                   MOVE "Daily retry" TO WS-EL-CASE-LABEL
               WHEN 'B'
                   MOVE "Early badge" TO WS-EL-CASE-LABEL
           END-EVALUATE
           MOVE SR-EVID-DATE TO WS-EL-DATE
           MOVE SR-POINTS TO WS-EL-POINTS
           MOVE SR-EVIDENCE TO WS-EL-EVIDENCE
           MOVE WS-EVIDENCE-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           ADD 1 TO WS-CASES-PRINTED.

       START-RANKED-PLAYER.
           IF WS-RANK-NUMBER > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT - 3
               MOVE WS-PAGE-LIMIT TO WS-LINE-COUNT
           END-IF
           ADD 1 TO WS-RANK-NUMBER
           ADD 1 TO WS-PLAYERS-RANKED
           MOVE WS-RANK-NUMBER TO WS-PL-RANK
           MOVE SR-PLAYER-ID TO WS-PL-PLAYER-ID
           MOVE SR-TOTAL-SCORE TO WS-PL-SCORE
           MOVE SR-PLAYER-ID TO PM-PLAYER-ID
           PERFORM READ-PLAYER-MASTER
           IF WS-PM-FOUND = 'N'
               MOVE "(not on player master)" TO WS-PL-NAME
               MOVE "NOT FLAGGED - NO PLAYER RECORD"
                   TO WS-PL-ACTION
               ADD 1 TO WS-NOT-ON-MASTER
           ELSE
               MOVE PM-DISPLAY-NAME TO WS-PL-NAME
               PERFORM DECIDE-REVIEW-FLAG
           END-IF
           MOVE WS-PLAYER-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       DECIDE-REVIEW-FLAG.
           MOVE SPACES TO WS-PL-ACTION
           EVALUATE TRUE
               WHEN PM-REVIEW-FLAG = 'Y'
                   STRING "ALREADY FLAGGED " PM-REVIEW-DATE
                       DELIMITED BY SIZE INTO WS-PL-ACTION
                   ADD 1 TO WS-ALREADY-FLAGGED
               WHEN PM-REVIEW-FLAG = 'C' AND
                       SR-LAST-DATE <= PM-REVIEW-DATE
                   STRING "CLEARED " PM-REVIEW-DATE
                       " - NO NEW EVIDENCE"
                       DELIMITED BY SIZE INTO WS-PL-ACTION
                   ADD 1 TO WS-CLEARED-HELD
               WHEN SR-TOTAL-SCORE < WS-MIN-FLAG-SCORE
                   MOVE "BELOW FLAG THRESHOLD" TO WS-PL-ACTION
                   ADD 1 TO WS-BELOW-THRESHOLD
               WHEN WS-REPORT-ONLY = 'Y'
                   MOVE "WOULD BE FLAGGED" TO WS-PL-ACTION
               WHEN OTHER
                   PERFORM SET-REVIEW-FLAG
           END-EVALUATE.

       SET-REVIEW-FLAG.
           MOVE SPACES TO WS-OLD-VALUE
           IF PM-REVIEW-FLAG = 'C'
               STRING "CLEARED " PM-REVIEW-DATE
                   DELIMITED BY SIZE INTO WS-OLD-VALUE
           ELSE
               MOVE "NOT FLAGGED" TO WS-OLD-VALUE
           END-IF
           MOVE 'Y' TO PM-REVIEW-FLAG
           MOVE WS-RUN-DATE TO PM-REVIEW-DATE
           REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   MOVE "FLAG NOT SET - REWRITE FAILED"
                       TO WS-PL-ACTION
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "FLAGGED SCORE " SR-TOTAL-SCORE
               DELIMITED BY SIZE INTO WS-NEW-VALUE
           PERFORM WRITE-AUDIT-RECORD
           MOVE "FLAGGED FOR REVIEW" TO WS-PL-ACTION
           ADD 1 TO WS-FLAGS-SET.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE "REVIEW" TO AUD-ACTION
           MOVE PM-PLAYER-ID TO AUD-PLAYER-ID
           MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-VALUE TO AUD-NEW-VALUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       PRINT-REPORT-TRAILER.
           IF WS-PLAYERS-RANKED = 0
               STRING "No suspicious play found against the"
                   " current thresholds."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Players ranked: " WS-PLAYERS-RANKED
               "   Flagged this run: " WS-FLAGS-SET
               "   Already flagged: " WS-ALREADY-FLAGGED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Below flag threshold: " WS-BELOW-THRESHOLD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           IF WS-CASES-DROPPED > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING: " WS-CASES-DROPPED
                   " evidence line(s) not printed - more than 50"
                   " for one player."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Score = 10 per fast flawless game, 30 per daily"
               " retry (50 if won), 15 per early badge."
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-UNLINKED-RETRIES.
           IF WS-RETRY-UNLINKED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "For information - same-day registrations not"
               " scored as daily retries:"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Date     New ID     After loss Reason"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-RT-COUNT
               IF WS-RT-LINKED(WS-INDEX) = 'N'
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  " WS-RT-DATE(WS-INDEX) " "
                       WS-RT-PLAYER-ID(WS-INDEX) " "
                       WS-RT-PRIOR-ID(WS-INDEX) " "
                       WS-RT-NOTE(WS-INDEX)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM.

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
           MOVE "Suspicious-play audit" TO WS-HDG-TITLE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE WS-HEADING-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ALL "=" TO PRINT-RECORD(1:67)
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Audit control report"
           DISPLAY "--------------------"
           DISPLAY "Guess log records read   : " WS-GLOG-RECORDS
           DISPLAY "  skipped (bad format)   : " WS-GLOG-SKIPPED
           DISPLAY "  solo games timed       : " WS-TIMED-GAMES
           DISPLAY "  fast flawless games    : " WS-FAST-GAMES-FOUND
           DISPLAY "Daily results read       : " WS-DAILY-RECORDS
           DISPLAY "Achievement records read : " WS-ACH-RECORDS
           DISPLAY "Cases found              : " WS-CASES-RELEASED
           DISPLAY "  fast play              : " WS-FAST-CASES
           DISPLAY "  daily retry            : " WS-RETRY-CASES
           DISPLAY "Same-day regs, info only : " WS-RETRY-UNLINKED
           DISPLAY "  early badges           : " WS-BADGE-CASES
           DISPLAY "Cases ranked             : " WS-CASES-WRITTEN
           DISPLAY "Cases printed            : " WS-CASES-PRINTED
           DISPLAY "Players ranked           : " WS-PLAYERS-RANKED
           DISPLAY "  flagged this run       : " WS-FLAGS-SET
           DISPLAY "  already flagged        : " WS-ALREADY-FLAGGED
           DISPLAY "  cleared, nothing new   : " WS-CLEARED-HELD
           DISPLAY "  below flag threshold   : " WS-BELOW-THRESHOLD
           DISPLAY "  not on player master   : " WS-NOT-ON-MASTER
           IF WS-FAST-OVERFLOW > 0
               DISPLAY "WARNING: player table full - "
                   WS-FAST-OVERFLOW " timed game(s) not assessed."
           END-IF
           IF WS-DAY-OVERFLOW > 0
               DISPLAY "WARNING: daily table full - "
                   WS-DAY-OVERFLOW " daily result(s) not assessed."
           END-IF
           IF WS-RT-OVERFLOW > 0
               DISPLAY "WARNING: retry table full - "
                   WS-RT-OVERFLOW " same-day registration(s) not"
                   " assessed."
           END-IF
           COMPUTE WS-BALANCE-TOTAL =
               WS-CASES-WRITTEN + WS-CASES-DROPPED
           IF WS-BALANCE-TOTAL = WS-CASES-RELEASED AND
                   WS-CASES-PRINTED = WS-CASES-WRITTEN AND
                   WS-PLAYERS-RANKED = WS-PLAYERS-GROUPED
               DISPLAY "Control totals IN BALANCE."
           ELSE
               DISPLAY "Control totals OUT OF BALANCE -"
                   " check the audit report before acting on it."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 AND WS-PLAYERS-RANKED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " ".
