       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYSTMT.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-PLAYER-ID
               FILE STATUS IS WS-LB-FILE-STATUS.

           SELECT ACHIEVEMENTS-FILE ASSIGN TO "ACHIEVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-KEY
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT DAILY-RESULTS-FILE ASSIGN TO "DAILYRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.

           SELECT DAILY-SCHEDULE-FILE ASSIGN TO "DAYSCHED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-FILE-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAS-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "ADJJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "HANGCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

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

       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD.
           05  LB-PLAYER-ID            PIC X(10).
           05  FILLER                  PIC X(01).
           05  LB-WINS                 PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-LOSSES               PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-CURRENT-STREAK       PIC 9(3).
           05  FILLER                  PIC X(01).
           05  LB-BEST-STREAK          PIC 9(3).
           05  FILLER                  PIC X(01).
           05  LB-TOTAL-SCORE          PIC 9(7).
           05  FILLER                  PIC X(01).
           05  LB-BEST-SCORE           PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-SEAS-WINS            PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-SEAS-LOSSES          PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-SEAS-SCORE           PIC 9(7).

       FD  ACHIEVEMENTS-FILE.
       01  ACHIEVEMENT-RECORD.
           05  ACH-KEY.
               10  ACH-PLAYER-ID       PIC X(10).
               10  ACH-BADGE-CODE      PIC X(8).
           05  ACH-DATE-EARNED         PIC X(8).

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

       FD  DAILY-SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  SC-DATE             PIC X(8).
           05  FILLER              PIC X(01).
           05  SC-CATEGORY         PIC X(10).
           05  FILLER              PIC X(01).
           05  SC-WORD             PIC X(40).
           05  FILLER              PIC X(01).
           05  SC-CLUE             PIC X(60).

       FD  MATCH-HISTORY-FILE.
       01  MATCH-HISTORY-RECORD.
           05  MH-DATE             PIC X(8).
           05  FILLER              PIC X(01).
           05  MH-PLAYER1-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  MH-PLAYER2-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  MH-P1-ROUNDS        PIC 9.
           05  FILLER              PIC X(01).
           05  MH-P2-ROUNDS        PIC 9.
           05  FILLER              PIC X(01).
           05  MH-WINNER-ID        PIC X(10).

       FD  SEASON-HISTORY-FILE.
       01  SEASON-HISTORY-RECORD.
           05  SH-PERIOD           PIC X(6).
           05  FILLER              PIC X(01).
           05  SH-PLAYER-ID        PIC X(10).
           05  FILLER              PIC X(01).
           05  SH-SEAS-WINS        PIC 9(5).
           05  FILLER              PIC X(01).
           05  SH-SEAS-LOSSES      PIC 9(5).
           05  FILLER              PIC X(01).
           05  SH-SEAS-SCORE       PIC 9(7).
           05  FILLER              PIC X(01).
           05  SH-RECORD-TYPE      PIC X.

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

       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC X(80).

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-PLAYER-ID        PIC X(10).
           05  SR-SECTION          PIC X.
           05  SR-STAMP            PIC X(21).
           05  SR-NAME             PIC X(30).
           05  SR-MODE             PIC X.
           05  SR-CATEGORY         PIC X(10).
           05  SR-DIFF-LEVEL       PIC 9.
           05  SR-WORD             PIC X(40).
           05  SR-RESULT           PIC X(4).
           05  SR-SCORE            PIC 9(5).
           05  SR-OPPONENT-ID      PIC X(10).
           05  SR-CODE             PIC X(10).
           05  SR-ROUNDS-FOR       PIC 9.
           05  SR-ROUNDS-AGAINST   PIC 9.
           05  SR-WINS             PIC 9(5).
           05  SR-LOSSES           PIC 9(5).
           05  SR-SEAS-SCORE       PIC 9(7).
           05  SR-ADJ-AMOUNT       PIC S9(7).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PM-EOF             PIC X VALUE 'N'.
           05  WS-ACH-EOF            PIC X VALUE 'N'.
           05  WS-HIST-EOF           PIC X VALUE 'N'.
           05  WS-DAILY-EOF          PIC X VALUE 'N'.
           05  WS-SCHED-EOF          PIC X VALUE 'N'.
           05  WS-MATCH-EOF          PIC X VALUE 'N'.
           05  WS-SEAS-EOF           PIC X VALUE 'N'.
           05  WS-CFG-EOF            PIC X VALUE 'N'.
           05  WS-JRNL-EOF           PIC X VALUE 'N'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
           05  WS-LB-AVAILABLE       PIC X VALUE 'N'.
           05  WS-PM-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-LB-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-ACH-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-HIST-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-DAILY-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-SCHED-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-MATCH-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-SEAS-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-CFG-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-JRNL-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-PRINT-FILE-STATUS  PIC X(02) VALUE "00".

       01  WS-RUN-PARMS.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-STMT-PERIOD      PIC X(6) VALUE SPACES.
           05  WS-DEFAULT-PERIOD.
               10  WS-DEF-YEAR     PIC 9(4).
               10  WS-DEF-MONTH    PIC 9(2).
           05  WS-LAST-CLOSED      PIC X(6) VALUE "000000".
           05  WS-PERIOD-CLOSED    PIC X VALUE 'N'.
           05  WS-RECORD-PERIOD    PIC X(6) VALUE SPACES.

       01  WS-HISTORY-SCAN.
           05  WS-HIST-FILE-NAME   PIC X(40) VALUE SPACES.
           05  WS-SCAN-PERIOD.
               10  WS-SCAN-YEAR    PIC 9(4).
               10  WS-SCAN-MONTH   PIC 9(2).
           05  WS-PERIODS-BACK     PIC 999 VALUE 0.
           05  WS-HIST-SECTION     PIC X VALUE SPACE.

       01  WS-SCHEDULE-TABLE.
           05  WS-SCHED-DAYS OCCURS 31 TIMES.
               10  WS-SD-CATEGORY  PIC X(10).
               10  WS-SD-WORD      PIC X(40).
           05  WS-SCHED-DAY        PIC 99.
           05  WS-DAILY-SEQ        PIC 9(7) VALUE 0.

       01  WS-CONFIG-DATA.
           05  WS-CFG-LEVEL        PIC 9.
           05  WS-CFG-INDEX        PIC 99.
           05  WS-DAILY-LEVEL      PIC 9 VALUE 0.
           05  WS-CFG-DIFF-LABEL OCCURS 9 TIMES
                                   PIC X(20).

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

       01  WS-GAME-LINE.
           05  WS-GL-DATE          PIC X(8).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GL-CATEGORY      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-GL-DIFF          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-GL-MODE          PIC X(6).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-GL-WORD          PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-GL-RESULT        PIC X(4).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-GL-SCORE         PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GL-NOTE          PIC X(17).

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT       PIC ZZZZ9.
           05  WS-EDIT-WINS        PIC ZZZZ9.
           05  WS-EDIT-LOSSES      PIC ZZZZ9.
           05  WS-EDIT-SCORE       PIC Z(6)9.
           05  WS-EDIT-FILE-WINS   PIC ZZZZ9.
           05  WS-EDIT-FILE-LOSSES PIC ZZZZ9.
           05  WS-EDIT-FILE-SCORE  PIC Z(6)9.
           05  WS-EDIT-ADJ         PIC +(7)9.
           05  WS-EDIT-ADJ-WINS    PIC +(5)9.
           05  WS-EDIT-ADJ-LOSSES  PIC +(5)9.
           05  WS-BADGE-LABEL      PIC X(34).

       01  WS-STATEMENT-DATA.
           05  WS-STMT-PLAYER-ID   PIC X(10) VALUE SPACES.
           05  WS-STMT-NAME        PIC X(30) VALUE SPACES.
           05  WS-STMT-ACTIVE      PIC X VALUE 'N'.
           05  WS-IN-STATEMENT     PIC X VALUE 'N'.
           05  WS-STMT-STAGE       PIC 9 VALUE 0.
           05  WS-TARGET-STAGE     PIC 9 VALUE 0.
           05  WS-STMT-GAMES       PIC 9(5) VALUE 0.
           05  WS-STMT-WINS        PIC 9(5) VALUE 0.
           05  WS-STMT-LOSSES      PIC 9(5) VALUE 0.
           05  WS-STMT-POINTS      PIC 9(7) VALUE 0.
           05  WS-STMT-DAILIES     PIC 9(5) VALUE 0.
           05  WS-STMT-BADGES      PIC 9(5) VALUE 0.
           05  WS-STMT-MATCHES     PIC 9(5) VALUE 0.
           05  WS-STMT-ADJUSTS     PIC 9(5) VALUE 0.
           05  WS-STMT-ADJ-WINS    PIC S9(5) VALUE 0.
           05  WS-STMT-ADJ-LOSSES  PIC S9(5) VALUE 0.
           05  WS-STMT-ADJ-POINTS  PIC S9(7) VALUE 0.
           05  WS-PRIOR-WINS       PIC S9(5) VALUE 0.
           05  WS-PRIOR-LOSSES     PIC S9(5) VALUE 0.
           05  WS-PRIOR-POINTS     PIC S9(7) VALUE 0.
           05  WS-LATER-WINS       PIC S9(5) VALUE 0.
           05  WS-LATER-LOSSES     PIC S9(5) VALUE 0.
           05  WS-LATER-POINTS     PIC S9(7) VALUE 0.
           05  WS-SNAP-FOUND       PIC X VALUE 'N'.
           05  WS-SNAP-WINS        PIC 9(5) VALUE 0.
           05  WS-SNAP-LOSSES      PIC 9(5) VALUE 0.
           05  WS-SNAP-SCORE       PIC 9(7) VALUE 0.
           05  WS-CLOSING-SCORE    PIC S9(7) VALUE 0.
           05  WS-CHECK-WINS       PIC S9(5) VALUE 0.
           05  WS-CHECK-LOSSES     PIC S9(5) VALUE 0.
           05  WS-CHECK-SCORE      PIC S9(7) VALUE 0.
           05  WS-FILE-WINS        PIC 9(5) VALUE 0.
           05  WS-FILE-LOSSES      PIC 9(5) VALUE 0.
           05  WS-FILE-SCORE       PIC 9(7) VALUE 0.
           05  WS-TIE-BASIS        PIC X(8) VALUE SPACES.

       01  WS-PENDING-DAILY.
           05  WS-PEND-DAILY       PIC X VALUE 'N'.
           05  WS-PEND-DATE        PIC X(8).
           05  WS-PEND-CATEGORY    PIC X(10).
           05  WS-PEND-WORD        PIC X(40).
           05  WS-PEND-RESULT      PIC X(4).
           05  WS-PEND-SCORE       PIC 9(5).

       01  WS-EXCEPTION-TABLE.
           05  WS-EXCEPTION-COUNT  PIC 9(4) VALUE 0.
           05  WS-EXCEPTION-LOST   PIC 9(4) VALUE 0.
           05  WS-EXCEPTIONS OCCURS 500 TIMES.
               10  WS-EX-PLAYER-ID     PIC X(10).
               10  WS-EX-NAME          PIC X(30).
               10  WS-EX-BASIS         PIC X(8).
               10  WS-EX-STMT-WINS     PIC 9(5).
               10  WS-EX-STMT-LOSSES   PIC 9(5).
               10  WS-EX-STMT-SCORE    PIC 9(7).
               10  WS-EX-FILE-WINS     PIC 9(5).
               10  WS-EX-FILE-LOSSES   PIC 9(5).
               10  WS-EX-FILE-SCORE    PIC 9(7).
           05  WS-EX-INDEX         PIC 9(4).

       01  WS-CONTROL-COUNTS.
           05  WS-PM-READ          PIC 9(7) VALUE 0.
           05  WS-PM-ACTIVE-COUNT  PIC 9(7) VALUE 0.
           05  WS-HIST-READ        PIC 9(7) VALUE 0.
           05  WS-HIST-UNATTRIB    PIC 9(7) VALUE 0.
           05  WS-DAILY-READ       PIC 9(7) VALUE 0.
           05  WS-MATCH-READ       PIC 9(7) VALUE 0.
           05  WS-ACH-READ         PIC 9(7) VALUE 0.
           05  WS-ADJ-READ         PIC 9(7) VALUE 0.
           05  WS-ARCHIVES-FOUND   PIC 999 VALUE 0.
           05  WS-STATEMENTS       PIC 9(7) VALUE 0.
           05  WS-GAMES-LISTED     PIC 9(7) VALUE 0.
           05  WS-DAILIES-LISTED   PIC 9(7) VALUE 0.
           05  WS-NOT-ACTIVE-RECS  PIC 9(7) VALUE 0.
           05  WS-STATEMENTS-TIED  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM DETERMINE-STATEMENT-PERIOD
           DISPLAY " "
           DISPLAY "Monthly player statements for period "
               WS-STMT-PERIOD
           DISPLAY "----------------------------------------------"
           PERFORM CHECK-PLAYER-MASTER
           PERFORM LOAD-CONFIG
           PERFORM OPEN-PRINT-FILE
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS = "00"
               MOVE 'Y' TO WS-LB-AVAILABLE
           ELSE
               DISPLAY "Note: LEADERBD.DAT not available - status "
                   WS-LB-FILE-STATUS " - season figures taken as zero."
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-PLAYER-ID
               ASCENDING KEY SR-SECTION
               ASCENDING KEY SR-STAMP
               INPUT PROCEDURE IS FEED-STATEMENT-SORT
               OUTPUT PROCEDURE IS PRINT-STATEMENTS
           IF WS-LB-AVAILABLE = 'Y'
               CLOSE LEADERBOARD-FILE
           END-IF
           PERFORM PRINT-EXCEPTION-PAGE
           CLOSE PRINT-FILE
           DISPLAY "Statements written to " WS-PRINT-FILE-NAME
           PERFORM PRINT-CONTROL-REPORT
           STOP RUN.

       DETERMINE-STATEMENT-PERIOD.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) IS NUMERIC AND
                   WS-COMMAND-LINE(5:2) >= "01" AND
                   WS-COMMAND-LINE(5:2) <= "12"
               MOVE WS-COMMAND-LINE(1:6) TO WS-STMT-PERIOD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-DEFAULT-PERIOD
               IF WS-DEF-MONTH = 1
                   MOVE 12 TO WS-DEF-MONTH
                   SUBTRACT 1 FROM WS-DEF-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-DEF-MONTH
               END-IF
               MOVE WS-DEFAULT-PERIOD TO WS-STMT-PERIOD
           END-IF.

       CHECK-PLAYER-MASTER.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open player master PLAYMAST.DAT -"
                   " status " WS-PM-FILE-STATUS
               DISPLAY "No statements produced."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PLAYER-MASTER-FILE.

       LOAD-CONFIG.
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               MOVE SPACES TO WS-CFG-DIFF-LABEL(WS-CFG-INDEX)
           END-PERFORM
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CFG-EOF = 'Y'
                   READ CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           IF CONFIG-RECORD(1:4) = "DIFF" AND
                                   CONFIG-RECORD(10:1) IS NUMERIC AND
                                   CONFIG-RECORD(10:1) NOT = '0'
                               MOVE CONFIG-RECORD(10:1)
                                   TO WS-CFG-LEVEL
                               IF CONFIG-RECORD(24:20) = SPACES
                                   MOVE "Level"
                                       TO WS-CFG-DIFF-LABEL
                                           (WS-CFG-LEVEL)
                               ELSE
                                   MOVE CONFIG-RECORD(24:20)
                                       TO WS-CFG-DIFF-LABEL
                                           (WS-CFG-LEVEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           ELSE
               MOVE "Easy" TO WS-CFG-DIFF-LABEL(1)
               MOVE "Medium" TO WS-CFG-DIFF-LABEL(2)
               MOVE "Hard" TO WS-CFG-DIFF-LABEL(3)
           END-IF
           IF WS-CFG-DIFF-LABEL(2) NOT = SPACES
               MOVE 2 TO WS-DAILY-LEVEL
           ELSE
               PERFORM VARYING WS-CFG-INDEX FROM 9 BY -1
                       UNTIL WS-CFG-INDEX < 1
                   IF WS-CFG-DIFF-LABEL(WS-CFG-INDEX) NOT = SPACES
                       MOVE WS-CFG-INDEX TO WS-DAILY-LEVEL
                   END-IF
               END-PERFORM
           END-IF.

       OPEN-PRINT-FILE.
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING "RSTM" WS-STMT-PERIOD ".TXT"
               DELIMITED BY SIZE INTO WS-PRINT-FILE-NAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create print file "
                   WS-PRINT-FILE-NAME " - status "
                   WS-PRINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 99 TO WS-LINE-COUNT.

       FEED-STATEMENT-SORT.
           PERFORM RELEASE-SEASON-SNAPSHOTS
           PERFORM RELEASE-PLAYER-ANCHORS
           MOVE "GAMEHIST.TXT" TO WS-HIST-FILE-NAME
           PERFORM RELEASE-ONE-HISTORY-FILE
           PERFORM RELEASE-ARCHIVE-HISTORY
           PERFORM LOAD-DAILY-SCHEDULE
           PERFORM RELEASE-DAILY-RESULTS
           PERFORM RELEASE-MATCH-RESULTS
           PERFORM RELEASE-BADGES
           PERFORM RELEASE-ADJUSTMENTS.

       RELEASE-SEASON-SNAPSHOTS.
           MOVE 'N' TO WS-SEAS-EOF
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SEAS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SEAS-EOF = 'Y'
               READ SEASON-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-SEAS-EOF
                   NOT AT END
                       IF SH-PERIOD < WS-STMT-PERIOD AND
                               SH-PERIOD > WS-LAST-CLOSED
                           MOVE SH-PERIOD TO WS-LAST-CLOSED
                       END-IF
                       IF SH-PERIOD = WS-STMT-PERIOD
                           MOVE 'Y' TO WS-PERIOD-CLOSED
                           IF SH-RECORD-TYPE NOT = 'T'
                               PERFORM RELEASE-ONE-SNAPSHOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEASON-HISTORY-FILE.

       RELEASE-ONE-SNAPSHOT.
           MOVE SPACES TO SORT-RECORD
           MOVE SH-PLAYER-ID TO SR-PLAYER-ID
           MOVE 'S' TO SR-SECTION
           MOVE 0 TO SR-SCORE
           MOVE 0 TO SR-DIFF-LEVEL
           MOVE 0 TO SR-ROUNDS-FOR
           MOVE 0 TO SR-ROUNDS-AGAINST
           MOVE SH-SEAS-WINS TO SR-WINS
           MOVE SH-SEAS-LOSSES TO SR-LOSSES
           MOVE SH-SEAS-SCORE TO SR-SEAS-SCORE
           RELEASE SORT-RECORD.

       RELEASE-PLAYER-ANCHORS.
           MOVE 'N' TO WS-PM-EOF
           OPEN INPUT PLAYER-MASTER-FILE
           PERFORM UNTIL WS-PM-EOF = 'Y'
               READ PLAYER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       ADD 1 TO WS-PM-READ
                       IF PM-ACTIVE = 'Y'
                           ADD 1 TO WS-PM-ACTIVE-COUNT
                           PERFORM CLEAR-SORT-RECORD
                           MOVE PM-PLAYER-ID TO SR-PLAYER-ID
                           MOVE 'A' TO SR-SECTION
                           MOVE PM-DISPLAY-NAME TO SR-NAME
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE.

       CLEAR-SORT-RECORD.
           MOVE SPACES TO SORT-RECORD
           MOVE 0 TO SR-DIFF-LEVEL
           MOVE 0 TO SR-SCORE
           MOVE 0 TO SR-ROUNDS-FOR
           MOVE 0 TO SR-ROUNDS-AGAINST
           MOVE 0 TO SR-WINS
           MOVE 0 TO SR-LOSSES
           MOVE 0 TO SR-SEAS-SCORE
           MOVE 0 TO SR-ADJ-AMOUNT.

       RELEASE-ARCHIVE-HISTORY.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-SCAN-PERIOD
           PERFORM VARYING WS-PERIODS-BACK FROM 1 BY 1
                   UNTIL WS-PERIODS-BACK > 120
               IF WS-SCAN-MONTH = 1
                   MOVE 12 TO WS-SCAN-MONTH
                   SUBTRACT 1 FROM WS-SCAN-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-SCAN-MONTH
               END-IF
               IF WS-SCAN-PERIOD > WS-LAST-CLOSED
                   MOVE SPACES TO WS-HIST-FILE-NAME
                   STRING "GAMH" WS-SCAN-PERIOD ".TXT"
                       DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
                   PERFORM RELEASE-ONE-HISTORY-FILE
                   IF WS-HIST-FILE-STATUS = "00"
                       ADD 1 TO WS-ARCHIVES-FOUND
                   END-IF
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
                           ADD 1 TO WS-HIST-READ
                           PERFORM RELEASE-HISTORY-GAME
                   END-READ
               END-PERFORM
               CLOSE GAME-HISTORY-FILE
           END-IF.

       RELEASE-HISTORY-GAME.
           MOVE HIST-TIMESTAMP(1:6) TO WS-RECORD-PERIOD
           IF WS-RECORD-PERIOD <= WS-LAST-CLOSED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-RECORD-PERIOD < WS-STMT-PERIOD
                   MOVE 'B' TO WS-HIST-SECTION
               WHEN WS-RECORD-PERIOD = WS-STMT-PERIOD
                   MOVE 'G' TO WS-HIST-SECTION
               WHEN WS-PERIOD-CLOSED = 'N'
                   MOVE 'P' TO WS-HIST-SECTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF HIST-PLAYER-ID = SPACES
               IF WS-HIST-SECTION = 'G'
                   ADD 1 TO WS-HIST-UNATTRIB
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SORT-RECORD
           MOVE WS-HIST-SECTION TO SR-SECTION
           MOVE HIST-TIMESTAMP TO SR-STAMP
           MOVE HIST-GAME-MODE TO SR-MODE
           MOVE HIST-CATEGORY TO SR-CATEGORY
           IF HIST-DIFF-LEVEL IS NUMERIC
               MOVE HIST-DIFF-LEVEL TO SR-DIFF-LEVEL
           END-IF
           MOVE HIST-WORD TO SR-WORD
           IF HIST-GAME-MODE = 'M' OR HIST-GAME-MODE = 'T'
               MOVE HIST-PLAYER-ID TO SR-PLAYER-ID
               MOVE HIST-OPPONENT-ID TO SR-OPPONENT-ID
               PERFORM SET-ROUND-OUTCOME
               RELEASE SORT-RECORD
               MOVE HIST-OPPONENT-ID TO SR-PLAYER-ID
               MOVE HIST-PLAYER-ID TO SR-OPPONENT-ID
               PERFORM SET-ROUND-OUTCOME
               RELEASE SORT-RECORD
           ELSE
               MOVE HIST-PLAYER-ID TO SR-PLAYER-ID
               MOVE HIST-RESULT TO SR-RESULT
               IF HIST-SCORE IS NUMERIC
                   MOVE HIST-SCORE TO SR-SCORE
               END-IF
               RELEASE SORT-RECORD
           END-IF.

       SET-ROUND-OUTCOME.
           IF HIST-WINNER-ID = SR-PLAYER-ID
               MOVE "WIN " TO SR-RESULT
               IF HIST-SCORE IS NUMERIC
                   MOVE HIST-SCORE TO SR-SCORE
               ELSE
                   MOVE 0 TO SR-SCORE
               END-IF
           ELSE
               MOVE "LOSS" TO SR-RESULT
               MOVE 0 TO SR-SCORE
           END-IF.

       LOAD-DAILY-SCHEDULE.
           PERFORM VARYING WS-SCHED-DAY FROM 1 BY 1
                   UNTIL WS-SCHED-DAY > 31
               MOVE SPACES TO WS-SD-CATEGORY(WS-SCHED-DAY)
               MOVE SPACES TO WS-SD-WORD(WS-SCHED-DAY)
           END-PERFORM
           MOVE 'N' TO WS-SCHED-EOF
           OPEN INPUT DAILY-SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCHED-EOF = 'Y'
               READ DAILY-SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCHED-EOF
                   NOT AT END
                       IF SC-DATE(1:6) = WS-STMT-PERIOD AND
                               SC-DATE(7:2) IS NUMERIC
                           MOVE SC-DATE(7:2) TO WS-SCHED-DAY
                           IF WS-SCHED-DAY >= 1 AND
                                   WS-SCHED-DAY <= 31
                               MOVE SC-CATEGORY
                                   TO WS-SD-CATEGORY(WS-SCHED-DAY)
                               MOVE SC-WORD
                                   TO WS-SD-WORD(WS-SCHED-DAY)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAILY-SCHEDULE-FILE.

       RELEASE-DAILY-RESULTS.
           MOVE 'N' TO WS-DAILY-EOF
           OPEN INPUT DAILY-RESULTS-FILE
           IF WS-DAILY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DAILY-EOF = 'Y'
               READ DAILY-RESULTS-FILE
                   AT END
                       MOVE 'Y' TO WS-DAILY-EOF
                   NOT AT END
                       ADD 1 TO WS-DAILY-SEQ
                       IF DR-DATE(1:6) = WS-STMT-PERIOD
                           ADD 1 TO WS-DAILY-READ
                           PERFORM RELEASE-ONE-DAILY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAILY-RESULTS-FILE.

       RELEASE-ONE-DAILY.
           PERFORM CLEAR-SORT-RECORD
           MOVE DR-PLAYER-ID TO SR-PLAYER-ID
           MOVE 'G' TO SR-SECTION
           STRING DR-DATE "99" WS-DAILY-SEQ
               DELIMITED BY SIZE INTO SR-STAMP
           MOVE 'D' TO SR-MODE
           MOVE WS-DAILY-LEVEL TO SR-DIFF-LEVEL
           IF DR-DATE(7:2) IS NUMERIC
               MOVE DR-DATE(7:2) TO WS-SCHED-DAY
               IF WS-SCHED-DAY >= 1 AND WS-SCHED-DAY <= 31
                   MOVE WS-SD-CATEGORY(WS-SCHED-DAY) TO SR-CATEGORY
                   MOVE WS-SD-WORD(WS-SCHED-DAY) TO SR-WORD
               END-IF
           END-IF
           MOVE DR-RESULT TO SR-RESULT
           IF DR-SCORE IS NUMERIC
               MOVE DR-SCORE TO SR-SCORE
           END-IF
           RELEASE SORT-RECORD.

       RELEASE-MATCH-RESULTS.
           MOVE 'N' TO WS-MATCH-EOF
           OPEN INPUT MATCH-HISTORY-FILE
           IF WS-MATCH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MATCH-EOF = 'Y'
               READ MATCH-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-MATCH-EOF
                   NOT AT END
                       IF MH-DATE(1:6) = WS-STMT-PERIOD
                           ADD 1 TO WS-MATCH-READ
                           PERFORM RELEASE-ONE-MATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCH-HISTORY-FILE.

       RELEASE-ONE-MATCH.
           PERFORM CLEAR-SORT-RECORD
           MOVE 'M' TO SR-SECTION
           MOVE MH-DATE TO SR-STAMP
           MOVE MH-PLAYER1-ID TO SR-PLAYER-ID
           MOVE MH-PLAYER2-ID TO SR-OPPONENT-ID
           IF MH-P1-ROUNDS IS NUMERIC
               MOVE MH-P1-ROUNDS TO SR-ROUNDS-FOR
           END-IF
           IF MH-P2-ROUNDS IS NUMERIC
               MOVE MH-P2-ROUNDS TO SR-ROUNDS-AGAINST
           END-IF
           PERFORM SET-MATCH-OUTCOME
           RELEASE SORT-RECORD
           MOVE MH-PLAYER2-ID TO SR-PLAYER-ID
           MOVE MH-PLAYER1-ID TO SR-OPPONENT-ID
           MOVE 0 TO SR-ROUNDS-FOR
           MOVE 0 TO SR-ROUNDS-AGAINST
           IF MH-P2-ROUNDS IS NUMERIC
               MOVE MH-P2-ROUNDS TO SR-ROUNDS-FOR
           END-IF
           IF MH-P1-ROUNDS IS NUMERIC
               MOVE MH-P1-ROUNDS TO SR-ROUNDS-AGAINST
           END-IF
           PERFORM SET-MATCH-OUTCOME
           RELEASE SORT-RECORD.

       SET-MATCH-OUTCOME.
           EVALUATE TRUE
               WHEN MH-WINNER-ID = SR-PLAYER-ID
                   MOVE "WON" TO SR-CODE
               WHEN MH-WINNER-ID = SR-OPPONENT-ID
                   MOVE "LOST" TO SR-CODE
               WHEN OTHER
                   MOVE "DRAWN" TO SR-CODE
           END-EVALUATE.

       RELEASE-BADGES.
           MOVE 'N' TO WS-ACH-EOF
           OPEN INPUT ACHIEVEMENTS-FILE
           IF WS-ACH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACH-EOF = 'Y'
               READ ACHIEVEMENTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ACH-EOF
                   NOT AT END
                       IF ACH-DATE-EARNED(1:6) = WS-STMT-PERIOD
                           ADD 1 TO WS-ACH-READ
                           PERFORM CLEAR-SORT-RECORD
                           MOVE ACH-PLAYER-ID TO SR-PLAYER-ID
                           MOVE 'K' TO SR-SECTION
                           MOVE ACH-DATE-EARNED TO SR-STAMP
                           MOVE ACH-BADGE-CODE TO SR-CODE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACHIEVEMENTS-FILE.

       RELEASE-ADJUSTMENTS.
           MOVE 'N' TO WS-JRNL-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       IF AJ-SEAS-AMOUNT IS NUMERIC
                           PERFORM RELEASE-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       RELEASE-ONE-ADJUSTMENT.
           MOVE AJ-TIMESTAMP(1:6) TO WS-RECORD-PERIOD
           IF WS-RECORD-PERIOD <= WS-LAST-CLOSED
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SORT-RECORD
           EVALUATE TRUE
               WHEN WS-RECORD-PERIOD < WS-STMT-PERIOD
                   MOVE 'B' TO SR-SECTION
               WHEN WS-RECORD-PERIOD = WS-STMT-PERIOD
                   MOVE 'N' TO SR-SECTION
                   ADD 1 TO WS-ADJ-READ
               WHEN WS-PERIOD-CLOSED = 'N'
                   MOVE 'P' TO SR-SECTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE AJ-PLAYER-ID TO SR-PLAYER-ID
           MOVE AJ-TIMESTAMP TO SR-STAMP
           MOVE 'J' TO SR-MODE
           MOVE AJ-FIELD TO SR-CODE
           MOVE AJ-REASON TO SR-CATEGORY
           MOVE AJ-NOTE TO SR-WORD
           MOVE AJ-SEAS-AMOUNT TO SR-ADJ-AMOUNT
           RELEASE SORT-RECORD.

       PRINT-STATEMENTS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-STMT-PLAYER-ID
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SR-PLAYER-ID NOT = WS-STMT-PLAYER-ID
                           PERFORM FINISH-STATEMENT
                           PERFORM START-PLAYER
                       END-IF
                       IF WS-STMT-ACTIVE = 'Y' OR SR-SECTION = 'A'
                           PERFORM APPLY-SORT-RECORD
                       ELSE
                           ADD 1 TO WS-NOT-ACTIVE-RECS
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM FINISH-STATEMENT.

       START-PLAYER.
           MOVE SR-PLAYER-ID TO WS-STMT-PLAYER-ID
           MOVE SPACES TO WS-STMT-NAME
           MOVE 'N' TO WS-STMT-ACTIVE
           MOVE 'N' TO WS-PEND-DAILY
           MOVE 'N' TO WS-SNAP-FOUND
           MOVE 0 TO WS-STMT-STAGE
           MOVE 0 TO WS-STMT-GAMES
           MOVE 0 TO WS-STMT-WINS
           MOVE 0 TO WS-STMT-LOSSES
           MOVE 0 TO WS-STMT-POINTS
           MOVE 0 TO WS-STMT-DAILIES
           MOVE 0 TO WS-STMT-BADGES
           MOVE 0 TO WS-STMT-MATCHES
           MOVE 0 TO WS-STMT-ADJUSTS
           MOVE 0 TO WS-STMT-ADJ-WINS
           MOVE 0 TO WS-STMT-ADJ-LOSSES
           MOVE 0 TO WS-STMT-ADJ-POINTS
           MOVE 0 TO WS-PRIOR-WINS
           MOVE 0 TO WS-PRIOR-LOSSES
           MOVE 0 TO WS-PRIOR-POINTS
           MOVE 0 TO WS-LATER-WINS
           MOVE 0 TO WS-LATER-LOSSES
           MOVE 0 TO WS-LATER-POINTS
           MOVE 0 TO WS-SNAP-WINS
           MOVE 0 TO WS-SNAP-LOSSES
           MOVE 0 TO WS-SNAP-SCORE.

       APPLY-SORT-RECORD.
           EVALUATE SR-SECTION
               WHEN 'A'
                   MOVE 'Y' TO WS-STMT-ACTIVE
                   MOVE SR-NAME TO WS-STMT-NAME
                   PERFORM START-STATEMENT
               WHEN 'B'
                   IF SR-MODE = 'J'
                       PERFORM APPLY-PRIOR-ADJUSTMENT
                   ELSE
                       IF SR-RESULT = "WIN "
                           ADD 1 TO WS-PRIOR-WINS
                       ELSE
                           ADD 1 TO WS-PRIOR-LOSSES
                       END-IF
                       ADD SR-SCORE TO WS-PRIOR-POINTS
                   END-IF
               WHEN 'G'
                   IF SR-MODE = 'D'
                       PERFORM HOLD-DAILY-RESULT
                   ELSE
                       PERFORM FLUSH-DAILY-RESULT
                       PERFORM PRINT-GAME-LINE
                   END-IF
               WHEN 'K'
                   MOVE 2 TO WS-TARGET-STAGE
                   PERFORM ADVANCE-STATEMENT
                   PERFORM PRINT-BADGE-LINE
               WHEN 'M'
                   MOVE 3 TO WS-TARGET-STAGE
                   PERFORM ADVANCE-STATEMENT
                   PERFORM PRINT-MATCH-LINE
               WHEN 'N'
                   MOVE 4 TO WS-TARGET-STAGE
                   PERFORM ADVANCE-STATEMENT
                   PERFORM PRINT-ADJUSTMENT-LINE
               WHEN 'P'
                   IF SR-MODE = 'J'
                       PERFORM APPLY-LATER-ADJUSTMENT
                   ELSE
                       IF SR-RESULT = "WIN "
                           ADD 1 TO WS-LATER-WINS
                       ELSE
                           ADD 1 TO WS-LATER-LOSSES
                       END-IF
                       ADD SR-SCORE TO WS-LATER-POINTS
                   END-IF
               WHEN 'S'
                   MOVE 'Y' TO WS-SNAP-FOUND
                   MOVE SR-WINS TO WS-SNAP-WINS
                   MOVE SR-LOSSES TO WS-SNAP-LOSSES
                   MOVE SR-SEAS-SCORE TO WS-SNAP-SCORE
           END-EVALUATE.

       APPLY-PRIOR-ADJUSTMENT.
           EVALUATE SR-CODE
               WHEN "WINS"
                   ADD SR-ADJ-AMOUNT TO WS-PRIOR-WINS
               WHEN "LOSSES"
                   ADD SR-ADJ-AMOUNT TO WS-PRIOR-LOSSES
               WHEN "POINTS"
                   ADD SR-ADJ-AMOUNT TO WS-PRIOR-POINTS
           END-EVALUATE.

       APPLY-LATER-ADJUSTMENT.
           EVALUATE SR-CODE
               WHEN "WINS"
                   ADD SR-ADJ-AMOUNT TO WS-LATER-WINS
               WHEN "LOSSES"
                   ADD SR-ADJ-AMOUNT TO WS-LATER-LOSSES
               WHEN "POINTS"
                   ADD SR-ADJ-AMOUNT TO WS-LATER-POINTS
           END-EVALUATE.

       START-STATEMENT.
           ADD 1 TO WS-STATEMENTS
           MOVE 'Y' TO WS-IN-STATEMENT
           MOVE 99 TO WS-LINE-COUNT
           MOVE 1 TO WS-STMT-STAGE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Activity statement for " WS-STMT-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Player ID " WS-STMT-PLAYER-ID
               "   Month " WS-STMT-PERIOD(1:4) "-"
               WS-STMT-PERIOD(5:2)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "Games played" TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "------------" TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Date      Category   Difficulty Mode   "
               "Word                      Rslt Score  Note"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       HOLD-DAILY-RESULT.
           IF WS-PEND-DAILY = 'Y' AND
                   WS-PEND-DATE NOT = SR-STAMP(1:8)
               PERFORM FLUSH-DAILY-RESULT
           END-IF
           MOVE 'Y' TO WS-PEND-DAILY
           MOVE SR-STAMP(1:8) TO WS-PEND-DATE
           MOVE SR-CATEGORY TO WS-PEND-CATEGORY
           MOVE SR-WORD TO WS-PEND-WORD
           MOVE SR-RESULT TO WS-PEND-RESULT
           MOVE SR-SCORE TO WS-PEND-SCORE.

       FLUSH-DAILY-RESULT.
           IF WS-PEND-DAILY = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PEND-DAILY
           MOVE WS-PEND-DATE TO WS-GL-DATE
           MOVE WS-PEND-CATEGORY TO WS-GL-CATEGORY
           MOVE WS-DAILY-LEVEL TO WS-CFG-LEVEL
           PERFORM SET-DIFFICULTY-LABEL
           MOVE "Daily" TO WS-GL-MODE
           MOVE WS-PEND-WORD TO WS-GL-WORD
           MOVE WS-PEND-RESULT TO WS-GL-RESULT
           MOVE WS-PEND-SCORE TO WS-GL-SCORE
           MOVE "not in season" TO WS-GL-NOTE
           MOVE WS-GAME-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           ADD 1 TO WS-STMT-DAILIES
           ADD 1 TO WS-DAILIES-LISTED.

       PRINT-GAME-LINE.
           MOVE SR-STAMP(1:8) TO WS-GL-DATE
           MOVE SR-CATEGORY TO WS-GL-CATEGORY
           MOVE SR-DIFF-LEVEL TO WS-CFG-LEVEL
           PERFORM SET-DIFFICULTY-LABEL
           MOVE SPACES TO WS-GL-NOTE
           EVALUATE SR-MODE
               WHEN 'M'
                   MOVE "Match" TO WS-GL-MODE
                   STRING "vs " SR-OPPONENT-ID
                       DELIMITED BY SIZE INTO WS-GL-NOTE
               WHEN 'T'
                   MOVE "Tourn" TO WS-GL-MODE
                   STRING "vs " SR-OPPONENT-ID
                       DELIMITED BY SIZE INTO WS-GL-NOTE
               WHEN OTHER
                   MOVE "Solo" TO WS-GL-MODE
           END-EVALUATE
           MOVE SR-WORD TO WS-GL-WORD
           MOVE SR-RESULT TO WS-GL-RESULT
           MOVE SR-SCORE TO WS-GL-SCORE
           MOVE WS-GAME-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           ADD 1 TO WS-STMT-GAMES
           ADD 1 TO WS-GAMES-LISTED
           IF SR-RESULT = "WIN "
               ADD 1 TO WS-STMT-WINS
           ELSE
               ADD 1 TO WS-STMT-LOSSES
           END-IF
           ADD SR-SCORE TO WS-STMT-POINTS.

       SET-DIFFICULTY-LABEL.
           IF WS-CFG-LEVEL = 0
               MOVE "-" TO WS-GL-DIFF
           ELSE
               IF WS-CFG-DIFF-LABEL(WS-CFG-LEVEL) = SPACES
                   MOVE SPACES TO WS-GL-DIFF
                   STRING "Level " WS-CFG-LEVEL
                       DELIMITED BY SIZE INTO WS-GL-DIFF
               ELSE
                   MOVE WS-CFG-DIFF-LABEL(WS-CFG-LEVEL) TO WS-GL-DIFF
               END-IF
           END-IF.

       ADVANCE-STATEMENT.
           PERFORM UNTIL WS-STMT-STAGE >= WS-TARGET-STAGE
               EVALUATE WS-STMT-STAGE
                   WHEN 1
                       PERFORM FLUSH-DAILY-RESULT
                       IF WS-STMT-GAMES = 0 AND WS-STMT-DAILIES = 0
                           MOVE "No games played this month."
                               TO WS-PRINT-LINE
                           PERFORM PRINT-LINE
                       END-IF
                       PERFORM PRINT-LINE
                       MOVE "Badges earned" TO WS-PRINT-LINE
                       PERFORM PRINT-LINE
                       MOVE "-------------" TO WS-PRINT-LINE
                       PERFORM PRINT-LINE
                   WHEN 2
                       IF WS-STMT-BADGES = 0
                           MOVE "No badges earned this month."
                               TO WS-PRINT-LINE
                           PERFORM PRINT-LINE
                       END-IF
                       PERFORM PRINT-LINE
                       MOVE "Head-to-head matches" TO WS-PRINT-LINE
                       PERFORM PRINT-LINE
                       MOVE "--------------------" TO WS-PRINT-LINE
                       PERFORM PRINT-LINE
                   WHEN 3
                       IF WS-STMT-MATCHES = 0
                           MOVE "No head-to-head matches this month."
                               TO WS-PRINT-LINE
                           PERFORM PRINT-LINE
                       END-IF
                       PERFORM PRINT-LINE
                   WHEN 4
                       IF WS-STMT-ADJUSTS > 0
                           PERFORM PRINT-LINE
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-STMT-STAGE
           END-PERFORM.

       PRINT-BADGE-LINE.
           ADD 1 TO WS-STMT-BADGES
           PERFORM LOOK-UP-BADGE-LABEL
           MOVE SPACES TO WS-PRINT-LINE
           STRING SR-STAMP(1:8) "  " SR-CODE(1:8) "  "
               WS-BADGE-LABEL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       LOOK-UP-BADGE-LABEL.
           EVALUATE SR-CODE(1:8)
               WHEN "FIRSTWIN"
                   MOVE "First win" TO WS-BADGE-LABEL
               WHEN "CLEANWIN"
                   MOVE "Flawless win - no wrong guesses"
                       TO WS-BADGE-LABEL
               WHEN "NOHELP"
                   MOVE "Unaided win - no hints or clues"
                       TO WS-BADGE-LABEL
               WHEN "STREAK5"
                   MOVE "Hot streak - 5 wins in a row"
                       TO WS-BADGE-LABEL
               WHEN "STREAK10"
                   MOVE "On fire - 10 wins in a row"
                       TO WS-BADGE-LABEL
               WHEN "STREAK25"
                   MOVE "Unstoppable - 25 wins in a row"
                       TO WS-BADGE-LABEL
               WHEN "DAILYWIN"
                   MOVE "Daily challenge winner"
                       TO WS-BADGE-LABEL
               WHEN OTHER
                   MOVE SR-CODE TO WS-BADGE-LABEL
           END-EVALUATE.

       PRINT-MATCH-LINE.
           ADD 1 TO WS-STMT-MATCHES
           MOVE SPACES TO WS-PRINT-LINE
           STRING SR-STAMP(1:8) "  vs " SR-OPPONENT-ID
               "  rounds " SR-ROUNDS-FOR "-" SR-ROUNDS-AGAINST
               "  " SR-CODE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-ADJUSTMENT-LINE.
           IF WS-STMT-ADJUSTS = 0
               MOVE "Score adjustments" TO WS-PRINT-LINE
               PERFORM PRINT-LINE
               MOVE "-----------------" TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           ADD 1 TO WS-STMT-ADJUSTS
           EVALUATE SR-CODE
               WHEN "WINS"
                   ADD SR-ADJ-AMOUNT TO WS-STMT-ADJ-WINS
               WHEN "LOSSES"
                   ADD SR-ADJ-AMOUNT TO WS-STMT-ADJ-LOSSES
               WHEN "POINTS"
                   ADD SR-ADJ-AMOUNT TO WS-STMT-ADJ-POINTS
           END-EVALUATE
           MOVE SR-ADJ-AMOUNT TO WS-EDIT-ADJ
           MOVE SPACES TO WS-PRINT-LINE
           STRING SR-STAMP(1:8) "  " SR-CODE(1:6) "  " WS-EDIT-ADJ
               "  " SR-CATEGORY(1:6) "  " SR-WORD(1:30)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       FINISH-STATEMENT.
           IF WS-STMT-ACTIVE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 5 TO WS-TARGET-STAGE
           PERFORM ADVANCE-STATEMENT
           COMPUTE WS-CHECK-WINS =
               WS-PRIOR-WINS + WS-STMT-WINS + WS-STMT-ADJ-WINS
           COMPUTE WS-CHECK-LOSSES =
               WS-PRIOR-LOSSES + WS-STMT-LOSSES + WS-STMT-ADJ-LOSSES
           COMPUTE WS-CLOSING-SCORE =
               WS-PRIOR-POINTS + WS-STMT-POINTS + WS-STMT-ADJ-POINTS
           MOVE WS-CLOSING-SCORE TO WS-CHECK-SCORE
           PERFORM LOOK-UP-SEASON-FIGURES
           PERFORM PRINT-STATEMENT-SUMMARY
           IF WS-CHECK-WINS = WS-FILE-WINS AND
                   WS-CHECK-LOSSES = WS-FILE-LOSSES AND
                   WS-CHECK-SCORE = WS-FILE-SCORE
               ADD 1 TO WS-STATEMENTS-TIED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "These figures agree with your " WS-TIE-BASIS
                   " season record."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** These figures do not agree with the "
                   WS-TIE-BASIS " season record - referred for"
                   " checking."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
               PERFORM RECORD-TIE-EXCEPTION
           END-IF
           MOVE 'N' TO WS-IN-STATEMENT
           MOVE 'N' TO WS-STMT-ACTIVE.

       LOOK-UP-SEASON-FIGURES.
           IF WS-PERIOD-CLOSED = 'Y'
               MOVE "SEASHIST" TO WS-TIE-BASIS
               MOVE WS-SNAP-WINS TO WS-FILE-WINS
               MOVE WS-SNAP-LOSSES TO WS-FILE-LOSSES
               MOVE WS-SNAP-SCORE TO WS-FILE-SCORE
           ELSE
               MOVE "LEADERBD" TO WS-TIE-BASIS
               ADD WS-LATER-WINS TO WS-CHECK-WINS
               ADD WS-LATER-LOSSES TO WS-CHECK-LOSSES
               ADD WS-LATER-POINTS TO WS-CHECK-SCORE
               MOVE 0 TO WS-FILE-WINS
               MOVE 0 TO WS-FILE-LOSSES
               MOVE 0 TO WS-FILE-SCORE
               IF WS-LB-AVAILABLE = 'Y'
                   MOVE WS-STMT-PLAYER-ID TO LB-PLAYER-ID
                   READ LEADERBOARD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LB-SEAS-WINS IS NUMERIC AND
                                   LB-SEAS-LOSSES IS NUMERIC AND
                                   LB-SEAS-SCORE IS NUMERIC
                               MOVE LB-SEAS-WINS TO WS-FILE-WINS
                               MOVE LB-SEAS-LOSSES TO WS-FILE-LOSSES
                               MOVE LB-SEAS-SCORE TO WS-FILE-SCORE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       PRINT-STATEMENT-SUMMARY.
           MOVE "Season summary" TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "--------------" TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE WS-STMT-GAMES TO WS-EDIT-COUNT
           MOVE WS-STMT-WINS TO WS-EDIT-WINS
           MOVE WS-STMT-LOSSES TO WS-EDIT-LOSSES
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Season games this month : " WS-EDIT-COUNT
               "   Wins: " WS-EDIT-WINS
               "   Losses: " WS-EDIT-LOSSES
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE WS-STMT-DAILIES TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Daily challenges played : " WS-EDIT-COUNT
               "   (not counted in season standings)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE WS-PRIOR-POINTS TO WS-EDIT-SCORE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Opening season score    : " WS-EDIT-SCORE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE WS-STMT-POINTS TO WS-EDIT-SCORE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Points earned this month: " WS-EDIT-SCORE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           IF WS-STMT-ADJUSTS > 0
               MOVE WS-STMT-ADJ-POINTS TO WS-EDIT-ADJ
               MOVE WS-STMT-ADJ-WINS TO WS-EDIT-ADJ-WINS
               MOVE WS-STMT-ADJ-LOSSES TO WS-EDIT-ADJ-LOSSES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Adjustments this month  : " WS-EDIT-ADJ
                   "   Wins: " WS-EDIT-ADJ-WINS
                   "   Losses: " WS-EDIT-ADJ-LOSSES
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           MOVE WS-CLOSING-SCORE TO WS-EDIT-SCORE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Closing season score    : " WS-EDIT-SCORE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       RECORD-TIE-EXCEPTION.
           IF WS-EXCEPTION-COUNT >= 500
               ADD 1 TO WS-EXCEPTION-LOST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-STMT-PLAYER-ID
               TO WS-EX-PLAYER-ID(WS-EXCEPTION-COUNT)
           MOVE WS-STMT-NAME TO WS-EX-NAME(WS-EXCEPTION-COUNT)
           MOVE WS-TIE-BASIS TO WS-EX-BASIS(WS-EXCEPTION-COUNT)
           MOVE WS-CHECK-WINS TO WS-EX-STMT-WINS(WS-EXCEPTION-COUNT)
           MOVE WS-CHECK-LOSSES
               TO WS-EX-STMT-LOSSES(WS-EXCEPTION-COUNT)
           MOVE WS-CHECK-SCORE
               TO WS-EX-STMT-SCORE(WS-EXCEPTION-COUNT)
           MOVE WS-FILE-WINS TO WS-EX-FILE-WINS(WS-EXCEPTION-COUNT)
           MOVE WS-FILE-LOSSES
               TO WS-EX-FILE-LOSSES(WS-EXCEPTION-COUNT)
           MOVE WS-FILE-SCORE
               TO WS-EX-FILE-SCORE(WS-EXCEPTION-COUNT).

       PRINT-EXCEPTION-PAGE.
           MOVE 'N' TO WS-IN-STATEMENT
           MOVE 99 TO WS-LINE-COUNT
           MOVE "Statements that do not tie to the season figures"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "------------------------------------------------"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "None - every statement ties to the season"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE
               MOVE "figures on file." TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Player     Name                 Basis   "
                   "  Stmt W/L/Points         File W/L/Points"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
               PERFORM VARYING WS-EX-INDEX FROM 1 BY 1
                       UNTIL WS-EX-INDEX > WS-EXCEPTION-COUNT
                   MOVE WS-EX-STMT-WINS(WS-EX-INDEX) TO WS-EDIT-WINS
                   MOVE WS-EX-STMT-LOSSES(WS-EX-INDEX)
                       TO WS-EDIT-LOSSES
                   MOVE WS-EX-STMT-SCORE(WS-EX-INDEX)
                       TO WS-EDIT-SCORE
                   MOVE WS-EX-FILE-WINS(WS-EX-INDEX)
                       TO WS-EDIT-FILE-WINS
                   MOVE WS-EX-FILE-LOSSES(WS-EX-INDEX)
                       TO WS-EDIT-FILE-LOSSES
                   MOVE WS-EX-FILE-SCORE(WS-EX-INDEX)
                       TO WS-EDIT-FILE-SCORE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-EX-PLAYER-ID(WS-EX-INDEX) " "
                       WS-EX-NAME(WS-EX-INDEX)(1:20) " "
                       WS-EX-BASIS(WS-EX-INDEX) " "
                       WS-EDIT-WINS WS-EDIT-LOSSES WS-EDIT-SCORE
                       "  "
                       WS-EDIT-FILE-WINS WS-EDIT-FILE-LOSSES
                       WS-EDIT-FILE-SCORE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-LINE
               END-PERFORM
               IF WS-EXCEPTION-LOST > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "WARNING: " WS-EXCEPTION-LOST
                       " further exception(s) not listed -"
                       " table full."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-LINE
               END-IF
           END-IF
           IF WS-HIST-UNATTRIB > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Note: " WS-HIST-UNATTRIB
                   " game(s) this month carry no player ID"
                   " and appear on no statement."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF.

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
           STRING "Monthly player statements " WS-STMT-PERIOD
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
           MOVE 3 TO WS-LINE-COUNT
           IF WS-IN-STATEMENT = 'Y' AND WS-STMT-STAGE > 0
               MOVE SPACES TO PRINT-RECORD
               STRING "Statement for " WS-STMT-PLAYER-ID " "
                   WS-STMT-NAME " (continued)"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 5 TO WS-LINE-COUNT
           END-IF.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Statement control report"
           DISPLAY "------------------------"
           DISPLAY "Player master records read : " WS-PM-READ
           DISPLAY "  active players           : " WS-PM-ACTIVE-COUNT
           DISPLAY "Statements printed         : " WS-STATEMENTS
           DISPLAY "  tied to season figures   : " WS-STATEMENTS-TIED
           DISPLAY "  exceptions               : "
               WS-EXCEPTION-COUNT
           DISPLAY "History records read       : " WS-HIST-READ
           DISPLAY "  archive files included   : " WS-ARCHIVES-FOUND
           DISPLAY "  games without a player   : " WS-HIST-UNATTRIB
           DISPLAY "Season games listed        : " WS-GAMES-LISTED
           DISPLAY "Daily challenges listed    : " WS-DAILIES-LISTED
           DISPLAY "Daily results for month    : " WS-DAILY-READ
           DISPLAY "Match results for month    : " WS-MATCH-READ
           DISPLAY "Badges earned in month     : " WS-ACH-READ
           DISPLAY "Adjustments in month       : " WS-ADJ-READ
           DISPLAY "Records for inactive IDs   : " WS-NOT-ACTIVE-RECS
           IF WS-STATEMENTS = WS-PM-ACTIVE-COUNT
               DISPLAY "Control totals IN BALANCE."
           ELSE
               DISPLAY "Control totals OUT OF BALANCE - statements"
                   " printed do not match active players."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 AND
                   (WS-EXCEPTION-COUNT > 0 OR WS-EXCEPTION-LOST > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " ".
