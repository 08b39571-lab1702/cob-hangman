       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANGRETN.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "HANGCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

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
               FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-FILE-STATUS.

           SELECT PENDING-POST-FILE ASSIGN TO "PENDPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "PLAYAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT DORMANT-FILE ASSIGN TO "DORMANT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT DORMANT-WORK-FILE ASSIGN TO "DORMANT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DW-FILE-STATUS.

           SELECT SYSTEM-AVAIL-FILE ASSIGN TO "SYSAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC X(80).

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
               10  FILLER              PIC X(110).

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

       FD  DORMANT-WORK-FILE.
       01  DORMANT-WORK-RECORD     PIC X(111).

       FD  SYSTEM-AVAIL-FILE.
       01  SYSTEM-AVAIL-RECORD.
           05  SA-STATE            PIC X(6).
           05  FILLER              PIC X(01).
           05  SA-JOB              PIC X(8).
           05  FILLER              PIC X(01).
           05  SA-STAMP            PIC X(14).
           05  FILLER              PIC X(01).
           05  SA-NOTE             PIC X(30).

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CFG-EOF            PIC X VALUE 'N'.
           05  WS-PM-EOF             PIC X VALUE 'N'.
           05  WS-ACH-EOF            PIC X VALUE 'N'.
           05  WS-HIST-EOF           PIC X VALUE 'N'.
           05  WS-DR-EOF             PIC X VALUE 'N'.
           05  WS-MH-EOF             PIC X VALUE 'N'.
           05  WS-PP-EOF             PIC X VALUE 'N'.
           05  WS-AUDIT-EOF          PIC X VALUE 'N'.
           05  WS-DM-EOF             PIC X VALUE 'N'.
           05  WS-DW-EOF             PIC X VALUE 'N'.
           05  WS-CFG-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-PM-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-LB-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-ACH-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-HIST-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-DR-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-MH-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-PP-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-DM-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-DW-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-PRINT-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-LB-AVAILABLE       PIC X VALUE 'N'.
           05  WS-ACH-AVAILABLE      PIC X VALUE 'N'.

       01  WS-RUN-DATA.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-MODE-WORD        PIC X(10) VALUE SPACES.
           05  WS-RUN-MODE         PIC X(7) VALUE "REVIEW".
           05  WS-RESTORE-ID       PIC X(10) VALUE SPACES.
           05  WS-OPERATOR-ID      PIC X(10) VALUE "HANGRETN".
           05  WS-TODAY-DATE       PIC X(8) VALUE SPACES.
           05  WS-TODAY-NUM        PIC 9(8) VALUE 0.
           05  WS-TODAY-INT        PIC 9(7) VALUE 0.
           05  WS-CUTOFF-NUM       PIC 9(8) VALUE 0.
           05  WS-AUDIT-ACTION     PIC X(06) VALUE SPACES.
           05  WS-AUDIT-PLAYER     PIC X(10) VALUE SPACES.
           05  WS-OLD-VALUE        PIC X(30) VALUE SPACES.
           05  WS-NEW-VALUE        PIC X(30) VALUE SPACES.

       01  WS-RETENTION-LIMITS.
           05  WS-DEACT-DAYS       PIC 9(4) VALUE 365.
           05  WS-PURGE-DAYS       PIC 9(4) VALUE 730.
           05  WS-MIN-DEACT-DAYS   PIC 9(4) VALUE 30.
           05  WS-PURGE-ON         PIC X VALUE 'Y'.
           05  WS-DEACT-CUTOFF     PIC X(8) VALUE SPACES.
           05  WS-PURGE-CUTOFF     PIC X(8) VALUE SPACES.
           05  WS-SCAN-CUTOFF      PIC X(8) VALUE SPACES.

       01  WS-PERIOD-DATA.
           05  WS-HIST-FILE-NAME   PIC X(40) VALUE SPACES.
           05  WS-CURRENT-PERIOD   PIC X(6) VALUE SPACES.
           05  WS-SCAN-PERIOD.
               10  WS-SCAN-YEAR    PIC 9(4).
               10  WS-SCAN-MONTH   PIC 9(2).
           05  WS-PERIODS-BACK     PIC 999 VALUE 0.
           05  WS-ARCHIVES-FOUND   PIC 999 VALUE 0.

       01  WS-PLAYER-TABLE-DATA.
           05  WS-PLAYER-COUNT     PIC 9(5) VALUE 0.
           05  WS-MAX-PLAYERS      PIC 9(5) VALUE 5000.
           05  WS-TABLE-OVERFLOW   PIC X VALUE 'N'.
           05  WS-PLAYERS OCCURS 5000 TIMES.
               10  WS-PL-ID            PIC X(10).
               10  WS-PL-NAME          PIC X(30).
               10  WS-PL-ACTIVE        PIC X.
               10  WS-PL-REGISTERED    PIC X(8).
               10  WS-PL-LAST-PLAYED   PIC X(8).
               10  WS-PL-LAST-ACTIVE   PIC X(8).
               10  WS-PL-ACTION        PIC X.
               10  WS-PL-DONE          PIC X.

       01  WS-LOOKUP-DATA.
           05  WS-FIND-ID          PIC X(10) VALUE SPACES.
           05  WS-FIND-IDX         PIC 9(5) VALUE 0.
           05  WS-LOW              PIC 9(5) VALUE 0.
           05  WS-HIGH             PIC 9(5) VALUE 0.
           05  WS-MID              PIC 9(5) VALUE 0.
           05  WS-PL-IDX           PIC 9(5) VALUE 0.
           05  WS-EVENT-DATE       PIC X(8) VALUE SPACES.
           05  WS-EVENT-KIND       PIC X VALUE SPACE.

       01  WS-PURGE-DATA.
           05  WS-LB-FOUND         PIC X VALUE 'N'.
           05  WS-PURGE-BLOCKED    PIC X VALUE 'N'.
           05  WS-ARCHIVE-FAILED   PIC X VALUE 'N'.
           05  WS-PURGE-REASON     PIC X(60) VALUE SPACES.
           05  WS-PLAYER-STATE     PIC X(8) VALUE SPACES.
           05  WS-BADGE-COUNT      PIC 9(3) VALUE 0.
           05  WS-MAX-BADGES       PIC 9(3) VALUE 100.
           05  WS-BADGE-IDX        PIC 9(3) VALUE 0.
           05  WS-BADGES OCCURS 100 TIMES
                                   PIC X(8).

       01  WS-RESTORE-DATA.
           05  WS-RESTORE-FOUND    PIC 9(5) VALUE 0.
           05  WS-RESTORE-PURGED   PIC X(8) VALUE SPACES.
           05  WS-RESTORE-BLOCKED  PIC X VALUE 'N'.
           05  WS-RESTORE-WRITTEN  PIC X VALUE 'N'.
           05  WS-RESTORE-REASON   PIC X(60) VALUE SPACES.
           05  WS-ARCHIVE-DAMAGED  PIC X VALUE 'N'.
           05  WS-DW-EXPECTED      PIC 9(7) VALUE 0.
           05  WS-DW-COUNTED       PIC 9(7) VALUE 0.
           05  WS-RH-COUNT         PIC 99 VALUE 0.
           05  WS-RH-MAX           PIC 99 VALUE 60.
           05  WS-RH-INDEX         PIC 99 VALUE 0.
           05  WS-RH-ENTRY OCCURS 60 TIMES.
               10  WS-RH-RECORD    PIC X(111).
               10  WS-RH-WRITTEN   PIC X.

       01  WS-HELD-DORMANT.
           05  WS-HD-RECORD-TYPE   PIC X.
           05  FILLER              PIC X(01).
           05  WS-HD-PLAYER-ID     PIC X(10).
           05  FILLER              PIC X(19).
           05  WS-HD-IMAGE         PIC X(80).

       01  WS-CONTROL-TOTALS.
           05  WS-PLAYERS-EXAMINED PIC 9(7) VALUE 0.
           05  WS-RECENT-COUNT     PIC 9(7) VALUE 0.
           05  WS-DEACT-DUE        PIC 9(7) VALUE 0.
           05  WS-WAITING-COUNT    PIC 9(7) VALUE 0.
           05  WS-PURGE-DUE        PIC 9(7) VALUE 0.
           05  WS-DEACT-DONE       PIC 9(7) VALUE 0.
           05  WS-PURGE-DONE       PIC 9(7) VALUE 0.
           05  WS-PURGE-FAILED     PIC 9(7) VALUE 0.
           05  WS-AUDIT-WRITTEN    PIC 9(7) VALUE 0.
           05  WS-PM-REMOVED       PIC 9(7) VALUE 0.
           05  WS-LB-REMOVED       PIC 9(7) VALUE 0.
           05  WS-ACH-REMOVED      PIC 9(7) VALUE 0.
           05  WS-PM-ARCHIVED      PIC 9(7) VALUE 0.
           05  WS-LB-ARCHIVED      PIC 9(7) VALUE 0.
           05  WS-ACH-ARCHIVED     PIC 9(7) VALUE 0.
           05  WS-REMOVED-TOTAL    PIC 9(7) VALUE 0.
           05  WS-ARCHIVED-TOTAL   PIC 9(7) VALUE 0.
           05  WS-HIST-RECORDS     PIC 9(7) VALUE 0.
           05  WS-DR-RECORDS       PIC 9(7) VALUE 0.
           05  WS-MH-RECORDS       PIC 9(7) VALUE 0.
           05  WS-PP-RECORDS       PIC 9(7) VALUE 0.
           05  WS-REACT-RECORDS    PIC 9(7) VALUE 0.
           05  WS-DM-READ          PIC 9(7) VALUE 0.
           05  WS-DM-RETAINED      PIC 9(7) VALUE 0.
           05  WS-DM-KEPT          PIC 9(7) VALUE 0.
           05  WS-DM-REWRITTEN     PIC 9(7) VALUE 0.
           05  WS-PM-RESTORED      PIC 9(7) VALUE 0.
           05  WS-LB-RESTORED      PIC 9(7) VALUE 0.
           05  WS-ACH-RESTORED     PIC 9(7) VALUE 0.
           05  WS-RESTORED-TOTAL   PIC 9(7) VALUE 0.
           05  WS-BACKED-OUT       PIC 9(7) VALUE 0.
           05  WS-BALANCE-TOTAL    PIC 9(7) VALUE 0.

       01  WS-PRINT-DATA.
           05  WS-PRINT-FILE-NAME  PIC X(40) VALUE SPACES.
           05  WS-PRINT-LINE       PIC X(100) VALUE SPACES.
           05  WS-PAGE-NUMBER      PIC 9(3) VALUE 0.
           05  WS-LINE-COUNT       PIC 99 VALUE 99.
           05  WS-PAGE-LIMIT       PIC 99 VALUE 55.
           05  WS-LISTED-COUNT     PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  WS-HDG-TITLE        PIC X(42) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "Date: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(08) VALUE "  Page: ".
           05  WS-HDG-PAGE         PIC ZZ9.

       01  WS-CANDIDATE-LINE.
           05  WS-CL-ID            PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-CL-NAME          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-CL-REGISTERED    PIC X(8).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-LAST-PLAYED   PIC X(8).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-LAST-ACTIVE   PIC X(8).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-STATUS        PIC X(8).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-CL-ACTION        PIC X(19).

       01  WS-BATCH-WINDOW.
           05  WS-SA-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-WINDOW-JOB       PIC X(8) VALUE "HANGRETN".
           05  WS-WINDOW-STATE     PIC X(6) VALUE SPACES.
           05  WS-WINDOW-REFUSED   PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM DETERMINE-RUN-MODE
           PERFORM LOAD-CONFIG
           PERFORM COMPUTE-CUTOFFS
           DISPLAY " "
           DISPLAY "Dormant player retention - " WS-RUN-MODE " run"
           DISPLAY "------------------------------------------"
           IF WS-RUN-MODE = "RESTORE"
               PERFORM RESTORE-DORMANT-PLAYER
               PERFORM PRINT-RESTORE-CONTROL
               STOP RUN
           END-IF
           DISPLAY "Deactivate after " WS-DEACT-DAYS
               " days without play (no activity since "
               WS-DEACT-CUTOFF ")"
           IF WS-PURGE-ON = 'Y'
               DISPLAY "Purge after      " WS-PURGE-DAYS
                   " days without play (no activity since "
                   WS-PURGE-CUTOFF ")"
           ELSE
               DISPLAY "Purge            : off (RETAIN purge days"
                   " 0000)"
           END-IF
           IF WS-RUN-MODE = "UPDATE"
               PERFORM OPEN-BATCH-WINDOW
               IF WS-WINDOW-REFUSED = 'Y'
                   DISPLAY "Retention run abandoned - nothing"
                       " changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-PLAYERS
           PERFORM SCAN-CURRENT-HISTORY
           PERFORM SCAN-ARCHIVE-HISTORY
           PERFORM SCAN-DAILY-RESULTS
           PERFORM SCAN-MATCH-HISTORY
           PERFORM SCAN-HELD-RESULTS
           PERFORM SCAN-REACTIVATIONS
           PERFORM CLASSIFY-PLAYERS
           IF WS-RUN-MODE = "UPDATE"
               PERFORM APPLY-RETENTION
               PERFORM CLOSE-BATCH-WINDOW
           END-IF
           PERFORM PRINT-CANDIDATE-REPORT
           PERFORM PRINT-CONTROL-REPORT
           STOP RUN.

       DETERMINE-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-PERIOD
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE
           MOVE SPACES TO WS-MODE-WORD
           MOVE SPACES TO WS-RESTORE-ID
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE-WORD WS-RESTORE-ID
           EVALUATE WS-MODE-WORD
               WHEN SPACES
                   MOVE "REVIEW" TO WS-RUN-MODE
               WHEN "REVIEW"
                   MOVE "REVIEW" TO WS-RUN-MODE
               WHEN "UPDATE"
                   MOVE "UPDATE" TO WS-RUN-MODE
               WHEN "RESTORE"
                   MOVE "RESTORE" TO WS-RUN-MODE
                   IF WS-RESTORE-ID = SPACES
                       DISPLAY "RESTORE needs the player ID to bring"
                           " back - HANGRETN RESTORE <player ID>."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown option " WS-COMMAND-LINE(1:20)
                       " - use REVIEW, UPDATE or RESTORE <player ID>."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CFG-EOF = 'Y'
                   READ CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           IF CONFIG-RECORD(1:6) = "RETAIN"
                               PERFORM PARSE-RETAIN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       PARSE-RETAIN-RECORD.
           IF CONFIG-RECORD(10:4) NOT NUMERIC OR
                   CONFIG-RECORD(15:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF CONFIG-RECORD(15:4) NOT = "0000" AND
                   CONFIG-RECORD(15:4) NOT > CONFIG-RECORD(10:4)
               EXIT PARAGRAPH
           END-IF
           MOVE CONFIG-RECORD(10:4) TO WS-DEACT-DAYS
           MOVE CONFIG-RECORD(15:4) TO WS-PURGE-DAYS
           IF WS-DEACT-DAYS < WS-MIN-DEACT-DAYS
               MOVE WS-MIN-DEACT-DAYS TO WS-DEACT-DAYS
           END-IF
           IF WS-PURGE-DAYS NOT = 0 AND
                   WS-PURGE-DAYS < WS-DEACT-DAYS
               MOVE WS-DEACT-DAYS TO WS-PURGE-DAYS
           END-IF.

       COMPUTE-CUTOFFS.
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-DEACT-DAYS)
           MOVE WS-CUTOFF-NUM TO WS-DEACT-CUTOFF
           MOVE WS-DEACT-CUTOFF TO WS-SCAN-CUTOFF
           IF WS-PURGE-DAYS = 0
               MOVE 'N' TO WS-PURGE-ON
               MOVE SPACES TO WS-PURGE-CUTOFF
           ELSE
               MOVE 'Y' TO WS-PURGE-ON
               COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT - WS-PURGE-DAYS)
               MOVE WS-CUTOFF-NUM TO WS-PURGE-CUTOFF
               MOVE WS-PURGE-CUTOFF TO WS-SCAN-CUTOFF
           END-IF.

       LOAD-PLAYERS.
           MOVE 0 TO WS-PLAYER-COUNT
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open player master PLAYMAST.DAT -"
                   " status " WS-PM-FILE-STATUS
               DISPLAY "No players examined."
               IF WS-RUN-MODE = "UPDATE"
                   PERFORM CLOSE-BATCH-WINDOW
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PM-EOF
           PERFORM UNTIL WS-PM-EOF = 'Y'
               READ PLAYER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       PERFORM ADD-PLAYER-ENTRY
               END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE.

       ADD-PLAYER-ENTRY.
           IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAYER-COUNT
           MOVE PM-PLAYER-ID TO WS-PL-ID(WS-PLAYER-COUNT)
           MOVE PM-DISPLAY-NAME TO WS-PL-NAME(WS-PLAYER-COUNT)
           MOVE PM-ACTIVE TO WS-PL-ACTIVE(WS-PLAYER-COUNT)
           MOVE SPACES TO WS-PL-REGISTERED(WS-PLAYER-COUNT)
           IF PM-DATE-REGISTERED IS NUMERIC
               MOVE PM-DATE-REGISTERED
                   TO WS-PL-REGISTERED(WS-PLAYER-COUNT)
           END-IF
           MOVE SPACES TO WS-PL-LAST-PLAYED(WS-PLAYER-COUNT)
           MOVE WS-PL-REGISTERED(WS-PLAYER-COUNT)
               TO WS-PL-LAST-ACTIVE(WS-PLAYER-COUNT)
           MOVE SPACE TO WS-PL-ACTION(WS-PLAYER-COUNT)
           MOVE 'N' TO WS-PL-DONE(WS-PLAYER-COUNT).

       FIND-PLAYER-ENTRY.
           MOVE 0 TO WS-FIND-IDX
           MOVE 1 TO WS-LOW
           MOVE WS-PLAYER-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FIND-IDX > 0
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-PL-ID(WS-MID) = WS-FIND-ID
                       MOVE WS-MID TO WS-FIND-IDX
                   WHEN WS-PL-ID(WS-MID) < WS-FIND-ID
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

       NOTE-ACTIVITY.
           IF WS-FIND-ID = SPACES OR WS-EVENT-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PLAYER-ENTRY
           IF WS-FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EVENT-KIND = 'P' AND
                   (WS-PL-LAST-PLAYED(WS-FIND-IDX) = SPACES OR
                    WS-EVENT-DATE > WS-PL-LAST-PLAYED(WS-FIND-IDX))
               MOVE WS-EVENT-DATE TO WS-PL-LAST-PLAYED(WS-FIND-IDX)
           END-IF
           IF WS-PL-LAST-ACTIVE(WS-FIND-IDX) = SPACES OR
                   WS-EVENT-DATE > WS-PL-LAST-ACTIVE(WS-FIND-IDX)
               MOVE WS-EVENT-DATE TO WS-PL-LAST-ACTIVE(WS-FIND-IDX)
           END-IF.

       SCAN-CURRENT-HISTORY.
           MOVE "GAMEHIST.TXT" TO WS-HIST-FILE-NAME
           PERFORM SCAN-ONE-HISTORY-FILE.

       SCAN-ARCHIVE-HISTORY.
           MOVE WS-CURRENT-PERIOD TO WS-SCAN-PERIOD
           PERFORM VARYING WS-PERIODS-BACK FROM 1 BY 1
                   UNTIL WS-PERIODS-BACK > 120
               IF WS-SCAN-MONTH = 1
                   MOVE 12 TO WS-SCAN-MONTH
                   SUBTRACT 1 FROM WS-SCAN-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-SCAN-MONTH
               END-IF
               IF WS-SCAN-PERIOD < WS-SCAN-CUTOFF(1:6)
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-HIST-FILE-NAME
               STRING "GAMH" WS-SCAN-PERIOD ".TXT"
                   DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
               PERFORM SCAN-ONE-HISTORY-FILE
               IF WS-HIST-FILE-STATUS = "00"
                   ADD 1 TO WS-ARCHIVES-FOUND
               END-IF
           END-PERFORM.

       SCAN-ONE-HISTORY-FILE.
           MOVE 'N' TO WS-HIST-EOF
           MOVE 'P' TO WS-EVENT-KIND
           OPEN INPUT GAME-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ GAME-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-RECORDS
                       MOVE HIST-TIMESTAMP(1:8) TO WS-EVENT-DATE
                       MOVE HIST-PLAYER-ID TO WS-FIND-ID
                       PERFORM NOTE-ACTIVITY
                       IF HIST-GAME-MODE = 'M' OR
                               HIST-GAME-MODE = 'T'
                           MOVE HIST-OPPONENT-ID TO WS-FIND-ID
                           PERFORM NOTE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAME-HISTORY-FILE.

       SCAN-DAILY-RESULTS.
           MOVE 'N' TO WS-DR-EOF
           MOVE 'P' TO WS-EVENT-KIND
           OPEN INPUT DAILY-RESULTS-FILE
           IF WS-DR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DR-EOF = 'Y'
               READ DAILY-RESULTS-FILE
                   AT END
                       MOVE 'Y' TO WS-DR-EOF
                   NOT AT END
                       ADD 1 TO WS-DR-RECORDS
                       MOVE DR-DATE TO WS-EVENT-DATE
                       MOVE DR-PLAYER-ID TO WS-FIND-ID
                       PERFORM NOTE-ACTIVITY
               END-READ
           END-PERFORM
           CLOSE DAILY-RESULTS-FILE.

       SCAN-MATCH-HISTORY.
           MOVE 'N' TO WS-MH-EOF
           MOVE 'P' TO WS-EVENT-KIND
           OPEN INPUT MATCH-HISTORY-FILE
           IF WS-MH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MH-EOF = 'Y'
               READ MATCH-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-MH-EOF
                   NOT AT END
                       ADD 1 TO WS-MH-RECORDS
                       MOVE MH-DATE TO WS-EVENT-DATE
                       MOVE MH-PLAYER1-ID TO WS-FIND-ID
                       PERFORM NOTE-ACTIVITY
                       MOVE MH-PLAYER2-ID TO WS-FIND-ID
                       PERFORM NOTE-ACTIVITY
               END-READ
           END-PERFORM
           CLOSE MATCH-HISTORY-FILE.

       SCAN-HELD-RESULTS.
           MOVE 'N' TO WS-PP-EOF
           MOVE 'P' TO WS-EVENT-KIND
           OPEN INPUT PENDING-POST-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PP-EOF = 'Y'
               READ PENDING-POST-FILE
                   AT END
                       MOVE 'Y' TO WS-PP-EOF
                   NOT AT END
                       IF PP-TYPE = 'L'
                           ADD 1 TO WS-PP-RECORDS
                           MOVE PP-HELD-STAMP(1:8) TO WS-EVENT-DATE
                           MOVE PP-PLAYER-ID TO WS-FIND-ID
                           PERFORM NOTE-ACTIVITY
                       END-IF
                       IF PP-TYPE = 'D'
                           ADD 1 TO WS-PP-RECORDS
                           MOVE PP-DR-DATE TO WS-EVENT-DATE
                           MOVE PP-DR-PLAYER-ID TO WS-FIND-ID
                           PERFORM NOTE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-POST-FILE.

       SCAN-REACTIVATIONS.
           MOVE 'N' TO WS-AUDIT-EOF
           MOVE 'O' TO WS-EVENT-KIND
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       IF AUD-ACTION = "REACT" OR
                               AUD-ACTION = "RESTOR"
                           ADD 1 TO WS-REACT-RECORDS
                           MOVE AUD-TIMESTAMP(1:8) TO WS-EVENT-DATE
                           MOVE AUD-PLAYER-ID TO WS-FIND-ID
                           PERFORM NOTE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       CLASSIFY-PLAYERS.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PLAYER-COUNT
               ADD 1 TO WS-PLAYERS-EXAMINED
               EVALUATE TRUE
                   WHEN WS-PL-LAST-ACTIVE(WS-PL-IDX) NOT <
                           WS-DEACT-CUTOFF
                       ADD 1 TO WS-RECENT-COUNT
                   WHEN WS-PURGE-ON = 'Y' AND
                           WS-PL-LAST-ACTIVE(WS-PL-IDX) <
                           WS-PURGE-CUTOFF
                       MOVE 'P' TO WS-PL-ACTION(WS-PL-IDX)
                       ADD 1 TO WS-PURGE-DUE
                   WHEN WS-PL-ACTIVE(WS-PL-IDX) = 'Y'
                       MOVE 'D' TO WS-PL-ACTION(WS-PL-IDX)
                       ADD 1 TO WS-DEACT-DUE
                   WHEN OTHER
                       MOVE 'W' TO WS-PL-ACTION(WS-PL-IDX)
                       ADD 1 TO WS-WAITING-COUNT
               END-EVALUATE
           END-PERFORM.

       APPLY-RETENTION.
           OPEN I-O PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open player master PLAYMAST.DAT for"
                   " update - status " WS-PM-FILE-STATUS
               DISPLAY "Nothing deactivated or purged."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PURGE-DUE > 0
               PERFORM OPEN-PURGE-FILES
               IF WS-PURGE-BLOCKED = 'Y'
                   DISPLAY "No players purged - " WS-PURGE-REASON
                   DISPLAY "Deactivations still applied."
               END-IF
           END-IF
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PLAYER-COUNT
               EVALUATE TRUE
                   WHEN WS-PL-ACTION(WS-PL-IDX) = 'D'
                       PERFORM DEACTIVATE-PLAYER
                   WHEN WS-PL-ACTION(WS-PL-IDX) = 'P' AND
                           WS-PURGE-BLOCKED = 'N'
                       PERFORM PURGE-PLAYER
               END-EVALUATE
           END-PERFORM
           IF WS-PURGE-DUE > 0 AND WS-PURGE-BLOCKED = 'N'
               PERFORM CLOSE-PURGE-FILES
           END-IF
           CLOSE PLAYER-MASTER-FILE.

       OPEN-PURGE-FILES.
           MOVE 'N' TO WS-PURGE-BLOCKED
           MOVE 'N' TO WS-LB-AVAILABLE
           MOVE 'N' TO WS-ACH-AVAILABLE
           OPEN EXTEND DORMANT-FILE
           IF WS-DM-FILE-STATUS = "35"
               OPEN OUTPUT DORMANT-FILE
           END-IF
           IF WS-DM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PURGE-BLOCKED
               MOVE SPACES TO WS-PURGE-REASON
               STRING "cannot open dormant archive DORMANT.TXT -"
                   " status " WS-DM-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-PURGE-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS NOT = "00"
               CLOSE DORMANT-FILE
               MOVE 'Y' TO WS-PURGE-BLOCKED
               MOVE SPACES TO WS-PURGE-REASON
               STRING "cannot open leaderboard LEADERBD.DAT -"
                   " status " WS-LB-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-PURGE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LB-AVAILABLE
           OPEN I-O ACHIEVEMENTS-FILE
           EVALUATE WS-ACH-FILE-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-ACH-AVAILABLE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   CLOSE LEADERBOARD-FILE
                   CLOSE DORMANT-FILE
                   MOVE 'N' TO WS-LB-AVAILABLE
                   MOVE 'Y' TO WS-PURGE-BLOCKED
                   MOVE SPACES TO WS-PURGE-REASON
                   STRING "cannot open achievements ACHIEVE.DAT -"
                       " status " WS-ACH-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-PURGE-REASON
           END-EVALUATE.

       CLOSE-PURGE-FILES.
           IF WS-ACH-AVAILABLE = 'Y'
               CLOSE ACHIEVEMENTS-FILE
           END-IF
           IF WS-LB-AVAILABLE = 'Y'
               CLOSE LEADERBOARD-FILE
           END-IF
           CLOSE DORMANT-FILE.

       DEACTIVATE-PLAYER.
           MOVE WS-PL-ID(WS-PL-IDX) TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PM-ACTIVE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO PM-ACTIVE
           REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'Y' TO WS-PL-DONE(WS-PL-IDX)
           MOVE "DEACT" TO WS-AUDIT-ACTION
           MOVE WS-PL-ID(WS-PL-IDX) TO WS-AUDIT-PLAYER
           MOVE "ACTIVE" TO WS-OLD-VALUE
           MOVE "INACTIVE" TO WS-NEW-VALUE
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-DEACT-DONE.

       PURGE-PLAYER.
           MOVE WS-PL-ID(WS-PL-IDX) TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-PURGE-FAILED
                   EXIT PARAGRAPH
           END-READ
           IF PM-ACTIVE = 'Y'
               MOVE "ACTIVE" TO WS-PLAYER-STATE
           ELSE
               MOVE "INACTIVE" TO WS-PLAYER-STATE
           END-IF
           MOVE 'P' TO DM-RECORD-TYPE
           MOVE PLAYER-MASTER-RECORD TO DM-IMAGE
           PERFORM WRITE-DORMANT-RECORD
           IF WS-DM-FILE-STATUS NOT = "00"
               PERFORM REPORT-ARCHIVE-FAILURE
               ADD 1 TO WS-PURGE-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PM-ARCHIVED
           MOVE 'N' TO WS-ARCHIVE-FAILED
           PERFORM ARCHIVE-LEADERBOARD-RECORD
           PERFORM ARCHIVE-ACHIEVEMENT-RECORDS
           IF WS-ARCHIVE-FAILED = 'Y'
               ADD 1 TO WS-PURGE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-ID(WS-PL-IDX) TO PM-PLAYER-ID
           DELETE PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Player " WS-PL-ID(WS-PL-IDX)
                       " could not be deleted from PLAYMAST.DAT."
               NOT INVALID KEY
                   ADD 1 TO WS-PM-REMOVED
           END-DELETE
           IF WS-LB-FOUND = 'Y'
               MOVE WS-PL-ID(WS-PL-IDX) TO LB-PLAYER-ID
               DELETE LEADERBOARD-FILE
                   INVALID KEY
                       DISPLAY "Player " WS-PL-ID(WS-PL-IDX)
                           " could not be deleted from LEADERBD.DAT."
                   NOT INVALID KEY
                       ADD 1 TO WS-LB-REMOVED
               END-DELETE
           END-IF
           PERFORM VARYING WS-BADGE-IDX FROM 1 BY 1
                   UNTIL WS-BADGE-IDX > WS-BADGE-COUNT
               MOVE WS-PL-ID(WS-PL-IDX) TO ACH-PLAYER-ID
               MOVE WS-BADGES(WS-BADGE-IDX) TO ACH-BADGE-CODE
               DELETE ACHIEVEMENTS-FILE
                   INVALID KEY
                       DISPLAY "Badge " ACH-BADGE-CODE " of "
                           ACH-PLAYER-ID " could not be deleted"
                           " from ACHIEVE.DAT."
                   NOT INVALID KEY
                       ADD 1 TO WS-ACH-REMOVED
               END-DELETE
           END-PERFORM
           MOVE 'Y' TO WS-PL-DONE(WS-PL-IDX)
           MOVE "PURGE" TO WS-AUDIT-ACTION
           MOVE WS-PL-ID(WS-PL-IDX) TO WS-AUDIT-PLAYER
           MOVE WS-PLAYER-STATE TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "DORMANT SINCE " WS-PL-LAST-ACTIVE(WS-PL-IDX)
               DELIMITED BY SIZE INTO WS-NEW-VALUE
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-PURGE-DONE.

       ARCHIVE-LEADERBOARD-RECORD.
           MOVE 'N' TO WS-LB-FOUND
           IF WS-LB-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-ID(WS-PL-IDX) TO LB-PLAYER-ID
           READ LEADERBOARD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'L' TO DM-RECORD-TYPE
           MOVE LEADERBOARD-RECORD TO DM-IMAGE
           PERFORM WRITE-DORMANT-RECORD
           IF WS-DM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-LB-FOUND
               ADD 1 TO WS-LB-ARCHIVED
           ELSE
               PERFORM REPORT-ARCHIVE-FAILURE
               MOVE 'Y' TO WS-ARCHIVE-FAILED
           END-IF.

       ARCHIVE-ACHIEVEMENT-RECORDS.
           MOVE 0 TO WS-BADGE-COUNT
           IF WS-ACH-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACH-EOF
           MOVE WS-PL-ID(WS-PL-IDX) TO ACH-PLAYER-ID
           MOVE LOW-VALUES TO ACH-BADGE-CODE
           START ACHIEVEMENTS-FILE KEY NOT < ACH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACH-EOF
           END-START
           PERFORM UNTIL WS-ACH-EOF = 'Y'
               READ ACHIEVEMENTS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ACH-EOF
                   NOT AT END
                       IF ACH-PLAYER-ID NOT = WS-PL-ID(WS-PL-IDX) OR
                               WS-BADGE-COUNT >= WS-MAX-BADGES OR
                               WS-ARCHIVE-FAILED = 'Y'
                           MOVE 'Y' TO WS-ACH-EOF
                       ELSE
                           PERFORM ARCHIVE-ONE-ACHIEVEMENT
                       END-IF
               END-READ
           END-PERFORM.

       ARCHIVE-ONE-ACHIEVEMENT.
           MOVE 'A' TO DM-RECORD-TYPE
           MOVE ACHIEVEMENT-RECORD TO DM-IMAGE
           PERFORM WRITE-DORMANT-RECORD
           IF WS-DM-FILE-STATUS = "00"
               ADD 1 TO WS-BADGE-COUNT
               MOVE ACH-BADGE-CODE TO WS-BADGES(WS-BADGE-COUNT)
               ADD 1 TO WS-ACH-ARCHIVED
           ELSE
               PERFORM REPORT-ARCHIVE-FAILURE
               MOVE 'Y' TO WS-ARCHIVE-FAILED
           END-IF.

       REPORT-ARCHIVE-FAILURE.
           DISPLAY "Player " WS-PL-ID(WS-PL-IDX) " not purged -"
               " DORMANT.TXT write failed, status " WS-DM-FILE-STATUS
           DISPLAY "  Player left on file; the purge is retried by the"
               " next run.".

       WRITE-DORMANT-RECORD.
           MOVE WS-PL-ID(WS-PL-IDX) TO DM-PLAYER-ID
           MOVE WS-TODAY-DATE TO DM-PURGE-DATE
           MOVE WS-PL-LAST-ACTIVE(WS-PL-IDX) TO DM-LAST-ACTIVE
           MOVE SPACE TO DORMANT-RECORD(2:1)
           MOVE SPACE TO DORMANT-RECORD(13:1)
           MOVE SPACE TO DORMANT-RECORD(22:1)
           MOVE SPACE TO DORMANT-RECORD(31:1)
           WRITE DORMANT-RECORD.

       RESTORE-DORMANT-PLAYER.
           DISPLAY "Player to restore: " WS-RESTORE-ID
           PERFORM FIND-DORMANT-PLAYER
           IF WS-RESTORE-FOUND = 0
               DISPLAY "Player " WS-RESTORE-ID " is not in the"
                   " dormant archive DORMANT.TXT - nothing restored."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-BATCH-WINDOW
           IF WS-WINDOW-REFUSED = 'Y'
               DISPLAY "Restore abandoned - nothing changed."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-RESTORE-FILES
           IF WS-RESTORE-BLOCKED = 'N'
               PERFORM CHECK-RESTORE-TARGETS
           END-IF
           IF WS-RESTORE-BLOCKED = 'N'
               PERFORM SPLIT-DORMANT-ARCHIVE
           END-IF
           IF WS-RESTORE-BLOCKED = 'N'
               PERFORM RESTORE-HELD-RECORDS
               PERFORM KEEP-UNRESTORED-RECORDS
           END-IF
           IF WS-RESTORE-BLOCKED = 'N'
               PERFORM REWRITE-DORMANT-ARCHIVE
           END-IF
           IF WS-PM-RESTORED > 0 AND
                   (WS-RESTORE-BLOCKED = 'N' OR
                    WS-ARCHIVE-DAMAGED = 'Y')
               MOVE "RESTOR" TO WS-AUDIT-ACTION
               MOVE WS-RESTORE-ID TO WS-AUDIT-PLAYER
               MOVE SPACES TO WS-OLD-VALUE
               STRING "PURGED " WS-RESTORE-PURGED
                   DELIMITED BY SIZE INTO WS-OLD-VALUE
               MOVE "ACTIVE" TO WS-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-RESTORE-BLOCKED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-RESTORE-FILES
           PERFORM CLOSE-BATCH-WINDOW.

       FIND-DORMANT-PLAYER.
           MOVE 0 TO WS-RESTORE-FOUND
           MOVE 'N' TO WS-DM-EOF
           OPEN INPUT DORMANT-FILE
           IF WS-DM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DM-EOF = 'Y'
               READ DORMANT-FILE
                   AT END
                       MOVE 'Y' TO WS-DM-EOF
                   NOT AT END
                       IF DM-PLAYER-ID = WS-RESTORE-ID
                           ADD 1 TO WS-RESTORE-FOUND
                           MOVE DM-PURGE-DATE TO WS-RESTORE-PURGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORMANT-FILE.

       OPEN-RESTORE-FILES.
           MOVE 'N' TO WS-RESTORE-BLOCKED
           OPEN I-O PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS = "35"
               OPEN OUTPUT PLAYER-MASTER-FILE
               CLOSE PLAYER-MASTER-FILE
               OPEN I-O PLAYER-MASTER-FILE
           END-IF
           OPEN I-O LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS = "35"
               OPEN OUTPUT LEADERBOARD-FILE
               CLOSE LEADERBOARD-FILE
               OPEN I-O LEADERBOARD-FILE
           END-IF
           OPEN I-O ACHIEVEMENTS-FILE
           IF WS-ACH-FILE-STATUS = "35"
               OPEN OUTPUT ACHIEVEMENTS-FILE
               CLOSE ACHIEVEMENTS-FILE
               OPEN I-O ACHIEVEMENTS-FILE
           END-IF
           IF WS-PM-FILE-STATUS NOT = "00" OR
                   WS-LB-FILE-STATUS NOT = "00" OR
                   WS-ACH-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open the player files for update -"
                   " PLAYMAST " WS-PM-FILE-STATUS
                   " LEADERBD " WS-LB-FILE-STATUS
                   " ACHIEVE " WS-ACH-FILE-STATUS
               MOVE 'Y' TO WS-RESTORE-BLOCKED
           END-IF.

       CHECK-RESTORE-TARGETS.
           MOVE WS-RESTORE-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Player " WS-RESTORE-ID " is on"
                       " PLAYMAST.DAT again - nothing restored."
                   MOVE 'Y' TO WS-RESTORE-BLOCKED
           END-READ
           MOVE WS-RESTORE-ID TO LB-PLAYER-ID
           READ LEADERBOARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Player " WS-RESTORE-ID " is on"
                       " LEADERBD.DAT again - nothing restored."
                   MOVE 'Y' TO WS-RESTORE-BLOCKED
           END-READ.

       CLOSE-RESTORE-FILES.
           IF WS-ACH-FILE-STATUS NOT = "35"
               CLOSE ACHIEVEMENTS-FILE
           END-IF
           IF WS-LB-FILE-STATUS NOT = "35"
               CLOSE LEADERBOARD-FILE
           END-IF
           IF WS-PM-FILE-STATUS NOT = "35"
               CLOSE PLAYER-MASTER-FILE
           END-IF.

       SPLIT-DORMANT-ARCHIVE.
           MOVE 0 TO WS-RH-COUNT
           MOVE 'N' TO WS-DM-EOF
           OPEN INPUT DORMANT-FILE
           IF WS-DM-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RESTORE-REASON
               STRING "cannot read DORMANT.TXT - status "
                   WS-DM-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-RESTORE-REASON
               MOVE 'Y' TO WS-RESTORE-BLOCKED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DORMANT-WORK-FILE
           IF WS-DW-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RESTORE-REASON
               STRING "cannot create DORMANT.WRK - status "
                   WS-DW-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-RESTORE-REASON
               CLOSE DORMANT-FILE
               MOVE 'Y' TO WS-RESTORE-BLOCKED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DM-EOF = 'Y'
               READ DORMANT-FILE
                   AT END
                       MOVE 'Y' TO WS-DM-EOF
                   NOT AT END
                       ADD 1 TO WS-DM-READ
                       PERFORM SPLIT-ONE-DORMANT-RECORD
               END-READ
           END-PERFORM
           CLOSE DORMANT-WORK-FILE
           CLOSE DORMANT-FILE
           IF WS-RESTORE-BLOCKED = 'N'
               MOVE WS-DM-RETAINED TO WS-DW-EXPECTED
               PERFORM VERIFY-DORMANT-WORK
           END-IF.

       SPLIT-ONE-DORMANT-RECORD.
           IF DM-PLAYER-ID = WS-RESTORE-ID
               IF WS-RH-COUNT >= WS-RH-MAX
                   MOVE SPACES TO WS-RESTORE-REASON
                   STRING "more than " WS-RH-MAX " archived records"
                       " for the player"
                       DELIMITED BY SIZE INTO WS-RESTORE-REASON
                   MOVE 'Y' TO WS-RESTORE-BLOCKED
                   MOVE 'Y' TO WS-DM-EOF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RH-COUNT
               MOVE DORMANT-RECORD TO WS-RH-RECORD(WS-RH-COUNT)
               MOVE 'N' TO WS-RH-WRITTEN(WS-RH-COUNT)
           ELSE
               MOVE DORMANT-RECORD TO DORMANT-WORK-RECORD
               WRITE DORMANT-WORK-RECORD
               IF WS-DW-FILE-STATUS NOT = "00"
                   MOVE SPACES TO WS-RESTORE-REASON
                   STRING "DORMANT.WRK write failed - status "
                       WS-DW-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-RESTORE-REASON
                   MOVE 'Y' TO WS-RESTORE-BLOCKED
                   MOVE 'Y' TO WS-DM-EOF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DM-RETAINED
           END-IF.

       VERIFY-DORMANT-WORK.
           MOVE 0 TO WS-DW-COUNTED
           MOVE 'N' TO WS-DW-EOF
           OPEN INPUT DORMANT-WORK-FILE
           IF WS-DW-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RESTORE-REASON
               STRING "cannot reread DORMANT.WRK - status "
                   WS-DW-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-RESTORE-REASON
               MOVE 'Y' TO WS-RESTORE-BLOCKED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DW-EOF = 'Y'
               READ DORMANT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-DW-EOF
                   NOT AT END
                       ADD 1 TO WS-DW-COUNTED
               END-READ
           END-PERFORM
           CLOSE DORMANT-WORK-FILE
           IF WS-DW-COUNTED NOT = WS-DW-EXPECTED
               MOVE SPACES TO WS-RESTORE-REASON
               STRING "DORMANT.WRK holds " WS-DW-COUNTED
                   " records, " WS-DW-EXPECTED " expected"
                   DELIMITED BY SIZE INTO WS-RESTORE-REASON
               MOVE 'Y' TO WS-RESTORE-BLOCKED
           END-IF.

       RESTORE-HELD-RECORDS.
           PERFORM VARYING WS-RH-INDEX FROM 1 BY 1
                   UNTIL WS-RH-INDEX > WS-RH-COUNT
               PERFORM RESTORE-ONE-RECORD
           END-PERFORM.

       RESTORE-ONE-RECORD.
           MOVE WS-RH-RECORD(WS-RH-INDEX) TO WS-HELD-DORMANT
           MOVE 'N' TO WS-RESTORE-WRITTEN
           EVALUATE WS-HD-RECORD-TYPE
               WHEN 'P'
                   MOVE WS-HD-IMAGE TO PLAYER-MASTER-RECORD
                   MOVE 'Y' TO PM-ACTIVE
                   WRITE PLAYER-MASTER-RECORD
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-RESTORE-WRITTEN
                           ADD 1 TO WS-PM-RESTORED
                   END-WRITE
               WHEN 'L'
                   MOVE WS-HD-IMAGE TO LEADERBOARD-RECORD
                   WRITE LEADERBOARD-RECORD
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-RESTORE-WRITTEN
                           ADD 1 TO WS-LB-RESTORED
                   END-WRITE
               WHEN 'A'
                   MOVE WS-HD-IMAGE TO ACHIEVEMENT-RECORD
                   WRITE ACHIEVEMENT-RECORD
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-RESTORE-WRITTEN
                           ADD 1 TO WS-ACH-RESTORED
                   END-WRITE
           END-EVALUATE
           MOVE WS-RESTORE-WRITTEN TO WS-RH-WRITTEN(WS-RH-INDEX)
           IF WS-RESTORE-WRITTEN = 'N'
               DISPLAY "Archived " WS-HD-RECORD-TYPE " record for "
                   WS-HD-PLAYER-ID " could not be restored - kept in"
                   " DORMANT.TXT."
               ADD 1 TO WS-DM-KEPT
           END-IF.

       KEEP-UNRESTORED-RECORDS.
           IF WS-DM-KEPT > 0
               OPEN EXTEND DORMANT-WORK-FILE
               IF WS-DW-FILE-STATUS NOT = "00"
                   MOVE SPACES TO WS-RESTORE-REASON
                   STRING "cannot extend DORMANT.WRK - status "
                       WS-DW-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-RESTORE-REASON
                   MOVE 'Y' TO WS-RESTORE-BLOCKED
               ELSE
                   PERFORM VARYING WS-RH-INDEX FROM 1 BY 1
                           UNTIL WS-RH-INDEX > WS-RH-COUNT OR
                               WS-RESTORE-BLOCKED = 'Y'
                       IF WS-RH-WRITTEN(WS-RH-INDEX) = 'N'
                           PERFORM WRITE-KEPT-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE DORMANT-WORK-FILE
               END-IF
           END-IF
           IF WS-RESTORE-BLOCKED = 'N'
               COMPUTE WS-DW-EXPECTED = WS-DM-RETAINED + WS-DM-KEPT
               PERFORM VERIFY-DORMANT-WORK
           END-IF
           IF WS-RESTORE-BLOCKED = 'Y'
               PERFORM BACK-OUT-RESTORE
           END-IF.

       WRITE-KEPT-RECORD.
           MOVE WS-RH-RECORD(WS-RH-INDEX) TO DORMANT-WORK-RECORD
           WRITE DORMANT-WORK-RECORD
           IF WS-DW-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RESTORE-REASON
               STRING "DORMANT.WRK write failed - status "
                   WS-DW-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-RESTORE-REASON
               MOVE 'Y' TO WS-RESTORE-BLOCKED
           END-IF.

       BACK-OUT-RESTORE.
           PERFORM VARYING WS-RH-INDEX FROM 1 BY 1
                   UNTIL WS-RH-INDEX > WS-RH-COUNT
               IF WS-RH-WRITTEN(WS-RH-INDEX) = 'Y'
                   PERFORM BACK-OUT-ONE-RECORD
               END-IF
           END-PERFORM.

       BACK-OUT-ONE-RECORD.
           MOVE WS-RH-RECORD(WS-RH-INDEX) TO WS-HELD-DORMANT
           MOVE 'N' TO WS-RESTORE-WRITTEN
           EVALUATE WS-HD-RECORD-TYPE
               WHEN 'P'
                   MOVE WS-HD-IMAGE TO PLAYER-MASTER-RECORD
                   DELETE PLAYER-MASTER-FILE RECORD
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-RESTORE-WRITTEN
                           SUBTRACT 1 FROM WS-PM-RESTORED
                   END-DELETE
               WHEN 'L'
                   MOVE WS-HD-IMAGE TO LEADERBOARD-RECORD
                   DELETE LEADERBOARD-FILE RECORD
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-RESTORE-WRITTEN
                           SUBTRACT 1 FROM WS-LB-RESTORED
                   END-DELETE
               WHEN 'A'
                   MOVE WS-HD-IMAGE TO ACHIEVEMENT-RECORD
                   DELETE ACHIEVEMENTS-FILE RECORD
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-RESTORE-WRITTEN
                           SUBTRACT 1 FROM WS-ACH-RESTORED
                   END-DELETE
           END-EVALUATE
           IF WS-RESTORE-WRITTEN = 'Y'
               MOVE 'N' TO WS-RH-WRITTEN(WS-RH-INDEX)
               ADD 1 TO WS-BACKED-OUT
           ELSE
               DISPLAY "Restored " WS-HD-RECORD-TYPE " record for "
                   WS-HD-PLAYER-ID " could not be backed out -"
                   " delete it by hand."
           END-IF.

       REWRITE-DORMANT-ARCHIVE.
           MOVE 'N' TO WS-DW-EOF
           OPEN INPUT DORMANT-WORK-FILE
           IF WS-DW-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RESTORE-REASON
               STRING "cannot reread DORMANT.WRK - status "
                   WS-DW-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-RESTORE-REASON
               MOVE 'Y' TO WS-RESTORE-BLOCKED
               PERFORM BACK-OUT-RESTORE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DORMANT-FILE
           IF WS-DM-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RESTORE-REASON
               STRING "cannot rewrite DORMANT.TXT - status "
                   WS-DM-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-RESTORE-REASON
               CLOSE DORMANT-WORK-FILE
               MOVE 'Y' TO WS-RESTORE-BLOCKED
               PERFORM BACK-OUT-RESTORE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DW-EOF = 'Y'
               READ DORMANT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-DW-EOF
                   NOT AT END
                       MOVE DORMANT-WORK-RECORD TO DORMANT-RECORD
                       WRITE DORMANT-RECORD
                       IF WS-DM-FILE-STATUS NOT = "00"
                           MOVE SPACES TO WS-RESTORE-REASON
                           STRING "DORMANT.TXT write failed - status "
                               WS-DM-FILE-STATUS
                               DELIMITED BY SIZE
                               INTO WS-RESTORE-REASON
                           MOVE 'Y' TO WS-RESTORE-BLOCKED
                           MOVE 'Y' TO WS-ARCHIVE-DAMAGED
                           MOVE 'Y' TO WS-DW-EOF
                       ELSE
                           ADD 1 TO WS-DM-REWRITTEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORMANT-FILE
           CLOSE DORMANT-WORK-FILE.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE WS-AUDIT-PLAYER TO AUD-PLAYER-ID
           MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-VALUE TO AUD-NEW-VALUE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS = "00"
               ADD 1 TO WS-AUDIT-WRITTEN
           END-IF
           CLOSE AUDIT-FILE.

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
               " available.".

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

       PRINT-CANDIDATE-REPORT.
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING "RRET" WS-TODAY-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-PRINT-FILE-NAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create print file "
                   WS-PRINT-FILE-NAME " - status "
                   WS-PRINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 99 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Deactivate: no activity since " WS-DEACT-CUTOFF
               " (" WS-DEACT-DAYS " days)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PURGE-ON = 'Y'
               STRING "Purge     : no activity since " WS-PURGE-CUTOFF
                   " (" WS-PURGE-DAYS " days) - records move to"
                   " DORMANT.TXT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "Purge     : switched off" TO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Play searched back to " WS-SCAN-CUTOFF(1:6)
               " - a blank last play means none found since then."
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Player     Name                           "
               "Regist'd  Last play Last seen Status   Action"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PLAYER-COUNT
               IF WS-PL-ACTION(WS-PL-IDX) NOT = SPACE
                   PERFORM FORMAT-CANDIDATE-LINE
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               MOVE "No dormant players." TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Players examined " WS-PLAYERS-EXAMINED
               "   Recently active " WS-RECENT-COUNT
               "   Dormant " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           IF WS-RUN-MODE = "REVIEW"
               STRING "Review run - nothing was changed. Run"
                   " HANGRETN UPDATE to apply."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "Retention report written to " WS-PRINT-FILE-NAME.

       FORMAT-CANDIDATE-LINE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-PL-ID(WS-PL-IDX) TO WS-CL-ID
           MOVE WS-PL-NAME(WS-PL-IDX) TO WS-CL-NAME
           MOVE WS-PL-REGISTERED(WS-PL-IDX) TO WS-CL-REGISTERED
           MOVE WS-PL-LAST-PLAYED(WS-PL-IDX) TO WS-CL-LAST-PLAYED
           MOVE WS-PL-LAST-ACTIVE(WS-PL-IDX) TO WS-CL-LAST-ACTIVE
           IF WS-PL-ACTIVE(WS-PL-IDX) = 'Y'
               MOVE "ACTIVE" TO WS-CL-STATUS
           ELSE
               MOVE "INACTIVE" TO WS-CL-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-PL-ACTION(WS-PL-IDX) = 'W' AND
                       WS-PURGE-ON = 'Y'
                   MOVE "PURGE LATER" TO WS-CL-ACTION
               WHEN WS-PL-ACTION(WS-PL-IDX) = 'W'
                   MOVE "STAYS INACTIVE" TO WS-CL-ACTION
               WHEN WS-RUN-MODE = "REVIEW" AND
                       WS-PL-ACTION(WS-PL-IDX) = 'D'
                   MOVE "DEACTIVATE" TO WS-CL-ACTION
               WHEN WS-RUN-MODE = "REVIEW"
                   MOVE "PURGE" TO WS-CL-ACTION
               WHEN WS-PL-DONE(WS-PL-IDX) = 'N'
                   MOVE "NOT DONE - SEE LOG" TO WS-CL-ACTION
               WHEN WS-PL-ACTION(WS-PL-IDX) = 'D'
                   MOVE "DEACTIVATED" TO WS-CL-ACTION
               WHEN OTHER
                   MOVE "PURGED" TO WS-CL-ACTION
           END-EVALUATE
           MOVE WS-CANDIDATE-LINE TO WS-PRINT-LINE
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
           MOVE SPACES TO WS-HDG-TITLE
           STRING "Dormant player retention - " WS-RUN-MODE
               DELIMITED BY SIZE INTO WS-HDG-TITLE
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
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
           DISPLAY "Retention control report"
           DISPLAY "------------------------"
           DISPLAY "History records read     : " WS-HIST-RECORDS
               " (" WS-ARCHIVES-FOUND " archive file(s))"
           DISPLAY "Daily results read       : " WS-DR-RECORDS
           DISPLAY "Match results read       : " WS-MH-RECORDS
           DISPLAY "Held results read        : " WS-PP-RECORDS
           DISPLAY "Reactivations/restores   : " WS-REACT-RECORDS
           DISPLAY "Players examined         : " WS-PLAYERS-EXAMINED
           DISPLAY "  recently active        : " WS-RECENT-COUNT
           DISPLAY "  due for deactivation   : " WS-DEACT-DUE
           DISPLAY "  inactive, not yet due  : " WS-WAITING-COUNT
           DISPLAY "  due for purge          : " WS-PURGE-DUE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "WARNING: more than " WS-MAX-PLAYERS
                   " players - the rest were not examined."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-RUN-MODE = "REVIEW"
               DISPLAY "Review run - nothing changed."
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Players deactivated      : " WS-DEACT-DONE
           DISPLAY "Players purged           : " WS-PURGE-DONE
           DISPLAY "Audit records written    : " WS-AUDIT-WRITTEN
           DISPLAY "Records removed  PLAYMAST: " WS-PM-REMOVED
               "  archived: " WS-PM-ARCHIVED
           DISPLAY "                 LEADERBD: " WS-LB-REMOVED
               "  archived: " WS-LB-ARCHIVED
           DISPLAY "                 ACHIEVE : " WS-ACH-REMOVED
               "  archived: " WS-ACH-ARCHIVED
           COMPUTE WS-REMOVED-TOTAL =
               WS-PM-REMOVED + WS-LB-REMOVED + WS-ACH-REMOVED
           COMPUTE WS-ARCHIVED-TOTAL =
               WS-PM-ARCHIVED + WS-LB-ARCHIVED + WS-ACH-ARCHIVED
           DISPLAY "Total records removed    : " WS-REMOVED-TOTAL
           DISPLAY "Total records archived   : " WS-ARCHIVED-TOTAL
           COMPUTE WS-BALANCE-TOTAL = WS-DEACT-DONE + WS-PURGE-DONE
           IF WS-PM-REMOVED = WS-PM-ARCHIVED AND
                   WS-LB-REMOVED = WS-LB-ARCHIVED AND
                   WS-ACH-REMOVED = WS-ACH-ARCHIVED AND
                   WS-PURGE-DONE = WS-PM-REMOVED AND
                   WS-AUDIT-WRITTEN = WS-BALANCE-TOTAL
               DISPLAY "Control totals IN BALANCE."
           ELSE
               DISPLAY "Control totals OUT OF BALANCE - records"
                   " removed do not equal records archived and"
                   " audited."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PURGE-BLOCKED = 'Y'
               DISPLAY "Purging NOT DONE - " WS-PURGE-REASON
               DISPLAY "  " WS-PURGE-DUE " player(s) due for purge"
                   " left on file; rerun once the file is available."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PURGE-FAILED > 0 OR
                   WS-DEACT-DONE < WS-DEACT-DUE
               DISPLAY "Some dormant players were not processed -"
                   " see the messages above."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY " ".

       PRINT-RESTORE-CONTROL.
           IF WS-DM-READ = 0 AND WS-RESTORE-REASON = SPACES
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Restore control report"
           DISPLAY "----------------------"
           DISPLAY "Archive records read     : " WS-DM-READ
           DISPLAY "Restored        PLAYMAST : " WS-PM-RESTORED
           DISPLAY "                LEADERBD : " WS-LB-RESTORED
           DISPLAY "                ACHIEVE  : " WS-ACH-RESTORED
           DISPLAY "Kept - could not restore : " WS-DM-KEPT
           DISPLAY "Other players retained   : " WS-DM-RETAINED
           DISPLAY "Archive records rewritten: " WS-DM-REWRITTEN
           IF WS-RESTORE-BLOCKED = 'Y'
               DISPLAY "Backed out of the masters: " WS-BACKED-OUT
               IF WS-ARCHIVE-DAMAGED = 'Y'
                   DISPLAY "Restore done but " WS-RESTORE-REASON
                   DISPLAY "DORMANT.WRK holds the complete archive -"
                       " copy it over DORMANT.TXT before any other"
                       " HANGRETN or HANGRECN run."
               ELSE
                   DISPLAY "Restore NOT DONE - " WS-RESTORE-REASON
                   DISPLAY "DORMANT.TXT was not changed."
               END-IF
               MOVE 8 TO RETURN-CODE
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RESTORED-TOTAL =
               WS-PM-RESTORED + WS-LB-RESTORED + WS-ACH-RESTORED
           COMPUTE WS-BALANCE-TOTAL =
               WS-RESTORED-TOTAL + WS-DM-KEPT + WS-DM-RETAINED
           IF WS-BALANCE-TOTAL = WS-DM-READ AND
                   WS-DM-REWRITTEN = WS-DM-KEPT + WS-DM-RETAINED AND
                   WS-RESTORED-TOTAL + WS-DM-KEPT = WS-RESTORE-FOUND
               DISPLAY "Control totals IN BALANCE."
           ELSE
               DISPLAY "Control totals OUT OF BALANCE - investigate"
                   " DORMANT.TXT and DORMANT.WRK."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DM-KEPT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PM-RESTORED > 0
               DISPLAY "Player " WS-RESTORE-ID " restored and"
                   " reactivated."
           END-IF
           DISPLAY " ".
