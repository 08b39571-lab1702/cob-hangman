       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANGPOST.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSTEM-AVAIL-FILE ASSIGN TO "SYSAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT PENDING-POST-FILE ASSIGN TO "PENDPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT PENDING-WORK-FILE ASSIGN TO "PENDPOST.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PW-FILE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT DAILY-RESULTS-FILE ASSIGN TO "DAILYRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
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
               10  PP-DAILY-IMAGE.
                   15  PP-DR-DATE          PIC X(8).
                   15  FILLER              PIC X(01).
                   15  PP-DR-PLAYER-ID     PIC X(10).
                   15  FILLER              PIC X(01).
                   15  PP-DR-RESULT        PIC X(04).
                   15  FILLER              PIC X(01).
                   15  PP-DR-WRONG-COUNT   PIC 9.
                   15  FILLER              PIC X(01).
                   15  PP-DR-GUESS-COUNT   PIC 99.
                   15  FILLER              PIC X(01).
                   15  PP-DR-SCORE         PIC 9(5).
               10  FILLER              PIC X(01).
               10  PP-DR-HINTS-USED    PIC 99.
               10  FILLER              PIC X(91).

       FD  PENDING-WORK-FILE.
       01  PENDING-WORK-RECORD     PIC X(131).

       FD  GAME-HISTORY-FILE.
       01  HISTORY-RECORD          PIC X(129).

       FD  DAILY-RESULTS-FILE.
       01  DAILY-RESULT-RECORD     PIC X(35).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PP-EOF             PIC X VALUE 'N'.
           05  WS-PW-EOF             PIC X VALUE 'N'.
           05  WS-SA-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-PP-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-PW-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-HIST-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-DAILY-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-LB-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-ACH-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-ACH-AVAILABLE      PIC X VALUE 'N'.
           05  WS-WORK-FAILED        PIC X VALUE 'N'.

       01  WS-POSTING-DATA.
           05  WS-LB-RECORD-FOUND  PIC X VALUE 'N'.
           05  WS-BADGE-CODE       PIC X(8) VALUE SPACES.
           05  WS-BADGE-PLAYER     PIC X(10) VALUE SPACES.
           05  WS-BADGE-DATE       PIC X(8) VALUE SPACES.
           05  WS-SKIP-COUNT       PIC 9(7) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05  WS-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-HIST-POSTED      PIC 9(7) VALUE 0.
           05  WS-LB-POSTED        PIC 9(7) VALUE 0.
           05  WS-DAILY-POSTED     PIC 9(7) VALUE 0.
           05  WS-KEPT-COUNT       PIC 9(7) VALUE 0.
           05  WS-LATE-COUNT       PIC 9(7) VALUE 0.
           05  WS-BADGES-AWARDED   PIC 9(7) VALUE 0.
           05  WS-BALANCE-TOTAL    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM INITIALIZE-TOTALS
           DISPLAY " "
           DISPLAY "Held results posting run"
           DISPLAY "------------------------"
           PERFORM READ-SYSTEM-AVAILABILITY
           IF SA-STATE = "BATCH"
               DISPLAY "Batch window still open for " SA-JOB
                   " since " SA-STAMP
               DISPLAY "Held results stay in PENDPOST.TXT until it"
                   " closes (HANGLOCK reports stale locks)."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PENDING-POST-FILE
           IF WS-PP-FILE-STATUS = "35"
               DISPLAY "No held results to post."
               GOBACK
           END-IF
           IF WS-PP-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open PENDPOST.TXT - status "
                   WS-PP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-POSTING-FILES
           IF RETURN-CODE = 8
               CLOSE PENDING-POST-FILE
               DISPLAY "Held results left in PENDPOST.TXT."
               GOBACK
           END-IF
           MOVE 'N' TO WS-PP-EOF
           PERFORM UNTIL WS-PP-EOF = 'Y'
               READ PENDING-POST-FILE
                   AT END
                       MOVE 'Y' TO WS-PP-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM POST-ONE-HELD-RESULT
               END-READ
           END-PERFORM
           CLOSE PENDING-POST-FILE
           PERFORM CLOSE-POSTING-FILES
           PERFORM KEEP-LATE-ARRIVALS
           IF WS-WORK-FAILED = 'Y'
               PERFORM REPORT-PENDING-NOT-REPLACED
           ELSE
               PERFORM REPLACE-PENDING-FILE
           END-IF
           PERFORM PRINT-CONTROL-REPORT
           GOBACK.

       INITIALIZE-TOTALS.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-HIST-POSTED
           MOVE 0 TO WS-LB-POSTED
           MOVE 0 TO WS-DAILY-POSTED
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-LATE-COUNT
           MOVE 0 TO WS-BADGES-AWARDED.

       READ-SYSTEM-AVAILABILITY.
           MOVE SPACES TO SYSTEM-AVAIL-RECORD
           OPEN INPUT SYSTEM-AVAIL-FILE
           IF WS-SA-FILE-STATUS = "00"
               READ SYSTEM-AVAIL-FILE
                   AT END
                       MOVE SPACES TO SYSTEM-AVAIL-RECORD
               END-READ
               CLOSE SYSTEM-AVAIL-FILE
           END-IF.

       OPEN-POSTING-FILES.
           OPEN I-O LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open leaderboard LEADERBD.DAT -"
                   " status " WS-LB-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GAME-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT GAME-HISTORY-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open game history GAMEHIST.TXT -"
                   " status " WS-HIST-FILE-STATUS
               CLOSE LEADERBOARD-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DAILY-RESULTS-FILE
           IF WS-DAILY-FILE-STATUS = "35"
               OPEN OUTPUT DAILY-RESULTS-FILE
           END-IF
           IF WS-DAILY-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open daily results DAILYRES.TXT -"
                   " status " WS-DAILY-FILE-STATUS
               CLOSE GAME-HISTORY-FILE
               CLOSE LEADERBOARD-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-WORK-FILE
           IF WS-PW-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create work file PENDPOST.WRK -"
                   " status " WS-PW-FILE-STATUS
               CLOSE DAILY-RESULTS-FILE
               CLOSE GAME-HISTORY-FILE
               CLOSE LEADERBOARD-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACH-AVAILABLE
           OPEN I-O ACHIEVEMENTS-FILE
           IF WS-ACH-FILE-STATUS = "35"
               OPEN OUTPUT ACHIEVEMENTS-FILE
               CLOSE ACHIEVEMENTS-FILE
               OPEN I-O ACHIEVEMENTS-FILE
           END-IF
           IF WS-ACH-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ACH-AVAILABLE
           ELSE
               DISPLAY "Note: ACHIEVE.DAT not available - status "
                   WS-ACH-FILE-STATUS " - no badges awarded."
           END-IF.

       CLOSE-POSTING-FILES.
           CLOSE GAME-HISTORY-FILE
           CLOSE DAILY-RESULTS-FILE
           CLOSE LEADERBOARD-FILE
           CLOSE PENDING-WORK-FILE
           IF WS-ACH-AVAILABLE = 'Y'
               CLOSE ACHIEVEMENTS-FILE
           END-IF.

       POST-ONE-HELD-RESULT.
           EVALUATE PP-TYPE
               WHEN 'H'
                   MOVE PP-HISTORY-IMAGE TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                   IF WS-HIST-FILE-STATUS = "00"
                       ADD 1 TO WS-HIST-POSTED
                   ELSE
                       DISPLAY "GAMEHIST.TXT write failed - status "
                           WS-HIST-FILE-STATUS " - held record kept: "
                           PENDING-POST-RECORD(1:40)
                       PERFORM KEEP-HELD-RECORD
                   END-IF
               WHEN 'L'
                   PERFORM POST-LEADERBOARD-RESULT
               WHEN 'D'
                   PERFORM POST-DAILY-RESULT
               WHEN OTHER
                   DISPLAY "Unrecognised held record kept: "
                       PENDING-POST-RECORD(1:40)
                   PERFORM KEEP-HELD-RECORD
           END-EVALUATE.

       KEEP-HELD-RECORD.
           MOVE PENDING-POST-RECORD TO PENDING-WORK-RECORD
           WRITE PENDING-WORK-RECORD
           IF WS-PW-FILE-STATUS NOT = "00"
               DISPLAY "PENDPOST.WRK write failed - status "
                   WS-PW-FILE-STATUS
               MOVE 'Y' TO WS-WORK-FAILED
           END-IF
           ADD 1 TO WS-KEPT-COUNT.

       POST-LEADERBOARD-RESULT.
           IF PP-ROUND-SCORE IS NOT NUMERIC
               MOVE 0 TO PP-ROUND-SCORE
           END-IF
           MOVE 'Y' TO WS-LB-RECORD-FOUND
           MOVE PP-PLAYER-ID TO LB-PLAYER-ID
           READ LEADERBOARD-FILE
               INVALID KEY
                   PERFORM INITIALIZE-LEADERBOARD-RECORD
           END-READ
           IF PP-GAME-WON = 'Y'
               ADD 1 TO LB-WINS
               ADD 1 TO LB-SEAS-WINS
               ADD 1 TO LB-CURRENT-STREAK
               IF LB-CURRENT-STREAK > LB-BEST-STREAK
                   MOVE LB-CURRENT-STREAK TO LB-BEST-STREAK
               END-IF
           ELSE
               ADD 1 TO LB-LOSSES
               ADD 1 TO LB-SEAS-LOSSES
               MOVE 0 TO LB-CURRENT-STREAK
           END-IF
           ADD PP-ROUND-SCORE TO LB-TOTAL-SCORE
           ADD PP-ROUND-SCORE TO LB-SEAS-SCORE
           IF PP-ROUND-SCORE > LB-BEST-SCORE
               MOVE PP-ROUND-SCORE TO LB-BEST-SCORE
           END-IF
           IF WS-LB-RECORD-FOUND = 'Y'
               REWRITE LEADERBOARD-RECORD
           ELSE
               WRITE LEADERBOARD-RECORD
           END-IF
           IF WS-LB-FILE-STATUS NOT = "00"
               DISPLAY "LEADERBD.DAT write failed - status "
                   WS-LB-FILE-STATUS " - held record kept: "
                   PENDING-POST-RECORD(1:40)
               PERFORM KEEP-HELD-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LB-POSTED
           IF PP-GAME-WON = 'Y' AND PP-BADGES-ALLOWED = 'Y'
               PERFORM CHECK-LEADERBOARD-BADGES
           END-IF.

       POST-DAILY-RESULT.
           MOVE PP-DAILY-IMAGE TO DAILY-RESULT-RECORD
           WRITE DAILY-RESULT-RECORD
           IF WS-DAILY-FILE-STATUS NOT = "00"
               DISPLAY "DAILYRES.TXT write failed - status "
                   WS-DAILY-FILE-STATUS " - held record kept: "
                   PENDING-POST-RECORD(1:40)
               PERFORM KEEP-HELD-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAILY-POSTED
           IF PP-DR-RESULT = "WIN "
               PERFORM CHECK-DAILY-BADGES
           END-IF.

       INITIALIZE-LEADERBOARD-RECORD.
           MOVE 'N' TO WS-LB-RECORD-FOUND
           MOVE PP-PLAYER-ID TO LB-PLAYER-ID
           MOVE 0 TO LB-WINS
           MOVE 0 TO LB-LOSSES
           MOVE 0 TO LB-CURRENT-STREAK
           MOVE 0 TO LB-BEST-STREAK
           MOVE 0 TO LB-TOTAL-SCORE
           MOVE 0 TO LB-BEST-SCORE
           MOVE 0 TO LB-SEAS-WINS
           MOVE 0 TO LB-SEAS-LOSSES
           MOVE 0 TO LB-SEAS-SCORE.

       CHECK-LEADERBOARD-BADGES.
           MOVE PP-PLAYER-ID TO WS-BADGE-PLAYER
           MOVE PP-HELD-STAMP(1:8) TO WS-BADGE-DATE
           IF LB-WINS = 1
               MOVE "FIRSTWIN" TO WS-BADGE-CODE
               PERFORM AWARD-BADGE
           END-IF
           IF PP-WRONG-COUNT IS NUMERIC AND PP-WRONG-COUNT = 0
               MOVE "CLEANWIN" TO WS-BADGE-CODE
               PERFORM AWARD-BADGE
           END-IF
           IF PP-HINTS-USED IS NUMERIC AND PP-HINTS-USED = 0
               MOVE "NOHELP" TO WS-BADGE-CODE
               PERFORM AWARD-BADGE
           END-IF
           IF LB-CURRENT-STREAK >= 25
               MOVE "STREAK25" TO WS-BADGE-CODE
               PERFORM AWARD-BADGE
           END-IF
           IF LB-CURRENT-STREAK >= 10
               MOVE "STREAK10" TO WS-BADGE-CODE
               PERFORM AWARD-BADGE
           END-IF
           IF LB-CURRENT-STREAK >= 5
               MOVE "STREAK5" TO WS-BADGE-CODE
               PERFORM AWARD-BADGE
           END-IF.

       CHECK-DAILY-BADGES.
           MOVE PP-DR-PLAYER-ID TO WS-BADGE-PLAYER
           MOVE PP-DR-DATE TO WS-BADGE-DATE
           MOVE "DAILYWIN" TO WS-BADGE-CODE
           PERFORM AWARD-BADGE
           IF PP-DR-WRONG-COUNT IS NUMERIC AND PP-DR-WRONG-COUNT = 0
               MOVE "CLEANWIN" TO WS-BADGE-CODE
               PERFORM AWARD-BADGE
           END-IF
           IF PP-DR-HINTS-USED IS NUMERIC AND PP-DR-HINTS-USED = 0
               MOVE "NOHELP" TO WS-BADGE-CODE
               PERFORM AWARD-BADGE
           END-IF.

       AWARD-BADGE.
           IF WS-ACH-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BADGE-PLAYER TO ACH-PLAYER-ID
           MOVE WS-BADGE-CODE TO ACH-BADGE-CODE
           READ ACHIEVEMENTS-FILE
               INVALID KEY
                   MOVE WS-BADGE-PLAYER TO ACH-PLAYER-ID
                   MOVE WS-BADGE-CODE TO ACH-BADGE-CODE
                   MOVE WS-BADGE-DATE TO ACH-DATE-EARNED
                   WRITE ACHIEVEMENT-RECORD
                   ADD 1 TO WS-BADGES-AWARDED
           END-READ.

       KEEP-LATE-ARRIVALS.
           IF WS-WORK-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PENDING-WORK-FILE
           IF WS-PW-FILE-STATUS NOT = "00"
               DISPLAY "Cannot reopen work file PENDPOST.WRK -"
                   " status " WS-PW-FILE-STATUS
               MOVE 'Y' TO WS-WORK-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PENDING-POST-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               DISPLAY "Cannot reread PENDPOST.TXT for results held"
                   " during this run - status " WS-PP-FILE-STATUS
               CLOSE PENDING-WORK-FILE
               MOVE 'Y' TO WS-WORK-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SKIP-COUNT
           MOVE 'N' TO WS-PP-EOF
           PERFORM UNTIL WS-PP-EOF = 'Y'
               READ PENDING-POST-FILE
                   AT END
                       MOVE 'Y' TO WS-PP-EOF
                   NOT AT END
                       ADD 1 TO WS-SKIP-COUNT
                       IF WS-SKIP-COUNT > WS-READ-COUNT
                           MOVE PENDING-POST-RECORD
                               TO PENDING-WORK-RECORD
                           WRITE PENDING-WORK-RECORD
                           IF WS-PW-FILE-STATUS NOT = "00"
                               DISPLAY "PENDPOST.WRK write failed -"
                                   " status " WS-PW-FILE-STATUS
                               MOVE 'Y' TO WS-WORK-FAILED
                               MOVE 'Y' TO WS-PP-EOF
                           ELSE
                               ADD 1 TO WS-LATE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-POST-FILE
           CLOSE PENDING-WORK-FILE.

       REPLACE-PENDING-FILE.
           OPEN INPUT PENDING-WORK-FILE
           IF WS-PW-FILE-STATUS NOT = "00"
               DISPLAY "Cannot reopen work file PENDPOST.WRK -"
                   " status " WS-PW-FILE-STATUS
               PERFORM REPORT-PENDING-NOT-REPLACED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-POST-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               DISPLAY "Cannot rewrite PENDPOST.TXT - status "
                   WS-PP-FILE-STATUS
               CLOSE PENDING-WORK-FILE
               PERFORM REPORT-PENDING-NOT-REPLACED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PW-EOF
           PERFORM UNTIL WS-PW-EOF = 'Y'
               READ PENDING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-PW-EOF
                   NOT AT END
                       MOVE PENDING-WORK-RECORD
                           TO PENDING-POST-RECORD
                       WRITE PENDING-POST-RECORD
                       IF WS-PP-FILE-STATUS NOT = "00"
                           DISPLAY "PENDPOST.TXT write failed -"
                               " status " WS-PP-FILE-STATUS
                           DISPLAY "Copy PENDPOST.WRK over"
                               " PENDPOST.TXT before the next"
                               " posting run."
                           MOVE 8 TO RETURN-CODE
                           MOVE 'Y' TO WS-PW-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-POST-FILE
           CLOSE PENDING-WORK-FILE.

       REPORT-PENDING-NOT-REPLACED.
           DISPLAY "PENDPOST.TXT not replaced - its first "
               WS-READ-COUNT " records were read by this run."
           DISPLAY "Delete those lines, except any reported kept"
               " above, before the next posting run."
           MOVE 8 TO RETURN-CODE.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Posting control report"
           DISPLAY "----------------------"
           DISPLAY "Held records read        : " WS-READ-COUNT
           DISPLAY "Game history posted      : " WS-HIST-POSTED
           DISPLAY "Leaderboard postings     : " WS-LB-POSTED
           DISPLAY "Daily results posted     : " WS-DAILY-POSTED
           DISPLAY "Badges awarded           : " WS-BADGES-AWARDED
           DISPLAY "Records kept (not posted): " WS-KEPT-COUNT
           DISPLAY "Held during this run     : " WS-LATE-COUNT
           COMPUTE WS-BALANCE-TOTAL =
               WS-HIST-POSTED + WS-LB-POSTED + WS-DAILY-POSTED
               + WS-KEPT-COUNT
           IF WS-BALANCE-TOTAL = WS-READ-COUNT
               DISPLAY "Control totals IN BALANCE."
           ELSE
               DISPLAY "Control totals OUT OF BALANCE -"
                   " investigate before the next posting run."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 AND WS-KEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " ".
