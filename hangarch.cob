               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT SYSTEM-AVAIL-FILE ASSIGN TO "SYSAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.

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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(129).

       FD  HISTORY-WORK-FILE.
       01  WORK-RECORD             PIC X(129).

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
           05  WS-PERIODS-DROPPED  PIC X VALUE 'N'.
           05  WS-DROPPED-COUNT    PIC 9(7) VALUE 0.

       01  WS-BATCH-WINDOW.
           05  WS-SA-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-WINDOW-JOB       PIC X(8) VALUE "HANGARCH".
           05  WS-WINDOW-STATE     PIC X(6) VALUE SPACES.
           05  WS-WINDOW-REFUSED   PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-CURRENT-PERIOD
           DISPLAY "Game history archive run"
           DISPLAY "------------------------"
           DISPLAY "Current period (retained): " WS-CURRENT-PERIOD
           PERFORM OPEN-BATCH-WINDOW
           IF WS-WINDOW-REFUSED = 'Y'
               DISPLAY "Archive run abandoned - nothing changed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SPLIT-HISTORY-FILE
           PERFORM REWRITE-HISTORY-FILE
           PERFORM CLOSE-BATCH-WINDOW
           PERFORM PRINT-CONTROL-REPORT
           GOBACK.

           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "No game history file found -"
                   " nothing to archive."
               PERFORM CLOSE-BATCH-WINDOW
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE GAME-HISTORY-FILE
           CLOSE HISTORY-WORK-FILE.

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

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Archive control report"
