               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PLAYER-MASTER-OLD-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMO-PLAYER-ID
               FILE STATUS IS WS-PMO-FILE-STATUS.

           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT SYSTEM-AVAIL-FILE ASSIGN TO "SYSAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-MASTER-FILE.
           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  PLAYER-MASTER-OLD-FILE.
       01  PLAYER-MASTER-OLD-RECORD.
           05  PMO-PLAYER-ID           PIC X(10).
           05  PMO-DISPLAY-NAME        PIC X(30).
           05  PMO-DATE-REGISTERED     PIC X(8).
           05  PMO-ACTIVE              PIC X.

       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD.
           05  BK-HDR-MASTER       PIC X(12).
           05  FILLER              PIC X(89).

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
           05  WS-MASTER-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-LB-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-BACKUP-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-LBO-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-PMO-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-MASTER-EOF         PIC X VALUE 'N'.
           05  WS-BACKUP-EOF         PIC X VALUE 'N'.
           05  WS-LB-OLD-MODE        PIC X VALUE 'N'.
           05  WS-PM-OLD-MODE        PIC X VALUE 'N'.

       01  WS-RUN-PARMS.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-NLB-SEAS-SCORE       PIC 9(7).

       01  WS-NEW-PM-RECORD.
           05  WS-NPM-PLAYER-ID        PIC X(10).
           05  WS-NPM-DISPLAY-NAME     PIC X(30).
           05  WS-NPM-DATE-REGISTERED  PIC X(8).
           05  WS-NPM-ACTIVE           PIC X.
           05  WS-NPM-REVIEW-FLAG      PIC X.
           05  WS-NPM-REVIEW-DATE      PIC X(8).

       01  WS-BATCH-WINDOW.
           05  WS-SA-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-WINDOW-JOB       PIC X(8) VALUE "HANGBKUP".
           05  WS-WINDOW-STATE     PIC X(6) VALUE SPACES.
           05  WS-WINDOW-REFUSED   PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE "PLAYER" TO WS-MASTER-CODE
           MOVE "PLAYMAST.DAT" TO WS-MASTER-NAME
           MOVE "PLAYBKUP.TXT" TO WS-BACKUP-FILE-NAME
           MOVE 58 TO WS-RECORD-LENGTH.

       SET-LEADER-TARGET.
           MOVE "LEADER" TO WS-MASTER-CODE
       OPEN-MASTER-INPUT.
           MOVE 'N' TO WS-TARGET-PROBLEM
           MOVE 'N' TO WS-LB-OLD-MODE
           MOVE 'N' TO WS-PM-OLD-MODE
           EVALUATE WS-MASTER-CODE
               WHEN "WORD"
                   OPEN INPUT WORD-MASTER-FILE
                   END-IF
               WHEN "PLAYER"
                   OPEN INPUT PLAYER-MASTER-FILE
                   IF WS-PM-FILE-STATUS = "39"
                       PERFORM OPEN-OLD-PLAYER-MASTER
                   ELSE
                       IF WS-PM-FILE-STATUS NOT = "00"
                           DISPLAY "Cannot open " WS-MASTER-NAME
                               " - status " WS-PM-FILE-STATUS
                           MOVE 'Y' TO WS-TARGET-PROBLEM
                           MOVE 'Y' TO WS-PROBLEM-FOUND
                       END-IF
                   END-IF
               WHEN "LEADER"
                   OPEN INPUT LEADERBOARD-FILE
                   END-IF
           END-EVALUATE.

       OPEN-OLD-PLAYER-MASTER.
           OPEN INPUT PLAYER-MASTER-OLD-FILE
           IF WS-PMO-FILE-STATUS = "00"
               MOVE 'Y' TO WS-PM-OLD-MODE
               DISPLAY "Note: " WS-MASTER-NAME " is in the old"
                   " layout (no review flag)."
               DISPLAY "Records are converted to the current layout"
                   " with the review flag set to N."
               DISPLAY "After this BACKUP, run HANGBKUP REBUILD"
                   " PLAYER to convert the file itself."
           ELSE
               DISPLAY "Cannot open " WS-MASTER-NAME
                   " in either layout - status " WS-PMO-FILE-STATUS
               MOVE 'Y' TO WS-TARGET-PROBLEM
               MOVE 'Y' TO WS-PROBLEM-FOUND
           END-IF.

       OPEN-OLD-LEADERBOARD.
           OPEN INPUT LEADERBOARD-OLD-FILE
           IF WS-LBO-FILE-STATUS = "00"
               WHEN "WORD"
                   CLOSE WORD-MASTER-FILE
               WHEN "PLAYER"
                   IF WS-PM-OLD-MODE = 'Y'
                       CLOSE PLAYER-MASTER-OLD-FILE
                   ELSE
                       CLOSE PLAYER-MASTER-FILE
                   END-IF
               WHEN "LEADER"
                   IF WS-LB-OLD-MODE = 'Y'
                       CLOSE LEADERBOARD-OLD-FILE
                               TO WS-DATA-BUFFER(1:110)
                   END-READ
               WHEN "PLAYER"
                   IF WS-PM-OLD-MODE = 'Y'
                       READ PLAYER-MASTER-OLD-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-MASTER-EOF
                           NOT AT END
                               PERFORM CONVERT-OLD-PM-RECORD
                       END-READ
                   ELSE
                       READ PLAYER-MASTER-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-MASTER-EOF
                           NOT AT END
                               MOVE PLAYER-MASTER-RECORD
                                   TO WS-DATA-BUFFER(1:58)
                       END-READ
                   END-IF
               WHEN "LEADER"
                   IF WS-LB-OLD-MODE = 'Y'
                       READ LEADERBOARD-OLD-FILE NEXT
                   END-IF
           END-EVALUATE.

       CONVERT-OLD-PM-RECORD.
           MOVE PMO-PLAYER-ID TO WS-NPM-PLAYER-ID
           MOVE PMO-DISPLAY-NAME TO WS-NPM-DISPLAY-NAME
           MOVE PMO-DATE-REGISTERED TO WS-NPM-DATE-REGISTERED
           MOVE PMO-ACTIVE TO WS-NPM-ACTIVE
           MOVE 'N' TO WS-NPM-REVIEW-FLAG
           MOVE SPACES TO WS-NPM-REVIEW-DATE
           MOVE WS-NEW-PM-RECORD TO WS-DATA-BUFFER(1:58).

       CONVERT-OLD-LB-RECORD.
           MOVE LBO-PLAYER-ID TO WS-NLB-PLAYER-ID
           MOVE LBO-WINS TO WS-NLB-WINS
               DISPLAY "Rebuild abandoned - nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-BATCH-WINDOW
           IF WS-WINDOW-REFUSED = 'Y'
               DISPLAY "Rebuild abandoned - nothing changed."
               MOVE 'Y' TO WS-PROBLEM-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-MASTER-OUTPUT
           IF WS-TARGET-PROBLEM = 'Y'
               PERFORM CLOSE-BATCH-WINDOW
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RECORD-COUNT
           END-PERFORM
           CLOSE BACKUP-FILE
           PERFORM CLOSE-MASTER
           PERFORM CLOSE-BATCH-WINDOW
           DISPLAY " "
           DISPLAY WS-MASTER-NAME " rebuilt from "
               WS-BACKUP-FILE-NAME
               MOVE 'Y' TO WS-PROBLEM-FOUND
           END-IF.

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

       OPEN-MASTER-OUTPUT.
           MOVE 'N' TO WS-TARGET-PROBLEM
           MOVE 'N' TO WS-LB-OLD-MODE
           MOVE 'N' TO WS-PM-OLD-MODE
           EVALUATE WS-MASTER-CODE
               WHEN "WORD"
                   OPEN OUTPUT WORD-MASTER-FILE
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
               WHEN "PLAYER"
                   MOVE WS-DATA-BUFFER(1:58)
                       TO PLAYER-MASTER-RECORD
                   WRITE PLAYER-MASTER-RECORD
                       INVALID KEY
