       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANGLOCK.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "HANGCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT SYSTEM-AVAIL-FILE ASSIGN TO "SYSAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT PENDING-POST-FILE ASSIGN TO "PENDPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT LOCK-LOG-FILE ASSIGN TO "LOCKLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC X(80).

       FD  SYSTEM-AVAIL-FILE.
       01  SYSTEM-AVAIL-RECORD.
           05  SA-STATE            PIC X(6).
           05  FILLER              PIC X(01).
           05  SA-JOB              PIC X(8).
           05  FILLER              PIC X(01).
           05  SA-STAMP            PIC X(14).
           05  SA-STAMP-PARTS REDEFINES SA-STAMP.
               10  SA-STAMP-DATE   PIC 9(8).
               10  SA-STAMP-HH     PIC 99.
               10  SA-STAMP-MM     PIC 99.
               10  SA-STAMP-SS     PIC 99.
           05  FILLER              PIC X(01).
           05  SA-NOTE             PIC X(30).

       FD  PENDING-POST-FILE.
       01  PENDING-POST-RECORD     PIC X(131).

       FD  LOCK-LOG-FILE.
       01  LOCK-LOG-RECORD.
           05  LL-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01).
           05  LL-OPERATOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  LL-ACTION           PIC X(06).
           05  FILLER              PIC X(01).
           05  LL-JOB              PIC X(8).
           05  FILLER              PIC X(01).
           05  LL-SET-STAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  LL-AGE-MINUTES      PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CFG-EOF            PIC X VALUE 'N'.
           05  WS-PP-EOF             PIC X VALUE 'N'.
           05  WS-CFG-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-SA-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-PP-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-LL-FILE-STATUS     PIC X(02) VALUE "00".

       01  WS-RUN-DATA.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
           05  WS-CONFIRM          PIC X(3) VALUE SPACES.
           05  WS-STALE-MINUTES    PIC 9(4) VALUE 240.
           05  WS-LOCK-STALE       PIC X VALUE 'N'.
           05  WS-AGE-KNOWN        PIC X VALUE 'N'.
           05  WS-HELD-COUNT       PIC 9(7) VALUE 0.
           05  WS-OLD-JOB          PIC X(8) VALUE SPACES.
           05  WS-OLD-STAMP        PIC X(14) VALUE SPACES.

       01  WS-AGE-DATA.
           05  WS-NOW-STAMP        PIC X(21) VALUE SPACES.
           05  WS-NOW-PARTS REDEFINES WS-NOW-STAMP.
               10  WS-NOW-DATE     PIC 9(8).
               10  WS-NOW-HH       PIC 99.
               10  WS-NOW-MM       PIC 99.
               10  FILLER          PIC X(9).
           05  WS-AGE-MINUTES      PIC S9(9) VALUE 0.
           05  WS-DAY-DIFF         PIC S9(9) VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-ED-AGE           PIC Z(6)9.
           05  WS-ED-STALE         PIC ZZZ9.
           05  WS-ED-HELD          PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE
           PERFORM LOAD-CONFIG
           DISPLAY " "
           DISPLAY "Batch window lock status"
           DISPLAY "------------------------"
           PERFORM READ-SYSTEM-AVAILABILITY
           PERFORM COUNT-HELD-RESULTS
           PERFORM SHOW-LOCK-STATUS
           EVALUATE TRUE
               WHEN WS-COMMAND-LINE = SPACES
                   CONTINUE
               WHEN WS-COMMAND-LINE(1:6) = "STATUS"
                   CONTINUE
               WHEN WS-COMMAND-LINE(1:5) = "CLEAR"
                   PERFORM CLEAR-LOCK
               WHEN OTHER
                   DISPLAY "Unknown option " WS-COMMAND-LINE(1:20)
                       " - use STATUS or CLEAR."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           DISPLAY " "
           STOP RUN.

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CFG-EOF = 'Y'
                   READ CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           IF CONFIG-RECORD(1:4) = "LOCK"
                               PERFORM PARSE-LOCK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       PARSE-LOCK-RECORD.
           IF CONFIG-RECORD(10:4) IS NUMERIC
               MOVE CONFIG-RECORD(10:4) TO WS-STALE-MINUTES
           END-IF.

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

       COUNT-HELD-RESULTS.
           MOVE 0 TO WS-HELD-COUNT
           OPEN INPUT PENDING-POST-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PP-EOF
           PERFORM UNTIL WS-PP-EOF = 'Y'
               READ PENDING-POST-FILE
                   AT END
                       MOVE 'Y' TO WS-PP-EOF
                   NOT AT END
                       ADD 1 TO WS-HELD-COUNT
               END-READ
           END-PERFORM
           CLOSE PENDING-POST-FILE.

       COMPUTE-LOCK-AGE.
           MOVE 'N' TO WS-AGE-KNOWN
           MOVE 0 TO WS-AGE-MINUTES
           IF SA-STAMP-DATE IS NOT NUMERIC OR
                   SA-STAMP-HH IS NOT NUMERIC OR
                   SA-STAMP-MM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(SA-STAMP-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           COMPUTE WS-DAY-DIFF =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
               - FUNCTION INTEGER-OF-DATE(SA-STAMP-DATE)
           COMPUTE WS-AGE-MINUTES =
               WS-DAY-DIFF * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM
               - SA-STAMP-HH * 60 - SA-STAMP-MM
           IF WS-AGE-MINUTES < 0
               MOVE 0 TO WS-AGE-MINUTES
           END-IF
           MOVE 'Y' TO WS-AGE-KNOWN.

       SHOW-LOCK-STATUS.
           MOVE 'N' TO WS-LOCK-STALE
           MOVE WS-STALE-MINUTES TO WS-ED-STALE
           MOVE WS-HELD-COUNT TO WS-ED-HELD
           DISPLAY "State                    : " SA-STATE
           IF SA-JOB NOT = SPACES
               DISPLAY "Last set by              : " SA-JOB
               DISPLAY "Set at                   : " SA-STAMP
               DISPLAY "Note                     : " SA-NOTE
           END-IF
           DISPLAY "Held results in PENDPOST : " WS-ED-HELD
           IF SA-STATE NOT = "BATCH"
               DISPLAY "Interactive play is available."
               IF WS-HELD-COUNT > 0
                   DISPLAY "Run HANGPOST to post the held results."
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-LOCK-AGE
           IF WS-AGE-KNOWN = 'N'
               DISPLAY "Lock age                 : unknown (bad stamp)"
               MOVE 'Y' TO WS-LOCK-STALE
           ELSE
               MOVE WS-AGE-MINUTES TO WS-ED-AGE
               DISPLAY "Lock age (minutes)       : " WS-ED-AGE
               DISPLAY "Stale after (minutes)    : " WS-ED-STALE
               IF WS-AGE-MINUTES > WS-STALE-MINUTES
                   MOVE 'Y' TO WS-LOCK-STALE
               END-IF
           END-IF
           IF WS-LOCK-STALE = 'Y'
               DISPLAY "STALE LOCK - " SA-JOB " has probably ended"
                   " abnormally."
               DISPLAY "Check the job, then run HANGLOCK CLEAR and"
                   " HANGPOST."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Batch window in progress - interactive play"
                   " is suspended."
               MOVE 4 TO RETURN-CODE
           END-IF.

       CLEAR-LOCK.
           DISPLAY " "
           IF SA-STATE NOT = "BATCH"
               DISPLAY "No batch window is open - nothing to clear."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter your operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "An operator ID is required for the"
                       " lock log."
               END-IF
           END-PERFORM
           IF WS-LOCK-STALE = 'N'
               DISPLAY "WARNING: the lock is not stale - " SA-JOB
                   " may still be running."
           END-IF
           DISPLAY "Clear the lock held by " SA-JOB
               " and reopen play? (YES/NO): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "YES"
               DISPLAY "Lock left in place."
               EXIT PARAGRAPH
           END-IF
           MOVE SA-JOB TO WS-OLD-JOB
           MOVE SA-STAMP TO WS-OLD-STAMP
           OPEN OUTPUT SYSTEM-AVAIL-FILE
           IF WS-SA-FILE-STATUS NOT = "00"
               DISPLAY "Cannot update availability file SYSAVAIL.TXT"
                   " - status " WS-SA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SYSTEM-AVAIL-RECORD
           MOVE "ONLINE" TO SA-STATE
           MOVE "HANGLOCK" TO SA-JOB
           MOVE FUNCTION CURRENT-DATE(1:14) TO SA-STAMP
           STRING "OVERRIDE " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SPACE
               " WAS " DELIMITED BY SIZE
               WS-OLD-JOB DELIMITED BY SPACE
               INTO SA-NOTE
           END-STRING
           WRITE SYSTEM-AVAIL-RECORD
           CLOSE SYSTEM-AVAIL-FILE
           PERFORM WRITE-LOCK-LOG
           DISPLAY "Lock cleared - interactive play is available."
           IF WS-HELD-COUNT > 0
               DISPLAY "Run HANGPOST to post the held results."
           END-IF
           MOVE 0 TO RETURN-CODE.

       WRITE-LOCK-LOG.
           OPEN EXTEND LOCK-LOG-FILE
           IF WS-LL-FILE-STATUS = "35"
               OPEN OUTPUT LOCK-LOG-FILE
           END-IF
           IF WS-LL-FILE-STATUS NOT = "00"
               DISPLAY "Warning: cannot write lock log LOCKLOG.TXT -"
                   " status " WS-LL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOCK-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO LL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO LL-OPERATOR
           MOVE "CLEAR" TO LL-ACTION
           MOVE WS-OLD-JOB TO LL-JOB
           MOVE WS-OLD-STAMP TO LL-SET-STAMP
           MOVE WS-AGE-MINUTES TO LL-AGE-MINUTES
           WRITE LOCK-LOG-RECORD
           CLOSE LOCK-LOG-FILE.
